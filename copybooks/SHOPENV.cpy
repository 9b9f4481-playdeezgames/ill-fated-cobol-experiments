      *> The request block for SHOPENV, the one place that knows which
      *> data environment a run belongs to. SHOP_ENV names it (PROD
      *> when unset) and shop_envs.dat gives its data directory.
      *> Env-Action "R" puts the bare file name in Env-File into that
      *> directory; "Q" only answers. Both fill Env-Name and Env-Dir.
      *> The first call fixes the run's environment: a file from
      *> another environment's directory, a directory stamped for
      *> another environment, or SHOP_ENV changing under a running
      *> program ends the run with return code 12, Env-Program named
      *> in the message - nothing is read from one environment and
      *> written to another.
       01 ShopEnv-Request.
           02 Env-Action PIC X.
           02 Env-Program PIC X(12).
           02 Env-Name PIC X(5).
           02 Env-Dir PIC X(30).
           02 Env-File PIC X(80).
