          02 LckTime PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 LockFileStatus PIC XX.
       01 LockFileName PIC X(60).
       01 LockWork.
          02 NowDate PIC 9(8).
          02 NowTime PIC 9(8).
           ".lck" DELIMITED BY SIZE
           INTO LockFileName
       END-STRING
       MOVE LockFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO LockFileName
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "FILELOCK" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
