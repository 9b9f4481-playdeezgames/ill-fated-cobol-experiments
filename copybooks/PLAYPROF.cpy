      *> The shop-wide player profile, passed whole to the PLAYPROF
      *> subprogram: Profile-Action "L" loads (prompting for a name
      *> and greeting on first use, or taking the player MENU hands
      *> over in SHOP_PLAYER), "S" saves, "P" sets Prof-Name's
      *> PIN to Profile-Pin, "U" clears its PIN and lockout, "G" sets
      *> its language to Prof-Language (a MSGLANG.cpy code), and
      *> Profile-Result answers "E" when a PIN or language change is
      *> refused.
      *> The lifetime tallies are each game's to bump; PLAYPROF owns
      *> the file and the cross-game achievements.
       01 Profile-Request.
           02 Profile-Action PIC X.
           02 Player-Profile.
               03 Prof-Crawl-Kills PIC 9(4).
               03 Prof-Zarr-Found PIC X.
               03 Prof-Tower-Reached PIC X.
      *> Lifetime pay from WANDER's expedition contracts, plus what
      *> its landmark trade has cleared.
               03 Prof-Contract-Pay PIC 9(6).
      *> The best reign rating HAMURABI has awarded (0-99).
               03 Prof-Hamurabi-Best PIC 99.
      *> The hamurabi_scenarios.dat code that best rating was won
      *> under, so it is only ever compared like for like.
               03 Prof-Hamurabi-Scen PIC X(4).
      *> The language the games talk to this player in (MSGLANG.cpy:
      *> "EN", "ES"); a new player starts in English.
               03 Prof-Language PIC X(2).
           02 Profile-Pin PIC X(4).
           02 Profile-Result PIC X.
              88 Profile-Done VALUE "D".
              88 Profile-Refused VALUE "E".
