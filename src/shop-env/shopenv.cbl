       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SHOPENV.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EnvListFile ASSIGN TO "shop_envs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EnvListFileStatus.
           SELECT StampFile ASSIGN DYNAMIC StampName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StampFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One environment per line: its name, its data directory ("."
      *> is the run directory itself, where PROD has always lived),
      *> and what it is for. The list sits beside the programs, not
      *> in any environment's directory - it is the switchboard.
       FD EnvListFile.
       01 EnvListRecord.
          02 EnvRecName PIC X(5).
          02 FILLER PIC X.
          02 EnvRecDir PIC X(30).
          02 FILLER PIC X.
          02 EnvRecDesc PIC X(30).
      *> Each data directory names the environment it belongs to,
      *> written the first time that environment runs there.
       FD StampFile.
       01 StampRecord.
          02 StampEnv PIC X(5).
          02 FILLER PIC X.
          02 StampDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EnvListFileStatus PIC XX.
       01 StampFileStatus PIC XX.
       01 StampName PIC X(60).
      *> The run's environment, fixed by the first call and held for
      *> every call after it.
       01 RunEnvData.
          02 RunFixedFlag PIC X VALUE "N".
             88 RunIsFixed VALUE "Y".
          02 RunEnv PIC X(5) VALUE SPACES.
          02 RunDir PIC X(30) VALUE SPACES.
          02 SettingNow PIC X(10).
          02 TodayDate PIC 9(8).
          02 MkdirCommand PIC X(60).
          02 RefuseReason PIC X(70).
       01 EnvTable.
          02 EnvCount PIC 9 VALUE 0.
          02 EnvEntry OCCURS 9 TIMES.
             03 EtName PIC X(5).
             03 EtDir PIC X(30).
          02 EnvIdx PIC 9.
          02 EnvFoundIdx PIC 9.
       01 ResolveData.
          02 SlashCount PIC 99.
          02 DirLength PIC 99.
          02 ResolvedName PIC X(80).

       LINKAGE SECTION.
       COPY "SHOPENV.cpy".

PROCEDURE DIVISION USING ShopEnv-Request.
       IF RunIsFixed
           PERFORM CheckSettingHeld
       ELSE
           PERFORM FixEnvironment
       END-IF
       MOVE RunEnv TO Env-Name
       MOVE RunDir TO Env-Dir
       EVALUATE Env-Action
           WHEN "R"
               PERFORM ResolveFile
           WHEN "Q"
               CONTINUE
           WHEN OTHER
               DISPLAY "SHOPENV: unknown action '" Env-Action "'."
       END-EVALUATE
EXIT PROGRAM.

      *> The setting, the list, the directory and its stamp, once per
      *> run. Children launched through SYSTEM inherit SHOP_ENV and
      *> SHOP_DATA, so a shell step works in the same directory.
FixEnvironment.
       PERFORM ReadSetting
       PERFORM EnsureEnvList
       PERFORM LoadEnvList
       MOVE 0 TO EnvFoundIdx
       PERFORM VARYING EnvIdx FROM 1 BY 1
           UNTIL EnvIdx > EnvCount OR EnvFoundIdx > 0
           IF EtName(EnvIdx) IS EQUAL TO SettingNow
               MOVE EnvIdx TO EnvFoundIdx
           END-IF
       END-PERFORM
       IF EnvFoundIdx IS EQUAL TO 0
           MOVE SPACES TO RefuseReason
           STRING "SHOP_ENV " DELIMITED BY SIZE
               FUNCTION TRIM(SettingNow) DELIMITED BY SIZE
               " IS NOT AN ENVIRONMENT IN shop_envs.dat" DELIMITED BY SIZE
               INTO RefuseReason
           END-STRING
           PERFORM RefuseRun
       END-IF
       MOVE EtName(EnvFoundIdx) TO RunEnv
       MOVE EtDir(EnvFoundIdx) TO RunDir
       IF RunDir IS EQUAL TO SPACES
           MOVE "." TO RunDir
       END-IF
       IF RunDir IS NOT EQUAL TO "."
           MOVE SPACES TO MkdirCommand
           STRING "mkdir -p " DELIMITED BY SIZE
               RunDir DELIMITED BY SPACE
               INTO MkdirCommand
           END-STRING
           CALL "SYSTEM" USING MkdirCommand
       END-IF
       PERFORM CheckStamp
       SET ENVIRONMENT "SHOP_ENV" TO RunEnv
       SET ENVIRONMENT "SHOP_DATA" TO RunDir
       MOVE "Y" TO RunFixedFlag
       EXIT.

ReadSetting.
       MOVE SPACES TO SettingNow
       ACCEPT SettingNow FROM ENVIRONMENT "SHOP_ENV"
       MOVE FUNCTION UPPER-CASE(SettingNow) TO SettingNow
       IF SettingNow IS EQUAL TO SPACES
           MOVE "PROD" TO SettingNow
       END-IF
       EXIT.

      *> A program that switches SHOP_ENV part way through would read
      *> one environment's files and write another's.
CheckSettingHeld.
       PERFORM ReadSetting
       IF SettingNow IS NOT EQUAL TO RunEnv
           MOVE SPACES TO RefuseReason
           STRING "SHOP_ENV CHANGED FROM " DELIMITED BY SIZE
               FUNCTION TRIM(RunEnv) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               FUNCTION TRIM(SettingNow) DELIMITED BY SIZE
               " DURING THE RUN" DELIMITED BY SIZE
               INTO RefuseReason
           END-STRING
           PERFORM RefuseRun
       END-IF
       EXIT.

      *> An unstamped directory is claimed for this environment; one
      *> stamped for another is refused, so TEST pointed at the live
      *> directory by mistake never touches it.
CheckStamp.
       MOVE SPACES TO StampName
       IF RunDir IS EQUAL TO "."
           MOVE "shop_env_stamp.dat" TO StampName
       ELSE
           STRING RunDir DELIMITED BY SPACE
               "/shop_env_stamp.dat" DELIMITED BY SIZE
               INTO StampName
           END-STRING
       END-IF
       OPEN INPUT StampFile
       IF StampFileStatus IS EQUAL TO "00"
           READ StampFile
               AT END
                   MOVE SPACES TO StampEnv
           END-READ
           CLOSE StampFile
           IF StampEnv IS NOT EQUAL TO SPACES
               AND StampEnv IS NOT EQUAL TO RunEnv
               MOVE SPACES TO RefuseReason
               STRING "DIRECTORY " DELIMITED BY SIZE
                   RunDir DELIMITED BY SPACE
                   " BELONGS TO " DELIMITED BY SIZE
                   StampEnv DELIMITED BY SPACE
                   ", NOT " DELIMITED BY SIZE
                   RunEnv DELIMITED BY SPACE
                   INTO RefuseReason
               END-STRING
               PERFORM RefuseRun
           END-IF
           IF StampEnv IS NOT EQUAL TO SPACES
               EXIT PARAGRAPH
           END-IF
       END-IF
       OPEN OUTPUT StampFile
       IF StampFileStatus IS NOT EQUAL TO "00"
           MOVE SPACES TO RefuseReason
           STRING "DIRECTORY " DELIMITED BY SIZE
               RunDir DELIMITED BY SPACE
               " CANNOT BE STAMPED, STATUS " DELIMITED BY SIZE
               StampFileStatus DELIMITED BY SIZE
               INTO RefuseReason
           END-STRING
           PERFORM RefuseRun
       END-IF
       ACCEPT TodayDate FROM DATE YYYYMMDD
       MOVE SPACES TO StampRecord
       MOVE RunEnv TO StampEnv
       MOVE TodayDate TO StampDate
       WRITE StampRecord
       CLOSE StampFile
       EXIT.

      *> A bare name goes into the run's directory, except
      *> shop_envs.dat, which every environment shares. A name with
      *> a directory already in it is left as it is - unless that
      *> directory is another environment's.
ResolveFile.
       IF Env-File IS EQUAL TO SPACES
           OR Env-File IS EQUAL TO "shop_envs.dat"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO SlashCount
       INSPECT Env-File TALLYING SlashCount FOR ALL "/"
       IF SlashCount IS EQUAL TO 0
           IF RunDir IS NOT EQUAL TO "."
               MOVE SPACES TO ResolvedName
               STRING RunDir DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   Env-File DELIMITED BY SPACE
                   INTO ResolvedName
               END-STRING
               MOVE ResolvedName TO Env-File
           END-IF
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING EnvIdx FROM 1 BY 1 UNTIL EnvIdx > EnvCount
           IF EtName(EnvIdx) IS NOT EQUAL TO RunEnv
               AND EtDir(EnvIdx) IS NOT EQUAL TO SPACES
               AND EtDir(EnvIdx) IS NOT EQUAL TO "."
               PERFORM CheckForeignDirectory
           END-IF
       END-PERFORM
       EXIT.

CheckForeignDirectory.
       MOVE 0 TO DirLength
       INSPECT EtDir(EnvIdx) TALLYING DirLength
           FOR CHARACTERS BEFORE INITIAL SPACE
       IF Env-File(1:DirLength) IS EQUAL TO EtDir(EnvIdx)(1:DirLength)
           AND Env-File(DirLength + 1:1) IS EQUAL TO "/"
           MOVE SPACES TO RefuseReason
           STRING Env-File DELIMITED BY SPACE
               " BELONGS TO " DELIMITED BY SIZE
               EtName(EnvIdx) DELIMITED BY SPACE
               INTO RefuseReason
           END-STRING
           PERFORM RefuseRun
       END-IF
       EXIT.

RefuseRun.
       IF RunEnv IS EQUAL TO SPACES
           MOVE SettingNow TO RunEnv
       END-IF
       DISPLAY FUNCTION TRIM(Env-Program) ": REFUSED IN ENVIRONMENT "
           FUNCTION TRIM(RunEnv) " - " FUNCTION TRIM(RefuseReason)
       DISPLAY FUNCTION TRIM(Env-Program)
           ": nothing was read or written; the run ends here."
       MOVE 12 TO RETURN-CODE
       STOP RUN
       EXIT.

LoadEnvList.
       MOVE 0 TO EnvCount
       OPEN INPUT EnvListFile
       IF EnvListFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL EnvListFileStatus IS NOT EQUAL TO "00"
           READ EnvListFile
               AT END
                   MOVE "10" TO EnvListFileStatus
               NOT AT END
                   IF EnvRecName IS NOT EQUAL TO SPACES
                       AND EnvCount IS LESS THAN 9
                       ADD 1 TO EnvCount
                       MOVE FUNCTION UPPER-CASE(EnvRecName)
                           TO EtName(EnvCount)
                       MOVE EnvRecDir TO EtDir(EnvCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EnvListFile
       EXIT.

      *> PROD stays in the run directory, where the live files have
      *> always been; TEST and TRAIN get directories of their own.
EnsureEnvList.
       OPEN INPUT EnvListFile
       IF EnvListFileStatus IS EQUAL TO "00"
           CLOSE EnvListFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT EnvListFile
       IF EnvListFileStatus IS NOT EQUAL TO "00"
           DISPLAY "SHOPENV: could not seed shop_envs.dat, status "
               EnvListFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO EnvListRecord
       MOVE "PROD" TO EnvRecName
       MOVE "." TO EnvRecDir
       MOVE "the live shop" TO EnvRecDesc
       WRITE EnvListRecord
       MOVE SPACES TO EnvListRecord
       MOVE "TEST" TO EnvRecName
       MOVE "test_data" TO EnvRecDir
       MOVE "releases and TESTBED" TO EnvRecDesc
       WRITE EnvListRecord
       MOVE SPACES TO EnvListRecord
       MOVE "TRAIN" TO EnvRecName
       MOVE "train_data" TO EnvRecDir
       MOVE "training new operators" TO EnvRecDesc
       WRITE EnvListRecord
       CLOSE EnvListFile
       DISPLAY "SHOPENV: seeded shop_envs.dat with PROD, TEST and TRAIN."
       EXIT.
