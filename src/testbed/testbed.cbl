ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CasesFile ASSIGN DYNAMIC CasesFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CasesFileStatus.
           SELECT ExpectedFile ASSIGN DYNAMIC ExpectedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExpectedFileStatus.

      *>   RNGSEED nnnnn  - seeded call; the answer is Seed-Used
      *>   PROFRT  name kills - save/reload round trip on a scratch
      *>                    roster entry
      *>   PROFPIN name pin - set a PIN, reset it, set it again with
      *>                    no prompt; the answer is the three results
      *>   JOURNAL file   - a unit of work that saves a scratch file
      *>                    and finishes; the answer is the three
      *>                    results
      *>   GAMELOG event  - one logged line; the answer is LOGGED
      *>   MSGCAT  prog num lang - catalog lookup; the answer is
      *>                    Msg-Result (D found, F fell back, U unknown)
      *>   SHOPENV file   - a bare name resolved; the answer is IN ENV
      *>                    DIR when it lands in the run's directory
      *>   PLAYMAIL name  - a note posted to a roster name, then one
      *>                    to the batch identity; the answer is the
      *>                    two results (D posted, S skipped)
      *>   WORLDCAT name  - a world added to the catalog, added again,
      *>                    then deleted; the answer is the three
      *>                    results (D done, T taken)
      *>   PURSE name     - a deposit to a roster name, the same drawn
      *>                    back out, then one coin more; the answer
      *>                    is the three results (D done, R refused)
      *>   MAZEWALK name  - a walk opened for a roster name, a step,
      *>                    a second step, the second again, then the
      *>                    walk closed; the answer is the five results
      *>                    and the step count the walk ended on
       FD CasesFile.
       01 CaseRecord.
          02 TcKind PIC X(8).
          02 ExpValue PIC X(20).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 CasesFileName PIC X(60) VALUE "testbed_cases.dat".
          02 ExpectedFileName PIC X(60) VALUE "testbed_expected.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "DIRSVC.cpy".
       COPY "SEEDREQ.cpy".
       COPY "PLAYPROF.cpy".
       COPY "GAMELOG.cpy".
       COPY "INCLOG.cpy".
       COPY "JOURNAL.cpy".
       COPY "MSGCAT.cpy".
       COPY "PLAYMAIL.cpy".
       COPY "WORLDCAT.cpy".
       COPY "PURSE.cpy".
       COPY "MAZEWALK.cpy".
       01 CasesFileStatus PIC XX.
       01 ExpectedFileStatus PIC XX.
      *> DIRSVC, RNGSEED, PLAYPROF, and GAMELOG sit under every game;
          02 RowDeltaEdit PIC +9.
          02 ColDeltaEdit PIC +9.
          02 ProfNameHold PIC X(12).
          02 ResolvedWant PIC X(80).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       IF Env-Name IS EQUAL TO "PROD"
           DISPLAY "TESTBED: the bench writes scratch profiles, journal"
               " units and log lines - it runs in TEST or TRAIN, never"
               " in PROD."
           DISPLAY "TESTBED: set SHOP_ENV and run it again."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM EnsureCaseFiles
       OPEN INPUT CasesFile
       IF CasesFileStatus IS NOT EQUAL TO "00"
           DISPLAY "TESTBED: no testbed_cases.dat, status "
               CasesFileStatus "."
           DISPLAY "TESTBED: FAIL"
           MOVE "NO testbed_cases.dat" TO Inc-Detail
           PERFORM RaiseFailure
           STOP RUN
       END-IF
       OPEN INPUT ExpectedFile
           DISPLAY "TESTBED: no testbed_expected.dat, status "
               ExpectedFileStatus "."
           DISPLAY "TESTBED: FAIL"
           MOVE "NO testbed_expected.dat" TO Inc-Detail
           PERFORM RaiseFailure
           CLOSE CasesFile
           STOP RUN
       END-IF
           DISPLAY "TESTBED: PASS"
       ELSE
           DISPLAY "TESTBED: FAIL"
           MOVE SPACES TO Inc-Detail
           STRING "BENCH FAILED, " DELIMITED BY SIZE
               FailCount DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               CaseNumber DELIMITED BY SIZE
               " CASE(S)" DELIMITED BY SIZE
               INTO Inc-Detail
           END-STRING
           PERFORM RaiseFailure
       END-IF
STOP RUN.

      *> A failed bench means a shared subprogram has drifted under
      *> every game: it goes on the incident register.
RaiseFailure.
       MOVE "TESTBED" TO Inc-Program
       MOVE "MED" TO Inc-Severity
       CALL "INCLOG" USING Incident-Request
       EXIT.

RunOneCase.
       ADD 1 TO CaseNumber
       MOVE SPACES TO ActualValue
               PERFORM CaseRngSeed
           WHEN "PROFRT  "
               PERFORM CaseProfileRoundTrip
           WHEN "PROFPIN "
               PERFORM CaseProfilePin
           WHEN "JOURNAL "
               PERFORM CaseJournal
           WHEN "GAMELOG "
               PERFORM CaseGameLog
           WHEN "MSGCAT  "
               PERFORM CaseMessageCatalog
           WHEN "SHOPENV "
               PERFORM CaseShopEnv
           WHEN "PLAYMAIL"
               PERFORM CasePlayerMail
           WHEN "WORLDCAT"
               PERFORM CaseWorldCatalog
           WHEN "PURSE"
               PERFORM CasePurse
           WHEN "MAZEWALK"
               PERFORM CaseMazeWalk
           WHEN OTHER
               MOVE "UNKNOWN CASE KIND" TO ActualValue
       END-EVALUATE
       MOVE "N" TO Prof-Tower-Reached
       MOVE 0 TO Prof-Contract-Pay
       MOVE 0 TO Prof-Hamurabi-Best
       MOVE "STD " TO Prof-Hamurabi-Scen
       MOVE "S" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE 9999 TO Prof-Lion-Kills
       MOVE ProfNameHold TO Prof-Name
       EXIT.

      *> The second set only goes through silently if the operator
      *> reset really cleared the first PIN; the scratch entry is
      *> left unprotected.
CaseProfilePin.
       MOVE Prof-Name TO ProfNameHold
       INITIALIZE Player-Profile
       MOVE TcParms(1:12) TO Prof-Name
       MOVE "R" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE "S" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE TcParms(14:4) TO Profile-Pin
       MOVE "P" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Profile-Result TO ActualValue(1:1)
       MOVE "U" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Profile-Result TO ActualValue(2:1)
       MOVE SPACES TO Profile-Pin
       MOVE "P" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Profile-Result TO ActualValue(3:1)
       MOVE ProfNameHold TO Prof-Name
       EXIT.

      *> The unit is marked done, so RECOVER never offers it.
CaseJournal.
       MOVE "B" TO Jnl-Action
       MOVE "TESTBED" TO Jnl-Program
       MOVE 0 TO Jnl-Session
       CALL "JOURNAL" USING Journal-Request
       MOVE Jnl-Result TO ActualValue(1:1)
       MOVE "F" TO Jnl-Action
       MOVE TcParms TO Jnl-File
       CALL "JOURNAL" USING Journal-Request
       MOVE Jnl-Result TO ActualValue(2:1)
       MOVE "D" TO Jnl-Action
       CALL "JOURNAL" USING Journal-Request
       MOVE Jnl-Result TO ActualValue(3:1)
       EXIT.

CaseGameLog.
       MOVE "TESTBED" TO GL-Program
       MOVE TcParms(1:10) TO GL-Event
       MOVE "LOGGED" TO ActualValue
       EXIT.

CaseMessageCatalog.
       INITIALIZE Message-Request
       MOVE "T" TO Msg-Action
       MOVE TcParms(1:8) TO Msg-Program
       IF TcParms(10:3) IS NUMERIC
           MOVE TcParms(10:3) TO Msg-Number
       END-IF
       MOVE TcParms(14:2) TO Msg-Language
       CALL "MSGCAT" USING Message-Request
       MOVE Msg-Result TO ActualValue(1:1)
       EXIT.

CaseShopEnv.
       MOVE TcParms TO Env-File
       PERFORM ResolveFileName
       MOVE SPACES TO ResolvedWant
       IF Env-Dir IS EQUAL TO "."
           MOVE TcParms TO ResolvedWant
       ELSE
           STRING Env-Dir DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               TcParms DELIMITED BY SPACE
               INTO ResolvedWant
           END-STRING
       END-IF
       IF Env-File IS EQUAL TO ResolvedWant
           MOVE "IN ENV DIR" TO ActualValue
       ELSE
           MOVE "OUTSIDE ENV DIR" TO ActualValue
       END-IF
       EXIT.

CasePlayerMail.
       MOVE "P" TO Mail-Action
       MOVE TcParms(1:12) TO Mail-To
       MOVE "TESTBED" TO Mail-From
       MOVE "bench case" TO Mail-Text
       CALL "PLAYMAIL" USING Mail-Request
       MOVE Mail-Result TO ActualValue(1:1)
       MOVE "P" TO Mail-Action
       MOVE "BATCH" TO Mail-To
       CALL "PLAYMAIL" USING Mail-Request
       MOVE Mail-Result TO ActualValue(2:1)
       EXIT.

      *> The world is never played, so its save is never made; the
      *> delete takes the catalog entry back out.
CaseWorldCatalog.
       MOVE "A" TO Wct-Action
       MOVE TcParms(1:12) TO Wct-Name
       MOVE "TESTBED" TO Wct-Owner
       MOVE 0 TO Wct-Size
       CALL "WORLDCAT" USING World-Catalog-Request
       MOVE Wct-Result TO ActualValue(1:1)
       MOVE "A" TO Wct-Action
       MOVE TcParms(1:12) TO Wct-Name
       CALL "WORLDCAT" USING World-Catalog-Request
       MOVE Wct-Result TO ActualValue(2:1)
       MOVE "D" TO Wct-Action
       MOVE TcParms(1:12) TO Wct-Name
       CALL "WORLDCAT" USING World-Catalog-Request
       MOVE Wct-Result TO ActualValue(3:1)
       EXIT.

      *> The purse ends where it began, so the case can be rerun.
CasePurse.
       MOVE "D" TO Purse-Action
       MOVE TcParms(1:12) TO Purse-Name
       MOVE "TESTBED" TO Purse-Game
       MOVE 10 TO Purse-Amount
       MOVE "bench deposit" TO Purse-Memo
       CALL "PURSE" USING Purse-Request
       MOVE Purse-Result TO ActualValue(1:1)
       MOVE "W" TO Purse-Action
       MOVE "bench withdrawal" TO Purse-Memo
       CALL "PURSE" USING Purse-Request
       MOVE Purse-Result TO ActualValue(2:1)
       MOVE "W" TO Purse-Action
       MOVE 1 TO Purse-Amount
       CALL "PURSE" USING Purse-Request
       MOVE Purse-Result TO ActualValue(3:1)
       EXIT.

      *> Standing still is not a step, so the walk ends on step 1.
CaseMazeWalk.
       MOVE "C" TO Walk-State
       MOVE "O" TO Walk-Action
       MOVE "TESTBED" TO Walk-Game
       MOVE TcParms(1:12) TO Walk-Player
       MOVE SPACES TO Walk-Maze-Key
       MOVE "testbed_maze.dat" TO Walk-Maze-File
       CALL "MAZEWALK" USING Maze-Walk-Request
       MOVE Walk-Result TO ActualValue(1:1)
       MOVE "S" TO Walk-Action
       MOVE 1 TO Walk-Column
       MOVE 1 TO Walk-Row
       CALL "MAZEWALK" USING Maze-Walk-Request
       MOVE Walk-Result TO ActualValue(2:1)
       MOVE 2 TO Walk-Row
       CALL "MAZEWALK" USING Maze-Walk-Request
       MOVE Walk-Result TO ActualValue(3:1)
       CALL "MAZEWALK" USING Maze-Walk-Request
       MOVE Walk-Result TO ActualValue(4:1)
       MOVE "E" TO Walk-Action
       MOVE "Q" TO Walk-Outcome
       CALL "MAZEWALK" USING Maze-Walk-Request
       MOVE Walk-Result TO ActualValue(5:1)
       MOVE Walk-Step TO ActualValue(6:4)
       EXIT.

      *> A starter bench so the harness demonstrates its own format:
      *> the direction remaps that bit us before DIRSVC existed, a
      *> seeded RNG call, a profile round trip and PIN reset, a
      *> journaled unit of work, one logged line, a translated and
      *> an unknown catalog message, a name put in its environment's
      *> directory, a note posted to the scratch player, a scratch
      *> world in and out of the world catalog, the scratch
      *> player's purse paid into and drawn on, and a short walk
      *> through a scratch maze.
EnsureCaseFiles.
       OPEN INPUT CasesFile
       IF CasesFileStatus IS EQUAL TO "00"
       MOVE "PROFRT  " TO TcKind
       MOVE "TESTBENCH    0007" TO TcParms
       WRITE CaseRecord
       MOVE "PROFPIN " TO TcKind
       MOVE "TESTBENCH    4321" TO TcParms
       WRITE CaseRecord
       MOVE "JOURNAL " TO TcKind
       MOVE "testbed_case.dat" TO TcParms
       WRITE CaseRecord
       MOVE "GAMELOG " TO TcKind
       MOVE "BENCH" TO TcParms
       WRITE CaseRecord
       MOVE "MSGCAT  " TO TcKind
       MOVE "GUESS    001 ES" TO TcParms
       WRITE CaseRecord
       MOVE "MSGCAT  " TO TcKind
       MOVE "GUESS    999 EN" TO TcParms
       WRITE CaseRecord
       MOVE "SHOPENV " TO TcKind
       MOVE "testbed_case.dat" TO TcParms
       WRITE CaseRecord
       MOVE "PLAYMAIL" TO TcKind
       MOVE "TESTBENCH" TO TcParms
       WRITE CaseRecord
       MOVE "WORLDCAT" TO TcKind
       MOVE "TESTBENCH" TO TcParms
       WRITE CaseRecord
       MOVE "PURSE" TO TcKind
       MOVE "TESTBENCH" TO TcParms
       WRITE CaseRecord
       MOVE "MAZEWALK" TO TcKind
       MOVE "TESTBENCH" TO TcParms
       WRITE CaseRecord
       CLOSE CasesFile
       OPEN OUTPUT ExpectedFile
       IF ExpectedFileStatus IS NOT EQUAL TO "00"
       WRITE ExpectedRecord
       MOVE "0007" TO ExpValue
       WRITE ExpectedRecord
       MOVE "DDD" TO ExpValue
       WRITE ExpectedRecord
       MOVE "DDD" TO ExpValue
       WRITE ExpectedRecord
       MOVE "LOGGED" TO ExpValue
       WRITE ExpectedRecord
       MOVE "D" TO ExpValue
       WRITE ExpectedRecord
       MOVE "U" TO ExpValue
       WRITE ExpectedRecord
       MOVE "IN ENV DIR" TO ExpValue
       WRITE ExpectedRecord
       MOVE "DS" TO ExpValue
       WRITE ExpectedRecord
       MOVE "DTD" TO ExpValue
       WRITE ExpectedRecord
       MOVE "DDR" TO ExpValue
       WRITE ExpectedRecord
       MOVE "DDDDD0001" TO ExpValue
       WRITE ExpectedRecord
       CLOSE ExpectedFile
       DISPLAY "TESTBED: seeded the starter bench."
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 2
           MOVE DataFileName(DataFileIdx) TO Env-File
           PERFORM ResolveFileName
           MOVE Env-File TO DataFileName(DataFileIdx)
       END-PERFORM
       MOVE "Y" TO DataFilesFlag
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "TESTBED" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
