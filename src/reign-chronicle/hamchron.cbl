       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HAMCHRON.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN DYNAMIC LedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors HAMURABI's LedgerRecord field-for-field.
       FD LedgerFile.
       01 LedgerRecord.
          02 LdgName PIC X(12).
          02 LdgSeed PIC 9(5).
          02 LdgReignDate PIC 9(8).
          02 LdgReignTime PIC 9(8).
          02 LdgKind PIC X.
          02 LdgYear PIC 99.
          02 LdgLandPrice PIC 99.
          02 LdgBought PIC 9(5).
          02 LdgSold PIC 9(5).
          02 LdgFed PIC 9(5).
          02 LdgPlanted PIC 9(5).
          02 LdgYield PIC 9.
          02 LdgRatsAte PIC 9(5).
          02 LdgImmigrants PIC 9(4).
          02 LdgPlague PIC X.
          02 LdgStarved PIC 9(4).
          02 LdgPopulation PIC 9(4).
          02 LdgGrain PIC 9(5).
          02 LdgAcres PIC 9(5).
          02 LdgRating PIC 99.
          02 LdgRatingWord PIC X(12).
          02 LdgMode PIC X.
          02 LdgScenario PIC X(4).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LedgerFileName PIC X(60) VALUE "hamurabi_ledger.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 LedgerFileStatus PIC XX.
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
      *> Every reign on the ledger (for the ruler asked after, or for
      *> all rulers), in the order the reigns first appear - which is
      *> the order they began. Past a hundred the oldest drop off the
      *> front of the list.
       01 ReignList.
          02 ReignCount PIC 999 VALUE 0.
          02 ReignEntries OCCURS 100 TIMES.
             03 RlKey.
                04 RlName PIC X(12).
                04 RlSeed PIC 9(5).
                04 RlDate PIC 9(8).
                04 RlTime PIC 9(8).
             03 RlYears PIC 99.
             03 RlJudged PIC X.
             03 RlRating PIC 99.
             03 RlRatingWord PIC X(12).
             03 RlMode PIC X.
             03 RlScenario PIC X(4).
          02 ReignIdx PIC 999.
          02 ReignFoundIdx PIC 999.
          02 ReignChoice PIC 999.
       01 ChronicleData.
          02 RulerFilter PIC X(12).
          02 ChoiceInput PIC X(4).
          02 LedgerKey.
             03 LkName PIC X(12).
             03 LkSeed PIC 9(5).
             03 LkDate PIC 9(8).
             03 LkTime PIC 9(8).
          02 YearsPrinted PIC 99 VALUE 0.
          02 RunStarved PIC 9(6) VALUE 0.
          02 RunRats PIC 9(6) VALUE 0.
          02 ChronJudged PIC X VALUE "N".
             88 ReignWasJudged VALUE "Y".
          02 ChronRating PIC 99.
          02 ChronRatingWord PIC X(12).
       01 YearLine.
          02 YlYear PIC Z9.
          02 FILLER PIC X VALUE SPACE.
          02 YlPrice PIC Z9.
          02 FILLER PIC X VALUE SPACE.
          02 YlBought PIC ZZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlSold PIC ZZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlFed PIC ZZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlPlanted PIC ZZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlYield PIC 9.
          02 FILLER PIC X VALUE SPACE.
          02 YlRats PIC ZZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlImmigrants PIC ZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlPlague PIC X.
          02 FILLER PIC X VALUE SPACE.
          02 YlStarved PIC ZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlRunStarved PIC ZZZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlRunRats PIC ZZZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlPopulation PIC ZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlAcres PIC ZZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 YlGrain PIC ZZZZ9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "HAMCHRON: ruler to chronicle (blank for every ruler)? "
           WITH NO ADVANCING
       MOVE SPACES TO RulerFilter
       ACCEPT RulerFilter
       PERFORM ListReigns
       IF ReignCount IS EQUAL TO 0
           DISPLAY "HAMCHRON: no reigns on the ledger to chronicle."
           STOP RUN
       END-IF
       PERFORM ShowReignList
       DISPLAY "Chronicle which reign (blank for the latest)? "
           WITH NO ADVANCING
       MOVE SPACES TO ChoiceInput
       ACCEPT ChoiceInput
       MOVE ReignCount TO ReignChoice
       IF ChoiceInput IS NOT EQUAL TO SPACES
           IF FUNCTION TRIM(ChoiceInput) IS NUMERIC
               MOVE FUNCTION NUMVAL(ChoiceInput) TO ReignChoice
           ELSE
               MOVE 0 TO ReignChoice
           END-IF
       END-IF
       IF ReignChoice IS EQUAL TO 0
           OR ReignChoice IS GREATER THAN ReignCount
           DISPLAY "HAMCHRON: there is no reign " FUNCTION
               TRIM(ChoiceInput) " on the list."
           STOP RUN
       END-IF
       MOVE RlKey(ReignChoice) TO LedgerKey
       PERFORM WriteChronicle
STOP RUN.

      *> First pass: gather the distinct reign keys, how many years
      *> each has on the ledger, and the judgment if there is one.
ListReigns.
       OPEN INPUT LedgerFile
       IF LedgerFileStatus IS NOT EQUAL TO "00"
           DISPLAY "HAMCHRON: no hamurabi_ledger.dat to report on, "
               "status " LedgerFileStatus "."
           STOP RUN
       END-IF
       PERFORM UNTIL LedgerFileStatus IS NOT EQUAL TO "00"
           READ LedgerFile
               AT END
                   MOVE "10" TO LedgerFileStatus
               NOT AT END
                   IF RulerFilter IS EQUAL TO SPACES
                       OR LdgName IS EQUAL TO RulerFilter
                       PERFORM NoteReignRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile
       EXIT.

NoteReignRecord.
       IF LdgSeed IS NOT NUMERIC OR LdgReignDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF LdgReignTime IS NOT NUMERIC
           MOVE 0 TO LdgReignTime
       END-IF
       PERFORM FindReign
       IF ReignFoundIdx IS EQUAL TO 0
           IF ReignCount IS NOT LESS THAN 100
               PERFORM VARYING ReignIdx FROM 1 BY 1
                   UNTIL ReignIdx IS NOT LESS THAN 100
                   MOVE ReignEntries(ReignIdx + 1)
                       TO ReignEntries(ReignIdx)
               END-PERFORM
           ELSE
               ADD 1 TO ReignCount
           END-IF
           MOVE ReignCount TO ReignFoundIdx
           MOVE LdgName TO RlName(ReignFoundIdx)
           MOVE LdgSeed TO RlSeed(ReignFoundIdx)
           MOVE LdgReignDate TO RlDate(ReignFoundIdx)
           MOVE LdgReignTime TO RlTime(ReignFoundIdx)
           MOVE 0 TO RlYears(ReignFoundIdx)
           MOVE "N" TO RlJudged(ReignFoundIdx)
           MOVE 0 TO RlRating(ReignFoundIdx)
           MOVE SPACES TO RlRatingWord(ReignFoundIdx)
           MOVE LdgMode TO RlMode(ReignFoundIdx)
           IF LdgScenario IS EQUAL TO SPACES
               MOVE "STD " TO RlScenario(ReignFoundIdx)
           ELSE
               MOVE LdgScenario TO RlScenario(ReignFoundIdx)
           END-IF
       END-IF
       IF LdgKind IS EQUAL TO "J"
           MOVE "Y" TO RlJudged(ReignFoundIdx)
           MOVE LdgRating TO RlRating(ReignFoundIdx)
           MOVE LdgRatingWord TO RlRatingWord(ReignFoundIdx)
       ELSE
           MOVE LdgYear TO RlYears(ReignFoundIdx)
       END-IF
       EXIT.

FindReign.
       MOVE 0 TO ReignFoundIdx
       PERFORM VARYING ReignIdx FROM 1 BY 1
           UNTIL ReignIdx IS GREATER THAN ReignCount
           OR ReignFoundIdx IS NOT EQUAL TO 0
           IF RlName(ReignIdx) IS EQUAL TO LdgName
               AND RlSeed(ReignIdx) IS EQUAL TO LdgSeed
               AND RlDate(ReignIdx) IS EQUAL TO LdgReignDate
               AND RlTime(ReignIdx) IS EQUAL TO LdgReignTime
               MOVE ReignIdx TO ReignFoundIdx
           END-IF
       END-PERFORM
       EXIT.

ShowReignList.
       DISPLAY " "
       DISPLAY "  #  RULER        SEED  BEGUN    SCEN YEARS  JUDGED"
       PERFORM VARYING ReignIdx FROM 1 BY 1
           UNTIL ReignIdx IS GREATER THAN ReignCount
           IF RlJudged(ReignIdx) IS EQUAL TO "Y"
               DISPLAY ReignIdx " " RlName(ReignIdx) " "
                   RlSeed(ReignIdx) " " RlDate(ReignIdx) " "
                   RlScenario(ReignIdx) "  " RlYears(ReignIdx) "   "
                   FUNCTION TRIM(RlRatingWord(ReignIdx)) " "
                   RlRating(ReignIdx)
           ELSE
               DISPLAY ReignIdx " " RlName(ReignIdx) " "
                   RlSeed(ReignIdx) " " RlDate(ReignIdx) " "
                   RlScenario(ReignIdx) "  " RlYears(ReignIdx)
                   "   (STILL REIGNING)"
           END-IF
       END-PERFORM
       EXIT.

      *> Second pass: a line per year of the chosen reign with the
      *> starved and rat-eaten tallies carried down the page, then
      *> the judgment and the reign totals.
WriteChronicle.
       MOVE "O" TO Rpt-Action
       MOVE "hamurabi_chronicle.txt" TO Rpt-File
       MOVE "CHRONICLE OF THE REIGN" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "RULER: " DELIMITED BY SIZE
           LkName DELIMITED BY SIZE
           "  SEED: " DELIMITED BY SIZE
           LkSeed DELIMITED BY SIZE
           "  BEGUN: " DELIMITED BY SIZE
           LkDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LkTime DELIMITED BY SIZE
           "  SCENARIO: " DELIMITED BY SIZE
           RlScenario(ReignChoice) DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       IF RlMode(ReignChoice) IS EQUAL TO "S"
           MOVE "(RULED UNATTENDED FROM A STRATEGY FILE)" TO PrintLine
           PERFORM PutLine
       END-IF
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "YR PR   BUY  SELL   FED PLANT Y  RATS  IMM P STRV "
           TO PrintLine
       MOVE "RUNSTV RUNRAT  POP ACRES GRAIN" TO PrintLine(51:30)
       PERFORM PutLine
       OPEN INPUT LedgerFile
       PERFORM UNTIL LedgerFileStatus IS NOT EQUAL TO "00"
           READ LedgerFile
               AT END
                   MOVE "10" TO LedgerFileStatus
               NOT AT END
                   IF LdgReignTime IS NOT NUMERIC
                       MOVE 0 TO LdgReignTime
                   END-IF
                   IF LdgName IS EQUAL TO LkName
                       AND LdgSeed IS EQUAL TO LkSeed
                       AND LdgReignDate IS EQUAL TO LkDate
                       AND LdgReignTime IS EQUAL TO LkTime
                       PERFORM ChronicleRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       IF ReignWasJudged
           STRING "THE REIGN WAS JUDGED " DELIMITED BY SIZE
               FUNCTION TRIM(ChronRatingWord) DELIMITED BY SIZE
               " - RATING " DELIMITED BY SIZE
               ChronRating DELIMITED BY SIZE
               " OF 99, AFTER " DELIMITED BY SIZE
               YearsPrinted DELIMITED BY SIZE
               " YEAR(S)." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       ELSE
           STRING "THE REIGN HAS NOT BEEN JUDGED - " DELIMITED BY SIZE
               YearsPrinted DELIMITED BY SIZE
               " YEAR(S) ON THE LEDGER SO FAR." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF
       PERFORM PutLine
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       EXIT.

ChronicleRecord.
       IF LdgKind IS EQUAL TO "J"
           MOVE "Y" TO ChronJudged
           MOVE LdgRating TO ChronRating
           MOVE LdgRatingWord TO ChronRatingWord
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO YearsPrinted
       ADD LdgStarved TO RunStarved
       ADD LdgRatsAte TO RunRats
       MOVE LdgYear TO YlYear
       MOVE LdgLandPrice TO YlPrice
       MOVE LdgBought TO YlBought
       MOVE LdgSold TO YlSold
       MOVE LdgFed TO YlFed
       MOVE LdgPlanted TO YlPlanted
       MOVE LdgYield TO YlYield
       MOVE LdgRatsAte TO YlRats
       MOVE LdgImmigrants TO YlImmigrants
       MOVE LdgPlague TO YlPlague
       MOVE LdgStarved TO YlStarved
       MOVE RunStarved TO YlRunStarved
       MOVE RunRats TO YlRunRats
       MOVE LdgPopulation TO YlPopulation
       MOVE LdgAcres TO YlAcres
       MOVE LdgGrain TO YlGrain
       MOVE YearLine TO PrintLine
       PERFORM PutLine
       MOVE "T" TO Rpt-Action
       MOVE "ACRES BOUGHT" TO Rpt-Total-Label
       MOVE LdgBought TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "ACRES SOLD" TO Rpt-Total-Label
       MOVE LdgSold TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "BUSHELS TO RATS" TO Rpt-Total-Label
       MOVE LdgRatsAte TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "IMMIGRANTS" TO Rpt-Total-Label
       MOVE LdgImmigrants TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "PEOPLE STARVED" TO Rpt-Total-Label
       MOVE LdgStarved TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       EXIT.

PutLine.
       MOVE "L" TO Rpt-Action
       MOVE PrintLine TO Rpt-Line
       CALL "REPORTSVC" USING Report-Request
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 1
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
       MOVE "HAMCHRON" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
