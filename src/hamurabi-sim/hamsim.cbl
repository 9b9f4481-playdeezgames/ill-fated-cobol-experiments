       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HAMSIM.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN DYNAMIC LedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT StrategyProbeFile ASSIGN DYNAMIC StrategyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StrategyProbeStatus.

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
       FD StrategyProbeFile.
       01 StrategyProbeLine PIC X(40).

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
       COPY "GAMELOG.cpy".
       COPY "REPORTSVC.cpy".
       01 LedgerFileStatus PIC XX.
       01 StrategyProbeStatus PIC XX.
       01 StrategyFileName PIC X(60).
       01 ScenarioChoice PIC X(4).
       01 PrintLine PIC X(80).
      *> The seeds to rule the strategy over, first to last; a
      *> thousand reigns is the most one run will attempt.
       01 RangeData.
          02 SeedInput PIC X(6).
          02 FirstSeed PIC 9(5).
          02 LastSeed PIC 9(5).
          02 RunSeed PIC 9(5).
          02 RunLimit PIC 9(4) VALUE 1000.
      *> Each reign runs HAMURABI the way DRIVER runs its chain
      *> steps, and is read back off the end of the ledger: only
      *> records written since the last look are considered.
       01 RunData.
          02 RunCommand PIC X(160).
          02 LedgerRecsSeen PIC 9(7) VALUE 0.
          02 LedgerRecNo PIC 9(7).
          02 RunFound PIC X.
             88 RunJudged VALUE "Y".
          02 RunYears PIC 99.
          02 RunRating PIC 99.
          02 RunWord PIC X(12).
          02 RunAcresPer PIC 9(4)V9.
          02 RunPopulation PIC 9(4).
          02 RunScenario PIC X(4).
       01 TallyData.
          02 ReignsRun PIC 9(4) VALUE 0.
          02 ReignsMissing PIC 9(4) VALUE 0.
          02 OustedCount PIC 9(4) VALUE 0.
          02 RatingSum PIC 9(7) VALUE 0.
          02 RatingLow PIC 99 VALUE 99.
          02 RatingHigh PIC 99 VALUE 0.
          02 PeopledReigns PIC 9(4) VALUE 0.
          02 AcresPerSum PIC 9(7)V9 VALUE 0.
      *> Rating bands of twenty points: 0-19 up to 80-99.
          02 BandCounts PIC 9(4) OCCURS 5 TIMES.
          02 BandIdx PIC 9.
          02 BandLow PIC 99.
          02 BandHigh PIC 99.
          02 WordNames.
             03 FILLER PIC X(12) VALUE "DISGRACEFUL".
             03 FILLER PIC X(12) VALUE "HEAVY-FISTED".
             03 FILLER PIC X(12) VALUE "MIDDLING".
             03 FILLER PIC X(12) VALUE "WORTHY".
             03 FILLER PIC X(12) VALUE "FANTASTIC".
          02 WordTable REDEFINES WordNames.
             03 WordName PIC X(12) OCCURS 5 TIMES.
          02 WordCounts PIC 9(4) OCCURS 5 TIMES.
          02 WordIdx PIC 9.
          02 AverageEdit PIC ZZZ9.9.
          02 AverageWork PIC 9(4)V9.
          02 PercentEdit PIC ZZ9.9.
          02 PercentWork PIC 999V9.
       01 DetailLine.
          02 FILLER PIC XX VALUE SPACES.
          02 DlSeed PIC 9(5).
          02 FILLER PIC X VALUE SPACE.
          02 DlScenario PIC X(4).
          02 FILLER PIC XX VALUE SPACES.
          02 DlYears PIC Z9.
          02 FILLER PIC XX VALUE SPACES.
          02 DlRating PIC Z9.
          02 FILLER PIC XX VALUE SPACES.
          02 DlWord PIC X(12).
          02 FILLER PIC XX VALUE SPACES.
          02 DlPopulation PIC ZZZ9.
          02 FILLER PIC XX VALUE SPACES.
          02 DlAcresPer PIC ZZZ9.9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "HAMURABI STRATEGY SIMULATOR"
       DISPLAY " "
       DISPLAY "Strategy file? " WITH NO ADVANCING
       MOVE SPACES TO StrategyFileName
       ACCEPT StrategyFileName
       IF StrategyFileName IS EQUAL TO SPACES
           DISPLAY "HAMSIM: a simulation needs a strategy file."
           STOP RUN
       END-IF
       MOVE StrategyFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO StrategyFileName
       OPEN INPUT StrategyProbeFile
       IF StrategyProbeStatus IS NOT EQUAL TO "00"
           DISPLAY "HAMSIM: " FUNCTION TRIM(StrategyFileName)
               " could not be opened, status " StrategyProbeStatus "."
           STOP RUN
       END-IF
       CLOSE StrategyProbeFile
       DISPLAY "Scenario code (blank for the first on file)? "
           WITH NO ADVANCING
       MOVE SPACES TO ScenarioChoice
       ACCEPT ScenarioChoice
       MOVE FUNCTION UPPER-CASE(ScenarioChoice) TO ScenarioChoice
       DISPLAY "First seed? " WITH NO ADVANCING
       PERFORM AcceptSeed
       MOVE RunSeed TO FirstSeed
       DISPLAY "Last seed (blank for the first seed + 99)? "
           WITH NO ADVANCING
       PERFORM AcceptSeed
       IF SeedInput IS EQUAL TO SPACES
           COMPUTE LastSeed = FUNCTION MIN(99999, FirstSeed + 99)
       ELSE
           MOVE RunSeed TO LastSeed
       END-IF
       IF FirstSeed IS EQUAL TO 0
           MOVE 1 TO FirstSeed
       END-IF
       IF LastSeed IS LESS THAN FirstSeed
           DISPLAY "HAMSIM: the last seed comes before the first."
           STOP RUN
       END-IF
       IF LastSeed - FirstSeed IS NOT LESS THAN RunLimit
           COMPUTE LastSeed = FirstSeed + RunLimit - 1
           DISPLAY "HAMSIM: held to " RunLimit " reigns, seeds "
               FirstSeed " to " LastSeed "."
       END-IF
       PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
           MOVE 0 TO BandCounts(BandIdx)
           MOVE 0 TO WordCounts(BandIdx)
       END-PERFORM
       PERFORM CountLedger
       MOVE LedgerRecNo TO LedgerRecsSeen
       PERFORM OpenSimReport
       PERFORM VARYING RunSeed FROM FirstSeed BY 1
           UNTIL RunSeed IS GREATER THAN LastSeed
           PERFORM RunOneReign
           PERFORM ReadReignBack
           PERFORM TallyReign
       END-PERFORM
       PERFORM WriteSummary
       MOVE "HAMSIM" TO GL-Program
       MOVE "SIMULATE" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "reigns=" DELIMITED BY SIZE
           ReignsRun DELIMITED BY SIZE
           " ousted=" DELIMITED BY SIZE
           OustedCount DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(StrategyFileName) DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
STOP RUN.

AcceptSeed.
       MOVE SPACES TO SeedInput
       ACCEPT SeedInput
       MOVE 0 TO RunSeed
       IF SeedInput(1:5) IS NUMERIC
           MOVE SeedInput(1:5) TO RunSeed
       ELSE
           IF SeedInput(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(SeedInput) TO RunSeed
           END-IF
       END-IF
       EXIT.

CountLedger.
       MOVE 0 TO LedgerRecNo
       OPEN INPUT LedgerFile
       IF LedgerFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LedgerFileStatus IS NOT EQUAL TO "00"
           READ LedgerFile
               AT END
                   MOVE "10" TO LedgerFileStatus
               NOT AT END
                   ADD 1 TO LedgerRecNo
           END-READ
       END-PERFORM
       CLOSE LedgerFile
       EXIT.

      *> The piped answers, in the order HAMURABI consumes them: the
      *> seed, the strategy file, a blank for PLAYPROF's roster
      *> screen (blank plays as BATCH), and the scenario code
      *> (a blank takes the first on file). The reign's own chatter
      *> is thrown away; the ledger is what is read back.
RunOneReign.
       MOVE SPACES TO RunCommand
       STRING "printf '" DELIMITED BY SIZE
           RunSeed DELIMITED BY SIZE
           "\n" DELIMITED BY SIZE
           FUNCTION TRIM(StrategyFileName) DELIMITED BY SIZE
           "\n\n" DELIMITED BY SIZE
           FUNCTION TRIM(ScenarioChoice) DELIMITED BY SIZE
           "\n' | ./hamurabi > /dev/null" DELIMITED BY SIZE
           INTO RunCommand
       END-STRING
       CALL "SYSTEM" USING RunCommand
       EXIT.

      *> The judgment record this run wrote: a strategy "J" record
      *> for the seed among the records past the last look.
ReadReignBack.
       MOVE "N" TO RunFound
       MOVE 0 TO LedgerRecNo
       OPEN INPUT LedgerFile
       IF LedgerFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LedgerFileStatus IS NOT EQUAL TO "00"
           READ LedgerFile
               AT END
                   MOVE "10" TO LedgerFileStatus
               NOT AT END
                   ADD 1 TO LedgerRecNo
                   IF LedgerRecNo IS GREATER THAN LedgerRecsSeen
                       AND LdgKind IS EQUAL TO "J"
                       AND LdgMode IS EQUAL TO "S"
                       AND LdgSeed IS EQUAL TO RunSeed
                       MOVE "Y" TO RunFound
                       MOVE LdgYear TO RunYears
                       MOVE LdgRating TO RunRating
                       MOVE LdgRatingWord TO RunWord
                       MOVE LdgScenario TO RunScenario
                       MOVE LdgPopulation TO RunPopulation
                       IF LdgPopulation IS GREATER THAN 0
                           COMPUTE RunAcresPer ROUNDED =
                               LdgAcres / LdgPopulation
                       ELSE
                           MOVE 0 TO RunAcresPer
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile
       MOVE LedgerRecNo TO LedgerRecsSeen
       EXIT.

TallyReign.
       IF NOT RunJudged
           ADD 1 TO ReignsMissing
           MOVE SPACES TO PrintLine
           STRING "  " DELIMITED BY SIZE
               RunSeed DELIMITED BY SIZE
               "  (NO JUDGMENT ON THE LEDGER - REIGN DID NOT FINISH)"
               DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ReignsRun
       ADD RunRating TO RatingSum
       IF RunRating IS LESS THAN RatingLow
           MOVE RunRating TO RatingLow
       END-IF
       IF RunRating IS GREATER THAN RatingHigh
           MOVE RunRating TO RatingHigh
       END-IF
       COMPUTE BandIdx = RunRating / 20 + 1
       ADD 1 TO BandCounts(BandIdx)
       PERFORM VARYING WordIdx FROM 1 BY 1 UNTIL WordIdx > 5
           IF WordName(WordIdx) IS EQUAL TO RunWord
               ADD 1 TO WordCounts(WordIdx)
           END-IF
       END-PERFORM
       IF RunWord IS EQUAL TO "DISGRACEFUL"
           ADD 1 TO OustedCount
       END-IF
       IF RunPopulation IS GREATER THAN 0
           ADD 1 TO PeopledReigns
           ADD RunAcresPer TO AcresPerSum
       END-IF
       MOVE RunSeed TO DlSeed
       MOVE RunScenario TO DlScenario
       MOVE RunYears TO DlYears
       MOVE RunRating TO DlRating
       MOVE RunWord TO DlWord
       MOVE RunPopulation TO DlPopulation
       MOVE RunAcresPer TO DlAcresPer
       MOVE DetailLine TO PrintLine
       PERFORM PutLine
       EXIT.

OpenSimReport.
       MOVE "O" TO Rpt-Action
       MOVE "hamurabi_sim_report.txt" TO Rpt-File
       MOVE "HAMURABI STRATEGY SIMULATION" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "STRATEGY: " DELIMITED BY SIZE
           FUNCTION TRIM(StrategyFileName) DELIMITED BY SIZE
           "   SEEDS " DELIMITED BY SIZE
           FirstSeed DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           LastSeed DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       IF ScenarioChoice IS EQUAL TO SPACES
           MOVE "SCENARIO: THE FIRST ON FILE" TO PrintLine
       ELSE
           STRING "SCENARIO: " DELIMITED BY SIZE
               ScenarioChoice DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "   SEED SCEN  YR  RT  JUDGED         POP  AC/PERSON"
           TO PrintLine
       PERFORM PutLine
       EXIT.

WriteSummary.
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       STRING "REIGNS JUDGED: " DELIMITED BY SIZE
           ReignsRun DELIMITED BY SIZE
           "   UNFINISHED: " DELIMITED BY SIZE
           ReignsMissing DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       IF ReignsRun IS EQUAL TO 0
           PERFORM CloseSimReport
           EXIT PARAGRAPH
       END-IF
       COMPUTE PercentWork ROUNDED = OustedCount * 100 / ReignsRun
       MOVE PercentWork TO PercentEdit
       MOVE SPACES TO PrintLine
       STRING "RULER OUSTED:  " DELIMITED BY SIZE
           OustedCount DELIMITED BY SIZE
           " TIME(S), " DELIMITED BY SIZE
           PercentEdit DELIMITED BY SIZE
           " PERCENT OF REIGNS" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       COMPUTE AverageWork ROUNDED = RatingSum / ReignsRun
       MOVE AverageWork TO AverageEdit
       MOVE SPACES TO PrintLine
       STRING "RATING:        LOW " DELIMITED BY SIZE
           RatingLow DELIMITED BY SIZE
           "  HIGH " DELIMITED BY SIZE
           RatingHigh DELIMITED BY SIZE
           "  AVERAGE " DELIMITED BY SIZE
           AverageEdit DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       IF PeopledReigns IS GREATER THAN 0
           COMPUTE AverageWork ROUNDED = AcresPerSum / PeopledReigns
           MOVE AverageWork TO AverageEdit
           STRING "ACRES/PERSON:  AVERAGE " DELIMITED BY SIZE
               AverageEdit DELIMITED BY SIZE
               " OVER " DELIMITED BY SIZE
               PeopledReigns DELIMITED BY SIZE
               " REIGN(S) WITH A CITY LEFT" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       ELSE
           MOVE "ACRES/PERSON:  NO REIGN ENDED WITH A CITY LEFT"
               TO PrintLine
       END-IF
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "RATING DISTRIBUTION:" TO PrintLine
       PERFORM PutLine
       PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
           MOVE SPACES TO PrintLine
           COMPUTE BandLow = (BandIdx - 1) * 20
           COMPUTE BandHigh = BandLow + 19
           STRING "  " DELIMITED BY SIZE
               BandLow DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               BandHigh DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               BandCounts(BandIdx) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-PERFORM
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "JUDGMENTS:" TO PrintLine
       PERFORM PutLine
       PERFORM VARYING WordIdx FROM 1 BY 1 UNTIL WordIdx > 5
           MOVE SPACES TO PrintLine
           STRING "  " DELIMITED BY SIZE
               WordName(WordIdx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WordCounts(WordIdx) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-PERFORM
       MOVE "T" TO Rpt-Action
       MOVE "REIGNS JUDGED" TO Rpt-Total-Label
       MOVE ReignsRun TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "RULERS OUSTED" TO Rpt-Total-Label
       MOVE OustedCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       PERFORM CloseSimReport
       EXIT.

CloseSimReport.
       MOVE "C" TO Rpt-Action
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
       MOVE "HAMSIM" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
