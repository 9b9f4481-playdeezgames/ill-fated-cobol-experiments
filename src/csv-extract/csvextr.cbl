       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CSVEXTR.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LiveScoreFile ASSIGN DYNAMIC LiveScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LiveScoreRunKey
               ALTERNATE RECORD KEY IS LiveScoreInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS LiveScoreDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS LiveScoreValue WITH DUPLICATES
               FILE STATUS IS LiveScoreFileStatus.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScoreFileStatus.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.
           SELECT StandingsFile ASSIGN DYNAMIC StandingsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandingsFileStatus.
           SELECT ProfileFile ASSIGN DYNAMIC ProfileFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProfileFileStatus.
           SELECT CsvFile ASSIGN DYNAMIC CsvFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CsvFileStatus.
           SELECT RunLogFile ASSIGN DYNAMIC RunLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLogFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors SHOS's ScoreFileRecord - the keys where they sit;
      *> a row is taken into ScoreFileRecord below for the columns.
       FD LiveScoreFile.
       01 LiveScoreRecord.
          02 LiveScoreValue PIC 9(5).
          02 LiveScoreInitials PIC X(3).
          02 LiveScoreDate PIC 9(8).
          02 FILLER PIC X(12).
          02 LiveScoreRunKey PIC X(18).
      *> SHOS's ScoreFileRecord as it stood before the run key. The
      *> daily board and the month-end archives share it; the daily
      *> board's shorter record reads in with the last three blank.
       FD ScoreFile.
       01 ScoreFileRecord.
          02 ScoreFileValue PIC 9(5).
          02 ScoreFileInitials PIC X(3).
          02 ScoreFileDate PIC 9(8).
          02 ScoreFileRooms PIC 99.
          02 ScoreFileLions PIC 99.
          02 ScoreFileTurns PIC 9(4).
          02 ScoreFileZarr PIC X.
          02 ScoreFileDaily PIC X.
          02 ScoreFilePreset PIC X.
          02 ScoreFileVerified PIC X.
      *> Mirrors GUESS's History-Record field-for-field.
       FD HistoryFile.
       01 HistoryRecord.
          02 HistoryDate PIC 9(8).
          02 HistoryDifficulty PIC X.
          02 HistoryTarget PIC 9(4).
          02 HistoryGuesses PIC 99.
          02 HistoryMode PIC X.
          02 HistoryTimed PIC X.
          02 HistorySeconds PIC 9(5).
          02 HistoryCode PIC X(6).
          02 HistoryCodeRule PIC X.
      *> Mirrors GUESS's Standings-Record field-for-field.
       FD StandingsFile.
       01 StandingsRecord.
          02 StandingsDate PIC 9(8).
          02 StandingsName PIC X(12).
          02 StandingsGuesses PIC 9(4).
          02 StandingsRounds PIC 99.
      *> Mirrors PLAYPROF's ProfileFileRecord field-for-field.
       FD ProfileFile.
       01 ProfileFileRecord.
          02 PfName PIC X(12).
          02 PfShosWins PIC 9(4).
          02 PfLionKills PIC 9(4).
          02 PfItemsEaten PIC 9(4).
          02 PfWanderSteps PIC 9(6).
          02 PfGuessBest PIC 99.
          02 PfCrawlKills PIC 9(4).
          02 PfZarrFound PIC X.
          02 PfTowerReached PIC X.
          02 PfContractPay PIC 9(6).
          02 PfHamurabiBest PIC 99.
          02 PfHamurabiScen PIC X(4).
          02 PfPin PIC X(4).
          02 PfPinMisses PIC 9.
          02 PfLanguage PIC X(2).
       FD CsvFile.
       01 CsvRecord PIC X(300).
      *> Mirrors SCHEDULER's RunLogEntry field-for-field.
       FD RunLogFile.
       01 RunLogLine PIC X(100).
       01 RunLogEntry REDEFINES RunLogLine.
          02 RlDate PIC X(8).
          02 FILLER PIC X.
          02 RlChain PIC X(8).
          02 FILLER PIC X.
          02 RlDesc PIC X(30).
          02 FILLER PIC X.
          02 RlOutcome PIC X(8).
          02 FILLER PIC X.
          02 RlReason PIC X(42).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LiveScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 HistoryFileName PIC X(60) VALUE "guess_history.dat".
          02 StandingsFileName PIC X(60) VALUE "guess_standings.dat".
          02 ProfileFileName PIC X(60) VALUE "player_profile.dat".
          02 RunLogFileName PIC X(60) VALUE "sched_runlog.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 5 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 LiveScoreFileStatus PIC XX.
       01 ScoreFileStatus PIC XX.
       01 HistoryFileStatus PIC XX.
       01 StandingsFileStatus PIC XX.
       01 ProfileFileStatus PIC XX.
       01 CsvFileStatus PIC XX.
       01 RunLogFileStatus PIC XX.
       01 ScoreFileName PIC X(60).
       01 CsvFileName PIC X(60).
      *> The boards, the guess files, the roster and the league
      *> archives as comma-delimited files for the spreadsheets: a
      *> header row, text in double quotes (a quote inside doubled),
      *> numbers bare, and every date YYYY-MM-DD. Each file's rows in
      *> and rows out go to sched_runlog.dat as a CONTROL line, so
      *> the treasurer can see the extract came out whole. PINs stay
      *> out of the roster extract.
       01 ExtractData.
          02 TodayDate PIC X(8).
          02 RowsIn PIC 9(6).
          02 RowsOut PIC 9(6).
          02 TotalRows PIC 9(7) VALUE 0.
          02 FilesWritten PIC 99 VALUE 0.
          02 FilesMissing PIC 99 VALUE 0.
          02 FilesFailed PIC 99 VALUE 0.
          02 CsvOpen PIC X.
             88 CsvIsOpen VALUE "Y".
          02 SourceNote PIC X(24).
          02 InShown PIC Z(5)9.
          02 OutShown PIC Z(5)9.
          02 TotalShown PIC Z(6)9.
      *> One CSV row, built a field at a time.
       01 CsvData.
          02 CsvLine PIC X(300).
          02 CsvPtr PIC 999.
          02 CsvText PIC X(40).
          02 CsvTextLen PIC 99.
          02 CsvCharIdx PIC 99.
          02 CsvNumber PIC 9(9).
          02 CsvNumberShown PIC Z(8)9.
          02 CsvDate PIC X(8).
      *> The month-end archives written so far: MONTHEND appends each
      *> closed month to the all-time table, so the months seen there
      *> name the archives.
       01 MonthTable.
          02 MonthCount PIC 99 VALUE 0.
          02 MonthEntry PIC X(6) OCCURS 60 TIMES.
          02 MonthIdx PIC 99.
          02 MonthSeen PIC X.
          02 RecMonth PIC X(6).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       DISPLAY "CSVEXTR: writing the spreadsheet extract."
       PERFORM ExtractScores
       PERFORM ExtractDaily
       PERFORM ExtractHistory
       PERFORM ExtractStandings
       PERFORM ExtractRoster
       PERFORM ExtractLeague
       MOVE TotalRows TO TotalShown
       MOVE SPACES TO RunLogLine
       STRING FilesWritten DELIMITED BY SIZE
           " FILES " DELIMITED BY SIZE
           FUNCTION TRIM(TotalShown) DELIMITED BY SIZE
           " ROWS " DELIMITED BY SIZE
           FilesMissing DELIMITED BY SIZE
           " ABSENT " DELIMITED BY SIZE
           FilesFailed DELIMITED BY SIZE
           " FAILED" DELIMITED BY SIZE
           INTO RlReason
       END-STRING
       PERFORM AppendControl
       DISPLAY "CSVEXTR: " FilesWritten " file(s), "
           FUNCTION TRIM(TotalShown) " row(s) extracted; "
           FilesMissing " source(s) absent, " FilesFailed " failed."
       IF FilesFailed IS GREATER THAN 0
           MOVE 8 TO RETURN-CODE
       END-IF
STOP RUN.

      *> The live board comes out in run-key order - the order the
      *> runs were posted.
ExtractScores.
       MOVE "shos_scores.dat" TO SourceNote
       MOVE "shos_scores.csv" TO CsvFileName
       OPEN INPUT LiveScoreFile
       IF LiveScoreFileStatus IS NOT EQUAL TO "00"
           PERFORM NoteMissing
           EXIT PARAGRAPH
       END-IF
       PERFORM OpenCsv
       IF NOT CsvIsOpen
           CLOSE LiveScoreFile
           EXIT PARAGRAPH
       END-IF
       MOVE "score,initials,date,rooms,lions,turns,zarr,daily,preset,verified"
           TO CsvRecord
       WRITE CsvRecord
       PERFORM UNTIL LiveScoreFileStatus IS NOT EQUAL TO "00"
           READ LiveScoreFile NEXT RECORD
               AT END
                   MOVE "10" TO LiveScoreFileStatus
               NOT AT END
                   ADD 1 TO RowsIn
                   MOVE LiveScoreRecord(1:28) TO ScoreFileRecord
                   PERFORM StartRow
                   PERFORM AddScoreFields
                   MOVE ScoreFileDaily TO CsvText
                   PERFORM AddText
                   MOVE ScoreFilePreset TO CsvText
                   PERFORM AddText
                   MOVE ScoreFileVerified TO CsvText
                   PERFORM AddText
                   PERFORM WriteRow
           END-READ
       END-PERFORM
       CLOSE LiveScoreFile
       PERFORM CloseCsv
       EXIT.

ExtractDaily.
       MOVE "shos_daily.dat" TO ScoreFileName
       MOVE ScoreFileName TO SourceNote
       MOVE "shos_daily.csv" TO CsvFileName
       MOVE ScoreFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ScoreFileName
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           PERFORM NoteMissing
           EXIT PARAGRAPH
       END-IF
       PERFORM OpenCsv
       IF NOT CsvIsOpen
           CLOSE ScoreFile
           EXIT PARAGRAPH
       END-IF
       MOVE "score,initials,date,rooms,lions,turns,zarr" TO CsvRecord
       WRITE CsvRecord
       PERFORM UNTIL ScoreFileStatus IS NOT EQUAL TO "00"
           READ ScoreFile
               AT END
                   MOVE "10" TO ScoreFileStatus
               NOT AT END
                   ADD 1 TO RowsIn
                   PERFORM StartRow
                   PERFORM AddScoreFields
                   PERFORM WriteRow
           END-READ
       END-PERFORM
       CLOSE ScoreFile
       PERFORM CloseCsv
       EXIT.

AddScoreFields.
       MOVE ScoreFileValue TO CsvNumber
       PERFORM AddNumber
       MOVE ScoreFileInitials TO CsvText
       PERFORM AddText
       MOVE ScoreFileDate TO CsvDate
       PERFORM AddDate
       IF ScoreFileRooms IS NUMERIC
           MOVE ScoreFileRooms TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF ScoreFileLions IS NUMERIC
           MOVE ScoreFileLions TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF ScoreFileTurns IS NUMERIC
           MOVE ScoreFileTurns TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       MOVE ScoreFileZarr TO CsvText
       PERFORM AddText
       EXIT.

ExtractHistory.
       MOVE "guess_history.dat" TO SourceNote
       MOVE "guess_history.csv" TO CsvFileName
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           PERFORM NoteMissing
           EXIT PARAGRAPH
       END-IF
       PERFORM OpenCsv
       IF NOT CsvIsOpen
           CLOSE HistoryFile
           EXIT PARAGRAPH
       END-IF
       MOVE "date,difficulty,target,guesses,mode,timed,seconds,code,code_rule"
           TO CsvRecord
       WRITE CsvRecord
       PERFORM UNTIL HistoryFileStatus IS NOT EQUAL TO "00"
           READ HistoryFile
               AT END
                   MOVE "10" TO HistoryFileStatus
               NOT AT END
                   ADD 1 TO RowsIn
                   PERFORM HistoryRow
           END-READ
       END-PERFORM
       CLOSE HistoryFile
       PERFORM CloseCsv
       EXIT.

HistoryRow.
       PERFORM StartRow
       MOVE HistoryDate TO CsvDate
       PERFORM AddDate
       MOVE HistoryDifficulty TO CsvText
       PERFORM AddText
       IF HistoryTarget IS NUMERIC
           MOVE HistoryTarget TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF HistoryGuesses IS NUMERIC
           MOVE HistoryGuesses TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       MOVE HistoryMode TO CsvText
       PERFORM AddText
       MOVE HistoryTimed TO CsvText
       PERFORM AddText
       IF HistorySeconds IS NUMERIC
           MOVE HistorySeconds TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       MOVE HistoryCode TO CsvText
       PERFORM AddText
       MOVE HistoryCodeRule TO CsvText
       PERFORM AddText
       PERFORM WriteRow
       EXIT.

ExtractStandings.
       MOVE "guess_standings.dat" TO SourceNote
       MOVE "guess_standings.csv" TO CsvFileName
       OPEN INPUT StandingsFile
       IF StandingsFileStatus IS NOT EQUAL TO "00"
           PERFORM NoteMissing
           EXIT PARAGRAPH
       END-IF
       PERFORM OpenCsv
       IF NOT CsvIsOpen
           CLOSE StandingsFile
           EXIT PARAGRAPH
       END-IF
       MOVE "date,name,guesses,rounds" TO CsvRecord
       WRITE CsvRecord
       PERFORM UNTIL StandingsFileStatus IS NOT EQUAL TO "00"
           READ StandingsFile
               AT END
                   MOVE "10" TO StandingsFileStatus
               NOT AT END
                   ADD 1 TO RowsIn
                   PERFORM StartRow
                   MOVE StandingsDate TO CsvDate
                   PERFORM AddDate
                   MOVE StandingsName TO CsvText
                   PERFORM AddText
                   IF StandingsGuesses IS NUMERIC
                       MOVE StandingsGuesses TO CsvNumber
                       PERFORM AddNumber
                   ELSE
                       PERFORM AddEmpty
                   END-IF
                   IF StandingsRounds IS NUMERIC
                       MOVE StandingsRounds TO CsvNumber
                       PERFORM AddNumber
                   ELSE
                       PERFORM AddEmpty
                   END-IF
                   PERFORM WriteRow
           END-READ
       END-PERFORM
       CLOSE StandingsFile
       PERFORM CloseCsv
       EXIT.

ExtractRoster.
       MOVE "player_profile.dat" TO SourceNote
       MOVE "player_roster.csv" TO CsvFileName
       OPEN INPUT ProfileFile
       IF ProfileFileStatus IS NOT EQUAL TO "00"
           PERFORM NoteMissing
           EXIT PARAGRAPH
       END-IF
       PERFORM OpenCsv
       IF NOT CsvIsOpen
           CLOSE ProfileFile
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO CsvRecord
       STRING "name,shos_wins,lion_kills,items_eaten,wander_steps,"
           DELIMITED BY SIZE
           "guess_best,crawl_kills,zarr_found,tower_reached,"
           DELIMITED BY SIZE
           "contract_pay,hamurabi_best,hamurabi_scenario"
           DELIMITED BY SIZE
           INTO CsvRecord
       END-STRING
       WRITE CsvRecord
       PERFORM UNTIL ProfileFileStatus IS NOT EQUAL TO "00"
           READ ProfileFile
               AT END
                   MOVE "10" TO ProfileFileStatus
               NOT AT END
                   ADD 1 TO RowsIn
                   PERFORM RosterRow
           END-READ
       END-PERFORM
       CLOSE ProfileFile
       PERFORM CloseCsv
       EXIT.

      *> Records from before a tally existed carry blanks there; they
      *> go out as empty cells, not as zeros nobody earned.
RosterRow.
       PERFORM StartRow
       MOVE PfName TO CsvText
       PERFORM AddText
       IF PfShosWins IS NUMERIC
           MOVE PfShosWins TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF PfLionKills IS NUMERIC
           MOVE PfLionKills TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF PfItemsEaten IS NUMERIC
           MOVE PfItemsEaten TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF PfWanderSteps IS NUMERIC
           MOVE PfWanderSteps TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF PfGuessBest IS NUMERIC
           MOVE PfGuessBest TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF PfCrawlKills IS NUMERIC
           MOVE PfCrawlKills TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       MOVE PfZarrFound TO CsvText
       PERFORM AddText
       MOVE PfTowerReached TO CsvText
       PERFORM AddText
       IF PfContractPay IS NUMERIC
           MOVE PfContractPay TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       IF PfHamurabiBest IS NUMERIC
           MOVE PfHamurabiBest TO CsvNumber
           PERFORM AddNumber
       ELSE
           PERFORM AddEmpty
       END-IF
       MOVE PfHamurabiScen TO CsvText
       PERFORM AddText
       PERFORM WriteRow
       EXIT.

      *> Every archive into one file, each row led by its month.
ExtractLeague.
       PERFORM FindClosedMonths
       MOVE "shos_league_*.dat" TO SourceNote
       MOVE "shos_league.csv" TO CsvFileName
       IF MonthCount IS EQUAL TO 0
           PERFORM NoteMissing
           EXIT PARAGRAPH
       END-IF
       PERFORM OpenCsv
       IF NOT CsvIsOpen
           EXIT PARAGRAPH
       END-IF
       MOVE "month,score,initials,date,rooms,lions,turns,zarr" TO CsvRecord
       WRITE CsvRecord
       PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > MonthCount
           PERFORM ExtractOneArchive
       END-PERFORM
       PERFORM CloseCsv
       EXIT.

ExtractOneArchive.
       MOVE SPACES TO ScoreFileName
       STRING "shos_league_" DELIMITED BY SIZE
           MonthEntry(MonthIdx) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO ScoreFileName
       END-STRING
       MOVE ScoreFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ScoreFileName
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ScoreFileStatus IS NOT EQUAL TO "00"
           READ ScoreFile
               AT END
                   MOVE "10" TO ScoreFileStatus
               NOT AT END
                   ADD 1 TO RowsIn
                   PERFORM StartRow
                   MOVE 1 TO CsvPtr
                   STRING MonthEntry(MonthIdx)(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       MonthEntry(MonthIdx)(5:2) DELIMITED BY SIZE
                       INTO CsvLine WITH POINTER CsvPtr
                   END-STRING
                   PERFORM AddScoreFields
                   PERFORM WriteRow
           END-READ
       END-PERFORM
       CLOSE ScoreFile
       EXIT.

FindClosedMonths.
       MOVE 0 TO MonthCount
       MOVE "shos_alltime.dat" TO ScoreFileName
       MOVE ScoreFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ScoreFileName
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ScoreFileStatus IS NOT EQUAL TO "00"
           READ ScoreFile
               AT END
                   MOVE "10" TO ScoreFileStatus
               NOT AT END
                   MOVE ScoreFileRecord(9:6) TO RecMonth
                   IF RecMonth IS NUMERIC
                       PERFORM KeepMonth
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ScoreFile
       EXIT.

KeepMonth.
       MOVE "N" TO MonthSeen
       PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > MonthCount
           IF MonthEntry(MonthIdx) IS EQUAL TO RecMonth
               MOVE "Y" TO MonthSeen
           END-IF
       END-PERFORM
       IF MonthSeen IS EQUAL TO "N" AND MonthCount IS LESS THAN 60
           ADD 1 TO MonthCount
           MOVE RecMonth TO MonthEntry(MonthCount)
       END-IF
       EXIT.

OpenCsv.
       MOVE 0 TO RowsIn
       MOVE 0 TO RowsOut
       MOVE "N" TO CsvOpen
       MOVE CsvFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO CsvFileName
       OPEN OUTPUT CsvFile
       IF CsvFileStatus IS NOT EQUAL TO "00"
           DISPLAY "CSVEXTR: " FUNCTION TRIM(CsvFileName)
               " could not be written, status " CsvFileStatus "."
           ADD 1 TO FilesFailed
           MOVE SPACES TO RunLogLine
           STRING FUNCTION TRIM(CsvFileName) DELIMITED BY SIZE
               " NOT WRITTEN, STATUS " DELIMITED BY SIZE
               CsvFileStatus DELIMITED BY SIZE
               INTO RlReason
           END-STRING
           PERFORM AppendControl
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CsvOpen
       EXIT.

CloseCsv.
       CLOSE CsvFile
       ADD 1 TO FilesWritten
       ADD RowsOut TO TotalRows
       MOVE RowsIn TO InShown
       MOVE RowsOut TO OutShown
       MOVE SPACES TO RunLogLine
       STRING FUNCTION TRIM(CsvFileName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(InShown) DELIMITED BY SIZE
           " IN " DELIMITED BY SIZE
           FUNCTION TRIM(OutShown) DELIMITED BY SIZE
           " OUT" DELIMITED BY SIZE
           INTO RlReason
       END-STRING
       PERFORM AppendControl
       DISPLAY "  " CsvFileName " " InShown " row(s) in, "
           OutShown " out"
       EXIT.

NoteMissing.
       ADD 1 TO FilesMissing
       MOVE SPACES TO RunLogLine
       STRING FUNCTION TRIM(SourceNote) DELIMITED BY SIZE
           " NOT PRESENT" DELIMITED BY SIZE
           INTO RlReason
       END-STRING
       PERFORM AppendControl
       EXIT.

      *> A CONTROL line sits in SCHEDULER's run log beside the chain
      *> outcomes; SCHEDULER only weighs OK and FAILED lines.
AppendControl.
       MOVE TodayDate TO RlDate
       MOVE "CSVEXTR" TO RlChain
       MOVE "the spreadsheet extract" TO RlDesc
       MOVE "CONTROL" TO RlOutcome
       OPEN EXTEND RunLogFile
       IF RunLogFileStatus IS EQUAL TO "35"
           OPEN OUTPUT RunLogFile
       END-IF
       IF RunLogFileStatus IS NOT EQUAL TO "00"
           DISPLAY "CSVEXTR: sched_runlog.dat could not be written, "
               "status " RunLogFileStatus " - " FUNCTION TRIM(RlReason)
           EXIT PARAGRAPH
       END-IF
       WRITE RunLogLine
       CLOSE RunLogFile
       EXIT.

StartRow.
       MOVE SPACES TO CsvLine
       MOVE 1 TO CsvPtr
       EXIT.

WriteRow.
       WRITE CsvRecord FROM CsvLine
       ADD 1 TO RowsOut
       EXIT.

PutComma.
       IF CsvPtr IS GREATER THAN 1
           STRING "," DELIMITED BY SIZE INTO CsvLine WITH POINTER CsvPtr
           END-STRING
       END-IF
       EXIT.

AddEmpty.
       PERFORM PutComma
       EXIT.

AddNumber.
       PERFORM PutComma
       MOVE CsvNumber TO CsvNumberShown
       STRING FUNCTION TRIM(CsvNumberShown) DELIMITED BY SIZE
           INTO CsvLine WITH POINTER CsvPtr
       END-STRING
       EXIT.

AddDate.
       PERFORM PutComma
       IF CsvDate IS NUMERIC AND CsvDate IS NOT EQUAL TO "00000000"
           STRING CsvDate(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CsvDate(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CsvDate(7:2) DELIMITED BY SIZE
               INTO CsvLine WITH POINTER CsvPtr
           END-STRING
       END-IF
       EXIT.

AddText.
       PERFORM PutComma
       STRING QUOTE DELIMITED BY SIZE INTO CsvLine WITH POINTER CsvPtr
       END-STRING
       MOVE 0 TO CsvTextLen
       IF CsvText IS NOT EQUAL TO SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CsvText TRAILING))
               TO CsvTextLen
       END-IF
       PERFORM VARYING CsvCharIdx FROM 1 BY 1
           UNTIL CsvCharIdx > CsvTextLen
           IF CsvText(CsvCharIdx:1) IS EQUAL TO QUOTE
               STRING QUOTE DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER CsvPtr
               END-STRING
           END-IF
           STRING CsvText(CsvCharIdx:1) DELIMITED BY SIZE
               INTO CsvLine WITH POINTER CsvPtr
           END-STRING
       END-PERFORM
       STRING QUOTE DELIMITED BY SIZE INTO CsvLine WITH POINTER CsvPtr
       END-STRING
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 5
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
       MOVE "CSVEXTR" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
