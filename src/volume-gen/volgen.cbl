       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VOLGEN.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParmFile ASSIGN DYNAMIC ParmFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmFileStatus.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.
           SELECT TranscriptFile ASSIGN DYNAMIC TranscriptName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranscriptFileStatus.
           SELECT EventLogFile ASSIGN DYNAMIC EventLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventLogFileStatus.
           SELECT PointerFile ASSIGN DYNAMIC PointerName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointerFileStatus.
           SELECT WanderLogFile ASSIGN DYNAMIC WanderLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WanderLogFileStatus.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.
           SELECT StandingsFile ASSIGN DYNAMIC StandingsName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandingsFileStatus.
           SELECT ProfileFile ASSIGN DYNAMIC ProfileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProfileFileStatus.
           SELECT BestScoreFile ASSIGN DYNAMIC BestScoreName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BestScoreFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One setting per line, like HOUSEKEEP's policy file: the
      *> setting's name, then its value - seeded with a standard
      *> volume set the first time.
      *>   DIRECTORY  where the set is built (never the run directory)
      *>   PLAYERS    roster size, 1-500
      *>   MONTHS     months of play, 1-36
      *>   ENDMONTH   the last month built, YYYYMM (blank for the
      *>              month before this one)
      *>   SEED       1-99999; the same seed rebuilds the same set
      *>   SHOSDAY    SHOS sessions on an average day, 0-99
      *>   WANDERDAY  WANDER sessions on an average day, 0-99
      *>   GUESSDAY   GUESS sessions on an average day, 0-99
      *>   TOURNEYS   GUESS tournament evenings in an average month
       FD ParmFile.
       01 ParmRecord.
          02 ParmName PIC X(10).
          02 FILLER PIC X.
          02 ParmValue PIC X(30).
      *> The generated files carry the live layouts exactly - see
      *> SHOS, GAMELOG, WANDER, GUESS and PLAYPROF.
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
          02 ScoreFileRunKey.
             03 ScoreFileRunDate PIC 9(8).
             03 ScoreFileRunTime PIC 9(8).
             03 ScoreFileRunSeq PIC 99.
       FD TranscriptFile.
       01 TranscriptLine PIC X(80).
       FD EventLogFile.
       01 EventLogLine PIC X(110).
       FD PointerFile.
       01 PointerRecord.
          02 PtrLogName PIC X(40).
       FD WanderLogFile.
       01 WanderLogLine PIC X(80).
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
       FD StandingsFile.
       01 StandingsRecord.
          02 StandingsDate PIC 9(8).
          02 StandingsPlayer PIC X(12).
          02 StandingsGuesses PIC 9(4).
          02 StandingsRounds PIC 99.
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
       FD BestScoreFile.
       01 BestScoreRecord.
          02 BestScoreValue PIC 99.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ParmFileName PIC X(60) VALUE "volgen_params.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 ParmFileStatus PIC XX.
       01 ScoreFileStatus PIC XX.
       01 TranscriptFileStatus PIC XX.
       01 EventLogFileStatus PIC XX.
       01 PointerFileStatus PIC XX.
       01 WanderLogFileStatus PIC XX.
       01 HistoryFileStatus PIC XX.
       01 StandingsFileStatus PIC XX.
       01 ProfileFileStatus PIC XX.
       01 BestScoreFileStatus PIC XX.
       01 ScoreName PIC X(60).
       01 TranscriptName PIC X(60).
       01 EventLogName PIC X(60).
       01 PointerName PIC X(60).
       01 WanderLogName PIC X(60).
       01 HistoryName PIC X(60).
       01 StandingsName PIC X(60).
       01 ProfileName PIC X(60).
       01 BestScoreName PIC X(60).
       01 BareName PIC X(40).
       01 PlaceName PIC X(60).
       COPY "SEEDREQ.cpy".
       COPY "GAMELOG.cpy".
      *> A year of heavy play, made up but self-consistent: every
      *> SHOS session has its START, its menu pick in the transcript,
      *> its death or walkout in both, and a score row for every
      *> walkout, so RECON balances on any day of the set.
       01 VolumeParms.
          02 OutDir PIC X(30) VALUE "volume_test".
          02 PlayerCount PIC 999 VALUE 40.
          02 MonthCount PIC 99 VALUE 12.
          02 EndMonth PIC X(6) VALUE SPACES.
          02 VolumeSeed PIC 9(5) VALUE 4242.
          02 ShosPerDay PIC 99 VALUE 20.
          02 WanderPerDay PIC 99 VALUE 8.
          02 GuessPerDay PIC 99 VALUE 10.
          02 TourneysPerMonth PIC 99 VALUE 4.
          02 ParmsBad PIC X VALUE "N".
          02 ParmNumber PIC 9(5).
          02 MkdirCommand PIC X(60).
      *> The roster: each made-up player's name, the initials they
      *> sign the board with, and the lifetime tallies the games
      *> would have bumped.
       01 RosterData.
          02 Roster OCCURS 500 TIMES.
             03 RsName PIC X(12).
             03 RsInitials PIC X(3).
             03 RsShosWins PIC 9(4).
             03 RsLionKills PIC 9(4).
             03 RsWanderSteps PIC 9(6).
             03 RsGuessBest PIC 99.
             03 RsZarrFound PIC X.
          02 PlayerIdx PIC 999.
          02 Letters PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          02 FirstNames.
             03 FILLER PIC X(8) VALUE "ADA".
             03 FILLER PIC X(8) VALUE "BORIS".
             03 FILLER PIC X(8) VALUE "CORA".
             03 FILLER PIC X(8) VALUE "DMITRI".
             03 FILLER PIC X(8) VALUE "EDNA".
             03 FILLER PIC X(8) VALUE "FELIX".
             03 FILLER PIC X(8) VALUE "GRETA".
             03 FILLER PIC X(8) VALUE "HUGO".
             03 FILLER PIC X(8) VALUE "IRMA".
             03 FILLER PIC X(8) VALUE "JONAS".
             03 FILLER PIC X(8) VALUE "KIT".
             03 FILLER PIC X(8) VALUE "LENA".
             03 FILLER PIC X(8) VALUE "MILO".
             03 FILLER PIC X(8) VALUE "NELL".
             03 FILLER PIC X(8) VALUE "OTTO".
             03 FILLER PIC X(8) VALUE "PIA".
             03 FILLER PIC X(8) VALUE "QUINN".
             03 FILLER PIC X(8) VALUE "RUTH".
             03 FILLER PIC X(8) VALUE "SAUL".
             03 FILLER PIC X(8) VALUE "TESS".
          02 FirstNameTable REDEFINES FirstNames.
             03 FirstName PIC X(8) OCCURS 20 TIMES.
          02 NameIdx PIC 99.
          02 NameNumber PIC 9(4).
          02 LetterIdx PIC 99.
      *> The calendar walk: one day at a time from the first of the
      *> first month to the last of ENDMONTH, one event partition per
      *> month as GAMELOG keeps them.
       01 CalendarData.
          02 TodayDate PIC 9(8).
          02 FirstDay PIC 9(8).
          02 LastDay PIC 9(8).
          02 DayInt PIC 9(8).
          02 DayDate PIC 9(8).
          02 OpenMonth PIC X(6) VALUE SPACES.
          02 MonthWork PIC 9(6).
          02 MonthYear PIC 9(4).
          02 MonthMonth PIC 99.
      *> One day's sessions, dealt out in a shuffled order across the
      *> hours from eight in the morning to ten at night.
       01 DayData.
          02 ShosLeft PIC 999.
          02 WanderLeft PIC 999.
          02 GuessLeft PIC 999.
          02 TourneyLeft PIC 9.
          02 SessionsLeft PIC 999.
          02 SlotSeconds PIC 9(5).
          02 SlotStart PIC 9(5).
          02 ClockSecs PIC 9(5).
          02 ClockWork PIC 9(5).
          02 StampTime PIC 9(8).
          02 StampParts REDEFINES StampTime.
             03 StampHH PIC 99.
             03 StampMM PIC 99.
             03 StampSS PIC 99.
             03 StampTT PIC 99.
          02 SessionId PIC 9(8).
          02 SessionKind PIC X.
      *> Dice: RollSides set, RollDie, Roll comes back 1 to RollSides.
       01 DiceData.
          02 RollSides PIC 9(5).
          02 Roll PIC 9(5).
          02 Chance PIC 9V9(4).
      *> The session being made up.
       01 SessionData.
          02 EventProgram PIC X(8).
          02 EventWord PIC X(10).
          02 EventDetail PIC X(50).
          02 TrnRoom PIC 99.
          02 TrnCmd PIC X(12).
          02 RunSeed PIC 9(5).
          02 RunMoves PIC 99.
          02 MoveIdx PIC 99.
          02 RunRooms PIC 99.
          02 RunLions PIC 99.
          02 RunTurns PIC 9(4).
          02 RunHaul PIC 999.
          02 RunScore PIC 9(5).
          02 RunZarr PIC X.
          02 RunOutcome PIC X.
             88 RunSlain VALUE "S".
             88 RunTimedOut VALUE "T".
             88 RunWalkedOut VALUE "W".
          02 CompassWord PIC X(4) VALUE "NSEW".
          02 WanderX PIC 999.
          02 WanderY PIC 999.
          02 WanderFacing PIC X.
          02 WanderSteps PIC 9(5).
          02 StepIdx PIC 9(5).
          02 GuessRounds PIC 99.
          02 RoundIdx PIC 99.
          02 GuessDifficulty PIC X.
          02 GuessRange PIC 9(4).
          02 GuessCount PIC 99.
          02 GuessGames PIC 99.
          02 TablePlayers PIC 9.
          02 TableIdx PIC 9.
          02 TableSeat PIC 999 OCCURS 4 TIMES.
          02 TableTotal PIC 9(4) OCCURS 4 TIMES.
          02 SeatTaken PIC X.
          02 SeatIdx PIC 9.
          02 BestGuess PIC 99 VALUE 99.
      *> What went out, for the closing summary.
       01 TotalData.
          02 DayTotal PIC 9(5) VALUE 0.
          02 ShosTotal PIC 9(6) VALUE 0.
          02 WalkoutTotal PIC 9(6) VALUE 0.
          02 DeathTotal PIC 9(6) VALUE 0.
          02 WanderTotal PIC 9(6) VALUE 0.
          02 GuessTotal PIC 9(6) VALUE 0.
          02 TourneyTotal PIC 9(6) VALUE 0.
          02 RoundTotal PIC 9(7) VALUE 0.
          02 EventTotal PIC 9(8) VALUE 0.
          02 TranscriptTotal PIC 9(8) VALUE 0.
          02 WanderLineTotal PIC 9(8) VALUE 0.
          02 ScoreMissed PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "VOLUME TEST DATA GENERATOR"
       PERFORM EnsureParmFile
       PERFORM LoadParms
       PERFORM CheckParms
       IF ParmsBad IS EQUAL TO "Y"
           DISPLAY "VOLGEN: fix volgen_params.dat - nothing was built."
           STOP RUN
       END-IF
       PERFORM SetUpCalendar
       DISPLAY "VOLGEN: building " FUNCTION TRIM(OutDir) " - "
           PlayerCount " player(s), " MonthCount " month(s) to "
           EndMonth ", seed " VolumeSeed "."
       MOVE SPACES TO MkdirCommand
       STRING "mkdir -p " DELIMITED BY SIZE
           FUNCTION TRIM(OutDir) DELIMITED BY SIZE
           INTO MkdirCommand
       END-STRING
       CALL "SYSTEM" USING MkdirCommand
      *> Every draw after this one follows from the seed, in order -
      *> the same parameters and seed deal the same volume set.
       MOVE VolumeSeed TO Seed-In
       CALL "RNGSEED" USING Seed-Request
       PERFORM BuildRoster
       PERFORM OpenOutputs
       IF ParmsBad IS EQUAL TO "Y"
           STOP RUN
       END-IF
       PERFORM VARYING DayInt FROM FirstDay BY 1
           UNTIL DayInt IS GREATER THAN LastDay
           PERFORM GenerateDay
       END-PERFORM
       PERFORM CloseOutputs
       PERFORM WriteRoster
       MOVE "VOLGEN" TO GL-Program
       MOVE "BUILT" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING FUNCTION TRIM(OutDir) DELIMITED BY SIZE
           " seed=" DELIMITED BY SIZE
           VolumeSeed DELIMITED BY SIZE
           " days=" DELIMITED BY SIZE
           DayTotal DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       DISPLAY " "
       DISPLAY "VOLGEN: " DayTotal " day(s) of play built into "
           FUNCTION TRIM(OutDir) ":"
       DISPLAY "  SHOS SESSIONS   " ShosTotal " (" WalkoutTotal
           " walkout(s), " DeathTotal " death(s))"
       DISPLAY "  WANDER SESSIONS " WanderTotal
       DISPLAY "  GUESS SESSIONS  " GuessTotal " (" TourneyTotal
           " tournament(s), " RoundTotal " round(s))"
       DISPLAY "  EVENT LINES     " EventTotal
       DISPLAY "  TRANSCRIPT      " TranscriptTotal " line(s)"
       DISPLAY "  WANDER LOG      " WanderLineTotal " line(s)"
       IF ScoreMissed IS GREATER THAN 0
           DISPLAY "VOLGEN: " ScoreMissed " score row(s) could not be"
               " written - the set will not balance."
       END-IF
STOP RUN.

EnsureParmFile.
       OPEN INPUT ParmFile
       IF ParmFileStatus IS EQUAL TO "00"
           CLOSE ParmFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ParmFile
       IF ParmFileStatus IS NOT EQUAL TO "00"
           DISPLAY "VOLGEN: could not seed the parameter file, status "
               ParmFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ParmRecord
       MOVE "DIRECTORY" TO ParmName
       MOVE "volume_test" TO ParmValue
       WRITE ParmRecord
       MOVE "PLAYERS" TO ParmName
       MOVE "40" TO ParmValue
       WRITE ParmRecord
       MOVE "MONTHS" TO ParmName
       MOVE "12" TO ParmValue
       WRITE ParmRecord
       MOVE "ENDMONTH" TO ParmName
       MOVE SPACES TO ParmValue
       WRITE ParmRecord
       MOVE "SEED" TO ParmName
       MOVE "4242" TO ParmValue
       WRITE ParmRecord
       MOVE "SHOSDAY" TO ParmName
       MOVE "20" TO ParmValue
       WRITE ParmRecord
       MOVE "WANDERDAY" TO ParmName
       MOVE "8" TO ParmValue
       WRITE ParmRecord
       MOVE "GUESSDAY" TO ParmName
       MOVE "10" TO ParmValue
       WRITE ParmRecord
       MOVE "TOURNEYS" TO ParmName
       MOVE "4" TO ParmValue
       WRITE ParmRecord
       CLOSE ParmFile
       DISPLAY "VOLGEN: seeded volgen_params.dat with the standard"
           " volume set."
       EXIT.

LoadParms.
       OPEN INPUT ParmFile
       IF ParmFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ParmFileStatus IS NOT EQUAL TO "00"
           READ ParmFile
               AT END
                   MOVE "10" TO ParmFileStatus
               NOT AT END
                   PERFORM ApplyParm
           END-READ
       END-PERFORM
       CLOSE ParmFile
       EXIT.

ApplyParm.
       IF ParmName IS EQUAL TO "DIRECTORY"
           MOVE ParmValue TO OutDir
           EXIT PARAGRAPH
       END-IF
       IF ParmName IS EQUAL TO "ENDMONTH"
           MOVE ParmValue(1:6) TO EndMonth
           EXIT PARAGRAPH
       END-IF
       IF ParmValue IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       IF FUNCTION TEST-NUMVAL(ParmValue) IS NOT EQUAL TO 0
           DISPLAY "VOLGEN: " FUNCTION TRIM(ParmName) " is not a"
               " number: '" FUNCTION TRIM(ParmValue) "'."
           MOVE "Y" TO ParmsBad
           EXIT PARAGRAPH
       END-IF
       COMPUTE ParmNumber = FUNCTION NUMVAL(ParmValue)
       EVALUATE ParmName
           WHEN "PLAYERS"
               MOVE ParmNumber TO PlayerCount
           WHEN "MONTHS"
               MOVE ParmNumber TO MonthCount
           WHEN "SEED"
               MOVE ParmNumber TO VolumeSeed
           WHEN "SHOSDAY"
               MOVE ParmNumber TO ShosPerDay
           WHEN "WANDERDAY"
               MOVE ParmNumber TO WanderPerDay
           WHEN "GUESSDAY"
               MOVE ParmNumber TO GuessPerDay
           WHEN "TOURNEYS"
               MOVE ParmNumber TO TourneysPerMonth
           WHEN OTHER
               DISPLAY "VOLGEN: setting '" FUNCTION TRIM(ParmName)
                   "' not understood - ignored."
       END-EVALUATE
       EXIT.

      *> The set is rebuilt from scratch each run, so it must never
      *> land on the live files.
CheckParms.
       IF OutDir IS EQUAL TO SPACES OR OutDir IS EQUAL TO "."
           OR OutDir IS EQUAL TO "./"
           DISPLAY "VOLGEN: DIRECTORY must name a directory of its own"
               " - the live files are never overwritten."
           MOVE "Y" TO ParmsBad
       END-IF
       IF PlayerCount IS LESS THAN 1 OR PlayerCount IS GREATER THAN 500
           DISPLAY "VOLGEN: PLAYERS must be 1 to 500."
           MOVE "Y" TO ParmsBad
       END-IF
       IF MonthCount IS LESS THAN 1 OR MonthCount IS GREATER THAN 36
           DISPLAY "VOLGEN: MONTHS must be 1 to 36."
           MOVE "Y" TO ParmsBad
       END-IF
       IF VolumeSeed IS EQUAL TO 0
           DISPLAY "VOLGEN: SEED must be 1 to 99999 - a set that"
               " cannot be rebuilt is no use."
           MOVE "Y" TO ParmsBad
       END-IF
       IF TourneysPerMonth IS GREATER THAN 30
           DISPLAY "VOLGEN: TOURNEYS must be 0 to 30."
           MOVE "Y" TO ParmsBad
       END-IF
       IF EndMonth IS NOT EQUAL TO SPACES
           IF EndMonth IS NOT NUMERIC
               OR EndMonth(5:2) IS LESS THAN "01"
               OR EndMonth(5:2) IS GREATER THAN "12"
               DISPLAY "VOLGEN: ENDMONTH must be YYYYMM."
               MOVE "Y" TO ParmsBad
           END-IF
       END-IF
       EXIT.

      *> ENDMONTH blank takes the last whole month before today.
SetUpCalendar.
       ACCEPT TodayDate FROM DATE YYYYMMDD
       IF EndMonth IS EQUAL TO SPACES
           MOVE TodayDate(1:6) TO MonthWork
           PERFORM StepMonthBack
           MOVE MonthWork TO EndMonth
       END-IF
       MOVE EndMonth TO MonthWork
       PERFORM StepMonthForward
       COMPUTE LastDay = FUNCTION INTEGER-OF-DATE(MonthWork * 100 + 1)
           - 1
       MOVE EndMonth TO MonthWork
       PERFORM VARYING MonthYear FROM 2 BY 1
           UNTIL MonthYear IS GREATER THAN MonthCount
           PERFORM StepMonthBack
       END-PERFORM
       COMPUTE FirstDay = FUNCTION INTEGER-OF-DATE(MonthWork * 100 + 1)
       EXIT.

StepMonthBack.
       COMPUTE MonthMonth = FUNCTION MOD(MonthWork, 100)
       IF MonthMonth IS EQUAL TO 1
           COMPUTE MonthWork = MonthWork - 100 + 11
       ELSE
           SUBTRACT 1 FROM MonthWork
       END-IF
       EXIT.

StepMonthForward.
       COMPUTE MonthMonth = FUNCTION MOD(MonthWork, 100)
       IF MonthMonth IS EQUAL TO 12
           COMPUTE MonthWork = MonthWork + 100 - 11
       ELSE
           ADD 1 TO MonthWork
       END-IF
       EXIT.

      *> Names cycle through the first-name list with a number on
      *> the end; the initials are the name's first letter and two
      *> more from the player's place on the roster, so no two
      *> players sign the board alike.
BuildRoster.
       PERFORM VARYING PlayerIdx FROM 1 BY 1
           UNTIL PlayerIdx IS GREATER THAN PlayerCount
           COMPUTE NameIdx = FUNCTION MOD(PlayerIdx - 1, 20) + 1
           MOVE PlayerIdx TO NameNumber
           MOVE SPACES TO RsName(PlayerIdx)
           STRING FUNCTION TRIM(FirstName(NameIdx)) DELIMITED BY SIZE
               NameNumber DELIMITED BY SIZE
               INTO RsName(PlayerIdx)
           END-STRING
           MOVE FirstName(NameIdx)(1:1) TO RsInitials(PlayerIdx)(1:1)
           COMPUTE LetterIdx = FUNCTION MOD((PlayerIdx - 1) / 26, 26) + 1
           MOVE Letters(LetterIdx:1) TO RsInitials(PlayerIdx)(2:1)
           COMPUTE LetterIdx = FUNCTION MOD(PlayerIdx - 1, 26) + 1
           MOVE Letters(LetterIdx:1) TO RsInitials(PlayerIdx)(3:1)
           MOVE 0 TO RsShosWins(PlayerIdx)
           MOVE 0 TO RsLionKills(PlayerIdx)
           MOVE 0 TO RsWanderSteps(PlayerIdx)
           MOVE 99 TO RsGuessBest(PlayerIdx)
           MOVE "N" TO RsZarrFound(PlayerIdx)
       END-PERFORM
       EXIT.

OpenOutputs.
       MOVE "shos_scores.dat" TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO ScoreName
       MOVE "shos_transcript.dat" TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO TranscriptName
       MOVE "wander_log.dat" TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO WanderLogName
       MOVE "guess_history.dat" TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO HistoryName
       MOVE "guess_standings.dat" TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO StandingsName
       MOVE "player_profile.dat" TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO ProfileName
       MOVE "bestscore.dat" TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO BestScoreName
       MOVE "game_events_current.dat" TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO PointerName
       OPEN OUTPUT ScoreFile
       OPEN OUTPUT TranscriptFile
       OPEN OUTPUT WanderLogFile
       OPEN OUTPUT HistoryFile
       OPEN OUTPUT StandingsFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           OR TranscriptFileStatus IS NOT EQUAL TO "00"
           OR WanderLogFileStatus IS NOT EQUAL TO "00"
           OR HistoryFileStatus IS NOT EQUAL TO "00"
           OR StandingsFileStatus IS NOT EQUAL TO "00"
           DISPLAY "VOLGEN: the set could not be written under "
               FUNCTION TRIM(OutDir) " - statuses " ScoreFileStatus
               " " TranscriptFileStatus " " WanderLogFileStatus " "
               HistoryFileStatus " " StandingsFileStatus "."
           MOVE "Y" TO ParmsBad
       END-IF
       EXIT.

PlaceInOutDir.
       MOVE SPACES TO PlaceName
       STRING FUNCTION TRIM(OutDir) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(BareName) DELIMITED BY SIZE
           INTO PlaceName
       END-STRING
       MOVE PlaceName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO PlaceName
       EXIT.

CloseOutputs.
       IF OpenMonth IS NOT EQUAL TO SPACES
           CLOSE EventLogFile
       END-IF
       CLOSE ScoreFile
       CLOSE TranscriptFile
       CLOSE WanderLogFile
       CLOSE HistoryFile
       CLOSE StandingsFile
       EXIT.

      *> GAMELOG's pointer names the newest partition; like the live
      *> one it holds the bare name, for programs run inside the set.
OpenPartition.
       IF OpenMonth IS NOT EQUAL TO SPACES
           CLOSE EventLogFile
       END-IF
       MOVE DayDate(1:6) TO OpenMonth
       MOVE SPACES TO PtrLogName
       STRING "game_events_" DELIMITED BY SIZE
           OpenMonth DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO PtrLogName
       END-STRING
       MOVE PtrLogName TO BareName
       PERFORM PlaceInOutDir
       MOVE PlaceName TO EventLogName
       OPEN OUTPUT EventLogFile
       OPEN OUTPUT PointerFile
       IF PointerFileStatus IS EQUAL TO "00"
           WRITE PointerRecord
           CLOSE PointerFile
       END-IF
       EXIT.

WriteRoster.
       OPEN OUTPUT ProfileFile
       IF ProfileFileStatus IS NOT EQUAL TO "00"
           DISPLAY "VOLGEN: the roster could not be written, status "
               ProfileFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PlayerIdx FROM 1 BY 1
           UNTIL PlayerIdx IS GREATER THAN PlayerCount
           MOVE SPACES TO ProfileFileRecord
           MOVE RsName(PlayerIdx) TO PfName
           MOVE RsShosWins(PlayerIdx) TO PfShosWins
           MOVE RsLionKills(PlayerIdx) TO PfLionKills
           MOVE 0 TO PfItemsEaten
           MOVE RsWanderSteps(PlayerIdx) TO PfWanderSteps
           MOVE RsGuessBest(PlayerIdx) TO PfGuessBest
           MOVE 0 TO PfCrawlKills
           MOVE RsZarrFound(PlayerIdx) TO PfZarrFound
           MOVE "N" TO PfTowerReached
           MOVE 0 TO PfContractPay
           MOVE 0 TO PfHamurabiBest
           MOVE "STD " TO PfHamurabiScen
           MOVE 0 TO PfPinMisses
           MOVE "EN" TO PfLanguage
           WRITE ProfileFileRecord
       END-PERFORM
       CLOSE ProfileFile
       OPEN OUTPUT BestScoreFile
       IF BestScoreFileStatus IS EQUAL TO "00"
           MOVE BestGuess TO BestScoreValue
           WRITE BestScoreRecord
           CLOSE BestScoreFile
       END-IF
       EXIT.

      *> A day's mix swings between half and half again the average,
      *> and a tournament evening falls on about TOURNEYS days a month.
GenerateDay.
       MOVE FUNCTION DATE-OF-INTEGER(DayInt) TO DayDate
       IF DayDate(1:6) IS NOT EQUAL TO OpenMonth
           PERFORM OpenPartition
       END-IF
       ADD 1 TO DayTotal
       COMPUTE ShosLeft = ShosPerDay * (FUNCTION RANDOM + 0.5)
       COMPUTE WanderLeft = WanderPerDay * (FUNCTION RANDOM + 0.5)
       COMPUTE GuessLeft = GuessPerDay * (FUNCTION RANDOM + 0.5)
       MOVE 0 TO TourneyLeft
       COMPUTE Chance = FUNCTION RANDOM * 30
       IF Chance IS LESS THAN TourneysPerMonth
           MOVE 1 TO TourneyLeft
       END-IF
       COMPUTE SessionsLeft = ShosLeft + WanderLeft + GuessLeft
           + TourneyLeft
       IF SessionsLeft IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       COMPUTE SlotSeconds = 50400 / SessionsLeft
       MOVE 28800 TO SlotStart
       PERFORM UNTIL SessionsLeft IS EQUAL TO 0
           MOVE SlotStart TO ClockSecs
           PERFORM PickSessionKind
           EVALUATE SessionKind
               WHEN "S"
                   PERFORM MakeShosSession
               WHEN "W"
                   PERFORM MakeWanderSession
               WHEN "G"
                   PERFORM MakeGuessSession
               WHEN "T"
                   PERFORM MakeTournament
           END-EVALUATE
           SUBTRACT 1 FROM SessionsLeft
           ADD SlotSeconds TO SlotStart
       END-PERFORM
       EXIT.

PickSessionKind.
       MOVE SessionsLeft TO RollSides
       PERFORM RollDie
       EVALUATE TRUE
           WHEN Roll IS NOT GREATER THAN ShosLeft
               MOVE "S" TO SessionKind
               SUBTRACT 1 FROM ShosLeft
           WHEN Roll IS NOT GREATER THAN ShosLeft + WanderLeft
               MOVE "W" TO SessionKind
               SUBTRACT 1 FROM WanderLeft
           WHEN Roll IS NOT GREATER THAN ShosLeft + WanderLeft
               + GuessLeft
               MOVE "G" TO SessionKind
               SUBTRACT 1 FROM GuessLeft
           WHEN OTHER
               MOVE "T" TO SessionKind
               SUBTRACT 1 FROM TourneyLeft
       END-EVALUATE
       EXIT.

RollDie.
       COMPUTE Roll = FUNCTION RANDOM * RollSides + 1
       IF Roll IS GREATER THAN RollSides
           MOVE RollSides TO Roll
       END-IF
       EXIT.

PickPlayer.
       MOVE PlayerCount TO RollSides
       PERFORM RollDie
       MOVE Roll TO PlayerIdx
       EXIT.

      *> The next second of the day, as GAMELOG and the games stamp
      *> it; a slot is long enough that a session never runs into
      *> the next one.
NextStamp.
       MOVE ClockSecs TO ClockWork
       COMPUTE StampHH = ClockWork / 3600
       COMPUTE ClockWork = ClockWork - StampHH * 3600
       COMPUTE StampMM = ClockWork / 60
       COMPUTE StampSS = ClockWork - StampMM * 60
       COMPUTE StampTT = FUNCTION RANDOM * 100
       ADD 1 TO ClockSecs
       EXIT.

      *> GAMELOG's line: date, time, program, event, detail, session.
WriteEvent.
       PERFORM NextStamp
       IF EventWord IS EQUAL TO "START"
           MOVE StampTime TO SessionId
       END-IF
       MOVE SPACES TO EventLogLine
       STRING DayDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           StampTime DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EventProgram DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EventWord DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EventDetail DELIMITED BY SIZE
           " S=" DELIMITED BY SIZE
           SessionId DELIMITED BY SIZE
           " E=" DELIMITED BY SIZE
           Env-Name DELIMITED BY SIZE
           INTO EventLogLine
       END-STRING
       WRITE EventLogLine
       ADD 1 TO EventTotal
       EXIT.

      *> SHOS's transcript line: "YYYYMMDD HHMMSSTT ROOM=nn CMD=c".
WriteTranscript.
       PERFORM NextStamp
       MOVE SPACES TO TranscriptLine
       STRING DayDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           StampTime DELIMITED BY SIZE
           " ROOM=" DELIMITED BY SIZE
           TrnRoom DELIMITED BY SIZE
           " CMD=" DELIMITED BY SIZE
           TrnCmd DELIMITED BY SIZE
           INTO TranscriptLine
       END-STRING
       WRITE TranscriptLine
       ADD 1 TO TranscriptTotal
       EXIT.

      *> One program run, one game: START, the seed typed at the
      *> prompt, the menu pick RECON counts, the rooms walked, the
      *> death or walkout, the initials and score row for a walkout,
      *> then Q and END.
MakeShosSession.
       PERFORM PickPlayer
       ADD 1 TO ShosTotal
       MOVE "SHOS" TO EventProgram
       MOVE "START" TO EventWord
       MOVE "session opened" TO EventDetail
       PERFORM WriteEvent
       MOVE 99999 TO RollSides
       PERFORM RollDie
       MOVE Roll TO RunSeed
       MOVE 0 TO TrnRoom
       MOVE SPACES TO TrnCmd
       MOVE RunSeed TO TrnCmd(1:5)
       PERFORM WriteTranscript
       MOVE "E" TO TrnCmd
       PERFORM WriteTranscript
       MOVE "SEED" TO EventWord
       MOVE SPACES TO EventDetail
       STRING "seed=" DELIMITED BY SIZE
           RunSeed DELIMITED BY SIZE
           INTO EventDetail
       END-STRING
       PERFORM WriteEvent
       MOVE 28 TO RollSides
       PERFORM RollDie
       COMPUTE RunMoves = Roll + 2
       MOVE 1 TO TrnRoom
       PERFORM VARYING MoveIdx FROM 1 BY 1
           UNTIL MoveIdx IS GREATER THAN RunMoves
           MOVE 4 TO RollSides
           PERFORM RollDie
           MOVE CompassWord(Roll:1) TO TrnCmd
           PERFORM WriteTranscript
           MOVE 20 TO RollSides
           PERFORM RollDie
           MOVE Roll TO TrnRoom
       END-PERFORM
       COMPUTE RunTurns = RunMoves + FUNCTION RANDOM * 10
       MOVE 19 TO RollSides
       PERFORM RollDie
       COMPUTE RunRooms = Roll + 1
       IF RunRooms IS GREATER THAN RunMoves + 1
           COMPUTE RunRooms = RunMoves + 1
       END-IF
       MOVE 6 TO RollSides
       PERFORM RollDie
       COMPUTE RunLions = Roll - 1
       MOVE 100 TO RollSides
       PERFORM RollDie
       EVALUATE TRUE
           WHEN Roll IS NOT GREATER THAN 22
               MOVE "S" TO RunOutcome
           WHEN Roll IS NOT GREATER THAN 26
               MOVE "T" TO RunOutcome
           WHEN OTHER
               MOVE "W" TO RunOutcome
       END-EVALUATE
       ADD RunLions TO RsLionKills(PlayerIdx)
           ON SIZE ERROR MOVE 9999 TO RsLionKills(PlayerIdx)
       END-ADD
       IF RunWalkedOut
           PERFORM ShosWalkout
       ELSE
           PERFORM ShosDeath
       END-IF
       MOVE 0 TO TrnRoom
       MOVE "Q" TO TrnCmd
       PERFORM WriteTranscript
       MOVE "Y" TO TrnCmd
       PERFORM WriteTranscript
       MOVE "END" TO EventWord
       MOVE "session closed" TO EventDetail
       PERFORM WriteEvent
       EXIT.

ShosDeath.
       ADD 1 TO DeathTotal
       MOVE "!" TO TrnCmd
       PERFORM WriteTranscript
       IF RunSlain
           MOVE "SLAIN" TO EventWord
           MOVE "a lion ended the run" TO EventDetail
       ELSE
           MOVE "TIMEOUT" TO EventWord
           MOVE "the turn limit ran out" TO EventDetail
       END-IF
       PERFORM WriteEvent
       EXIT.

      *> Scored the way RecordScore does it: rooms, lions, ZARR and
      *> the haul, less the turns taken.
ShosWalkout.
       ADD 1 TO WalkoutTotal
       MOVE 1 TO TrnRoom
       MOVE "+" TO TrnCmd
       PERFORM WriteTranscript
       MOVE "N" TO RunZarr
       MOVE 100 TO RollSides
       PERFORM RollDie
       IF Roll IS NOT GREATER THAN 18
           MOVE "Y" TO RunZarr
           ADD 1 TO RsShosWins(PlayerIdx)
               ON SIZE ERROR MOVE 9999 TO RsShosWins(PlayerIdx)
           END-ADD
           MOVE "Y" TO RsZarrFound(PlayerIdx)
       END-IF
       MOVE "WALKOUT" TO EventWord
       MOVE SPACES TO EventDetail
       STRING "zarr=" DELIMITED BY SIZE
           RunZarr DELIMITED BY SIZE
           " turns=" DELIMITED BY SIZE
           RunTurns DELIMITED BY SIZE
           INTO EventDetail
       END-STRING
       PERFORM WriteEvent
       MOVE 5 TO RollSides
       PERFORM RollDie
       COMPUTE RunHaul = (Roll - 1) * 40
       COMPUTE RunScore = RunRooms * 10 + RunLions * 25 + RunHaul
       IF RunZarr IS EQUAL TO "Y"
           ADD 100 TO RunScore
       END-IF
       IF RunTurns IS LESS THAN RunScore
           SUBTRACT RunTurns FROM RunScore
       ELSE
           MOVE 0 TO RunScore
       END-IF
       MOVE RsInitials(PlayerIdx) TO TrnCmd
       PERFORM WriteTranscript
       MOVE RunScore TO ScoreFileValue
       MOVE RsInitials(PlayerIdx) TO ScoreFileInitials
       MOVE DayDate TO ScoreFileDate
       MOVE RunRooms TO ScoreFileRooms
       MOVE RunLions TO ScoreFileLions
       MOVE RunTurns TO ScoreFileTurns
       MOVE RunZarr TO ScoreFileZarr
       MOVE "N" TO ScoreFileDaily
       MOVE "N" TO ScoreFilePreset
       MOVE SPACE TO ScoreFileVerified
       MOVE DayDate TO ScoreFileRunDate
       MOVE StampTime TO ScoreFileRunTime
       MOVE 0 TO ScoreFileRunSeq
       WRITE ScoreFileRecord
           INVALID KEY
               ADD 1 TO ScoreMissed
       END-WRITE
       EXIT.

      *> WANDER's log: the session start, a line a step, the end.
MakeWanderSession.
       PERFORM PickPlayer
       ADD 1 TO WanderTotal
       MOVE "WANDER" TO EventProgram
       MOVE "START" TO EventWord
       MOVE "session opened" TO EventDetail
       PERFORM WriteEvent
       MOVE 500 TO WanderX
       MOVE 500 TO WanderY
       MOVE "N" TO WanderFacing
       PERFORM NextStamp
       MOVE SPACES TO WanderLogLine
       STRING "=== SESSION START " DELIMITED BY SIZE
           StampTime DELIMITED BY SIZE
           " pos=(" DELIMITED BY SIZE
           WanderX DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WanderY DELIMITED BY SIZE
           ") facing=" DELIMITED BY SIZE
           WanderFacing DELIMITED BY SIZE
           INTO WanderLogLine
       END-STRING
       PERFORM PutWanderLine
       MOVE 46 TO RollSides
       PERFORM RollDie
       COMPUTE WanderSteps = Roll + 4
       PERFORM VARYING StepIdx FROM 1 BY 1
           UNTIL StepIdx IS GREATER THAN WanderSteps
           PERFORM WanderOneStep
       END-PERFORM
       ADD WanderSteps TO RsWanderSteps(PlayerIdx)
           ON SIZE ERROR MOVE 999999 TO RsWanderSteps(PlayerIdx)
       END-ADD
       MOVE "END" TO EventWord
       MOVE SPACES TO EventDetail
       STRING "steps=" DELIMITED BY SIZE
           WanderSteps DELIMITED BY SIZE
           INTO EventDetail
       END-STRING
       PERFORM WriteEvent
       PERFORM NextStamp
       MOVE SPACES TO WanderLogLine
       STRING "=== SESSION END " DELIMITED BY SIZE
           StampTime DELIMITED BY SIZE
           " final pos=(" DELIMITED BY SIZE
           WanderX DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WanderY DELIMITED BY SIZE
           ") steps=" DELIMITED BY SIZE
           WanderSteps DELIMITED BY SIZE
           INTO WanderLogLine
       END-STRING
       PERFORM PutWanderLine
       EXIT.

      *> Mostly straight on, now and then a turn.
WanderOneStep.
       MOVE 4 TO RollSides
       PERFORM RollDie
       IF Roll IS EQUAL TO 1
           PERFORM RollDie
           MOVE CompassWord(Roll:1) TO WanderFacing
       END-IF
       EVALUATE WanderFacing
           WHEN "N"
               IF WanderY IS GREATER THAN 0
                   SUBTRACT 1 FROM WanderY
               END-IF
           WHEN "S"
               IF WanderY IS LESS THAN 999
                   ADD 1 TO WanderY
               END-IF
           WHEN "E"
               IF WanderX IS LESS THAN 999
                   ADD 1 TO WanderX
               END-IF
           WHEN "W"
               IF WanderX IS GREATER THAN 0
                   SUBTRACT 1 FROM WanderX
               END-IF
       END-EVALUATE
       PERFORM NextStamp
       MOVE SPACES TO WanderLogLine
       STRING "step " DELIMITED BY SIZE
           StepIdx DELIMITED BY SIZE
           ": pos=(" DELIMITED BY SIZE
           WanderX DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WanderY DELIMITED BY SIZE
           ") facing=" DELIMITED BY SIZE
           WanderFacing DELIMITED BY SIZE
           INTO WanderLogLine
       END-STRING
       PERFORM PutWanderLine
       EXIT.

PutWanderLine.
       WRITE WanderLogLine
       ADD 1 TO WanderLineTotal
       EXIT.

      *> GUESS logs its seed before its START; a round is one history
      *> record.
MakeGuessSession.
       PERFORM PickPlayer
       ADD 1 TO GuessTotal
       PERFORM StartGuessLog
       MOVE 4 TO RollSides
       PERFORM RollDie
       MOVE Roll TO GuessRounds
       MOVE 0 TO GuessGames
       PERFORM VARYING RoundIdx FROM 1 BY 1
           UNTIL RoundIdx IS GREATER THAN GuessRounds
           PERFORM PlayGuessRound
           MOVE "I" TO HistoryMode
           PERFORM WriteHistory
           IF GuessCount IS LESS THAN RsGuessBest(PlayerIdx)
               MOVE GuessCount TO RsGuessBest(PlayerIdx)
           END-IF
           IF GuessCount IS LESS THAN BestGuess
               MOVE GuessCount TO BestGuess
           END-IF
       END-PERFORM
       PERFORM EndGuessLog
       EXIT.

      *> Two to four at the table, one round to three, every seat
      *> guessing every round; the standings go out at the end.
MakeTournament.
       ADD 1 TO GuessTotal
       ADD 1 TO TourneyTotal
       PERFORM StartGuessLog
       MOVE 3 TO RollSides
       PERFORM RollDie
       COMPUTE TablePlayers = Roll + 1
       IF TablePlayers IS GREATER THAN PlayerCount
           MOVE PlayerCount TO TablePlayers
       END-IF
       PERFORM VARYING TableIdx FROM 1 BY 1
           UNTIL TableIdx IS GREATER THAN TablePlayers
           PERFORM TakeSeat
           MOVE 0 TO TableTotal(TableIdx)
       END-PERFORM
       MOVE 3 TO RollSides
       PERFORM RollDie
       MOVE Roll TO GuessRounds
       MOVE 0 TO GuessGames
       PERFORM VARYING RoundIdx FROM 1 BY 1
           UNTIL RoundIdx IS GREATER THAN GuessRounds
           PERFORM VARYING TableIdx FROM 1 BY 1
               UNTIL TableIdx IS GREATER THAN TablePlayers
               PERFORM PlayGuessRound
               MOVE "T" TO HistoryMode
               PERFORM WriteHistory
               ADD GuessCount TO TableTotal(TableIdx)
           END-PERFORM
       END-PERFORM
       PERFORM VARYING TableIdx FROM 1 BY 1
           UNTIL TableIdx IS GREATER THAN TablePlayers
           MOVE DayDate TO StandingsDate
           MOVE RsName(TableSeat(TableIdx)) TO StandingsPlayer
           MOVE TableTotal(TableIdx) TO StandingsGuesses
           MOVE GuessRounds TO StandingsRounds
           WRITE StandingsRecord
       END-PERFORM
       PERFORM EndGuessLog
       EXIT.

      *> A seat goes to a player not already at the table.
TakeSeat.
       PERFORM WITH TEST AFTER UNTIL SeatTaken IS EQUAL TO "N"
           PERFORM PickPlayer
           MOVE "N" TO SeatTaken
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx IS NOT LESS THAN TableIdx
               IF TableSeat(SeatIdx) IS EQUAL TO PlayerIdx
                   MOVE "Y" TO SeatTaken
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE PlayerIdx TO TableSeat(TableIdx)
       EXIT.

StartGuessLog.
       MOVE "GUESS" TO EventProgram
       MOVE "SEED" TO EventWord
       MOVE 99999 TO RollSides
       PERFORM RollDie
       MOVE Roll TO RunSeed
       MOVE SPACES TO EventDetail
       STRING "seed=" DELIMITED BY SIZE
           RunSeed DELIMITED BY SIZE
           INTO EventDetail
       END-STRING
       MOVE 0 TO SessionId
       PERFORM WriteEvent
       MOVE "START" TO EventWord
       MOVE "session opened" TO EventDetail
       PERFORM WriteEvent
       EXIT.

EndGuessLog.
       MOVE "END" TO EventWord
       MOVE SPACES TO EventDetail
       STRING "games=" DELIMITED BY SIZE
           GuessGames DELIMITED BY SIZE
           INTO EventDetail
       END-STRING
       PERFORM WriteEvent
       EXIT.

      *> A halving search takes about as many guesses as the range
      *> has binary digits; players wander either side of it.
PlayGuessRound.
       ADD 1 TO GuessGames
       ADD 1 TO RoundTotal
       MOVE 3 TO RollSides
       PERFORM RollDie
       EVALUATE Roll
           WHEN 1
               MOVE "E" TO GuessDifficulty
               MOVE 50 TO GuessRange
               MOVE 8 TO RollSides
           WHEN 2
               MOVE "M" TO GuessDifficulty
               MOVE 100 TO GuessRange
               MOVE 9 TO RollSides
           WHEN OTHER
               MOVE "H" TO GuessDifficulty
               MOVE 1000 TO GuessRange
               MOVE 12 TO RollSides
       END-EVALUATE
       PERFORM RollDie
       COMPUTE GuessCount = Roll + 1
       MOVE GuessRange TO RollSides
       PERFORM RollDie
       PERFORM NextStamp
       EXIT.

WriteHistory.
       MOVE DayDate TO HistoryDate
       MOVE GuessDifficulty TO HistoryDifficulty
       MOVE Roll TO HistoryTarget
       MOVE GuessCount TO HistoryGuesses
       MOVE "N" TO HistoryTimed
       MOVE 0 TO HistorySeconds
       MOVE SPACES TO HistoryCode
       MOVE SPACE TO HistoryCodeRule
       WRITE HistoryRecord
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
       MOVE "VOLGEN" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
