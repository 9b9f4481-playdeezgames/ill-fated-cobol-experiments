       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ANOMRPT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.
           SELECT DailyFile ASSIGN DYNAMIC DailyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DailyFileStatus.
           SELECT TranscriptFile ASSIGN DYNAMIC TranscriptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranscriptFileStatus.
           SELECT EventLogFile ASSIGN DYNAMIC EventLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventLogFileStatus.
           SELECT PointerFile ASSIGN DYNAMIC PointerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointerFileStatus.
           SELECT QueueFile ASSIGN DYNAMIC QueueFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QueueFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors SHOS's ScoreFileRecord field-for-field.
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
      *> Mirrors SHOS's DailyFileRecord field-for-field.
       FD DailyFile.
       01 DailyFileRecord.
          02 DailyFileValue PIC 9(5).
          02 DailyFileInitials PIC X(3).
          02 DailyFileDate PIC 9(8).
          02 DailyFileRooms PIC 99.
          02 DailyFileLions PIC 99.
          02 DailyFileTurns PIC 9(4).
          02 DailyFileZarr PIC X.
       FD TranscriptFile.
       01 TranscriptLine PIC X(80).
       FD EventLogFile.
       01 EventLogLine PIC X(110).
       FD PointerFile.
       01 PointerRecord.
          02 PtrLogName PIC X(40).
      *> SCOREVFY's work queue: one suspicious entry per line, the
      *> rule it broke, and the claim a replay has to reproduce. A
      *> blank run key is a daily-board entry with no board twin.
      *> State "O" is open; SCOREVFY closes it "V" or "M".
       FD QueueFile.
       01 QueueRecord.
          02 QueFlagDate PIC 9(8).
          02 QueRule PIC X(10).
          02 QueRunKey PIC X(18).
          02 QueInitials PIC X(3).
          02 QueScore PIC 9(5).
          02 QueTurns PIC 9(4).
          02 QueState PIC X.
          02 QueDetail PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 DailyFileName PIC X(60) VALUE "shos_daily.dat".
          02 TranscriptFileName PIC X(60) VALUE "shos_transcript.dat".
          02 PointerFileName PIC X(60) VALUE "game_events_current.dat".
          02 QueueFileName PIC X(60) VALUE "scorevfy_queue.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 5 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 ScoreFileStatus PIC XX.
       01 DailyFileStatus PIC XX.
       01 TranscriptFileStatus PIC XX.
       01 EventLogFileStatus PIC XX.
       01 PointerFileStatus PIC XX.
       01 QueueFileStatus PIC XX.
       01 EventLogName PIC X(60) VALUE "game_events.dat".
       COPY "FILELOCK.cpy".
       COPY "REPORTSVC.cpy".
       01 ReportDayData.
          02 ReportDay PIC 9(8).
          02 PrevDay PIC 9(8).
          02 DateInput PIC X(8).
      *> What a run can honestly score: ten a room, twenty-five a
      *> lion, a hundred for ZARR, and the four treasures SHOS hides
      *> (50 + 75 + 40 + 60), less a point a turn. The lions are
      *> capped by the pride the preset deals, as ApplyDifficulty
      *> sets it; a blank preset is a record from the NORMAL-only
      *> days. A scenario pack can field a bigger pride than its
      *> preset - such a run is flagged and the replay settles it.
       01 CeilingData.
          02 HouseTreasure PIC 999 VALUE 225.
          02 PresetLiterals PIC X(6) VALUE "E3N5C7".
          02 PresetTable REDEFINES PresetLiterals.
             03 PresetEntry OCCURS 3 TIMES.
                04 PresetLetter PIC X.
                04 PresetPride PIC 9.
          02 PresetIdx PIC 9.
          02 RunPride PIC 9.
          02 ScoreCeiling PIC 9(5).
      *> The event log's SHOS runs for the month so far: a SEED line
      *> opens a run under its session, the session's PLAYPROF PLAYER
      *> line names who played it, and WALKOUT, SLAIN, or TIMEOUT
      *> under the same session closes it.
       01 SessionData.
          02 SessCount PIC 9(4) VALUE 0.
          02 SessIdx PIC 9(4).
          02 SessFoundIdx PIC 9(4).
          02 SessFull PIC X VALUE "N".
          02 SessTable OCCURS 600 TIMES.
             03 SessDate PIC 9(8).
             03 SessId PIC 9(8).
             03 SessPlayer PIC X(12).
       01 RunData.
          02 RunCount PIC 9(4) VALUE 0.
          02 RunIdx PIC 9(4).
          02 RunFoundIdx PIC 9(4).
          02 RunsFull PIC X VALUE "N".
          02 DayRuns PIC 9(4) VALUE 0.
          02 RunTable OCCURS 2000 TIMES.
             03 RunDate PIC 9(8).
             03 RunSession PIC 9(8).
             03 RunPlayer PIC X(12).
             03 RunSeed PIC 9(5).
             03 RunOpen PIC X.
             03 RunHow PIC X.
                88 RunWalkedOut VALUE "W".
             03 RunEndTime PIC 9(8).
             03 RunTurns PIC 9(4).
             03 RunZarr PIC X.
          02 SeedTimes PIC 9(4).
          02 LoggedIdx PIC 9(4).
          02 ClockTime PIC 9(8).
          02 ClockParts REDEFINES ClockTime.
             03 ClockHours PIC 99.
             03 ClockMinutes PIC 99.
             03 ClockRest PIC 9(4).
          02 ClockHundredths PIC 9(7).
          02 LoggedHundredths PIC 9(7).
       01 EventParse.
          02 EvDate PIC X(8).
          02 EvTime PIC X(8).
          02 EvProgram PIC X(8).
          02 EvEvent PIC X(10).
          02 EvDetail PIC X(50).
          02 EvSession PIC X(8).
      *> The day's transcript, one entry per run: a menu pick
      *> (ROOM=00, E, M, P, D, or R) opens it, every in-room command
      *> marks the room it was typed in, and "+" or "!" closes it.
      *> The house is played from one terminal, so the open run is
      *> the one the next line belongs to. A resumed run's early
      *> rooms were walked on another day and are not judged.
       01 TranscriptData.
          02 TrCount PIC 9(4) VALUE 0.
          02 TrIdx PIC 9(4).
          02 TrOpenIdx PIC 9(4) VALUE 0.
          02 TrFoundIdx PIC 9(4).
          02 TrFull PIC X VALUE "N".
          02 TrTable OCCURS 500 TIMES.
             03 TrResumed PIC X.
             03 TrWalked PIC X.
             03 TrEndTime PIC 9(8).
             03 TrRoomCount PIC 99.
             03 TrRoomSeen PIC X OCCURS 20 TIMES.
          02 TrLineRoom PIC 99.
          02 TrLineCmd PIC X.
          02 TrLineTime PIC 9(8).
      *> The day's daily-challenge postings on the main board, for
      *> pairing with shos_daily.dat.
       01 BoardDailyData.
          02 BdCount PIC 999 VALUE 0.
          02 BdIdx PIC 999.
          02 BdFoundIdx PIC 999.
          02 BdFull PIC X VALUE "N".
          02 BdTable OCCURS 300 TIMES.
             03 BdInitials PIC X(3).
             03 BdValue PIC 9(5).
             03 BdTurns PIC 9(4).
             03 BdZarr PIC X.
             03 BdRunKey PIC X(18).
             03 BdPaired PIC X.
          02 DailyPass PIC X.
             88 SameDayPass VALUE "S".
       01 FlagData.
          02 FlagCount PIC 999 VALUE 0.
          02 FlagIdx PIC 999.
          02 FlagsFull PIC X VALUE "N".
          02 FlagTable OCCURS 400 TIMES.
             03 FlagKey.
                04 FlagRule PIC X(10).
                04 FlagRunKey PIC X(18).
                04 FlagInitials PIC X(3).
                04 FlagScore PIC 9(5).
                04 FlagTurns PIC 9(4).
             03 FlagDetail PIC X(40).
             03 FlagQueued PIC X.
          02 HoldRule PIC X(10).
          02 HoldRunKey PIC X(18).
          02 HoldInitials PIC X(3).
          02 HoldScore PIC 9(5).
          02 HoldTurns PIC 9(4).
          02 HoldDetail PIC X(40).
      *> The five rules, in the order the report counts them.
       01 RuleData.
          02 RuleLiterals.
             03 FILLER PIC X(10) VALUE "SCORECAP".
             03 FILLER PIC X(10) VALUE "TURNSLOW".
             03 FILLER PIC X(10) VALUE "SEEDREPEAT".
             03 FILLER PIC X(10) VALUE "DAILYDAY".
             03 FILLER PIC X(10) VALUE "NOSESSION".
          02 RuleTable REDEFINES RuleLiterals.
             03 RuleName PIC X(10) OCCURS 5 TIMES.
          02 RuleIdx PIC 9.
          02 RuleHits PIC 999 OCCURS 5 TIMES.
      *> What is already on the queue, so a night run twice - or a
      *> day reported again - never queues the same entry twice.
       01 QueueData.
          02 QkCount PIC 9(4) VALUE 0.
          02 QkIdx PIC 9(4).
          02 QkFull PIC X VALUE "N".
          02 QkTable OCCURS 3000 TIMES.
             03 QkKey PIC X(40).
          02 QkFound PIC X.
          02 NewQueued PIC 999 VALUE 0.
          02 AlreadyQueued PIC 999 VALUE 0.
          02 QueueWritten PIC X VALUE "N".
       01 Tallies.
          02 BoardPostings PIC 9(4) VALUE 0.
          02 DailyEntries PIC 9(4) VALUE 0.
          02 DayWalkouts PIC 9(4) VALUE 0.
       01 ScratchPad.
          02 PrintLine PIC X(80).
          02 CountEdit PIC ZZZ9.
          02 AgainEdit PIC ZZZ9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Check which day's postings (YYYYMMDD, blank for today)? "
           WITH NO ADVANCING
       MOVE SPACES TO DateInput
       ACCEPT DateInput
       IF DateInput IS NUMERIC
           MOVE DateInput TO ReportDay
       ELSE
           ACCEPT ReportDay FROM DATE YYYYMMDD
       END-IF
       COMPUTE PrevDay = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(ReportDay) - 1)
       PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > 5
           MOVE 0 TO RuleHits(RuleIdx)
       END-PERFORM
       PERFORM ResolveEventLogName
       PERFORM LoadEventLog
       PERFORM LoadTranscript
       PERFORM ScanBoard
       MOVE "S" TO DailyPass
       PERFORM ScanDailyFile
       MOVE "O" TO DailyPass
       PERFORM ScanDailyFile
       PERFORM QueueFlags
       PERFORM WriteReport
       MOVE FlagCount TO CountEdit
       DISPLAY "ANOMRPT: " FUNCTION TRIM(CountEdit)
           " flag(s) for " ReportDay
           " - report written to anomaly_report.txt"
STOP RUN.

      *> GAMELOG's monthly partitioning, read the way RECON reads it:
      *> the day's own month partition, else the live partition the
      *> pointer names, else the one-file log.
ResolveEventLogName.
       MOVE SPACES TO EventLogName
       STRING "game_events_" DELIMITED BY SIZE
           ReportDay(1:6) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO EventLogName
       END-STRING
       MOVE EventLogName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO EventLogName
       OPEN INPUT EventLogFile
       IF EventLogFileStatus IS EQUAL TO "00"
           CLOSE EventLogFile
           EXIT PARAGRAPH
       END-IF
       MOVE "game_events.dat" TO EventLogName
       OPEN INPUT PointerFile
       IF PointerFileStatus IS EQUAL TO "00"
           READ PointerFile
               AT END
                   CONTINUE
               NOT AT END
                   IF PtrLogName IS NOT EQUAL TO SPACES
                       MOVE PtrLogName TO EventLogName
                   END-IF
           END-READ
           CLOSE PointerFile
       END-IF
       EXIT.

      *> Line layout, as GAMELOG writes it: date, time, program,
      *> event, fifty bytes of detail, then " S=" and the session.
LoadEventLog.
       MOVE EventLogName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO EventLogName
       OPEN INPUT EventLogFile
       IF EventLogFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL EventLogFileStatus IS NOT EQUAL TO "00"
           READ EventLogFile
               AT END
                   MOVE "10" TO EventLogFileStatus
               NOT AT END
                   PERFORM TakeEventLine
           END-READ
       END-PERFORM
       CLOSE EventLogFile
       EXIT.

TakeEventLine.
       MOVE EventLogLine(1:8) TO EvDate
       MOVE EventLogLine(10:8) TO EvTime
       MOVE EventLogLine(19:8) TO EvProgram
       MOVE EventLogLine(28:10) TO EvEvent
       MOVE EventLogLine(39:50) TO EvDetail
       MOVE EventLogLine(92:8) TO EvSession
       IF EvDate IS NOT NUMERIC OR EvTime IS NOT NUMERIC
           OR EvSession IS NOT NUMERIC
           OR EventLogLine(89:3) IS NOT EQUAL TO " S="
           EXIT PARAGRAPH
       END-IF
       IF EvDate IS GREATER THAN ReportDay
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN EvProgram IS EQUAL TO "PLAYPROF"
               AND EvEvent IS EQUAL TO "PLAYER"
               PERFORM NoteSessionPlayer
           WHEN EvProgram IS EQUAL TO "SHOS"
               AND EvEvent IS EQUAL TO "SEED"
               PERFORM OpenLoggedRun
           WHEN EvProgram IS EQUAL TO "SHOS"
               AND (EvEvent IS EQUAL TO "WALKOUT"
                   OR EvEvent IS EQUAL TO "SLAIN"
                   OR EvEvent IS EQUAL TO "TIMEOUT")
               PERFORM CloseLoggedRun
       END-EVALUATE
       EXIT.

NoteSessionPlayer.
       PERFORM FindSession
       IF SessFoundIdx IS EQUAL TO 0
           IF SessCount IS NOT LESS THAN 600
               MOVE "Y" TO SessFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SessCount
           MOVE SessCount TO SessFoundIdx
           MOVE EvDate TO SessDate(SessFoundIdx)
           MOVE EvSession TO SessId(SessFoundIdx)
       END-IF
       MOVE EvDetail(1:12) TO SessPlayer(SessFoundIdx)
       EXIT.

FindSession.
       MOVE 0 TO SessFoundIdx
       PERFORM VARYING SessIdx FROM SessCount BY -1
           UNTIL SessIdx < 1 OR SessFoundIdx > 0
           IF SessDate(SessIdx) IS EQUAL TO EvDate
               AND SessId(SessIdx) IS EQUAL TO EvSession
               MOVE SessIdx TO SessFoundIdx
           END-IF
       END-PERFORM
       EXIT.

OpenLoggedRun.
       IF RunCount IS NOT LESS THAN 2000
           MOVE "Y" TO RunsFull
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RunCount
       MOVE EvDate TO RunDate(RunCount)
       MOVE EvSession TO RunSession(RunCount)
       MOVE SPACES TO RunPlayer(RunCount)
       MOVE 0 TO RunSeed(RunCount)
       IF EvDetail(6:5) IS NUMERIC
           MOVE EvDetail(6:5) TO RunSeed(RunCount)
       END-IF
       MOVE "Y" TO RunOpen(RunCount)
       MOVE SPACE TO RunHow(RunCount)
       MOVE 0 TO RunEndTime(RunCount)
       MOVE 0 TO RunTurns(RunCount)
       MOVE "N" TO RunZarr(RunCount)
       PERFORM FindSession
       IF SessFoundIdx IS GREATER THAN 0
           MOVE SessPlayer(SessFoundIdx) TO RunPlayer(RunCount)
       END-IF
       IF EvDate IS EQUAL TO ReportDay
           ADD 1 TO DayRuns
       END-IF
       EXIT.

      *> WALKOUT's detail reads "zarr=Y turns=nnnn".
CloseLoggedRun.
       MOVE 0 TO RunFoundIdx
       PERFORM VARYING RunIdx FROM RunCount BY -1
           UNTIL RunIdx < 1 OR RunFoundIdx > 0
           IF RunDate(RunIdx) IS EQUAL TO EvDate
               AND RunSession(RunIdx) IS EQUAL TO EvSession
               AND RunOpen(RunIdx) IS EQUAL TO "Y"
               MOVE RunIdx TO RunFoundIdx
           END-IF
       END-PERFORM
       IF RunFoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO RunOpen(RunFoundIdx)
       MOVE EvTime TO RunEndTime(RunFoundIdx)
       IF EvEvent IS EQUAL TO "WALKOUT"
           MOVE "W" TO RunHow(RunFoundIdx)
           MOVE EvDetail(6:1) TO RunZarr(RunFoundIdx)
           IF EvDetail(14:4) IS NUMERIC
               MOVE EvDetail(14:4) TO RunTurns(RunFoundIdx)
           END-IF
           IF EvDate IS EQUAL TO ReportDay
               ADD 1 TO DayWalkouts
           END-IF
       ELSE
           MOVE "D" TO RunHow(RunFoundIdx)
       END-IF
       EXIT.

      *> Line layout: "YYYYMMDD HHMMSSTT ROOM=nn CMD=c". Undated
      *> lines from before dates were kept cannot belong to the day.
LoadTranscript.
       OPEN INPUT TranscriptFile
       IF TranscriptFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TranscriptFileStatus IS NOT EQUAL TO "00"
           READ TranscriptFile
               AT END
                   MOVE "10" TO TranscriptFileStatus
               NOT AT END
                   IF TranscriptLine(1:8) IS EQUAL TO ReportDay
                       AND TranscriptLine(19:5) IS EQUAL TO "ROOM="
                       AND TranscriptLine(24:2) IS NUMERIC
                       AND TranscriptLine(10:8) IS NUMERIC
                       PERFORM TakeTranscriptLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TranscriptFile
       EXIT.

TakeTranscriptLine.
       MOVE TranscriptLine(24:2) TO TrLineRoom
       MOVE TranscriptLine(31:1) TO TrLineCmd
       MOVE TranscriptLine(10:8) TO TrLineTime
       IF TrLineRoom IS EQUAL TO 0
           IF TrLineCmd IS EQUAL TO "E" OR TrLineCmd IS EQUAL TO "M"
               OR TrLineCmd IS EQUAL TO "P" OR TrLineCmd IS EQUAL TO "D"
               OR TrLineCmd IS EQUAL TO "R"
               PERFORM OpenTranscriptRun
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF TrOpenIdx IS EQUAL TO 0 OR TrLineRoom IS GREATER THAN 20
           EXIT PARAGRAPH
       END-IF
       IF TrRoomSeen(TrOpenIdx, TrLineRoom) IS EQUAL TO "N"
           MOVE "Y" TO TrRoomSeen(TrOpenIdx, TrLineRoom)
           ADD 1 TO TrRoomCount(TrOpenIdx)
       END-IF
       IF TrLineCmd IS EQUAL TO "+" OR TrLineCmd IS EQUAL TO "!"
           MOVE TrLineTime TO TrEndTime(TrOpenIdx)
           IF TrLineCmd IS EQUAL TO "+"
               MOVE "Y" TO TrWalked(TrOpenIdx)
           END-IF
           MOVE 0 TO TrOpenIdx
       END-IF
       EXIT.

OpenTranscriptRun.
       IF TrCount IS NOT LESS THAN 500
           MOVE "Y" TO TrFull
           MOVE 0 TO TrOpenIdx
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO TrCount
       MOVE TrCount TO TrOpenIdx
       MOVE "N" TO TrResumed(TrCount)
       IF TrLineCmd IS EQUAL TO "R"
           MOVE "Y" TO TrResumed(TrCount)
       END-IF
       MOVE "N" TO TrWalked(TrCount)
       MOVE 0 TO TrEndTime(TrCount)
       MOVE 0 TO TrRoomCount(TrCount)
       PERFORM VARYING TrLineRoom FROM 1 BY 1 UNTIL TrLineRoom > 20
           MOVE "N" TO TrRoomSeen(TrCount, TrLineRoom)
       END-PERFORM
       EXIT.

      *> Only the day's postings are judged, straight off the board's
      *> date key.
ScanBoard.
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE ReportDay TO ScoreFileDate
       START ScoreFile KEY IS EQUAL TO ScoreFileDate
           INVALID KEY
               MOVE "23" TO ScoreFileStatus
       END-START
       PERFORM UNTIL ScoreFileStatus IS NOT EQUAL TO "00"
           READ ScoreFile NEXT RECORD
               AT END
                   MOVE "10" TO ScoreFileStatus
               NOT AT END
                   IF ScoreFileDate IS EQUAL TO ReportDay
                       PERFORM JudgePosting
                   ELSE
                       MOVE "10" TO ScoreFileStatus
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ScoreFile
       EXIT.

JudgePosting.
       ADD 1 TO BoardPostings
       MOVE ScoreFileRunKey TO HoldRunKey
       MOVE ScoreFileInitials TO HoldInitials
       MOVE ScoreFileValue TO HoldScore
       MOVE ScoreFileTurns TO HoldTurns
       PERFORM CheckScoreCeiling
       PERFORM CheckLoggedSession
       PERFORM CheckTurnsForRooms
       IF ScoreFileDaily IS EQUAL TO "Y"
           PERFORM KeepBoardDaily
       END-IF
       EXIT.

CheckScoreCeiling.
       MOVE 5 TO RunPride
       PERFORM VARYING PresetIdx FROM 1 BY 1 UNTIL PresetIdx > 3
           IF PresetLetter(PresetIdx) IS EQUAL TO ScoreFilePreset
               MOVE PresetPride(PresetIdx) TO RunPride
           END-IF
       END-PERFORM
       IF ScoreFileLions IS GREATER THAN RunPride
           MOVE "SCORECAP" TO HoldRule
           MOVE SPACES TO HoldDetail
           STRING ScoreFileLions DELIMITED BY SIZE
               " LIONS - THE " DELIMITED BY SIZE
               ScoreFilePreset DELIMITED BY SIZE
               " PRIDE IS " DELIMITED BY SIZE
               RunPride DELIMITED BY SIZE
               INTO HoldDetail
           END-STRING
           PERFORM AddFlag
           EXIT PARAGRAPH
       END-IF
       COMPUTE ScoreCeiling = ScoreFileRooms * 10
           + ScoreFileLions * 25 + HouseTreasure
       IF ScoreFileZarr IS EQUAL TO "Y"
           ADD 100 TO ScoreCeiling
       END-IF
       IF ScoreFileTurns IS LESS THAN ScoreCeiling
           SUBTRACT ScoreFileTurns FROM ScoreCeiling
       ELSE
           MOVE 0 TO ScoreCeiling
       END-IF
       IF ScoreFileValue IS GREATER THAN ScoreCeiling
           MOVE "SCORECAP" TO HoldRule
           MOVE SPACES TO HoldDetail
           STRING "SCORE " DELIMITED BY SIZE
               ScoreFileValue DELIMITED BY SIZE
               " OVER A CEILING OF " DELIMITED BY SIZE
               ScoreCeiling DELIMITED BY SIZE
               INTO HoldDetail
           END-STRING
           PERFORM AddFlag
       END-IF
       EXIT.

      *> Every room past the first costs a move, so a run cannot
      *> visit more rooms than its turns plus one. Where the day's
      *> transcript holds the logged walkout - SHOS writes its "+"
      *> line a moment before the WALKOUT event - the rooms claimed
      *> must also be rooms a command was typed in.
CheckTurnsForRooms.
       IF ScoreFileTurns + 1 IS LESS THAN ScoreFileRooms
           MOVE "TURNSLOW" TO HoldRule
           MOVE SPACES TO HoldDetail
           STRING ScoreFileRooms DELIMITED BY SIZE
               " ROOMS IN ONLY " DELIMITED BY SIZE
               ScoreFileTurns DELIMITED BY SIZE
               " TURN(S)" DELIMITED BY SIZE
               INTO HoldDetail
           END-STRING
           PERFORM AddFlag
           EXIT PARAGRAPH
       END-IF
       IF LoggedIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF RunDate(LoggedIdx) IS NOT EQUAL TO ReportDay
           EXIT PARAGRAPH
       END-IF
       MOVE RunEndTime(LoggedIdx) TO ClockTime
       PERFORM ClockToHundredths
       MOVE ClockHundredths TO LoggedHundredths
       MOVE 0 TO TrFoundIdx
       PERFORM VARYING TrIdx FROM 1 BY 1 UNTIL TrIdx > TrCount
           IF TrWalked(TrIdx) IS EQUAL TO "Y"
               MOVE TrEndTime(TrIdx) TO ClockTime
               PERFORM ClockToHundredths
               IF ClockHundredths IS NOT GREATER THAN LoggedHundredths
                   AND ClockHundredths + 200 IS NOT LESS THAN
                       LoggedHundredths
                   MOVE TrIdx TO TrFoundIdx
               END-IF
           END-IF
       END-PERFORM
       IF TrFoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF TrResumed(TrFoundIdx) IS EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
       IF ScoreFileRooms IS GREATER THAN TrRoomCount(TrFoundIdx)
           MOVE "TURNSLOW" TO HoldRule
           MOVE SPACES TO HoldDetail
           STRING ScoreFileRooms DELIMITED BY SIZE
               " ROOMS - THE TRANSCRIPT WALKS " DELIMITED BY SIZE
               TrRoomCount(TrFoundIdx) DELIMITED BY SIZE
               INTO HoldDetail
           END-STRING
           PERFORM AddFlag
       END-IF
       EXIT.

      *> A posting belongs to the latest logged walkout with its turns
      *> and ZARR flag that ended before the posting - the same day,
      *> or the evening before for a run posted after midnight. A
      *> hot-seat walkout posts two rows; both match it.
CheckLoggedSession.
       MOVE 0 TO RunFoundIdx
       PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx > RunCount
           IF RunWalkedOut(RunIdx)
               AND RunTurns(RunIdx) IS EQUAL TO ScoreFileTurns
               AND RunZarr(RunIdx) IS EQUAL TO ScoreFileZarr
               AND (RunDate(RunIdx) IS EQUAL TO PrevDay
                   OR (RunDate(RunIdx) IS EQUAL TO ScoreFileRunDate
                       AND RunEndTime(RunIdx) IS NOT GREATER THAN
                           ScoreFileRunTime))
               MOVE RunIdx TO RunFoundIdx
           END-IF
       END-PERFORM
       MOVE RunFoundIdx TO LoggedIdx
       IF RunFoundIdx IS EQUAL TO 0
           MOVE "NOSESSION" TO HoldRule
           MOVE "NO SHOS WALKOUT IN THE EVENT LOG MATCHES"
               TO HoldDetail
           PERFORM AddFlag
           EXIT PARAGRAPH
       END-IF
       IF RunPlayer(RunFoundIdx) IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO SeedTimes
       PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx > RunCount
           IF RunPlayer(RunIdx) IS EQUAL TO RunPlayer(RunFoundIdx)
               AND RunSeed(RunIdx) IS EQUAL TO RunSeed(RunFoundIdx)
               ADD 1 TO SeedTimes
           END-IF
       END-PERFORM
       IF SeedTimes IS GREATER THAN 1
           MOVE "SEEDREPEAT" TO HoldRule
           MOVE SeedTimes TO CountEdit
           MOVE SPACES TO HoldDetail
           STRING "SEED " DELIMITED BY SIZE
               RunSeed(RunFoundIdx) DELIMITED BY SIZE
               " PLAYED " DELIMITED BY SIZE
               FUNCTION TRIM(CountEdit) DELIMITED BY SIZE
               "X BY " DELIMITED BY SIZE
               RunPlayer(RunFoundIdx) DELIMITED BY SIZE
               INTO HoldDetail
           END-STRING
           PERFORM AddFlag
       END-IF
       EXIT.

ClockToHundredths.
       COMPUTE ClockHundredths = ClockHours * 360000
           + ClockMinutes * 6000 + ClockRest
       EXIT.

KeepBoardDaily.
       IF BdCount IS NOT LESS THAN 300
           MOVE "Y" TO BdFull
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO BdCount
       MOVE ScoreFileInitials TO BdInitials(BdCount)
       MOVE ScoreFileValue TO BdValue(BdCount)
       MOVE ScoreFileTurns TO BdTurns(BdCount)
       MOVE ScoreFileZarr TO BdZarr(BdCount)
       MOVE ScoreFileRunKey TO BdRunKey(BdCount)
       MOVE "N" TO BdPaired(BdCount)
       EXIT.

      *> Two passes over the daily board. First the entries dated the
      *> day: each should pair with a daily posting on the main board
      *> that day, and one that does not was written outside the
      *> game's own posting. Then the other days' entries: one that
      *> pairs with a posting made on this day was played for one day
      *> and posted on another.
ScanDailyFile.
       OPEN INPUT DailyFile
       IF DailyFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL DailyFileStatus IS NOT EQUAL TO "00"
           READ DailyFile
               AT END
                   MOVE "10" TO DailyFileStatus
               NOT AT END
                   IF SameDayPass
                       IF DailyFileDate IS EQUAL TO ReportDay
                           ADD 1 TO DailyEntries
                           PERFORM JudgeSameDayEntry
                       END-IF
                   ELSE
                       IF DailyFileDate IS NOT EQUAL TO ReportDay
                           PERFORM JudgeOtherDayEntry
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DailyFile
       EXIT.

JudgeSameDayEntry.
       PERFORM FindBoardTwin
       IF BdFoundIdx IS GREATER THAN 0
           MOVE "Y" TO BdPaired(BdFoundIdx)
           EXIT PARAGRAPH
       END-IF
       MOVE "DAILYDAY" TO HoldRule
       MOVE SPACES TO HoldRunKey
       MOVE DailyFileInitials TO HoldInitials
       MOVE DailyFileValue TO HoldScore
       MOVE DailyFileTurns TO HoldTurns
       MOVE "DAILY ENTRY NEVER POSTED TO THE BOARD" TO HoldDetail
       PERFORM AddFlag
       EXIT.

JudgeOtherDayEntry.
       PERFORM FindBoardTwin
       IF BdFoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO BdPaired(BdFoundIdx)
       MOVE "DAILYDAY" TO HoldRule
       MOVE BdRunKey(BdFoundIdx) TO HoldRunKey
       MOVE DailyFileInitials TO HoldInitials
       MOVE DailyFileValue TO HoldScore
       MOVE DailyFileTurns TO HoldTurns
       MOVE SPACES TO HoldDetail
       STRING "DAILY OF " DELIMITED BY SIZE
           DailyFileDate DELIMITED BY SIZE
           " POSTED " DELIMITED BY SIZE
           ReportDay DELIMITED BY SIZE
           INTO HoldDetail
       END-STRING
       PERFORM AddFlag
       EXIT.

FindBoardTwin.
       MOVE 0 TO BdFoundIdx
       PERFORM VARYING BdIdx FROM 1 BY 1
           UNTIL BdIdx > BdCount OR BdFoundIdx > 0
           IF BdPaired(BdIdx) IS EQUAL TO "N"
               AND BdInitials(BdIdx) IS EQUAL TO DailyFileInitials
               AND BdValue(BdIdx) IS EQUAL TO DailyFileValue
               AND BdTurns(BdIdx) IS EQUAL TO DailyFileTurns
               AND BdZarr(BdIdx) IS EQUAL TO DailyFileZarr
               MOVE BdIdx TO BdFoundIdx
           END-IF
       END-PERFORM
       EXIT.

AddFlag.
       PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > 5
           IF RuleName(RuleIdx) IS EQUAL TO HoldRule
               ADD 1 TO RuleHits(RuleIdx)
           END-IF
       END-PERFORM
       IF FlagCount IS NOT LESS THAN 400
           MOVE "Y" TO FlagsFull
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO FlagCount
       MOVE HoldRule TO FlagRule(FlagCount)
       MOVE HoldRunKey TO FlagRunKey(FlagCount)
       MOVE HoldInitials TO FlagInitials(FlagCount)
       MOVE HoldScore TO FlagScore(FlagCount)
       MOVE HoldTurns TO FlagTurns(FlagCount)
       MOVE HoldDetail TO FlagDetail(FlagCount)
       MOVE "N" TO FlagQueued(FlagCount)
       EXIT.

      *> The queue is appended to under its own lock - SCOREVFY
      *> rewrites it when it closes an entry.
QueueFlags.
       IF FlagCount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE "A" TO Lock-Action
       MOVE "scorevfy_queue" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY "ANOMRPT: the SCOREVFY queue is busy - the flags"
               " are in the report only."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadQueueKeys
       OPEN EXTEND QueueFile
       IF QueueFileStatus IS EQUAL TO "35"
           OPEN OUTPUT QueueFile
       END-IF
       IF QueueFileStatus IS NOT EQUAL TO "00"
           DISPLAY "ANOMRPT: scorevfy_queue.dat could not be written,"
               " status " QueueFileStatus "."
       ELSE
           MOVE "Y" TO QueueWritten
           PERFORM VARYING FlagIdx FROM 1 BY 1 UNTIL FlagIdx > FlagCount
               PERFORM QueueOneFlag
           END-PERFORM
           CLOSE QueueFile
       END-IF
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       EXIT.

LoadQueueKeys.
       OPEN INPUT QueueFile
       IF QueueFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL QueueFileStatus IS NOT EQUAL TO "00"
           READ QueueFile
               AT END
                   MOVE "10" TO QueueFileStatus
               NOT AT END
                   IF QkCount IS LESS THAN 3000
                       ADD 1 TO QkCount
                       MOVE QueueRecord(9:40) TO QkKey(QkCount)
                   ELSE
                       MOVE "Y" TO QkFull
                   END-IF
           END-READ
       END-PERFORM
       CLOSE QueueFile
       EXIT.

QueueOneFlag.
       MOVE "N" TO QkFound
       PERFORM VARYING QkIdx FROM 1 BY 1
           UNTIL QkIdx > QkCount OR QkFound IS EQUAL TO "Y"
           IF QkKey(QkIdx) IS EQUAL TO FlagKey(FlagIdx)
               MOVE "Y" TO QkFound
           END-IF
       END-PERFORM
       IF QkFound IS EQUAL TO "Y"
           ADD 1 TO AlreadyQueued
           EXIT PARAGRAPH
       END-IF
       MOVE ReportDay TO QueFlagDate
       MOVE FlagRule(FlagIdx) TO QueRule
       MOVE FlagRunKey(FlagIdx) TO QueRunKey
       MOVE FlagInitials(FlagIdx) TO QueInitials
       MOVE FlagScore(FlagIdx) TO QueScore
       MOVE FlagTurns(FlagIdx) TO QueTurns
       MOVE "O" TO QueState
       MOVE FlagDetail(FlagIdx) TO QueDetail
       WRITE QueueRecord
       MOVE "Y" TO FlagQueued(FlagIdx)
       ADD 1 TO NewQueued
       IF QkCount IS LESS THAN 3000
           ADD 1 TO QkCount
           MOVE FlagKey(FlagIdx) TO QkKey(QkCount)
       END-IF
       EXIT.

WriteReport.
       MOVE "O" TO Rpt-Action
       MOVE "anomaly_report.txt" TO Rpt-File
       MOVE "LEADERBOARD ANOMALIES" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "N" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "POSTINGS OF " DELIMITED BY SIZE
           ReportDay DELIMITED BY SIZE
           " CHECKED AGAINST " DELIMITED BY SIZE
           FUNCTION TRIM(EventLogName) DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE BoardPostings TO CountEdit
       MOVE SPACES TO PrintLine
       STRING "  BOARD POSTINGS          " DELIMITED BY SIZE
           CountEdit DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE DailyEntries TO CountEdit
       MOVE SPACES TO PrintLine
       STRING "  DAILY-BOARD ENTRIES     " DELIMITED BY SIZE
           CountEdit DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE DayRuns TO CountEdit
       MOVE SPACES TO PrintLine
       STRING "  SHOS RUNS IN THE LOG    " DELIMITED BY SIZE
           CountEdit DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE DayWalkouts TO CountEdit
       MOVE SPACES TO PrintLine
       STRING "  LOGGED WALKOUTS         " DELIMITED BY SIZE
           CountEdit DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE TrCount TO CountEdit
       MOVE SPACES TO PrintLine
       STRING "  TRANSCRIPT RUNS         " DELIMITED BY SIZE
           CountEdit DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "RULE       INI SCORE TURN  RUN KEY" TO PrintLine
       PERFORM PutLine
       IF FlagCount IS EQUAL TO 0
           MOVE "  (NOTHING SUSPICIOUS)" TO PrintLine
           PERFORM PutLine
       END-IF
       PERFORM VARYING FlagIdx FROM 1 BY 1 UNTIL FlagIdx > FlagCount
           PERFORM PrintFlag
       END-PERFORM
       IF FlagsFull IS EQUAL TO "Y"
           MOVE "  (MORE THAN 400 FLAGS - THE REST ARE ONLY COUNTED)"
               TO PrintLine
           PERFORM PutLine
       END-IF
       PERFORM PrintCapacityNotes
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "FLAGS BY RULE:" TO PrintLine
       PERFORM PutLine
       PERFORM VARYING RuleIdx FROM 1 BY 1 UNTIL RuleIdx > 5
           MOVE RuleHits(RuleIdx) TO CountEdit
           MOVE SPACES TO PrintLine
           STRING "  " DELIMITED BY SIZE
               RuleName(RuleIdx) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CountEdit DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-PERFORM
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       IF QueueWritten IS EQUAL TO "Y"
           MOVE NewQueued TO CountEdit
           MOVE AlreadyQueued TO AgainEdit
           MOVE SPACES TO PrintLine
           STRING "QUEUED FOR SCOREVFY: " DELIMITED BY SIZE
               FUNCTION TRIM(CountEdit) DELIMITED BY SIZE
               " NEW, " DELIMITED BY SIZE
               FUNCTION TRIM(AgainEdit) DELIMITED BY SIZE
               " ALREADY ON THE QUEUE" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       ELSE
           IF FlagCount IS GREATER THAN 0
               MOVE "THE SCOREVFY QUEUE COULD NOT BE WRITTEN." TO PrintLine
               PERFORM PutLine
           END-IF
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "FLAGS" TO Rpt-Total-Label
       MOVE FlagCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "QUEUED FOR SCOREVFY" TO Rpt-Total-Label
       MOVE NewQueued TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       EXIT.

PrintFlag.
       MOVE SPACES TO PrintLine
       STRING FlagRule(FlagIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FlagInitials(FlagIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FlagScore(FlagIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FlagTurns(FlagIdx) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FlagRunKey(FlagIdx)(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FlagRunKey(FlagIdx)(9:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FlagRunKey(FlagIdx)(17:2) DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       IF FlagRunKey(FlagIdx) IS EQUAL TO SPACES
           MOVE "(DAILY BOARD ONLY)" TO PrintLine(28:20)
       END-IF
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       MOVE FlagDetail(FlagIdx) TO PrintLine(12:40)
       PERFORM PutLine
       EXIT.

      *> A table that filled means some of the evidence went unread;
      *> the report says so rather than passing a run on half the log.
PrintCapacityNotes.
       IF SessFull IS EQUAL TO "Y" OR RunsFull IS EQUAL TO "Y"
           MOVE "  (THE EVENT LOG OUTRAN ITS TABLES - LATER RUNS WERE NOT READ)"
               TO PrintLine
           PERFORM PutLine
       END-IF
       IF TrFull IS EQUAL TO "Y"
           MOVE "  (MORE THAN 500 TRANSCRIPT RUNS - THE REST WERE NOT READ)"
               TO PrintLine
           PERFORM PutLine
       END-IF
       IF BdFull IS EQUAL TO "Y"
           MOVE "  (MORE THAN 300 DAILY POSTINGS - THE REST WERE NOT PAIRED)"
               TO PrintLine
           PERFORM PutLine
       END-IF
       IF QkFull IS EQUAL TO "Y"
           MOVE "  (THE QUEUE HOLDS OVER 3000 ENTRIES - DUPLICATES MAY SLIP IN)"
               TO PrintLine
           PERFORM PutLine
       END-IF
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
       MOVE "ANOMRPT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
