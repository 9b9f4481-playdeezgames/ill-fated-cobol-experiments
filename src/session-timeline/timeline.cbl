       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TIMELINE.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EventLogFile ASSIGN DYNAMIC EventLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventLogFileStatus.
           SELECT TranscriptFile ASSIGN DYNAMIC TranscriptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranscriptFileStatus.
           SELECT WanderLogFile ASSIGN DYNAMIC WanderLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WanderLogFileStatus.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD EventLogFile.
       01 EventLogLine PIC X(110).
       FD TranscriptFile.
       01 TranscriptLine PIC X(80).
       FD WanderLogFile.
       01 WanderLogLine PIC X(80).
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

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 TranscriptFileName PIC X(60) VALUE "shos_transcript.dat".
          02 WanderLogFileName PIC X(60) VALUE "wander_log.dat".
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 HistoryFileName PIC X(60) VALUE "guess_history.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 4 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 EventLogFileStatus PIC XX.
       01 TranscriptFileStatus PIC XX.
       01 WanderLogFileStatus PIC XX.
       01 ScoreFileStatus PIC XX.
       01 HistoryFileStatus PIC XX.
       01 EventLogName PIC X(60).
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
      *> What was asked for: one session on a day, or every session
      *> PLAYPROF named a player under on that day. Session ids are
      *> minted from the clock, so an id means nothing without its
      *> date.
       01 QueryData.
          02 TodayDate PIC 9(8).
          02 DateInput PIC X(8).
          02 WantDate PIC 9(8).
          02 WantInput PIC X(12).
          02 WantPlayer PIC X(12).
          02 QueryMode PIC X.
             88 SessionMode VALUE "S".
             88 PlayerMode VALUE "P".
          02 TimelineFile PIC X(40).
          02 FileNamePart PIC X(12).
          02 FileNameLen PIC 99.
      *> The sessions being told, and the stretch of the day each
      *> one's events - and its SHOS run's events - cover. Anything
      *> dated and timed inside a session's SHOS stretch is that
      *> run's.
       01 SessionTable.
          02 SessCount PIC 99 VALUE 0.
          02 SessEntry OCCURS 20 TIMES.
             03 TsId PIC X(8).
             03 TsFrom PIC 9(8).
             03 TsTo PIC 9(8).
             03 TsShosFrom PIC 9(8).
             03 TsShosTo PIC 9(8).
          02 SessIdx PIC 99.
          02 SessFoundIdx PIC 99.
          02 SessOverflow PIC X VALUE "N".
      *> GUESS keeps no time or name with a round; the day's rounds
      *> are told only when every GUESS session that day is one of
      *> those being told.
       01 GuessData.
          02 GuessAllCount PIC 99 VALUE 0.
          02 GuessAllIds PIC X(8) OCCURS 20 TIMES.
          02 GuessAllIdx PIC 99.
          02 GuessMineCount PIC 99 VALUE 0.
          02 GuessOthers PIC 99.
          02 GuessLastTime PIC 9(8) VALUE 0.
      *> One event log line, taken apart at GAMELOG's fixed columns.
       01 EventFields.
          02 EvDate PIC X(8).
          02 EvTime PIC X(8).
          02 EvTimeNum REDEFINES EvTime PIC 9(8).
          02 EvProgram PIC X(8).
          02 EvEvent PIC X(10).
          02 EvDetail PIC X(50).
          02 EvSession PIC X(8).
      *> Every line of the timeline, kept in time order as it comes
      *> in; lines at the same moment stay in the order they were
      *> read, events first.
       01 TimelineData.
          02 LineCount PIC 9(4) VALUE 0.
          02 LineMax PIC 9(4) VALUE 2000.
          02 LineEntry OCCURS 2000 TIMES.
             03 TlTime PIC 9(8).
             03 TlProgram PIC X(8).
             03 TlOrigin PIC X(7).
             03 TlText PIC X(54).
          02 LineIdx PIC 9(4).
          02 LineDropped PIC 9(4) VALUE 0.
          02 NewLine.
             03 NlTime PIC 9(8).
             03 NlProgram PIC X(8).
             03 NlOrigin PIC X(7).
             03 NlText PIC X(54).
          02 TimeShown PIC X(8).
          02 CountShown PIC Z(3)9.
      *> The wander log dates and ids only its session-start lines;
      *> the steps under one take the time of the last timed line.
       01 WanderData.
          02 WanderInBlock PIC X VALUE "N".
             88 WanderBlockWanted VALUE "Y".
          02 WanderLastTime PIC 9(8).
          02 WanderHead PIC X(80).
          02 WanderTail PIC X(80).
          02 WanderSessId PIC X(8).
          02 WanderSessDate PIC X(8).
          02 WanderTimeText PIC X(8).
      *> A score record inside one of the sessions' SHOS stretches.
       01 ScoreData.
          02 ScoreDone PIC X.
          02 ScoreShown PIC Z(4)9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       DISPLAY "SESSION TIMELINE"
       DISPLAY "Date (YYYYMMDD, blank for today)? " WITH NO ADVANCING
       MOVE SPACES TO DateInput
       ACCEPT DateInput
       IF DateInput IS EQUAL TO SPACES
           MOVE TodayDate TO WantDate
       ELSE
           IF DateInput IS NOT NUMERIC
               DISPLAY "TIMELINE: " DateInput " is not a date."
               STOP RUN
           END-IF
           MOVE DateInput TO WantDate
       END-IF
       DISPLAY "Session id (8 digits) or player name? "
           WITH NO ADVANCING
       MOVE SPACES TO WantInput
       ACCEPT WantInput
       IF WantInput IS EQUAL TO SPACES
           DISPLAY "TIMELINE: nothing asked for."
           STOP RUN
       END-IF
       IF WantInput(1:8) IS NUMERIC
           AND WantInput(9:4) IS EQUAL TO SPACES
           MOVE "S" TO QueryMode
           MOVE 1 TO SessCount
           MOVE WantInput(1:8) TO TsId(1)
           MOVE 0 TO TsFrom(1) TsTo(1) TsShosFrom(1) TsShosTo(1)
       ELSE
           MOVE "P" TO QueryMode
           MOVE FUNCTION UPPER-CASE(WantInput) TO WantPlayer
       END-IF
       MOVE SPACES TO EventLogName
       STRING "game_events_" DELIMITED BY SIZE
           WantDate(1:6) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO EventLogName
       END-STRING
       MOVE EventLogName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO EventLogName
       IF PlayerMode
           PERFORM FindPlayerSessions
           IF SessCount IS EQUAL TO 0
               DISPLAY "TIMELINE: no session named "
                   FUNCTION TRIM(WantInput) " on " WantDate "."
               STOP RUN
           END-IF
       END-IF
       PERFORM GatherEvents
       IF TsFrom(1) IS EQUAL TO 0 AND SessionMode
           DISPLAY "TIMELINE: no session " TsId(1) " on " WantDate "."
           STOP RUN
       END-IF
       PERFORM GatherTranscript
       PERFORM GatherWanderLog
       PERFORM GatherScores
       PERFORM GatherGuessRounds
       PERFORM PrintTimeline
STOP RUN.

      *> The first pass, for a player: every session PLAYPROF named
      *> them under that day.
FindPlayerSessions.
       OPEN INPUT EventLogFile
       IF EventLogFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL EventLogFileStatus IS NOT EQUAL TO "00"
           READ EventLogFile
               AT END
                   MOVE "10" TO EventLogFileStatus
               NOT AT END
                   PERFORM SplitEventLine
                   IF EvDate IS EQUAL TO WantDate
                       AND EvEvent IS EQUAL TO "PLAYER"
                       AND FUNCTION UPPER-CASE(EvDetail(1:12))
                           IS EQUAL TO WantPlayer
                       AND EvSession IS NUMERIC
                       PERFORM AddPlayerSession
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EventLogFile
       EXIT.

AddPlayerSession.
       PERFORM FindSession
       IF SessFoundIdx IS GREATER THAN 0
           EXIT PARAGRAPH
       END-IF
       IF SessCount IS NOT LESS THAN 20
           MOVE "Y" TO SessOverflow
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SessCount
       MOVE EvSession TO TsId(SessCount)
       MOVE 0 TO TsFrom(SessCount) TsTo(SessCount)
       MOVE 0 TO TsShosFrom(SessCount) TsShosTo(SessCount)
       EXIT.

FindSession.
       MOVE 0 TO SessFoundIdx
       PERFORM VARYING SessIdx FROM 1 BY 1
           UNTIL SessIdx IS GREATER THAN SessCount
           IF TsId(SessIdx) IS EQUAL TO EvSession
               MOVE SessIdx TO SessFoundIdx
           END-IF
       END-PERFORM
       EXIT.

SplitEventLine.
       MOVE EventLogLine(1:8) TO EvDate
       MOVE EventLogLine(10:8) TO EvTime
       MOVE EventLogLine(19:8) TO EvProgram
       MOVE EventLogLine(28:10) TO EvEvent
       MOVE EventLogLine(39:50) TO EvDetail
       MOVE EventLogLine(92:8) TO EvSession
       EXIT.

      *> Every event the sessions logged that day, each session's
      *> stretch of the day, and the day's GUESS sessions counted.
GatherEvents.
       OPEN INPUT EventLogFile
       IF EventLogFileStatus IS NOT EQUAL TO "00"
           DISPLAY "TIMELINE: no " FUNCTION TRIM(EventLogName)
               " to read, status " EventLogFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL EventLogFileStatus IS NOT EQUAL TO "00"
           READ EventLogFile
               AT END
                   MOVE "10" TO EventLogFileStatus
               NOT AT END
                   PERFORM SplitEventLine
                   IF EvDate IS EQUAL TO WantDate
                       AND EvTime IS NUMERIC
                       PERFORM JudgeEvent
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EventLogFile
       EXIT.

JudgeEvent.
       IF EvProgram IS EQUAL TO "GUESS"
           AND EvEvent IS EQUAL TO "START"
           PERFORM CountGuessSession
       END-IF
       PERFORM FindSession
       IF SessFoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF TsFrom(SessFoundIdx) IS EQUAL TO 0
           MOVE EvTimeNum TO TsFrom(SessFoundIdx)
       END-IF
       MOVE EvTimeNum TO TsTo(SessFoundIdx)
      *> a run with no END yet - still going, or crashed - is open
      *> to the end of the day
       IF EvProgram IS EQUAL TO "SHOS"
           IF TsShosFrom(SessFoundIdx) IS EQUAL TO 0
               MOVE EvTimeNum TO TsShosFrom(SessFoundIdx)
           END-IF
           IF EvEvent IS EQUAL TO "END"
               MOVE EvTimeNum TO TsShosTo(SessFoundIdx)
           ELSE
               MOVE 23595999 TO TsShosTo(SessFoundIdx)
           END-IF
       END-IF
       IF EvProgram IS EQUAL TO "GUESS"
           MOVE EvTimeNum TO GuessLastTime
       END-IF
       MOVE EvTimeNum TO NlTime
       MOVE EvProgram TO NlProgram
       MOVE "EVENT" TO NlOrigin
       MOVE SPACES TO NlText
       STRING EvEvent DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           EvDetail DELIMITED BY SIZE
           INTO NlText
       END-STRING
       PERFORM AddTimelineLine
       EXIT.

CountGuessSession.
       PERFORM VARYING GuessAllIdx FROM 1 BY 1
           UNTIL GuessAllIdx IS GREATER THAN GuessAllCount
           IF GuessAllIds(GuessAllIdx) IS EQUAL TO EvSession
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF GuessAllCount IS LESS THAN 20
           ADD 1 TO GuessAllCount
           MOVE EvSession TO GuessAllIds(GuessAllCount)
       END-IF
       PERFORM FindSession
       IF SessFoundIdx IS GREATER THAN 0
           ADD 1 TO GuessMineCount
       END-IF
       EXIT.

      *> "YYYYMMDD HHMMSSTT ROOM=nn CMD=c" - the lines of the day
      *> inside one of the sessions' SHOS stretches. Undated lines
      *> from before dates were kept cannot be placed.
GatherTranscript.
       OPEN INPUT TranscriptFile
       IF TranscriptFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TranscriptFileStatus IS NOT EQUAL TO "00"
           READ TranscriptFile
               AT END
                   MOVE "10" TO TranscriptFileStatus
               NOT AT END
                   IF TranscriptLine(1:8) IS EQUAL TO WantDate
                       AND TranscriptLine(10:8) IS NUMERIC
                       MOVE TranscriptLine(10:8) TO NlTime
                       PERFORM JudgeShosMoment
                       IF SessFoundIdx IS GREATER THAN 0
                           MOVE "SHOS" TO NlProgram
                           MOVE "TYPED" TO NlOrigin
                           MOVE TranscriptLine(19:54) TO NlText
                           PERFORM AddTimelineLine
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TranscriptFile
       EXIT.

      *> Whether NlTime falls inside a session's SHOS stretch.
JudgeShosMoment.
       MOVE 0 TO SessFoundIdx
       PERFORM VARYING SessIdx FROM 1 BY 1
           UNTIL SessIdx IS GREATER THAN SessCount
           IF TsShosFrom(SessIdx) IS GREATER THAN 0
               AND NlTime IS NOT LESS THAN TsShosFrom(SessIdx)
               AND NlTime IS NOT GREATER THAN TsShosTo(SessIdx)
               MOVE SessIdx TO SessFoundIdx
           END-IF
       END-PERFORM
       EXIT.

      *> A walk's block runs from its session-start line to the next
      *> one; the block is wanted when the start line names one of
      *> the sessions and the day.
GatherWanderLog.
       OPEN INPUT WanderLogFile
       IF WanderLogFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WanderInBlock
       PERFORM UNTIL WanderLogFileStatus IS NOT EQUAL TO "00"
           READ WanderLogFile
               AT END
                   MOVE "10" TO WanderLogFileStatus
               NOT AT END
                   PERFORM JudgeWanderLine
           END-READ
       END-PERFORM
       CLOSE WanderLogFile
       EXIT.

JudgeWanderLine.
       IF WanderLogLine(1:17) IS EQUAL TO "=== SESSION START"
           PERFORM JudgeWanderStart
       END-IF
       IF NOT WanderBlockWanted
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WanderTimeText
       EVALUATE TRUE
           WHEN WanderLogLine(1:17) IS EQUAL TO "=== SESSION START"
               MOVE WanderLogLine(19:8) TO WanderTimeText
           WHEN WanderLogLine(1:15) IS EQUAL TO "=== SESSION END"
               MOVE WanderLogLine(17:8) TO WanderTimeText
           WHEN WanderLogLine(1:8) IS EQUAL TO "dungeon "
               MOVE WanderLogLine(9:8) TO WanderTimeText
           WHEN WanderLogLine(1:10) IS EQUAL TO "encounter "
               MOVE WanderLogLine(11:8) TO WanderTimeText
       END-EVALUATE
       IF WanderTimeText IS NUMERIC
           MOVE WanderTimeText TO WanderLastTime
       END-IF
       MOVE WanderLastTime TO NlTime
       MOVE "WANDER" TO NlProgram
       MOVE "WALKLOG" TO NlOrigin
      *> the start line's id and date said which block this is, and
      *> need not be said again
       IF WanderLogLine(1:17) IS EQUAL TO "=== SESSION START"
           MOVE SPACES TO WanderHead
           UNSTRING WanderLogLine DELIMITED BY " S=" INTO WanderHead
           END-UNSTRING
           MOVE WanderHead TO NlText
       ELSE
           MOVE WanderLogLine TO NlText
       END-IF
       IF WanderLogLine(1:15) IS EQUAL TO "=== SESSION END"
           MOVE "N" TO WanderInBlock
       END-IF
       PERFORM AddTimelineLine
       EXIT.

JudgeWanderStart.
       MOVE "N" TO WanderInBlock
       MOVE SPACES TO WanderHead WanderTail
       UNSTRING WanderLogLine DELIMITED BY " S="
           INTO WanderHead WanderTail
       END-UNSTRING
       MOVE WanderTail(1:8) TO WanderSessId
       MOVE SPACES TO WanderHead
       MOVE SPACES TO WanderSessDate
       UNSTRING WanderTail DELIMITED BY " D="
           INTO WanderHead WanderSessDate
       END-UNSTRING
       IF WanderSessDate IS NOT EQUAL TO WantDate
           EXIT PARAGRAPH
       END-IF
       MOVE WanderSessId TO EvSession
       PERFORM FindSession
       IF SessFoundIdx IS GREATER THAN 0
           MOVE "Y" TO WanderInBlock
           MOVE TsFrom(SessFoundIdx) TO WanderLastTime
       END-IF
       EXIT.

      *> The board's run key is the moment the run was posted; a run
      *> posted inside a session's SHOS stretch is that session's.
GatherScores.
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE WantDate TO ScoreFileRunDate
       MOVE 0 TO ScoreFileRunTime
       MOVE 0 TO ScoreFileRunSeq
       MOVE "N" TO ScoreDone
       START ScoreFile KEY IS NOT LESS THAN ScoreFileRunKey
           INVALID KEY
               MOVE "Y" TO ScoreDone
       END-START
       PERFORM UNTIL ScoreDone IS EQUAL TO "Y"
           READ ScoreFile NEXT RECORD
               AT END
                   MOVE "Y" TO ScoreDone
               NOT AT END
                   IF ScoreFileRunDate IS NOT EQUAL TO WantDate
                       MOVE "Y" TO ScoreDone
                   ELSE
                       PERFORM JudgeScoreRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ScoreFile
       EXIT.

JudgeScoreRecord.
       MOVE ScoreFileRunTime TO NlTime
       PERFORM JudgeShosMoment
       IF SessFoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE "SHOS" TO NlProgram
       MOVE "SCORE" TO NlOrigin
       MOVE ScoreFileValue TO ScoreShown
       MOVE SPACES TO NlText
       STRING "posted " DELIMITED BY SIZE
           ScoreFileInitials DELIMITED BY SIZE
           " score=" DELIMITED BY SIZE
           FUNCTION TRIM(ScoreShown) DELIMITED BY SIZE
           " rooms=" DELIMITED BY SIZE
           ScoreFileRooms DELIMITED BY SIZE
           " lions=" DELIMITED BY SIZE
           ScoreFileLions DELIMITED BY SIZE
           " ZARR=" DELIMITED BY SIZE
           ScoreFileZarr DELIMITED BY SIZE
           INTO NlText
       END-STRING
       PERFORM AddTimelineLine
       EXIT.

      *> The rounds go in at the sessions' last GUESS event, when
      *> nobody else played GUESS that day; otherwise one line says
      *> why they are left out.
GatherGuessRounds.
       IF GuessMineCount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE GuessLastTime TO NlTime
       MOVE "GUESS" TO NlProgram
       MOVE "HISTORY" TO NlOrigin
       IF GuessAllCount IS GREATER THAN GuessMineCount
           COMPUTE GuessOthers = GuessAllCount - GuessMineCount
           MOVE GuessOthers TO CountShown
           MOVE SPACES TO NlText
           STRING "the day's rounds are not told - " DELIMITED BY SIZE
               FUNCTION TRIM(CountShown) DELIMITED BY SIZE
               " other GUESS session(s)" DELIMITED BY SIZE
               INTO NlText
           END-STRING
           PERFORM AddTimelineLine
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL HistoryFileStatus IS NOT EQUAL TO "00"
           READ HistoryFile
               AT END
                   MOVE "10" TO HistoryFileStatus
               NOT AT END
                   IF HistoryDate IS EQUAL TO WantDate
                       MOVE SPACES TO NlText
                       STRING "round mode=" DELIMITED BY SIZE
                           HistoryMode DELIMITED BY SIZE
                           " level=" DELIMITED BY SIZE
                           HistoryDifficulty DELIMITED BY SIZE
                           " target=" DELIMITED BY SIZE
                           HistoryTarget DELIMITED BY SIZE
                           " guesses=" DELIMITED BY SIZE
                           HistoryGuesses DELIMITED BY SIZE
                           " (time not kept)" DELIMITED BY SIZE
                           INTO NlText
                       END-STRING
                       PERFORM AddTimelineLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HistoryFile
       EXIT.

      *> Into place by time: everything later moves down one; a line
      *> at the same moment as one already in goes after it.
AddTimelineLine.
       IF LineCount IS NOT LESS THAN LineMax
           ADD 1 TO LineDropped
           EXIT PARAGRAPH
       END-IF
       MOVE LineCount TO LineIdx
       PERFORM UNTIL LineIdx IS EQUAL TO 0
           OR TlTime(LineIdx) IS NOT GREATER THAN NlTime
           MOVE LineEntry(LineIdx) TO LineEntry(LineIdx + 1)
           SUBTRACT 1 FROM LineIdx
       END-PERFORM
       MOVE NewLine TO LineEntry(LineIdx + 1)
       ADD 1 TO LineCount
       EXIT.

      *> timeline_YYYYMMDD_<session or player>.txt, echoed to the
      *> screen as it is written.
PrintTimeline.
       MOVE FUNCTION TRIM(WantInput) TO FileNamePart
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WantInput)) TO FileNameLen
       INSPECT FileNamePart(1:FileNameLen) REPLACING ALL " " BY "_"
       MOVE SPACES TO TimelineFile
       STRING "timeline_" DELIMITED BY SIZE
           WantDate DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           FileNamePart(1:FileNameLen) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO TimelineFile
       END-STRING
       MOVE "O" TO Rpt-Action
       MOVE TimelineFile TO Rpt-File
       MOVE "SESSION TIMELINE" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       IF SessionMode
           STRING "Session " DELIMITED BY SIZE
               TsId(1) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WantDate DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       ELSE
           MOVE SessCount TO CountShown
           STRING FUNCTION TRIM(WantInput) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WantDate DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(CountShown) DELIMITED BY SIZE
               " session(s)" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF
       PERFORM PutLine
       IF SessOverflow IS EQUAL TO "Y"
           MOVE "  (more than 20 sessions - the rest are not told)"
               TO PrintLine
           PERFORM PutLine
       END-IF
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "TIME     PROGRAM  FROM    WHAT" TO PrintLine
       PERFORM PutLine
       PERFORM VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx IS GREATER THAN LineCount
           PERFORM PrintOneLine
       END-PERFORM
       IF LineDropped IS GREATER THAN 0
           MOVE LineDropped TO CountShown
           MOVE SPACES TO PrintLine
           STRING "  ... " DELIMITED BY SIZE
               FUNCTION TRIM(CountShown) DELIMITED BY SIZE
               " later line(s) did not fit" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "TIMELINE LINES" TO Rpt-Total-Label
       MOVE LineCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       EXIT.

PrintOneLine.
       MOVE SPACES TO TimeShown
       STRING TlTime(LineIdx)(1:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           TlTime(LineIdx)(3:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           TlTime(LineIdx)(5:2) DELIMITED BY SIZE
           INTO TimeShown
       END-STRING
       MOVE SPACES TO PrintLine
       STRING TimeShown DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TlProgram(LineIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TlOrigin(LineIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TlText(LineIdx) DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
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
           UNTIL DataFileIdx > 4
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
       MOVE "TIMELINE" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
