       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PLAYSTMT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProfileFile ASSIGN DYNAMIC ProfileFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProfileFileStatus.
           SELECT EventLogFile ASSIGN DYNAMIC EventLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventLogFileStatus.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.
           SELECT AllTimeFile ASSIGN DYNAMIC AllTimeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllTimeFileStatus.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.
           SELECT StandingsFile ASSIGN DYNAMIC StandingsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandingsFileStatus.
           SELECT AchDefFile ASSIGN DYNAMIC AchDefFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AchDefFileStatus.
           SELECT AchEarnedFile ASSIGN DYNAMIC AchEarnedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AchEarnedFileStatus.
           SELECT PurseFile ASSIGN DYNAMIC PurseFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PurseFileStatus.

DATA DIVISION.
       FILE SECTION.
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
       FD EventLogFile.
       01 EventLogLine PIC X(110).
      *> Mirrors SHOS's ScoreFileRecord - the keys where they sit.
       FD ScoreFile.
       01 ScoreFileRecord.
          02 ScoreFileValue PIC 9(5).
          02 ScoreFileInitials PIC X(3).
          02 ScoreFileDate PIC 9(8).
          02 FILLER PIC X(12).
          02 ScoreFileRunKey PIC X(18).
      *> The all-time table keeps the board's layout from before the
      *> run key.
       FD AllTimeFile.
       01 AllTimeRecord.
          02 AllTimeValue PIC 9(5).
          02 AllTimeInitials PIC X(3).
          02 AllTimeDate PIC 9(8).
          02 FILLER PIC X(12).
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
      *> Mirrors PLAYPROF's AchDefRecord field-for-field.
       FD AchDefFile.
       01 AchDefRecord.
          02 AdfCode PIC X(8).
          02 AdfName PIC X(24).
          02 AdfDesc PIC X(40).
          02 AdfField PIC X(8).
          02 AdfThreshold PIC 9(6).
      *> Mirrors PLAYPROF's AchEarnedRecord field-for-field.
       FD AchEarnedFile.
       01 AchEarnedRecord.
          02 AerName PIC X(12).
          02 AerCode PIC X(8).
          02 AerDate PIC 9(8).
      *> Mirrors PURSE's LedgerRecord field-for-field.
       FD PurseFile.
       01 PurseRecord.
          02 PrsName PIC X(12).
          02 PrsDate PIC 9(8).
          02 PrsTime PIC 9(6).
          02 PrsGame PIC X(8).
          02 PrsKind PIC X.
          02 PrsAmount PIC 9(6).
          02 PrsBalance PIC 9(7).
          02 PrsMemo PIC X(30).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ProfileFileName PIC X(60) VALUE "player_profile.dat".
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 AllTimeFileName PIC X(60) VALUE "shos_alltime.dat".
          02 HistoryFileName PIC X(60) VALUE "guess_history.dat".
          02 StandingsFileName PIC X(60) VALUE "guess_standings.dat".
          02 AchDefFileName PIC X(60) VALUE "achievements.dat".
          02 AchEarnedFileName PIC X(60) VALUE "achievements_earned.dat".
          02 PurseFileName PIC X(60) VALUE "purse_ledger.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 8 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 ProfileFileStatus PIC XX.
       01 EventLogFileStatus PIC XX.
       01 ScoreFileStatus PIC XX.
       01 AllTimeFileStatus PIC XX.
       01 HistoryFileStatus PIC XX.
       01 StandingsFileStatus PIC XX.
       01 AchDefFileStatus PIC XX.
       01 AchEarnedFileStatus PIC XX.
       01 PurseFileStatus PIC XX.
       01 EventLogName PIC X(60).
       COPY "REPORTSVC.cpy".
       COPY "GAMELOG.cpy".
       01 PrintLine PIC X(80).
      *> A month in a player's life, one statement each: the sessions
      *> they played and how each ended, their best showings, what
      *> they earned, and where their lifetime tallies stand. The
      *> event log is the spine - PLAYPROF names the player under
      *> each game's session id, and every event with that id is
      *> theirs.
       01 StatementData.
          02 StmtMonth PIC X(6).
          02 MonthInput PIC X(6).
          02 TodayDate PIC 9(8).
          02 StmtFileName PIC X(40).
          02 FileNamePart PIC X(12).
          02 FileNameLen PIC 99.
          02 StatementsWritten PIC 99 VALUE 0.
          02 CountShown PIC Z(5)9.
          02 SmallShown PIC Z9.
      *> The roster, as PLAYPROF last wrote it.
       01 RosterData.
          02 RosterCount PIC 99 VALUE 0.
          02 RosterEntry PIC X(55) OCCURS 50 TIMES.
          02 RosterIdx PIC 99.
      *> One event log line, taken apart at GAMELOG's fixed columns.
       01 EventFields.
          02 EvDate PIC X(8).
          02 EvTime PIC X(8).
          02 EvProgram PIC X(8).
          02 EvEvent PIC X(10).
             88 OutcomeEvent VALUES "END" "SLAIN" "WALKOUT" "TIMEOUT"
                "VICTORY" "DEATH" "DUNGEON" "PAYOUT" "TRADE" "LEVELUP"
                "CONTRACT".
          02 EvDetail PIC X(50).
          02 EvSession PIC X(8).
      *> Every session the month's log saw: when it began, which
      *> games it started, and whose it was.
       01 SessionTable.
          02 SessCount PIC 999 VALUE 0.
          02 SessEntry OCCURS 500 TIMES.
             03 SsId PIC X(8).
             03 SsDate PIC X(8).
             03 SsTime PIC X(4).
             03 SsPlayer PIC X(12).
             03 SsGames PIC X(36).
          02 SessIdx PIC 999.
          02 SessFoundIdx PIC 999.
          02 SessOverflow PIC X VALUE "N".
          02 GamesHold PIC X(36).
      *> guess_history.dat carries no name; a day's rounds are the
      *> player's when theirs were the only GUESS sessions that day.
       01 GuessDayTable.
          02 GuessDay OCCURS 31 TIMES.
             03 GdPlayer PIC X(12).
             03 GdShared PIC X.
          02 DayNo PIC 99.
          02 GuessHits PIC 99.
      *> The player being written up: their sessions, and what the
      *> month's files add up to for them.
       01 PlayerData.
          02 StName PIC X(12).
          02 StInitials PIC X(3).
          02 PlayerSessCount PIC 999.
          02 PlayerSess OCCURS 500 TIMES.
             03 PsIdx PIC 999.
             03 PsHeaded PIC X.
          02 PlayerSessIdx PIC 999.
          02 PlayerSessFound PIC 999.
          02 GamesStarted PIC 9(4).
          02 MonthSteps PIC 9(7).
          02 MonthPay PIC 9(6).
          02 MonthReigns PIC 9(4).
          02 MonthBestRating PIC 99.
          02 ShosRuns PIC 9(4).
          02 ShosBest PIC 9(5).
          02 GuessRounds PIC 9(4).
          02 GuessBestRound PIC 99.
          02 TourneyCount PIC 99.
          02 EarnedThisMonth PIC 99.
      *> The player's purse over the month: the balance it came in
      *> with, each movement, and the balance it went out with.
       01 PurseView.
          02 PurseOpening PIC 9(7).
          02 PurseClosing PIC 9(7).
          02 PurseMoves PIC 9(4).
          02 PurseIn PIC 9(7).
          02 PurseOut PIC 9(7).
          02 PurseKindShown PIC X(3).
          02 PurseAmountShown PIC Z(6)9.
          02 PurseBalanceShown PIC Z(6)9.
      *> A number out of an event's detail: the digits after its tag
      *> ("steps=", "rating=", "pay=").
       01 TagData.
          02 TagWord PIC X(8).
          02 TagLen PIC 9.
          02 TagHead PIC X(50).
          02 TagTail PIC X(50).
          02 TagDigits PIC X(9).
          02 TagValue PIC 9(7).
       01 AchDefData.
          02 AchDefCount PIC 99 VALUE 0.
          02 AchDefEntry OCCURS 50 TIMES.
             03 AdCode PIC X(8).
             03 AdName PIC X(24).
          02 AchDefIdx PIC 99.
          02 AchShownName PIC X(24).
       01 TallyView.
          02 TvName PIC X(12).
          02 TvShosWins PIC X(4).
          02 TvLionKills PIC X(4).
          02 TvItemsEaten PIC X(4).
          02 TvWanderSteps PIC X(6).
          02 TvGuessBest PIC X(2).
          02 TvCrawlKills PIC X(4).
          02 TvZarrFound PIC X.
          02 TvTowerReached PIC X.
          02 TvContractPay PIC X(6).
          02 TvHamurabiBest PIC X(2).
          02 TvHamurabiScen PIC X(4).
          02 FILLER PIC X(5).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       DISPLAY "Statements for which month (YYYYMM, blank for the "
           "current)? " WITH NO ADVANCING
       MOVE SPACES TO MonthInput
       ACCEPT MonthInput
       IF MonthInput IS EQUAL TO SPACES
           MOVE TodayDate(1:6) TO StmtMonth
       ELSE
           MOVE MonthInput TO StmtMonth
       END-IF
       PERFORM LoadRoster
       IF RosterCount IS EQUAL TO 0
           DISPLAY "PLAYSTMT: no player_profile.dat roster - no"
               " statements to write."
           STOP RUN
       END-IF
       MOVE SPACES TO EventLogName
       STRING "game_events_" DELIMITED BY SIZE
           StmtMonth DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO EventLogName
       END-STRING
       PERFORM LoadSessions
       IF SessOverflow IS EQUAL TO "Y"
           DISPLAY "PLAYSTMT: more than 500 sessions in "
               FUNCTION TRIM(EventLogName) " - the rest go unlisted."
       END-IF
       PERFORM ClaimGuessDays
       PERFORM LoadAchDefs
       PERFORM VARYING RosterIdx FROM 1 BY 1
           UNTIL RosterIdx > RosterCount
           PERFORM WriteStatement
       END-PERFORM
       MOVE "PLAYSTMT" TO GL-Program
       MOVE "STATEMENTS" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "month " DELIMITED BY SIZE
           StmtMonth DELIMITED BY SIZE
           " players=" DELIMITED BY SIZE
           StatementsWritten DELIMITED BY SIZE
           " sessions=" DELIMITED BY SIZE
           SessCount DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       DISPLAY "PLAYSTMT: " StatementsWritten " statement(s) written"
           " for " StmtMonth "."
STOP RUN.

LoadRoster.
       OPEN INPUT ProfileFile
       IF ProfileFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ProfileFileStatus IS NOT EQUAL TO "00"
           READ ProfileFile
               AT END
                   MOVE "10" TO ProfileFileStatus
               NOT AT END
                   IF PfName IS NOT EQUAL TO SPACES
                       AND RosterCount IS LESS THAN 50
                       ADD 1 TO RosterCount
                       MOVE ProfileFileRecord TO RosterEntry(RosterCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ProfileFile
       EXIT.

      *> The first pass: every session id the month's log carries,
      *> the games started under it, and the player PLAYPROF named.
LoadSessions.
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
                   PERFORM SplitEventLine
                   IF EvSession IS NUMERIC
                       AND EvSession IS NOT EQUAL TO "00000000"
                       PERFORM NoteSessionEvent
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EventLogFile
       EXIT.

SplitEventLine.
       MOVE EventLogLine(1:8) TO EvDate
       MOVE EventLogLine(10:8) TO EvTime
       MOVE EventLogLine(19:8) TO EvProgram
       MOVE EventLogLine(28:10) TO EvEvent
       MOVE EventLogLine(39:50) TO EvDetail
       MOVE EventLogLine(92:8) TO EvSession
       EXIT.

NoteSessionEvent.
       PERFORM FindSession
       IF SessFoundIdx IS EQUAL TO 0
           IF SessCount IS NOT LESS THAN 500
               MOVE "Y" TO SessOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SessCount
           MOVE SessCount TO SessFoundIdx
           MOVE EvSession TO SsId(SessCount)
           MOVE EvDate TO SsDate(SessCount)
           MOVE EvTime(1:4) TO SsTime(SessCount)
           MOVE SPACES TO SsPlayer(SessCount)
           MOVE SPACES TO SsGames(SessCount)
       END-IF
       IF EvEvent IS EQUAL TO "START"
           MOVE SPACES TO GamesHold
           STRING FUNCTION TRIM(SsGames(SessFoundIdx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(EvProgram) DELIMITED BY SIZE
               INTO GamesHold
           END-STRING
           MOVE FUNCTION TRIM(GamesHold) TO SsGames(SessFoundIdx)
       END-IF
       IF EvEvent IS EQUAL TO "PLAYER"
           AND SsPlayer(SessFoundIdx) IS EQUAL TO SPACES
           MOVE EvDetail(1:12) TO SsPlayer(SessFoundIdx)
       END-IF
       EXIT.

FindSession.
       MOVE 0 TO SessFoundIdx
       PERFORM VARYING SessIdx FROM 1 BY 1
           UNTIL SessIdx > SessCount OR SessFoundIdx > 0
           IF SsId(SessIdx) IS EQUAL TO EvSession
               MOVE SessIdx TO SessFoundIdx
           END-IF
       END-PERFORM
       EXIT.

ClaimGuessDays.
       PERFORM VARYING DayNo FROM 1 BY 1 UNTIL DayNo > 31
           MOVE SPACES TO GdPlayer(DayNo)
           MOVE "N" TO GdShared(DayNo)
       END-PERFORM
       PERFORM VARYING SessIdx FROM 1 BY 1 UNTIL SessIdx > SessCount
           MOVE 0 TO GuessHits
           INSPECT SsGames(SessIdx) TALLYING GuessHits FOR ALL "GUESS"
           IF GuessHits IS GREATER THAN 0
               AND SsPlayer(SessIdx) IS NOT EQUAL TO SPACES
               AND SsDate(SessIdx)(7:2) IS NUMERIC
               MOVE SsDate(SessIdx)(7:2) TO DayNo
               IF DayNo IS GREATER THAN 0 AND DayNo IS LESS THAN 32
                   PERFORM ClaimOneGuessDay
               END-IF
           END-IF
       END-PERFORM
       EXIT.

ClaimOneGuessDay.
       IF GdPlayer(DayNo) IS EQUAL TO SPACES
           MOVE SsPlayer(SessIdx) TO GdPlayer(DayNo)
       ELSE
           IF GdPlayer(DayNo) IS NOT EQUAL TO SsPlayer(SessIdx)
               MOVE "Y" TO GdShared(DayNo)
           END-IF
       END-IF
       EXIT.

LoadAchDefs.
       OPEN INPUT AchDefFile
       IF AchDefFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL AchDefFileStatus IS NOT EQUAL TO "00"
           READ AchDefFile
               AT END
                   MOVE "10" TO AchDefFileStatus
               NOT AT END
                   IF AchDefCount IS LESS THAN 50
                       ADD 1 TO AchDefCount
                       MOVE AdfCode TO AdCode(AchDefCount)
                       MOVE AdfName TO AdName(AchDefCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AchDefFile
       EXIT.

WriteStatement.
       MOVE RosterEntry(RosterIdx) TO TallyView
       MOVE TvName TO StName
       MOVE StName(1:3) TO StInitials
       MOVE 0 TO GamesStarted
       MOVE 0 TO MonthSteps
       MOVE 0 TO MonthPay
       MOVE 0 TO MonthReigns
       MOVE 0 TO MonthBestRating
       MOVE 0 TO ShosRuns
       MOVE 0 TO ShosBest
       MOVE 0 TO GuessRounds
       MOVE 99 TO GuessBestRound
       MOVE 0 TO TourneyCount
       MOVE 0 TO EarnedThisMonth
       PERFORM GatherPlayerSessions
       MOVE FUNCTION TRIM(StName) TO FileNamePart
       MOVE FUNCTION LENGTH(FUNCTION TRIM(StName)) TO FileNameLen
       INSPECT FileNamePart(1:FileNameLen) REPLACING ALL " " BY "_"
       MOVE SPACES TO StmtFileName
       STRING "stmt_" DELIMITED BY SIZE
           StmtMonth DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           FileNamePart(1:FileNameLen) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO StmtFileName
       END-STRING
       MOVE "O" TO Rpt-Action
       MOVE StmtFileName TO Rpt-File
       MOVE "PLAYER STATEMENT" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "N" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "PLAYER " DELIMITED BY SIZE
           StName DELIMITED BY SIZE
           "   MONTH " DELIMITED BY SIZE
           StmtMonth(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           StmtMonth(5:2) DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       PERFORM WriteSessions
       PERFORM WriteBestScores
       PERFORM WriteAchievements
       PERFORM WritePurse
       PERFORM WriteLifetime
       MOVE "T" TO Rpt-Action
       MOVE "SESSIONS" TO Rpt-Total-Label
       MOVE PlayerSessCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "GAMES STARTED" TO Rpt-Total-Label
       MOVE GamesStarted TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "ACHIEVEMENTS EARNED" TO Rpt-Total-Label
       MOVE EarnedThisMonth TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "PURSE MOVEMENTS" TO Rpt-Total-Label
       MOVE PurseMoves TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "PURSE BALANCE" TO Rpt-Total-Label
       MOVE PurseClosing TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       ADD 1 TO StatementsWritten
       EXIT.

GatherPlayerSessions.
       MOVE 0 TO PlayerSessCount
       PERFORM VARYING SessIdx FROM 1 BY 1 UNTIL SessIdx > SessCount
           IF SsPlayer(SessIdx) IS EQUAL TO StName
               ADD 1 TO PlayerSessCount
               MOVE SessIdx TO PsIdx(PlayerSessCount)
               MOVE "N" TO PsHeaded(PlayerSessCount)
           END-IF
       END-PERFORM
       EXIT.

      *> The second pass, once per player: each of their sessions is
      *> headed as its first event comes by, and its outcomes listed
      *> under it in the order they happened.
WriteSessions.
       PERFORM PutBlank
       MOVE "SESSIONS" TO PrintLine
       PERFORM PutLine
       IF PlayerSessCount IS EQUAL TO 0
           MOVE "  NO SESSIONS LOGGED THIS MONTH." TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
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
                   PERFORM SplitEventLine
                   PERFORM FindPlayerSession
                   IF PlayerSessFound IS GREATER THAN 0
                       PERFORM PlayerEvent
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EventLogFile
       EXIT.

FindPlayerSession.
       MOVE 0 TO PlayerSessFound
       PERFORM VARYING PlayerSessIdx FROM 1 BY 1
           UNTIL PlayerSessIdx > PlayerSessCount OR PlayerSessFound > 0
           IF SsId(PsIdx(PlayerSessIdx)) IS EQUAL TO EvSession
               MOVE PlayerSessIdx TO PlayerSessFound
           END-IF
       END-PERFORM
       EXIT.

PlayerEvent.
       IF PsHeaded(PlayerSessFound) IS EQUAL TO "N"
           MOVE "Y" TO PsHeaded(PlayerSessFound)
           MOVE PsIdx(PlayerSessFound) TO SessIdx
           MOVE SPACES TO PrintLine
           STRING "  " DELIMITED BY SIZE
               SsDate(SessIdx)(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SsDate(SessIdx)(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SsDate(SessIdx)(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SsTime(SessIdx)(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SsTime(SessIdx)(3:2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SsGames(SessIdx) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       IF EvEvent IS EQUAL TO "START"
           ADD 1 TO GamesStarted
       END-IF
       IF NOT OutcomeEvent
           EXIT PARAGRAPH
       END-IF
       PERFORM TallyOutcome
       IF EvEvent IS EQUAL TO "END"
           AND EvDetail IS EQUAL TO "session closed"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PrintLine
       STRING "      " DELIMITED BY SIZE
           EvProgram DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EvEvent DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           EvDetail DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

TallyOutcome.
       EVALUATE TRUE
           WHEN EvProgram IS EQUAL TO "WANDER"
               AND EvEvent IS EQUAL TO "END"
               MOVE "steps=" TO TagWord
               MOVE 6 TO TagLen
               PERFORM ReadTag
               ADD TagValue TO MonthSteps
                   ON SIZE ERROR MOVE 9999999 TO MonthSteps
               END-ADD
           WHEN EvProgram IS EQUAL TO "WANDER"
               AND EvEvent IS EQUAL TO "PAYOUT"
               MOVE "pay=" TO TagWord
               MOVE 4 TO TagLen
               PERFORM ReadTag
               ADD TagValue TO MonthPay
                   ON SIZE ERROR MOVE 999999 TO MonthPay
               END-ADD
           WHEN EvProgram IS EQUAL TO "HAMURABI"
               AND EvEvent IS EQUAL TO "END"
               MOVE "rating=" TO TagWord
               MOVE 7 TO TagLen
               PERFORM ReadTag
               ADD 1 TO MonthReigns
               IF TagValue IS GREATER THAN MonthBestRating
                   AND TagValue IS LESS THAN 100
                   MOVE TagValue TO MonthBestRating
               END-IF
       END-EVALUATE
       EXIT.

ReadTag.
       MOVE 0 TO TagValue
       MOVE SPACES TO TagHead
       MOVE SPACES TO TagTail
       UNSTRING EvDetail DELIMITED BY TagWord(1:TagLen)
           INTO TagHead TagTail
       END-UNSTRING
       MOVE SPACES TO TagDigits
       UNSTRING TagTail DELIMITED BY SPACE INTO TagDigits
       END-UNSTRING
       IF TagDigits IS NOT EQUAL TO SPACES
           AND FUNCTION TEST-NUMVAL(TagDigits) IS EQUAL TO 0
           MOVE FUNCTION NUMVAL(TagDigits) TO TagValue
       END-IF
       EXIT.

WriteBestScores.
       PERFORM PutBlank
       MOVE "THE MONTH'S BEST" TO PrintLine
       PERFORM PutLine
      *> The boards are kept by initials, not name; a run counts as
      *> the player's when posted under the first three letters of
      *> the name, as most players post. The live board and the
      *> all-time table both hold closed and open months' runs once.
       PERFORM TallyScoreFile
       PERFORM TallyAllTime
       MOVE SPACES TO PrintLine
       IF ShosRuns IS EQUAL TO 0
           STRING "  SHOS      NO RUNS POSTED AS " DELIMITED BY SIZE
               StInitials DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       ELSE
           MOVE ShosRuns TO CountShown
           STRING "  SHOS      BEST SCORE " DELIMITED BY SIZE
               ShosBest DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               FUNCTION TRIM(CountShown) DELIMITED BY SIZE
               " RUN(S) POSTED AS " DELIMITED BY SIZE
               StInitials DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF
       PERFORM PutLine
       PERFORM TallyGuessHistory
       MOVE SPACES TO PrintLine
       IF GuessRounds IS EQUAL TO 0
           MOVE "  GUESS     NO ROUNDS OF THEIR OWN" TO PrintLine
       ELSE
           MOVE GuessRounds TO CountShown
           MOVE GuessBestRound TO SmallShown
           STRING "  GUESS     BEST ROUND " DELIMITED BY SIZE
               FUNCTION TRIM(SmallShown) DELIMITED BY SIZE
               " GUESS(ES) OF " DELIMITED BY SIZE
               FUNCTION TRIM(CountShown) DELIMITED BY SIZE
               " ROUND(S)" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF
       PERFORM PutLine
       PERFORM ListStandings
       MOVE SPACES TO PrintLine
       IF MonthReigns IS EQUAL TO 0
           MOVE "  HAMURABI  NO REIGNS" TO PrintLine
       ELSE
           MOVE MonthReigns TO CountShown
           STRING "  HAMURABI  BEST RATING " DELIMITED BY SIZE
               MonthBestRating DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               FUNCTION TRIM(CountShown) DELIMITED BY SIZE
               " REIGN(S)" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
       END-IF
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       MOVE MonthSteps TO CountShown
       STRING "  WANDER    " DELIMITED BY SIZE
           FUNCTION TRIM(CountShown) DELIMITED BY SIZE
           " STEP(S) WALKED" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       MOVE MonthPay TO CountShown
       STRING "  CONTRACTS " DELIMITED BY SIZE
           FUNCTION TRIM(CountShown) DELIMITED BY SIZE
           " PAID OUT" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

      *> Only the player's own runs are read, off the initials key.
TallyScoreFile.
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE StInitials TO ScoreFileInitials
       START ScoreFile KEY IS EQUAL TO ScoreFileInitials
           INVALID KEY
               MOVE "23" TO ScoreFileStatus
       END-START
       PERFORM UNTIL ScoreFileStatus IS NOT EQUAL TO "00"
           READ ScoreFile NEXT RECORD
               AT END
                   MOVE "10" TO ScoreFileStatus
               NOT AT END
                   IF ScoreFileInitials IS NOT EQUAL TO StInitials
                       MOVE "10" TO ScoreFileStatus
                   ELSE
                       IF ScoreFileDate(1:6) IS EQUAL TO StmtMonth
                           AND ScoreFileValue IS NUMERIC
                           ADD 1 TO ShosRuns
                           IF ScoreFileValue IS GREATER THAN ShosBest
                               MOVE ScoreFileValue TO ShosBest
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ScoreFile
       EXIT.

TallyAllTime.
       OPEN INPUT AllTimeFile
       IF AllTimeFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL AllTimeFileStatus IS NOT EQUAL TO "00"
           READ AllTimeFile
               AT END
                   MOVE "10" TO AllTimeFileStatus
               NOT AT END
                   IF AllTimeInitials IS EQUAL TO StInitials
                       AND AllTimeDate(1:6) IS EQUAL TO StmtMonth
                       AND AllTimeValue IS NUMERIC
                       ADD 1 TO ShosRuns
                       IF AllTimeValue IS GREATER THAN ShosBest
                           MOVE AllTimeValue TO ShosBest
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AllTimeFile
       EXIT.

      *> Code-breaker rounds are another game and tournament rounds
      *> are the table's; both stay out of the player's best round.
TallyGuessHistory.
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL HistoryFileStatus IS NOT EQUAL TO "00"
           READ HistoryFile
               AT END
                   MOVE "10" TO HistoryFileStatus
               NOT AT END
                   PERFORM JudgeGuessRound
           END-READ
       END-PERFORM
       CLOSE HistoryFile
       EXIT.

JudgeGuessRound.
       IF HistoryDate(1:6) IS NOT EQUAL TO StmtMonth
           OR HistoryGuesses IS NOT NUMERIC
           OR HistoryGuesses IS EQUAL TO 0
           OR HistoryMode IS EQUAL TO "K"
           OR HistoryMode IS EQUAL TO "T"
           EXIT PARAGRAPH
       END-IF
       MOVE HistoryDate(7:2) TO DayNo
       IF DayNo IS EQUAL TO 0 OR DayNo IS GREATER THAN 31
           EXIT PARAGRAPH
       END-IF
       IF GdPlayer(DayNo) IS NOT EQUAL TO StName
           OR GdShared(DayNo) IS EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO GuessRounds
       IF HistoryGuesses IS LESS THAN GuessBestRound
           MOVE HistoryGuesses TO GuessBestRound
       END-IF
       EXIT.

ListStandings.
       OPEN INPUT StandingsFile
       IF StandingsFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL StandingsFileStatus IS NOT EQUAL TO "00"
           READ StandingsFile
               AT END
                   MOVE "10" TO StandingsFileStatus
               NOT AT END
                   IF StandingsName IS EQUAL TO StName
                       AND StandingsDate(1:6) IS EQUAL TO StmtMonth
                       PERFORM PutStanding
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StandingsFile
       EXIT.

PutStanding.
       ADD 1 TO TourneyCount
       MOVE SPACES TO PrintLine
       STRING "  GUESS     TOURNAMENT " DELIMITED BY SIZE
           StandingsDate(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           StandingsDate(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           StandingsDate(7:2) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           StandingsGuesses DELIMITED BY SIZE
           " GUESS(ES) OVER " DELIMITED BY SIZE
           StandingsRounds DELIMITED BY SIZE
           " ROUND(S)" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

WriteAchievements.
       PERFORM PutBlank
       MOVE "ACHIEVEMENTS EARNED" TO PrintLine
       PERFORM PutLine
       OPEN INPUT AchEarnedFile
       IF AchEarnedFileStatus IS EQUAL TO "00"
           PERFORM UNTIL AchEarnedFileStatus IS NOT EQUAL TO "00"
               READ AchEarnedFile
                   AT END
                       MOVE "10" TO AchEarnedFileStatus
                   NOT AT END
                       IF AerName IS EQUAL TO StName
                           AND AerDate(1:6) IS EQUAL TO StmtMonth
                           PERFORM PutEarned
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AchEarnedFile
       END-IF
       IF EarnedThisMonth IS EQUAL TO 0
           MOVE "  NONE THIS MONTH." TO PrintLine
           PERFORM PutLine
       END-IF
       EXIT.

PutEarned.
       ADD 1 TO EarnedThisMonth
       MOVE SPACES TO AchShownName
       PERFORM VARYING AchDefIdx FROM 1 BY 1
           UNTIL AchDefIdx > AchDefCount
           IF AdCode(AchDefIdx) IS EQUAL TO AerCode
               MOVE AdName(AchDefIdx) TO AchShownName
           END-IF
       END-PERFORM
       MOVE SPACES TO PrintLine
       STRING "  " DELIMITED BY SIZE
           AerDate(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           AerDate(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           AerDate(7:2) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AerCode DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AchShownName DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

      *> The purse ledger is read through once per player: movements
      *> before the month set the opening balance, the month's own
      *> are listed, and the last of them leaves the closing balance.
WritePurse.
       MOVE 0 TO PurseOpening
       MOVE 0 TO PurseClosing
       MOVE 0 TO PurseMoves
       MOVE 0 TO PurseIn
       MOVE 0 TO PurseOut
       PERFORM PutBlank
       MOVE "PURSE" TO PrintLine
       PERFORM PutLine
       OPEN INPUT PurseFile
       IF PurseFileStatus IS EQUAL TO "00"
           PERFORM UNTIL PurseFileStatus IS NOT EQUAL TO "00"
               READ PurseFile
                   AT END
                       MOVE "10" TO PurseFileStatus
                   NOT AT END
                       IF PrsName IS EQUAL TO StName
                           AND PrsBalance IS NUMERIC
                           PERFORM TallyPurseMove
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PurseFile
       END-IF
       IF PurseMoves IS EQUAL TO 0
           MOVE PurseOpening TO PurseClosing
           MOVE "  NO MOVEMENTS THIS MONTH." TO PrintLine
           PERFORM PutLine
       END-IF
       MOVE PurseOpening TO PurseBalanceShown
       MOVE SPACES TO PrintLine
       STRING "  OPENING BALANCE " DELIMITED BY SIZE
           PurseBalanceShown DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       MOVE PurseIn TO PurseAmountShown
       STRING "  PAID IN         " DELIMITED BY SIZE
           PurseAmountShown DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       MOVE PurseOut TO PurseAmountShown
       STRING "  DRAWN OUT       " DELIMITED BY SIZE
           PurseAmountShown DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE PurseClosing TO PurseBalanceShown
       MOVE SPACES TO PrintLine
       STRING "  CLOSING BALANCE " DELIMITED BY SIZE
           PurseBalanceShown DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

TallyPurseMove.
       IF PrsDate(1:6) IS LESS THAN StmtMonth
           MOVE PrsBalance TO PurseOpening
           EXIT PARAGRAPH
       END-IF
       IF PrsDate(1:6) IS NOT EQUAL TO StmtMonth
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PurseMoves
       MOVE PrsBalance TO PurseClosing
       IF PrsKind IS EQUAL TO "W"
           MOVE "OUT" TO PurseKindShown
           ADD PrsAmount TO PurseOut
       ELSE
           MOVE "IN" TO PurseKindShown
           ADD PrsAmount TO PurseIn
       END-IF
       MOVE PrsAmount TO PurseAmountShown
       MOVE PrsBalance TO PurseBalanceShown
       MOVE SPACES TO PrintLine
       STRING "  " DELIMITED BY SIZE
           PrsDate(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           PrsDate(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           PrsDate(7:2) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PrsGame DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PurseKindShown DELIMITED BY SIZE
           PurseAmountShown DELIMITED BY SIZE
           "  BAL" DELIMITED BY SIZE
           PurseBalanceShown DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PrsMemo DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

      *> As the roster stands on the run date - the chain runs on the
      *> month's last day, so that is the month-end position.
WriteLifetime.
       PERFORM PutBlank
       MOVE SPACES TO PrintLine
       STRING "LIFETIME TALLIES AS OF " DELIMITED BY SIZE
           TodayDate(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           TodayDate(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           TodayDate(7:2) DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       STRING "  SHOS WINS " DELIMITED BY SIZE
           TvShosWins DELIMITED BY SIZE
           "   LIONS SLAIN " DELIMITED BY SIZE
           TvLionKills DELIMITED BY SIZE
           "   ITEMS EATEN " DELIMITED BY SIZE
           TvItemsEaten DELIMITED BY SIZE
           "   CRAWL KILLS " DELIMITED BY SIZE
           TvCrawlKills DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       STRING "  WANDER STEPS " DELIMITED BY SIZE
           TvWanderSteps DELIMITED BY SIZE
           "   CONTRACT PAY " DELIMITED BY SIZE
           TvContractPay DELIMITED BY SIZE
           "   FEWEST GUESSES " DELIMITED BY SIZE
           TvGuessBest DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       STRING "  ZARR FOUND " DELIMITED BY SIZE
           TvZarrFound DELIMITED BY SIZE
           "   TOWER REACHED " DELIMITED BY SIZE
           TvTowerReached DELIMITED BY SIZE
           "   BEST REIGN " DELIMITED BY SIZE
           TvHamurabiBest DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           TvHamurabiScen DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

PutBlank.
       MOVE SPACES TO PrintLine
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
           UNTIL DataFileIdx > 8
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
       MOVE "PLAYSTMT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
