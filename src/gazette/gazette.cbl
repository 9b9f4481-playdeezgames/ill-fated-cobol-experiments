       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GAZETTE.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NewsFile ASSIGN DYNAMIC NewsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NewsFileStatus.
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
           SELECT AchDefFile ASSIGN DYNAMIC AchDefFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AchDefFileStatus.
           SELECT AchEarnedFile ASSIGN DYNAMIC AchEarnedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AchEarnedFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> The newsworthiness table: one kind of news item per record,
      *> the weight that ranks it against the others (0 keeps it out
      *> of the paper altogether), the least it must amount to before
      *> it is news at all, and the kicker printed before it. Which
      *> news leads is a data change, not a recompile.
       FD NewsFile.
       01 NewsFileRecord.
          02 NfKind PIC X(8).
          02 NfWeight PIC 999.
          02 NfThreshold PIC 9(6).
          02 NfLabel PIC X(10).
       FD EventLogFile.
       01 EventLogLine PIC X(110).
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

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 NewsFileName PIC X(60) VALUE "gazette_news.dat".
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 AllTimeFileName PIC X(60) VALUE "shos_alltime.dat".
          02 HistoryFileName PIC X(60) VALUE "guess_history.dat".
          02 AchDefFileName PIC X(60) VALUE "achievements.dat".
          02 AchEarnedFileName PIC X(60) VALUE "achievements_earned.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 6 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 NewsFileStatus PIC XX.
       01 EventLogFileStatus PIC XX.
       01 ScoreFileStatus PIC XX.
       01 AllTimeFileStatus PIC XX.
       01 HistoryFileStatus PIC XX.
       01 AchDefFileStatus PIC XX.
       01 AchEarnedFileStatus PIC XX.
       01 EventLogName PIC X(60).
       COPY "REPORTSVC.cpy".
       COPY "GAMELOG.cpy".
       01 PrintLine PIC X(80).
      *> The morning paper: yesterday's doings in the House, the
      *> biggest news first, one page, pinned up as house_gazette.txt
      *> for the MENU screen to show.
       01 GazetteData.
          02 TodayDate PIC 9(8).
          02 YesterdayDate PIC 9(8).
          02 DayNumber PIC 9(7).
          02 GazetteFile PIC X(40) VALUE "house_gazette.txt".
          02 MaxShown PIC 99 VALUE 20.
          02 ShownCount PIC 99.
          02 HeldOver PIC 99.
          02 CountShown PIC Z(5)9.
          02 OtherShown PIC Z(5)9.
          02 SmallShown PIC Z9.
      *> The newsworthiness table as loaded.
       01 NewsKindData.
          02 KindCount PIC 99 VALUE 0.
          02 KindEntry OCCURS 20 TIMES.
             03 NkKind PIC X(8).
             03 NkWeight PIC 999.
             03 NkThreshold PIC 9(6).
             03 NkLabel PIC X(10).
          02 KindIdx PIC 99.
          02 KindFoundIdx PIC 99.
      *> Every item found, in the order found; the paper prints them
      *> by weight, the earlier of two equal items first.
       01 NewsItemData.
          02 ItemCount PIC 99 VALUE 0.
          02 ItemEntry OCCURS 60 TIMES.
             03 NiWeight PIC 999.
             03 NiLabel PIC X(10).
             03 NiText PIC X(66).
             03 NiShown PIC X.
          02 ItemIdx PIC 99.
          02 BestItemIdx PIC 99.
          02 ItemDropped PIC 99 VALUE 0.
      *> One item on its way in: its kind, its headline, and the
      *> figure the kind's threshold is held against.
       01 NewItemData.
          02 NewKind PIC X(8).
          02 NewText PIC X(66).
          02 NewMeasure PIC 9(6).
      *> One event log line, taken apart at GAMELOG's fixed columns.
       01 EventFields.
          02 EvDate PIC X(8).
          02 EvTime PIC X(8).
          02 EvProgram PIC X(8).
          02 EvEvent PIC X(10).
          02 EvDetail PIC X(50).
          02 EvSession PIC X(8).
      *> Yesterday's sessions and the player PLAYPROF named under
      *> each, so a payout or a reign can be put to a name.
       01 SessionTable.
          02 SessCount PIC 999 VALUE 0.
          02 SessEntry OCCURS 300 TIMES.
             03 SsId PIC X(8).
             03 SsPlayer PIC X(12).
          02 SessIdx PIC 999.
          02 SessPlayer PIC X(12).
      *> A number out of an event's detail: the digits after its tag
      *> ("rating=", "years=", "pay=", "kills=").
       01 TagData.
          02 TagWord PIC X(8).
          02 TagLen PIC 9.
          02 TagHead PIC X(50).
          02 TagTail PIC X(50).
          02 TagDigits PIC X(9).
          02 TagValue PIC 9(7).
          02 ContractName PIC X(30).
      *> The day's tallies, printed as one item each.
       01 TallyData.
          02 LionsSlain PIC 9(6) VALUE 0.
          02 LionWins PIC 9(6) VALUE 0.
          02 MonstersSlain PIC 9(6) VALUE 0.
          02 CrawlRuns PIC 9(6) VALUE 0.
      *> The SHOS board: yesterday's runs, and the ten best of every
      *> run before yesterday to measure them against. Daily-challenge
      *> runs have their own board and set no house records.
       01 BoardData.
          02 RunCount PIC 999 VALUE 0.
          02 RunEntry OCCURS 100 TIMES.
             03 RnValue PIC 9(5).
             03 RnInitials PIC X(3).
             03 RnDaily PIC X.
          02 RunIdx PIC 999.
          02 RunScan PIC 999.
          02 EarlierCount PIC 99 VALUE 0.
          02 EarlierValue PIC 9(5) OCCURS 10 TIMES.
          02 EarlierIdx PIC 99.
          02 EarlierLowIdx PIC 99.
          02 BestBefore PIC 9(5) VALUE 0.
          02 BoardPlace PIC 999.
          02 PlaceShown PIC Z9.
          02 ScoreShown PIC Z(4)9.
          02 CandidateValue PIC 9(5).
          02 CandidateDate PIC 9(8).
      *> GUESS rounds: the fewest guesses before yesterday and the
      *> fewest yesterday. The history carries no name.
       01 GuessData.
          02 GuessBestBefore PIC 99 VALUE 0.
          02 GuessBestYesterday PIC 99 VALUE 0.
       01 AchDefData.
          02 AchDefCount PIC 99 VALUE 0.
          02 AchDefEntry OCCURS 50 TIMES.
             03 AdCode PIC X(8).
             03 AdName PIC X(24).
          02 AchDefIdx PIC 99.
          02 AchShownName PIC X(24).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       COMPUTE DayNumber = FUNCTION INTEGER-OF-DATE(TodayDate) - 1
       COMPUTE YesterdayDate = FUNCTION DATE-OF-INTEGER(DayNumber)
       PERFORM EnsureNewsFile
       PERFORM LoadNewsKinds
       IF KindCount IS EQUAL TO 0
           DISPLAY "GAZETTE: no usable lines in gazette_news.dat - no"
               " gazette today."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM GatherEvents
       PERFORM GatherBoard
       PERFORM GatherGuess
       PERFORM GatherAchievements
       PERFORM GatherTallies
       PERFORM PrintGazette
       MOVE "GAZETTE" TO GL-Program
       MOVE "PRINTED" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "day " DELIMITED BY SIZE
           YesterdayDate DELIMITED BY SIZE
           " items=" DELIMITED BY SIZE
           ItemCount DELIMITED BY SIZE
           " shown=" DELIMITED BY SIZE
           ShownCount DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       DISPLAY "GAZETTE: " ItemCount " item(s) from " YesterdayDate
           ", " ShownCount " printed in "
           FUNCTION TRIM(GazetteFile) "."
STOP RUN.

      *> Yesterday's lines of the partition yesterday fell in - the
      *> month before, on the first of the month.
GatherEvents.
       MOVE SPACES TO EventLogName
       STRING "game_events_" DELIMITED BY SIZE
           YesterdayDate(1:6) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO EventLogName
       END-STRING
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
                   IF EvDate IS EQUAL TO YesterdayDate
                       PERFORM JudgeEvent
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

JudgeEvent.
       EVALUATE TRUE
           WHEN EvEvent IS EQUAL TO "PLAYER"
               PERFORM NoteSessionPlayer
           WHEN EvProgram IS EQUAL TO "WANDER"
               AND EvEvent IS EQUAL TO "PAYOUT"
               PERFORM NoteContract
           WHEN EvProgram IS EQUAL TO "HAMURABI"
               AND EvEvent IS EQUAL TO "END"
               PERFORM NoteReign
           WHEN EvProgram IS EQUAL TO "CRAWLER"
               AND EvEvent IS EQUAL TO "END"
               ADD 1 TO CrawlRuns
               MOVE "kills=" TO TagWord
               MOVE 6 TO TagLen
               PERFORM ReadTag
               ADD TagValue TO MonstersSlain
                   ON SIZE ERROR MOVE 999999 TO MonstersSlain
               END-ADD
           WHEN EvProgram IS EQUAL TO "SHOS"
               AND EvEvent IS EQUAL TO "SLAIN"
               ADD 1 TO LionWins
       END-EVALUATE
       EXIT.

NoteSessionPlayer.
       IF EvSession IS NOT NUMERIC
           OR EvSession IS EQUAL TO "00000000"
           OR SessCount IS NOT LESS THAN 300
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SessCount
       MOVE EvSession TO SsId(SessCount)
       MOVE EvDetail TO SsPlayer(SessCount)
       EXIT.

      *> The newest PLAYER line under the session names its player.
FindSessionPlayer.
       MOVE "A player" TO SessPlayer
       PERFORM VARYING SessIdx FROM 1 BY 1
           UNTIL SessIdx IS GREATER THAN SessCount
           IF SsId(SessIdx) IS EQUAL TO EvSession
               MOVE SsPlayer(SessIdx) TO SessPlayer
           END-IF
       END-PERFORM
       EXIT.

      *> The detail is the contract's name then " pay=".
NoteContract.
       PERFORM FindSessionPlayer
       MOVE "pay=" TO TagWord
       MOVE 4 TO TagLen
       PERFORM ReadTag
       MOVE SPACES TO ContractName
       UNSTRING EvDetail DELIMITED BY " pay=" INTO ContractName
       END-UNSTRING
       MOVE TagValue TO CountShown
       MOVE "CONTRACT" TO NewKind
       MOVE TagValue TO NewMeasure
       MOVE SPACES TO NewText
       STRING FUNCTION TRIM(SessPlayer) DELIMITED BY SIZE
           " completed " DELIMITED BY SIZE
           FUNCTION TRIM(ContractName) DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           FUNCTION TRIM(CountShown) DELIMITED BY SIZE
           " in pay" DELIMITED BY SIZE
           INTO NewText
       END-STRING
       PERFORM AddNewsItem
       EXIT.

      *> A reign is news when its rating clears the table's mark -
      *> the excellent reigns; the ordinary ones stay in the ledger.
NoteReign.
       PERFORM FindSessionPlayer
       MOVE "years=" TO TagWord
       MOVE 6 TO TagLen
       PERFORM ReadTag
       MOVE TagValue TO OtherShown
       MOVE "rating=" TO TagWord
       MOVE 7 TO TagLen
       PERFORM ReadTag
       IF TagValue IS GREATER THAN 99
           EXIT PARAGRAPH
       END-IF
       MOVE TagValue TO SmallShown
       MOVE "REIGN" TO NewKind
       MOVE TagValue TO NewMeasure
       MOVE SPACES TO NewText
       STRING FUNCTION TRIM(SessPlayer) DELIMITED BY SIZE
           " ruled the kingdom " DELIMITED BY SIZE
           FUNCTION TRIM(OtherShown) DELIMITED BY SIZE
           " years - a reign rated " DELIMITED BY SIZE
           FUNCTION TRIM(SmallShown) DELIMITED BY SIZE
           INTO NewText
       END-STRING
       PERFORM AddNewsItem
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

      *> The whole board in one pass: yesterday's runs kept, every
      *> earlier run folded into the best-before and the ten best.
GatherBoard.
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS EQUAL TO "00"
           PERFORM UNTIL ScoreFileStatus IS NOT EQUAL TO "00"
               READ ScoreFile NEXT RECORD
                   AT END
                       MOVE "10" TO ScoreFileStatus
                   NOT AT END
                       IF ScoreFileValue IS NUMERIC
                           PERFORM SortBoardRun
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ScoreFile
       END-IF
       OPEN INPUT AllTimeFile
       IF AllTimeFileStatus IS EQUAL TO "00"
           PERFORM UNTIL AllTimeFileStatus IS NOT EQUAL TO "00"
               READ AllTimeFile
                   AT END
                       MOVE "10" TO AllTimeFileStatus
                   NOT AT END
                       IF AllTimeValue IS NUMERIC
                           AND AllTimeDate IS LESS THAN YesterdayDate
                           MOVE AllTimeValue TO CandidateValue
                           PERFORM KeepEarlierRun
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AllTimeFile
       END-IF
       PERFORM VARYING RunIdx FROM 1 BY 1
           UNTIL RunIdx IS GREATER THAN RunCount
           IF RnDaily(RunIdx) IS NOT EQUAL TO "Y"
               PERFORM JudgeBoardRun
           END-IF
       END-PERFORM
       EXIT.

SortBoardRun.
       IF ScoreFileDate IS EQUAL TO YesterdayDate
           ADD ScoreFileLions TO LionsSlain
               ON SIZE ERROR MOVE 999999 TO LionsSlain
           END-ADD
           IF ScoreFileZarr IS EQUAL TO "Y"
               MOVE "ZARR" TO NewKind
               MOVE 1 TO NewMeasure
               MOVE ScoreFileValue TO ScoreShown
               MOVE SPACES TO NewText
               STRING ScoreFileInitials DELIMITED BY SIZE
                   " found ZARR in the House of Shadows (scored "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(ScoreShown) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO NewText
               END-STRING
               PERFORM AddNewsItem
           END-IF
           IF RunCount IS LESS THAN 100
               ADD 1 TO RunCount
               MOVE ScoreFileValue TO RnValue(RunCount)
               MOVE ScoreFileInitials TO RnInitials(RunCount)
               MOVE ScoreFileDaily TO RnDaily(RunCount)
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF ScoreFileDate IS LESS THAN YesterdayDate
           AND ScoreFileDaily IS NOT EQUAL TO "Y"
           MOVE ScoreFileValue TO CandidateValue
           PERFORM KeepEarlierRun
       END-IF
       EXIT.

      *> The ten best earlier runs, unordered: a better run takes the
      *> place of the lowest once all ten are held.
KeepEarlierRun.
       IF CandidateValue IS GREATER THAN BestBefore
           MOVE CandidateValue TO BestBefore
       END-IF
       IF EarlierCount IS LESS THAN 10
           ADD 1 TO EarlierCount
           MOVE CandidateValue TO EarlierValue(EarlierCount)
           EXIT PARAGRAPH
       END-IF
       MOVE 1 TO EarlierLowIdx
       PERFORM VARYING EarlierIdx FROM 2 BY 1
           UNTIL EarlierIdx IS GREATER THAN 10
           IF EarlierValue(EarlierIdx) IS LESS THAN
               EarlierValue(EarlierLowIdx)
               MOVE EarlierIdx TO EarlierLowIdx
           END-IF
       END-PERFORM
       IF CandidateValue IS GREATER THAN EarlierValue(EarlierLowIdx)
           MOVE CandidateValue TO EarlierValue(EarlierLowIdx)
       END-IF
       EXIT.

      *> A run's place is one more than the runs that beat it - the
      *> ten best before yesterday and yesterday's own. The best of
      *> the day above every earlier run is a new house record.
JudgeBoardRun.
       MOVE 1 TO BoardPlace
       PERFORM VARYING EarlierIdx FROM 1 BY 1
           UNTIL EarlierIdx IS GREATER THAN EarlierCount
           IF EarlierValue(EarlierIdx) IS GREATER THAN RnValue(RunIdx)
               ADD 1 TO BoardPlace
           END-IF
       END-PERFORM
       PERFORM VARYING RunScan FROM 1 BY 1
           UNTIL RunScan IS GREATER THAN RunCount
           IF RnDaily(RunScan) IS NOT EQUAL TO "Y"
               AND (RnValue(RunScan) IS GREATER THAN RnValue(RunIdx)
               OR (RnValue(RunScan) IS EQUAL TO RnValue(RunIdx)
               AND RunScan IS LESS THAN RunIdx))
               ADD 1 TO BoardPlace
           END-IF
       END-PERFORM
       IF BoardPlace IS GREATER THAN 10
           EXIT PARAGRAPH
       END-IF
       MOVE RnValue(RunIdx) TO ScoreShown
       MOVE SPACES TO NewText
       IF BoardPlace IS EQUAL TO 1
           AND RnValue(RunIdx) IS GREATER THAN BestBefore
           MOVE "RECORD" TO NewKind
           MOVE RnValue(RunIdx) TO NewMeasure
           STRING RnInitials(RunIdx) DELIMITED BY SIZE
               " set a new House of Shadows record: " DELIMITED BY SIZE
               FUNCTION TRIM(ScoreShown) DELIMITED BY SIZE
               INTO NewText
           END-STRING
       ELSE
           MOVE "TOPTEN" TO NewKind
           MOVE BoardPlace TO NewMeasure
           MOVE BoardPlace TO PlaceShown
           STRING RnInitials(RunIdx) DELIMITED BY SIZE
               " went onto the top ten at place " DELIMITED BY SIZE
               FUNCTION TRIM(PlaceShown) DELIMITED BY SIZE
               " with " DELIMITED BY SIZE
               FUNCTION TRIM(ScoreShown) DELIMITED BY SIZE
               INTO NewText
           END-STRING
       END-IF
       PERFORM AddNewsItem
       EXIT.

      *> Code-breaker rounds are another game and tournament rounds
      *> are the table's; both stay out of the record, as they stay
      *> out of the players' statements.
GatherGuess.
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
       IF GuessBestYesterday IS GREATER THAN 0
           AND (GuessBestBefore IS EQUAL TO 0
           OR GuessBestYesterday IS LESS THAN GuessBestBefore)
           MOVE "GUESSREC" TO NewKind
           MOVE GuessBestYesterday TO NewMeasure
           MOVE GuessBestYesterday TO SmallShown
           MOVE SPACES TO NewText
           STRING "A new GUESS record: the number found in "
               DELIMITED BY SIZE
               FUNCTION TRIM(SmallShown) DELIMITED BY SIZE
               " guess(es)" DELIMITED BY SIZE
               INTO NewText
           END-STRING
           PERFORM AddNewsItem
       END-IF
       EXIT.

JudgeGuessRound.
       IF HistoryGuesses IS NOT NUMERIC
           OR HistoryGuesses IS EQUAL TO 0
           OR HistoryMode IS EQUAL TO "K"
           OR HistoryMode IS EQUAL TO "T"
           EXIT PARAGRAPH
       END-IF
       IF HistoryDate IS EQUAL TO YesterdayDate
           IF GuessBestYesterday IS EQUAL TO 0
               OR HistoryGuesses IS LESS THAN GuessBestYesterday
               MOVE HistoryGuesses TO GuessBestYesterday
           END-IF
       END-IF
       IF HistoryDate IS LESS THAN YesterdayDate
           IF GuessBestBefore IS EQUAL TO 0
               OR HistoryGuesses IS LESS THAN GuessBestBefore
               MOVE HistoryGuesses TO GuessBestBefore
           END-IF
       END-IF
       EXIT.

GatherAchievements.
       PERFORM LoadAchDefs
       OPEN INPUT AchEarnedFile
       IF AchEarnedFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL AchEarnedFileStatus IS NOT EQUAL TO "00"
           READ AchEarnedFile
               AT END
                   MOVE "10" TO AchEarnedFileStatus
               NOT AT END
                   IF AerDate IS EQUAL TO YesterdayDate
                       PERFORM NoteAchievement
                   END-IF
           END-READ
       END-PERFORM
       CLOSE AchEarnedFile
       EXIT.

NoteAchievement.
       MOVE AerCode TO AchShownName
       PERFORM VARYING AchDefIdx FROM 1 BY 1
           UNTIL AchDefIdx IS GREATER THAN AchDefCount
           IF AdCode(AchDefIdx) IS EQUAL TO AerCode
               MOVE AdName(AchDefIdx) TO AchShownName
           END-IF
       END-PERFORM
       MOVE "ACHIEVE" TO NewKind
       MOVE 1 TO NewMeasure
       MOVE SPACES TO NewText
       STRING FUNCTION TRIM(AerName) DELIMITED BY SIZE
           " unlocked " DELIMITED BY SIZE
           FUNCTION TRIM(AchShownName) DELIMITED BY SIZE
           INTO NewText
       END-STRING
       PERFORM AddNewsItem
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

      *> The day's bloodshed, counted once the events and the board
      *> are in: lions the players killed and runs the lions ended,
      *> monsters felled in the crawler's dungeons.
GatherTallies.
       IF LionsSlain IS GREATER THAN 0 OR LionWins IS GREATER THAN 0
           MOVE "LIONS" TO NewKind
           MOVE LionsSlain TO NewMeasure
           MOVE LionsSlain TO CountShown
           MOVE LionWins TO OtherShown
           MOVE SPACES TO NewText
           STRING FUNCTION TRIM(CountShown) DELIMITED BY SIZE
               " lion(s) slain in the House of Shadows; the lions"
               DELIMITED BY SIZE
               " ended " DELIMITED BY SIZE
               FUNCTION TRIM(OtherShown) DELIMITED BY SIZE
               " run(s)" DELIMITED BY SIZE
               INTO NewText
           END-STRING
           PERFORM AddNewsItem
       END-IF
       IF CrawlRuns IS GREATER THAN 0
           MOVE "MONSTERS" TO NewKind
           MOVE MonstersSlain TO NewMeasure
           MOVE MonstersSlain TO CountShown
           MOVE CrawlRuns TO OtherShown
           MOVE SPACES TO NewText
           STRING FUNCTION TRIM(CountShown) DELIMITED BY SIZE
               " monster(s) felled in " DELIMITED BY SIZE
               FUNCTION TRIM(OtherShown) DELIMITED BY SIZE
               " crawl(s) of the dungeon" DELIMITED BY SIZE
               INTO NewText
           END-STRING
           PERFORM AddNewsItem
       END-IF
       EXIT.

      *> An item of a kind the table does not carry, a kind weighted
      *> 0, or one short of its kind's threshold is not news.
AddNewsItem.
       MOVE 0 TO KindFoundIdx
       PERFORM VARYING KindIdx FROM 1 BY 1
           UNTIL KindIdx IS GREATER THAN KindCount
           IF NkKind(KindIdx) IS EQUAL TO NewKind
               MOVE KindIdx TO KindFoundIdx
           END-IF
       END-PERFORM
       IF KindFoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF NkWeight(KindFoundIdx) IS EQUAL TO 0
           OR NewMeasure IS LESS THAN NkThreshold(KindFoundIdx)
           EXIT PARAGRAPH
       END-IF
       IF ItemCount IS NOT LESS THAN 60
           ADD 1 TO ItemDropped
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ItemCount
       MOVE NkWeight(KindFoundIdx) TO NiWeight(ItemCount)
       MOVE NkLabel(KindFoundIdx) TO NiLabel(ItemCount)
       MOVE NewText TO NiText(ItemCount)
       MOVE "N" TO NiShown(ItemCount)
       EXIT.

      *> One page: the weightiest item as the headline, the rest by
      *> weight beneath it, and a count of whatever did not fit.
PrintGazette.
       MOVE "O" TO Rpt-Action
       MOVE GazetteFile TO Rpt-File
       MOVE "THE HOUSE GAZETTE" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "N" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "The news of " DELIMITED BY SIZE
           YesterdayDate(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           YesterdayDate(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           YesterdayDate(7:2) DELIMITED BY SIZE
           " in the House" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       PERFORM PutBlank
       MOVE 0 TO ShownCount
       IF ItemCount IS EQUAL TO 0
           MOVE "A quiet day in the House - nothing fit to print."
               TO PrintLine
           PERFORM PutLine
       ELSE
           MOVE "TODAY'S HEADLINE" TO PrintLine
           PERFORM PutLine
           PERFORM PrintNextItem
           IF ItemCount IS GREATER THAN 1
               PERFORM PutBlank
               MOVE "ALSO IN THE NEWS" TO PrintLine
               PERFORM PutLine
           END-IF
           PERFORM UNTIL ShownCount IS NOT LESS THAN ItemCount
               OR ShownCount IS NOT LESS THAN MaxShown
               PERFORM PrintNextItem
           END-PERFORM
       END-IF
       COMPUTE HeldOver = ItemCount - ShownCount + ItemDropped
       IF HeldOver IS GREATER THAN 0
           PERFORM PutBlank
           MOVE HeldOver TO SmallShown
           MOVE SPACES TO PrintLine
           STRING "  ... and " DELIMITED BY SIZE
               FUNCTION TRIM(SmallShown) DELIMITED BY SIZE
               " smaller item(s) there was no room for." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       EXIT.

PrintNextItem.
       MOVE 0 TO BestItemIdx
       PERFORM VARYING ItemIdx FROM 1 BY 1
           UNTIL ItemIdx IS GREATER THAN ItemCount
           IF NiShown(ItemIdx) IS EQUAL TO "N"
               IF BestItemIdx IS EQUAL TO 0
                   MOVE ItemIdx TO BestItemIdx
               ELSE
                   IF NiWeight(ItemIdx) IS GREATER THAN
                       NiWeight(BestItemIdx)
                       MOVE ItemIdx TO BestItemIdx
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF BestItemIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO NiShown(BestItemIdx)
       ADD 1 TO ShownCount
       MOVE SPACES TO PrintLine
       STRING "  " DELIMITED BY SIZE
           NiLabel(BestItemIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NiText(BestItemIdx) DELIMITED BY SIZE
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

LoadNewsKinds.
       MOVE 0 TO KindCount
       OPEN INPUT NewsFile
       IF NewsFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL NewsFileStatus IS NOT EQUAL TO "00"
           READ NewsFile
               AT END
                   MOVE "10" TO NewsFileStatus
               NOT AT END
                   IF NfKind IS NOT EQUAL TO SPACES
                       AND NfWeight IS NUMERIC
                       AND NfThreshold IS NUMERIC
                       AND KindCount IS LESS THAN 20
                       ADD 1 TO KindCount
                       MOVE NfKind TO NkKind(KindCount)
                       MOVE NfWeight TO NkWeight(KindCount)
                       MOVE NfThreshold TO NkThreshold(KindCount)
                       MOVE NfLabel TO NkLabel(KindCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE NewsFile
       EXIT.

      *> House records lead, then ZARR, the top ten, a great reign,
      *> the achievements and the contracts, and the day's tallies
      *> last. A reign rated 47 or better is an excellent one - ten
      *> acres a head with next to nobody starved.
EnsureNewsFile.
       OPEN INPUT NewsFile
       IF NewsFileStatus IS EQUAL TO "00"
           CLOSE NewsFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewsFile
       IF NewsFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "RECORD" TO NfKind
       MOVE 100 TO NfWeight
       MOVE 0 TO NfThreshold
       MOVE "RECORD" TO NfLabel
       WRITE NewsFileRecord
       MOVE "ZARR" TO NfKind
       MOVE 90 TO NfWeight
       MOVE 0 TO NfThreshold
       MOVE "ZARR!" TO NfLabel
       WRITE NewsFileRecord
       MOVE "GUESSREC" TO NfKind
       MOVE 80 TO NfWeight
       MOVE 0 TO NfThreshold
       MOVE "RECORD" TO NfLabel
       WRITE NewsFileRecord
       MOVE "TOPTEN" TO NfKind
       MOVE 70 TO NfWeight
       MOVE 0 TO NfThreshold
       MOVE "TOP TEN" TO NfLabel
       WRITE NewsFileRecord
       MOVE "REIGN" TO NfKind
       MOVE 60 TO NfWeight
       MOVE 47 TO NfThreshold
       MOVE "THE REALM" TO NfLabel
       WRITE NewsFileRecord
       MOVE "ACHIEVE" TO NfKind
       MOVE 50 TO NfWeight
       MOVE 0 TO NfThreshold
       MOVE "HONOURS" TO NfLabel
       WRITE NewsFileRecord
       MOVE "CONTRACT" TO NfKind
       MOVE 40 TO NfWeight
       MOVE 0 TO NfThreshold
       MOVE "CONTRACTS" TO NfLabel
       WRITE NewsFileRecord
       MOVE "LIONS" TO NfKind
       MOVE 30 TO NfWeight
       MOVE 1 TO NfThreshold
       MOVE "LIONS" TO NfLabel
       WRITE NewsFileRecord
       MOVE "MONSTERS" TO NfKind
       MOVE 20 TO NfWeight
       MOVE 1 TO NfThreshold
       MOVE "MONSTERS" TO NfLabel
       WRITE NewsFileRecord
       CLOSE NewsFile
       DISPLAY "GAZETTE: seeded gazette_news.dat with the standard"
           " newsworthiness table."
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 6
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
       MOVE "GAZETTE" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
