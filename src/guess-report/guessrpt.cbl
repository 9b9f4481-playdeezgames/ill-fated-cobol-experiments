ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

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
          02 HistoryFileName PIC X(60) VALUE "guess_history.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 HistoryFileStatus PIC XX.
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
          02 DiffAvgDisplay PIC ZZ9.9.
          02 ModeCounts OCCURS 4 TIMES PIC 9(5).
          02 ModeIdx PIC 9.
      *> Timed rounds are a population of their own - the clock
      *> changes how people guess - so they are tallied here and
      *> kept out of every figure above, per difficulty as above.
       01 TimedData.
          02 TimedRounds PIC 9(5) VALUE 0.
          02 TimedTallies OCCURS 3 TIMES.
             03 TimedDiffRounds PIC 9(5).
             03 TimedDiffGuesses PIC 9(7).
             03 TimedDiffSeconds PIC 9(9).
             03 TimedDiffFastest PIC 9(5).
          02 TimedAvgSeconds PIC 9(5)V9.
          02 TimedAvgSecondsDisplay PIC ZZZZ9.9.
          02 TimedFastestDisplay PIC ZZZZ9.
          02 TimedWord PIC X(8).
      *> Code-breaker rounds (mode K) are another game again - bulls
      *> and cows - tallied by code length, 3 to 6 digits.
       01 CodeData.
          02 CodeRounds PIC 9(5) VALUE 0.
          02 CodeTallies OCCURS 4 TIMES.
             03 CodeLenRounds PIC 9(5).
             03 CodeLenGuesses PIC 9(7).
          02 CodeLenIdx PIC 9.
          02 CodeLenDisplay PIC 9.
       01 TrendData.
          02 DayCount PIC 99 VALUE 0.
          02 DayTable OCCURS 31 TIMES.
          02 TrendAvg PIC 9(3)V9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 4
           MOVE 0 TO BucketCounts(BucketIdx)
       END-PERFORM
       PERFORM VARYING ModeIdx FROM 1 BY 1 UNTIL ModeIdx > 4
           MOVE 0 TO ModeCounts(ModeIdx)
       END-PERFORM
       PERFORM VARYING DiffIdx FROM 1 BY 1 UNTIL DiffIdx > 3
           MOVE 0 TO TimedDiffRounds(DiffIdx)
           MOVE 0 TO TimedDiffGuesses(DiffIdx)
           MOVE 0 TO TimedDiffSeconds(DiffIdx)
           MOVE 0 TO TimedDiffFastest(DiffIdx)
       END-PERFORM
       PERFORM VARYING CodeLenIdx FROM 1 BY 1 UNTIL CodeLenIdx > 4
           MOVE 0 TO CodeLenRounds(CodeLenIdx)
           MOVE 0 TO CodeLenGuesses(CodeLenIdx)
       END-PERFORM
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           DISPLAY "GUESSRPT: no guess_history.dat to report on, "
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RoundsRead
       IF HistoryMode IS EQUAL TO "K"
           PERFORM TallyCodeRound
           EXIT PARAGRAPH
       END-IF
       IF HistoryTimed IS EQUAL TO "Y" AND HistorySeconds IS NUMERIC
           PERFORM TallyTimedRound
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN HistoryGuesses IS NOT GREATER THAN 3
               ADD 1 TO BucketCounts(1)
       END-IF
       EXIT.

TallyTimedRound.
       ADD 1 TO TimedRounds
       EVALUATE HistoryDifficulty
           WHEN "e" WHEN "E"
               MOVE 1 TO DiffIdx
           WHEN "h" WHEN "H"
               MOVE 3 TO DiffIdx
           WHEN OTHER
               MOVE 2 TO DiffIdx
       END-EVALUATE
       IF TimedDiffRounds(DiffIdx) IS EQUAL TO 0
           OR HistorySeconds IS LESS THAN TimedDiffFastest(DiffIdx)
           MOVE HistorySeconds TO TimedDiffFastest(DiffIdx)
       END-IF
       ADD 1 TO TimedDiffRounds(DiffIdx)
       ADD HistoryGuesses TO TimedDiffGuesses(DiffIdx)
       ADD HistorySeconds TO TimedDiffSeconds(DiffIdx)
       EXIT.

TallyCodeRound.
       ADD 1 TO CodeRounds
       MOVE 4 TO CodeLenIdx
       IF HistoryDifficulty IS NUMERIC
           AND HistoryDifficulty IS NOT LESS THAN "3"
           AND HistoryDifficulty IS NOT GREATER THAN "6"
           MOVE HistoryDifficulty TO CodeLenDisplay
           COMPUTE CodeLenIdx = CodeLenDisplay - 2
       END-IF
       ADD 1 TO CodeLenRounds(CodeLenIdx)
       ADD HistoryGuesses TO CodeLenGuesses(CodeLenIdx)
       EXIT.

FindDaySlot.
       MOVE 0 TO DayFoundIdx
       PERFORM VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > DayCount
       MOVE "ROUNDS" TO Rpt-Total-Label
       MOVE RoundsRead TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "TIMED ROUNDS" TO Rpt-Total-Label
       MOVE TimedRounds TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "CODE-BREAKER ROUNDS" TO Rpt-Total-Label
       MOVE CodeRounds TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "ROUNDS ON FILE: " DELIMITED BY SIZE
           RoundsRead DELIMITED BY SIZE
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       STRING "TIMED ROUNDS:   " DELIMITED BY SIZE
           TimedRounds DELIMITED BY SIZE
           "  (REPORTED APART, AT THE END)" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       STRING "CODE-BREAKER:   " DELIMITED BY SIZE
           CodeRounds DELIMITED BY SIZE
           "  (REPORTED APART, AT THE END)" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "GUESS-COUNT DISTRIBUTION:" TO PrintLine
       PERFORM PutLine
               TO PrintLine
           PERFORM PutLine
       END-IF
       PERFORM WriteTimedSection
       PERFORM WriteCodeSection
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       EXIT.

WriteTimedSection.
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "TIMED ROUNDS (DIFFICULTY, ROUNDS, AVG GUESSES, AVG SECONDS,"
           TO PrintLine
       PERFORM PutLine
       MOVE "FASTEST SECONDS):" TO PrintLine
       PERFORM PutLine
       IF TimedRounds IS EQUAL TO 0
           MOVE "  NO TIMED ROUNDS ON FILE." TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DiffIdx FROM 1 BY 1 UNTIL DiffIdx > 3
           IF TimedDiffRounds(DiffIdx) IS GREATER THAN 0
               PERFORM WriteTimedLine
           END-IF
       END-PERFORM
       EXIT.

WriteTimedLine.
       EVALUATE DiffIdx
           WHEN 1
               MOVE "EASY:" TO TimedWord
           WHEN 2
               MOVE "MEDIUM:" TO TimedWord
           WHEN OTHER
               MOVE "HARD:" TO TimedWord
       END-EVALUATE
       COMPUTE DiffAvg ROUNDED =
           TimedDiffGuesses(DiffIdx) / TimedDiffRounds(DiffIdx)
       MOVE DiffAvg TO DiffAvgDisplay
       COMPUTE TimedAvgSeconds ROUNDED =
           TimedDiffSeconds(DiffIdx) / TimedDiffRounds(DiffIdx)
       MOVE TimedAvgSeconds TO TimedAvgSecondsDisplay
       MOVE TimedDiffFastest(DiffIdx) TO TimedFastestDisplay
       MOVE SPACES TO PrintLine
       STRING "  " DELIMITED BY SIZE
           TimedWord DELIMITED BY SIZE
           TimedDiffRounds(DiffIdx) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DiffAvgDisplay DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TimedAvgSecondsDisplay DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TimedFastestDisplay DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

WriteCodeSection.
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "CODE-BREAKER ROUNDS (CODE LENGTH, ROUNDS, AVG GUESSES):"
           TO PrintLine
       PERFORM PutLine
       IF CodeRounds IS EQUAL TO 0
           MOVE "  NO CODE-BREAKER ROUNDS ON FILE." TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING CodeLenIdx FROM 1 BY 1 UNTIL CodeLenIdx > 4
           IF CodeLenRounds(CodeLenIdx) IS GREATER THAN 0
               COMPUTE DiffAvg ROUNDED =
                   CodeLenGuesses(CodeLenIdx) / CodeLenRounds(CodeLenIdx)
               MOVE DiffAvg TO DiffAvgDisplay
               COMPUTE CodeLenDisplay = CodeLenIdx + 2
               MOVE SPACES TO PrintLine
               STRING "  " DELIMITED BY SIZE
                   CodeLenDisplay DELIMITED BY SIZE
                   " DIGITS: " DELIMITED BY SIZE
                   CodeLenRounds(CodeLenIdx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   DiffAvgDisplay DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
               PERFORM PutLine
           END-IF
       END-PERFORM
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
       MOVE "GUESSRPT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
