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
      *> The fairness question: after a thousand rounds, do the
      *> targets spread evenly across each difficulty's range? Easy
             03 FILLER PIC X(6) VALUE "HARD".
          02 DiffWordTable REDEFINES DiffWords.
             03 DiffWord PIC X(6) OCCURS 3 TIMES.
      *> Code-breaker rounds (mode K) have no number target: their
      *> secret codes are judged instead, every digit of every code
      *> counted, each of 0-9 expected a tenth of the draws, against
      *> the same tolerance and (in digits) the same sample floor.
       01 CodeFairnessData.
          02 CodeRounds PIC 9(6) VALUE 0.
          02 CodeDigitsRead PIC 9(7) VALUE 0.
          02 CodeDigitCounts PIC 9(7) OCCURS 10 TIMES.
          02 CodeLength PIC 9.
          02 CodePos PIC 9.
          02 CodeDigit PIC 9.
          02 CodeDigitIdx PIC 99.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       PERFORM VARYING DiffIdx FROM 1 BY 1 UNTIL DiffIdx > 3
           MOVE 0 TO DiffRounds(DiffIdx)
           PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 10
               MOVE 0 TO DiffBuckets(DiffIdx, BucketIdx)
           END-PERFORM
       END-PERFORM
       PERFORM VARYING CodeDigitIdx FROM 1 BY 1 UNTIL CodeDigitIdx > 10
           MOVE 0 TO CodeDigitCounts(CodeDigitIdx)
       END-PERFORM
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           DISPLAY "GUESSFAIR: no guess_history.dat to analyze, "
       PERFORM VARYING DiffIdx FROM 1 BY 1 UNTIL DiffIdx > 3
           PERFORM JudgeDifficulty
       END-PERFORM
       PERFORM JudgeCodeDigits
       DISPLAY " "
       EVALUATE TRUE
           WHEN JudgedCount IS EQUAL TO 0
STOP RUN.

TallyTarget.
       IF HistoryMode IS EQUAL TO "K"
           PERFORM TallyCodeDigits
           EXIT PARAGRAPH
       END-IF
       EVALUATE HistoryDifficulty
           WHEN "e" WHEN "E"
               MOVE 1 TO DiffIdx
       ADD 1 TO DiffBuckets(DiffIdx, BucketIdx)
       EXIT.

TallyCodeDigits.
       IF HistoryDifficulty IS NOT NUMERIC
           OR HistoryDifficulty IS LESS THAN "3"
           OR HistoryDifficulty IS GREATER THAN "6"
           ADD 1 TO BadTargets
           EXIT PARAGRAPH
       END-IF
       MOVE HistoryDifficulty TO CodeLength
       IF HistoryCode(1:CodeLength) IS NOT NUMERIC
           ADD 1 TO BadTargets
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO CodeRounds
       PERFORM VARYING CodePos FROM 1 BY 1 UNTIL CodePos > CodeLength
           MOVE HistoryCode(CodePos:1) TO CodeDigit
           ADD 1 TO CodeDigitCounts(CodeDigit + 1)
           ADD 1 TO CodeDigitsRead
       END-PERFORM
       EXIT.

SetBucketShape.
       EVALUATE DiffIdx
           WHEN 1
           DISPLAY "  ALL BUCKETS WITHIN TOLERANCE."
       END-IF
       EXIT.

JudgeCodeDigits.
       DISPLAY " "
       DISPLAY "CODE-BREAKER (" CodeRounds " CODE(S), " CodeDigitsRead
           " DIGIT(S)):"
       IF CodeRounds IS EQUAL TO 0
           DISPLAY "  NO CODES ON FILE."
           EXIT PARAGRAPH
       END-IF
       IF CodeDigitsRead IS LESS THAN SampleFloor
           DISPLAY "  SAMPLE TOO SMALL TO JUDGE (" SampleFloor
               " DIGITS NEEDED)."
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO JudgedCount
       COMPUTE ExpectedCount = CodeDigitsRead / 10
       COMPUTE ToleranceBand = ExpectedCount * 30 / 100
       COMPUTE LowBound = ExpectedCount - ToleranceBand
       COMPUTE HighBound = ExpectedCount + ToleranceBand
       MOVE ExpectedCount TO ExpectedDisplay
       DISPLAY "  EXPECTED PER DIGIT: " ExpectedDisplay
           " (TOLERANCE 30 PERCENT)"
       MOVE 0 TO FlaggedCount
       PERFORM VARYING CodeDigitIdx FROM 1 BY 1 UNTIL CodeDigitIdx > 10
           COMPUTE CodeDigit = CodeDigitIdx - 1
           IF CodeDigitCounts(CodeDigitIdx) IS LESS THAN LowBound
               OR CodeDigitCounts(CodeDigitIdx)
                   IS GREATER THAN HighBound
               ADD 1 TO FlaggedCount
               ADD 1 TO TotalFlagged
               DISPLAY "  DIGIT " CodeDigit ": "
                   CodeDigitCounts(CodeDigitIdx)
                   "  <== OUT OF TOLERANCE"
           ELSE
               DISPLAY "  DIGIT " CodeDigit ": "
                   CodeDigitCounts(CodeDigitIdx)
           END-IF
       END-PERFORM
       IF FlaggedCount IS EQUAL TO 0
           DISPLAY "  ALL DIGITS WITHIN TOLERANCE."
       END-IF
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
       MOVE "GUESSFAIR" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
