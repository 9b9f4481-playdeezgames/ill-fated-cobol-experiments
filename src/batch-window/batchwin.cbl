       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCHWIN.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TimingFile ASSIGN DYNAMIC TimingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TimingFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors SCHEDULER's TimingRecord field-for-field.
       FD TimingFile.
       01 TimingRecord.
          02 TmNight PIC 9(8).
          02 TmProgram PIC X(8).
          02 TmChain PIC X(8).
          02 TmStep PIC 9.
          02 TmDesc PIC X(30).
          02 TmStartDate PIC 9(8).
          02 TmStartTime PIC 9(8).
          02 TmEndDate PIC 9(8).
          02 TmEndTime PIC 9(8).
          02 TmSeconds PIC 9(6)V99.
          02 TmOutcome PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 TimingFileName PIC X(60) VALUE "batch_timing.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 TimingFileStatus PIC XX.
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
      *> How long the night's chains and steps took against their
      *> own recent history, and how wide the whole window has been
      *> night by night - so the window creeping toward the morning
      *> shows on paper before it shows as a late start.
       01 WindowData.
          02 NightInput PIC X(8).
          02 ReportNight PIC 9(8) VALUE 0.
          02 ReportNightInt PIC 9(7).
          02 WindowStartInt PIC 9(7).
          02 RecordNightInt PIC 9(7).
          02 WindowNights PIC 99 VALUE 30.
          02 RecentNights PIC 99 VALUE 7.
      *> A step is held to the average of its last TrailRuns good
      *> runs once it has MinRuns of them; it overruns when it takes
      *> more than OverPct percent of that average and at least
      *> OverMinSecs seconds longer - a two-second step taking five
      *> is not a window problem.
          02 TrailRuns PIC 99 VALUE 10.
          02 MinRuns PIC 99 VALUE 3.
          02 OverPct PIC 999 VALUE 150.
          02 OverMinSecs PIC 9(4) VALUE 60.
          02 StepsTimed PIC 9(4) VALUE 0.
          02 OverrunCount PIC 9(4) VALUE 0.
          02 LongNights PIC 99 VALUE 0.
          02 CountEdit PIC Z(3)9.
      *> The report night's lines, in the order they were written:
      *> DRIVER's steps land before the chain that ran them.
       01 StepTable.
          02 StepCount PIC 999 VALUE 0.
          02 StepEntry OCCURS 100 TIMES.
             03 StProgram PIC X(8).
             03 StChain PIC X(8).
             03 StStep PIC 9.
             03 StDesc PIC X(30).
             03 StStartTime PIC 9(8).
             03 StSeconds PIC 9(6)V99.
             03 StOutcome PIC X(8).
             03 StTrailCount PIC 99.
             03 StTrailSecs PIC 9(6)V99 OCCURS 10 TIMES.
          02 StepIdx PIC 999.
          02 TrailIdx PIC 99.
          02 TrailTotal PIC 9(8)V99.
          02 TrailAverage PIC 9(6)V99.
          02 StepPct PIC 9(4).
          02 StepFlag PIC X(10).
          02 StepFull PIC X VALUE "N".
             88 StepTableFull VALUE "Y".
          02 FlagLinesCount PIC 99 VALUE 0.
          02 FlagLines PIC X(80) OCCURS 50 TIMES.
          02 FlagIdx PIC 99.
      *> One entry per night inside the window, first chain's start
      *> to last chain's end, from SCHEDULER's own lines only - the
      *> DRIVER steps are already inside their chains.
       01 NightTable.
          02 NightCount PIC 99 VALUE 0.
          02 NightEntry OCCURS 40 TIMES.
             03 NtNight PIC 9(8).
             03 NtFirstStart PIC 9(11)V99.
             03 NtLastEnd PIC 9(11)V99.
             03 NtWindow PIC 9(7)V99.
             03 NtChains PIC 999.
             03 NtFailed PIC 999.
          02 NightIdx PIC 99.
          02 NightFoundIdx PIC 99.
          02 LongestIdx PIC 99.
          02 WindowTotal PIC 9(9)V99.
          02 WindowAverage PIC 9(7)V99.
          02 RecentTotal PIC 9(9)V99.
          02 RecentCount PIC 99.
          02 RecentAverage PIC 9(7)V99.
          02 RecentPct PIC 9(4).
          02 BarLength PIC 99.
       01 ClockData.
          02 ClockDate PIC 9(8).
          02 ClockTime PIC 9(8).
          02 ClockParts REDEFINES ClockTime.
             03 ClockHours PIC 99.
             03 ClockMinutes PIC 99.
             03 ClockSecs PIC 99V99.
          02 ClockSeconds PIC 9(11)V99.
          02 ClockShown PIC X(8).
       01 DurationData.
          02 DurSeconds PIC 9(7)V99.
          02 DurWhole PIC 9(7).
          02 DurHours PIC 9(4).
          02 DurMinutes PIC 99.
          02 DurRest PIC 99.
          02 DurText PIC X(8).
          02 DurEdit.
             03 DeHours PIC Z9.
             03 FILLER PIC X VALUE ":".
             03 DeMinutes PIC 99.
             03 FILLER PIC X VALUE ":".
             03 DeSeconds PIC 99.
       01 StepLine.
          02 SlChain PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 SlStep PIC X(4).
          02 FILLER PIC X VALUE SPACE.
          02 SlDesc PIC X(23).
          02 FILLER PIC X VALUE SPACE.
          02 SlStarted PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 SlTook PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 SlAverage PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 SlPct PIC X(4).
          02 FILLER PIC X VALUE SPACE.
          02 SlFlag PIC X(10).
       01 NightLine.
          02 NlNight PIC X(10).
          02 FILLER PIC X VALUE SPACE.
          02 NlFirst PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 NlLast PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 NlWindow PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 NlChains PIC ZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 NlFailed PIC ZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 NlBar PIC X(24).
          02 FILLER PIC X VALUE SPACE.
          02 NlFlag PIC X(8).
       01 BarStars PIC X(24) VALUE ALL "*".
       01 NightShown PIC X(10).
       01 PctEdit PIC ZZZ9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Report which night (YYYYMMDD, blank for the latest)? "
           WITH NO ADVANCING
       MOVE SPACES TO NightInput
       ACCEPT NightInput
       IF NightInput IS NUMERIC
           MOVE NightInput TO ReportNight
       ELSE
           PERFORM FindLatestNight
       END-IF
       MOVE "O" TO Rpt-Action
       MOVE "batch_window.txt" TO Rpt-File
       MOVE "BATCH WINDOW TIMING AND OVERRUNS" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "N" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       IF ReportNight IS EQUAL TO 0
           MOVE "NO TIMINGS YET - batch_timing.dat IS EMPTY OR MISSING."
               TO PrintLine
           PERFORM PutLine
           MOVE "SCHEDULER AND DRIVER WRITE IT AS THE CHAINS RUN."
               TO PrintLine
           PERFORM PutLine
       ELSE
           COMPUTE ReportNightInt = FUNCTION INTEGER-OF-DATE(ReportNight)
           COMPUTE WindowStartInt = ReportNightInt - WindowNights + 1
           PERFORM LoadNightSteps
           PERFORM LoadTrailingRuns
           PERFORM ReportSteps
           PERFORM LoadNights
           PERFORM ReportNights
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "STEPS TIMED" TO Rpt-Total-Label
       MOVE StepsTimed TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "OVERRUNS" TO Rpt-Total-Label
       MOVE OverrunCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "NIGHTS IN WINDOW" TO Rpt-Total-Label
       MOVE NightCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "LONG NIGHTS" TO Rpt-Total-Label
       MOVE LongNights TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       MOVE OverrunCount TO CountEdit
       DISPLAY "BATCHWIN: " FUNCTION TRIM(CountEdit)
           " overrun(s) on the night of " ReportNight
           " - report written to batch_window.txt"
STOP RUN.

FindLatestNight.
       MOVE 0 TO ReportNight
       OPEN INPUT TimingFile
       IF TimingFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TimingFileStatus IS NOT EQUAL TO "00"
           READ TimingFile
               AT END
                   MOVE "10" TO TimingFileStatus
               NOT AT END
                   IF TmNight IS NUMERIC
                       AND TmNight IS GREATER THAN ReportNight
                       MOVE TmNight TO ReportNight
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TimingFile
       EXIT.

LoadNightSteps.
       OPEN INPUT TimingFile
       IF TimingFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TimingFileStatus IS NOT EQUAL TO "00"
           READ TimingFile
               AT END
                   MOVE "10" TO TimingFileStatus
               NOT AT END
                   IF TmNight IS EQUAL TO ReportNight
                       AND TmSeconds IS NUMERIC
                       PERFORM KeepNightStep
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TimingFile
       EXIT.

KeepNightStep.
       IF StepCount IS NOT LESS THAN 100
           MOVE "Y" TO StepFull
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO StepCount
       MOVE TmProgram TO StProgram(StepCount)
       MOVE TmChain TO StChain(StepCount)
       MOVE TmStep TO StStep(StepCount)
       MOVE TmDesc TO StDesc(StepCount)
       MOVE TmStartTime TO StStartTime(StepCount)
       MOVE TmSeconds TO StSeconds(StepCount)
       MOVE TmOutcome TO StOutcome(StepCount)
       MOVE 0 TO StTrailCount(StepCount)
       EXIT.

      *> Every good run of the same program, chain and step on an
      *> earlier night feeds that step's trailing average; past
      *> TrailRuns the oldest drops off.
LoadTrailingRuns.
       OPEN INPUT TimingFile
       IF TimingFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TimingFileStatus IS NOT EQUAL TO "00"
           READ TimingFile
               AT END
                   MOVE "10" TO TimingFileStatus
               NOT AT END
                   IF TmNight IS NUMERIC
                       AND TmNight IS LESS THAN ReportNight
                       AND TmOutcome IS EQUAL TO "OK"
                       AND TmSeconds IS NUMERIC
                       PERFORM FeedTrailingRun
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TimingFile
       EXIT.

FeedTrailingRun.
       PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > StepCount
           IF StProgram(StepIdx) IS EQUAL TO TmProgram
               AND StChain(StepIdx) IS EQUAL TO TmChain
               AND StStep(StepIdx) IS EQUAL TO TmStep
               IF StTrailCount(StepIdx) IS EQUAL TO TrailRuns
                   PERFORM VARYING TrailIdx FROM 1 BY 1
                       UNTIL TrailIdx IS NOT LESS THAN TrailRuns
                       MOVE StTrailSecs(StepIdx, TrailIdx + 1)
                           TO StTrailSecs(StepIdx, TrailIdx)
                   END-PERFORM
               ELSE
                   ADD 1 TO StTrailCount(StepIdx)
               END-IF
               MOVE TmSeconds
                   TO StTrailSecs(StepIdx, StTrailCount(StepIdx))
           END-IF
       END-PERFORM
       EXIT.

ReportSteps.
       MOVE SPACES TO PrintLine
       STRING "CHAINS AND STEPS FOR THE NIGHT OF " DELIMITED BY SIZE
           ReportNight DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       STRING "EACH AGAINST THE AVERAGE OF ITS LAST " DELIMITED BY SIZE
           TrailRuns DELIMITED BY SIZE
           " GOOD RUNS" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "CHAIN    STEP DESCRIPTION             STARTED  TOOK     AVERAGE   PCT FLAG"
           TO PrintLine
       PERFORM PutLine
       IF StepCount IS EQUAL TO 0
           MOVE "NOTHING WAS TIMED THAT NIGHT." TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > StepCount
           PERFORM ReportOneStep
       END-PERFORM
       IF StepTableFull
           MOVE "MORE THAN 100 LINES THAT NIGHT - THE REST ARE NOT SHOWN."
               TO PrintLine
           PERFORM PutLine
       END-IF
       IF FlagLinesCount IS GREATER THAN 0
           MOVE SPACES TO PrintLine
           PERFORM PutLine
           PERFORM VARYING FlagIdx FROM 1 BY 1
               UNTIL FlagIdx > FlagLinesCount
               MOVE FlagLines(FlagIdx) TO PrintLine
               PERFORM PutLine
           END-PERFORM
       END-IF
       EXIT.

ReportOneStep.
       ADD 1 TO StepsTimed
       MOVE SPACES TO StepLine
       MOVE StChain(StepIdx) TO SlChain
       IF StProgram(StepIdx) IS EQUAL TO "DRIVER"
           MOVE "  " TO SlStep(1:2)
           MOVE StStep(StepIdx) TO SlStep(4:1)
           MOVE SPACES TO SlDesc
           STRING "  " DELIMITED BY SIZE
               StDesc(StepIdx) DELIMITED BY SIZE
               INTO SlDesc
           END-STRING
       ELSE
           MOVE "ALL" TO SlStep(2:3)
           MOVE StDesc(StepIdx) TO SlDesc
       END-IF
       MOVE StStartTime(StepIdx) TO ClockTime
       PERFORM ShowClock
       MOVE ClockShown TO SlStarted
       MOVE StSeconds(StepIdx) TO DurSeconds
       PERFORM ShowDuration
       MOVE DurText TO SlTook
       MOVE SPACES TO StepFlag
       IF StTrailCount(StepIdx) IS LESS THAN MinRuns
           MOVE "NEW" TO StepFlag
           IF StOutcome(StepIdx) IS NOT EQUAL TO "OK"
               MOVE "FAILED" TO StepFlag
           END-IF
           MOVE StepFlag TO SlFlag
           MOVE StepLine TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO TrailTotal
       PERFORM VARYING TrailIdx FROM 1 BY 1
           UNTIL TrailIdx > StTrailCount(StepIdx)
           ADD StTrailSecs(StepIdx, TrailIdx) TO TrailTotal
       END-PERFORM
       COMPUTE TrailAverage ROUNDED = TrailTotal / StTrailCount(StepIdx)
       MOVE TrailAverage TO DurSeconds
       PERFORM ShowDuration
       MOVE DurText TO SlAverage
       IF TrailAverage IS GREATER THAN 0
           AND StSeconds(StepIdx) * 100 / TrailAverage IS LESS THAN 10000
           COMPUTE StepPct ROUNDED = StSeconds(StepIdx) * 100 / TrailAverage
           MOVE StepPct TO PctEdit
           MOVE PctEdit TO SlPct
       ELSE
           MOVE 9999 TO StepPct
           MOVE "****" TO SlPct
       END-IF
       EVALUATE TRUE
           WHEN StSeconds(StepIdx) * 100 > TrailAverage * OverPct
               AND StSeconds(StepIdx) - TrailAverage
                   IS NOT LESS THAN OverMinSecs
               MOVE "**OVERRUN" TO StepFlag
               ADD 1 TO OverrunCount
               PERFORM NoteOverrun
           WHEN StOutcome(StepIdx) IS NOT EQUAL TO "OK"
               MOVE "FAILED" TO StepFlag
           WHEN OTHER
               MOVE "OK" TO StepFlag
       END-EVALUATE
       MOVE StepFlag TO SlFlag
       MOVE StepLine TO PrintLine
       PERFORM PutLine
       EXIT.

NoteOverrun.
       IF FlagLinesCount IS NOT LESS THAN 50
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO FlagLinesCount
       MOVE SPACES TO FlagLines(FlagLinesCount)
       IF StProgram(StepIdx) IS EQUAL TO "DRIVER"
           STRING "** " DELIMITED BY SIZE
               FUNCTION TRIM(StChain(StepIdx)) DELIMITED BY SIZE
               " STEP " DELIMITED BY SIZE
               StStep(StepIdx) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(StDesc(StepIdx)) DELIMITED BY SIZE
               ") TOOK " DELIMITED BY SIZE
               FUNCTION TRIM(SlTook) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(SlPct) DELIMITED BY SIZE
               "% OF " DELIMITED BY SIZE
               FUNCTION TRIM(SlAverage) DELIMITED BY SIZE
               INTO FlagLines(FlagLinesCount)
           END-STRING
       ELSE
           STRING "** " DELIMITED BY SIZE
               FUNCTION TRIM(StChain(StepIdx)) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(StDesc(StepIdx)) DELIMITED BY SIZE
               ") TOOK " DELIMITED BY SIZE
               FUNCTION TRIM(SlTook) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(SlPct) DELIMITED BY SIZE
               "% OF " DELIMITED BY SIZE
               FUNCTION TRIM(SlAverage) DELIMITED BY SIZE
               INTO FlagLines(FlagLinesCount)
           END-STRING
       END-IF
       EXIT.

LoadNights.
       OPEN INPUT TimingFile
       IF TimingFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TimingFileStatus IS NOT EQUAL TO "00"
           READ TimingFile
               AT END
                   MOVE "10" TO TimingFileStatus
               NOT AT END
                   IF TmProgram IS EQUAL TO "SCHEDULE"
                       AND TmNight IS NUMERIC
                       AND TmStartDate IS NUMERIC
                       AND TmEndDate IS NUMERIC
                       AND TmNight IS NOT GREATER THAN ReportNight
                       PERFORM TallyNight
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TimingFile
       EXIT.

TallyNight.
       COMPUTE RecordNightInt = FUNCTION INTEGER-OF-DATE(TmNight)
       IF RecordNightInt IS LESS THAN WindowStartInt
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO NightFoundIdx
       PERFORM VARYING NightIdx FROM 1 BY 1
           UNTIL NightIdx > NightCount OR NightFoundIdx > 0
           IF NtNight(NightIdx) IS EQUAL TO TmNight
               MOVE NightIdx TO NightFoundIdx
           END-IF
       END-PERFORM
       MOVE TmStartDate TO ClockDate
       MOVE TmStartTime TO ClockTime
       PERFORM ClockToSeconds
       IF NightFoundIdx IS EQUAL TO 0
           IF NightCount IS NOT LESS THAN 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NightCount
           MOVE NightCount TO NightFoundIdx
           MOVE TmNight TO NtNight(NightFoundIdx)
           MOVE ClockSeconds TO NtFirstStart(NightFoundIdx)
           MOVE ClockSeconds TO NtLastEnd(NightFoundIdx)
           MOVE 0 TO NtChains(NightFoundIdx)
           MOVE 0 TO NtFailed(NightFoundIdx)
       END-IF
       IF ClockSeconds IS LESS THAN NtFirstStart(NightFoundIdx)
           MOVE ClockSeconds TO NtFirstStart(NightFoundIdx)
       END-IF
       MOVE TmEndDate TO ClockDate
       MOVE TmEndTime TO ClockTime
       PERFORM ClockToSeconds
       IF ClockSeconds IS GREATER THAN NtLastEnd(NightFoundIdx)
           MOVE ClockSeconds TO NtLastEnd(NightFoundIdx)
       END-IF
       ADD 1 TO NtChains(NightFoundIdx)
       IF TmOutcome IS NOT EQUAL TO "OK"
           ADD 1 TO NtFailed(NightFoundIdx)
       END-IF
       EXIT.

      *> Each night's window with a bar scaled to the longest, the
      *> nights well over the month's average marked, and the last
      *> week set against the month to show which way it is going.
ReportNights.
       MOVE "P" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "THE NIGHTLY WINDOW - THE " DELIMITED BY SIZE
           WindowNights DELIMITED BY SIZE
           " NIGHTS TO " DELIMITED BY SIZE
           ReportNight DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE "FIRST CHAIN'S START TO LAST CHAIN'S END, AS SCHEDULER RAN THEM"
           TO PrintLine
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "NIGHT      FIRST    LAST     WINDOW   RAN FAIL" TO PrintLine
       PERFORM PutLine
       IF NightCount IS EQUAL TO 0
           MOVE "SCHEDULER RAN NO CHAINS IN THOSE NIGHTS." TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WindowTotal
       MOVE 1 TO LongestIdx
       MOVE 0 TO RecentTotal
       MOVE 0 TO RecentCount
       PERFORM VARYING NightIdx FROM 1 BY 1 UNTIL NightIdx > NightCount
           COMPUTE NtWindow(NightIdx) =
               NtLastEnd(NightIdx) - NtFirstStart(NightIdx)
           ADD NtWindow(NightIdx) TO WindowTotal
           IF NtWindow(NightIdx) IS GREATER THAN NtWindow(LongestIdx)
               MOVE NightIdx TO LongestIdx
           END-IF
           IF FUNCTION INTEGER-OF-DATE(NtNight(NightIdx))
               IS GREATER THAN ReportNightInt - RecentNights
               ADD NtWindow(NightIdx) TO RecentTotal
               ADD 1 TO RecentCount
           END-IF
       END-PERFORM
       COMPUTE WindowAverage ROUNDED = WindowTotal / NightCount
       PERFORM VARYING NightIdx FROM 1 BY 1 UNTIL NightIdx > NightCount
           PERFORM ReportOneNight
       END-PERFORM
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE WindowAverage TO DurSeconds
       PERFORM ShowDuration
       MOVE SPACES TO PrintLine
       STRING "AVERAGE WINDOW " DELIMITED BY SIZE
           FUNCTION TRIM(DurText) DELIMITED BY SIZE
           " OVER " DELIMITED BY SIZE
           NightCount DELIMITED BY SIZE
           " NIGHT(S)" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE NtWindow(LongestIdx) TO DurSeconds
       PERFORM ShowDuration
       MOVE NtNight(LongestIdx) TO ClockDate
       PERFORM ShowNight
       MOVE SPACES TO PrintLine
       STRING "LONGEST WINDOW " DELIMITED BY SIZE
           FUNCTION TRIM(DurText) DELIMITED BY SIZE
           " ON " DELIMITED BY SIZE
           NightShown DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       IF RecentCount IS GREATER THAN 0
           COMPUTE RecentAverage ROUNDED = RecentTotal / RecentCount
           MOVE RecentAverage TO DurSeconds
           PERFORM ShowDuration
           MOVE SPACES TO PrintLine
           IF WindowAverage IS GREATER THAN 0
               AND RecentAverage * 100 / WindowAverage IS LESS THAN 10000
               COMPUTE RecentPct ROUNDED =
                   RecentAverage * 100 / WindowAverage
               MOVE RecentPct TO PctEdit
               STRING "LAST " DELIMITED BY SIZE
                   RecentNights DELIMITED BY SIZE
                   " NIGHTS AVERAGE " DELIMITED BY SIZE
                   FUNCTION TRIM(DurText) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(PctEdit) DELIMITED BY SIZE
                   "% OF THE WHOLE PERIOD'S" DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
           ELSE
               STRING "LAST " DELIMITED BY SIZE
                   RecentNights DELIMITED BY SIZE
                   " NIGHTS AVERAGE " DELIMITED BY SIZE
                   FUNCTION TRIM(DurText) DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
           END-IF
           PERFORM PutLine
       END-IF
       EXIT.

ReportOneNight.
       MOVE SPACES TO NightLine
       MOVE NtNight(NightIdx) TO ClockDate
       PERFORM ShowNight
       MOVE NightShown TO NlNight
       MOVE NtFirstStart(NightIdx) TO ClockSeconds
       PERFORM SecondsToClock
       MOVE ClockShown TO NlFirst
       MOVE NtLastEnd(NightIdx) TO ClockSeconds
       PERFORM SecondsToClock
       MOVE ClockShown TO NlLast
       MOVE NtWindow(NightIdx) TO DurSeconds
       PERFORM ShowDuration
       MOVE DurText TO NlWindow
       MOVE NtChains(NightIdx) TO NlChains
       MOVE NtFailed(NightIdx) TO NlFailed
       MOVE 0 TO BarLength
       IF NtWindow(LongestIdx) IS GREATER THAN 0
           COMPUTE BarLength ROUNDED =
               NtWindow(NightIdx) * 24 / NtWindow(LongestIdx)
       END-IF
       IF BarLength IS EQUAL TO 0 AND NtWindow(NightIdx) > 0
           MOVE 1 TO BarLength
       END-IF
       IF BarLength IS GREATER THAN 0
           MOVE BarStars(1:BarLength) TO NlBar
       END-IF
       IF NtWindow(NightIdx) * 100 > WindowAverage * OverPct
           AND NtWindow(NightIdx) - WindowAverage
               IS NOT LESS THAN OverMinSecs
           MOVE "**LONG" TO NlFlag
           ADD 1 TO LongNights
       END-IF
       MOVE NightLine TO PrintLine
       PERFORM PutLine
       EXIT.

      *> A date and an HHMMSSTT clock as seconds since the start of
      *> the integer calendar, so an elapsed time can span midnight.
ClockToSeconds.
       COMPUTE ClockSeconds =
           FUNCTION INTEGER-OF-DATE(ClockDate) * 86400
           + ClockHours * 3600 + ClockMinutes * 60 + ClockSecs
       EXIT.

      *> The time of day back out of ClockSeconds, for the window's
      *> first start and last end.
SecondsToClock.
       COMPUTE DurWhole = ClockSeconds
           - FUNCTION INTEGER(ClockSeconds / 86400) * 86400
       COMPUTE ClockHours = DurWhole / 3600
       COMPUTE ClockMinutes = (DurWhole - ClockHours * 3600) / 60
       COMPUTE ClockSecs =
           DurWhole - ClockHours * 3600 - ClockMinutes * 60
       PERFORM ShowClock
       EXIT.

ShowClock.
       MOVE SPACES TO ClockShown
       STRING ClockTime(1:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           ClockTime(3:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           ClockTime(5:2) DELIMITED BY SIZE
           INTO ClockShown
       END-STRING
       EXIT.

ShowNight.
       MOVE SPACES TO NightShown
       STRING ClockDate(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           ClockDate(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           ClockDate(7:2) DELIMITED BY SIZE
           INTO NightShown
       END-STRING
       EXIT.

      *> Seconds as H:MM:SS; a window past 99 hours shows as 99.
ShowDuration.
       MOVE DurSeconds TO DurWhole
       COMPUTE DurHours = DurWhole / 3600
       COMPUTE DurMinutes = (DurWhole - DurHours * 3600) / 60
       COMPUTE DurRest = DurWhole - DurHours * 3600 - DurMinutes * 60
       IF DurHours IS GREATER THAN 99
           MOVE 99 TO DurHours
       END-IF
       MOVE DurHours TO DeHours
       MOVE DurMinutes TO DeMinutes
       MOVE DurRest TO DeSeconds
       MOVE DurEdit TO DurText
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
       MOVE "BATCHWIN" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
