ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile ASSIGN DYNAMIC CalendarFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalendarFileStatus.
           SELECT RunLogFile ASSIGN DYNAMIC RunLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLogFileStatus.
           SELECT HoldoverFile ASSIGN DYNAMIC HoldoverFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldoverFileStatus.
           SELECT TimingFile ASSIGN DYNAMIC TimingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TimingFileStatus.

DATA DIVISION.
       FILE SECTION.
      *>   HOLIDAY  - not a chain at all: CalCommand(1:8) is a date
      *>              (YYYYMMDD) on which NOTHING runs
      *> The laminated card, retired.
      *> CalChain names the chain so others can follow it; each
      *> CalAfter names a predecessor chain and the outcome it must
      *> have had: OK (blank means OK), FAIL, or ANY (it only has to
      *> have finished). A predecessor not due today counts by its
      *> last outcome in the run log; one never run holds nothing.
       FD CalendarFile.
       01 CalendarRecord.
          02 CalWhen PIC X(8).
          02 CalDesc PIC X(30).
          02 CalCommand PIC X(100).
          02 CalChain PIC X(8).
          02 CalAfter OCCURS 2 TIMES.
             03 CalAfterChain PIC X(8).
             03 CalAfterNeeds PIC X(4).
      *> One line per decision: the date, the chain, what became of
      *> it (OK, FAILED, HELD, SKIPPED) and why.
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
      *> Chains held back because a predecessor let them down, kept
      *> until SCHEDREL releases them or the chain next runs on its
      *> own. HoState H is waiting, R released, S superseded;
      *> HoBehind is the predecessor chain that held it.
       FD HoldoverFile.
       01 HoldoverRecord.
          02 HoDate PIC 9(8).
          02 HoChain PIC X(8).
          02 HoDesc PIC X(30).
          02 HoCommand PIC X(100).
          02 HoReason PIC X(30).
          02 HoState PIC X.
          02 HoBehind PIC X(8).
      *> How long each piece of the night took, for BATCHWIN. One
      *> line per chain SCHEDULER runs (TmStep 0) and one per step
      *> DRIVER runs inside a chain. TmNight is the date the run
      *> began, so a chain that crosses midnight stays with its
      *> night; TmSeconds is end less start, in hundredths.
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
          02 CalendarFileName PIC X(60) VALUE "sched_calendar.dat".
          02 RunLogFileName PIC X(60) VALUE "sched_runlog.dat".
          02 HoldoverFileName PIC X(60) VALUE "sched_holdover.dat".
          02 TimingFileName PIC X(60) VALUE "batch_timing.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 4 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "GAMELOG.cpy".
       COPY "INCLOG.cpy".
       01 CalendarFileStatus PIC XX.
       01 RunLogFileStatus PIC XX.
       01 HoldoverFileStatus PIC XX.
       01 TimingFileStatus PIC XX.
       01 SchedulerData.
          02 TodayDate PIC 9(8).
          02 TodayInt PIC 9(7).
             88 IsHoliday VALUE "Y".
          02 ChainsRun PIC 99 VALUE 0.
          02 ChainsSkipped PIC 99 VALUE 0.
          02 ChainsHeld PIC 99 VALUE 0.
          02 ChainRc PIC S9(9).
          02 LogOutcome PIC X(8).
          02 DueFlag PIC X.
             88 ChainIsDue VALUE "Y".
          02 SkipReason PIC X(30).
             03 FILLER PIC X(8) VALUE "SUNDAY".
          02 DayNameTable REDEFINES DayNames.
             03 DayName PIC X(8) OCCURS 7 TIMES.
      *> What became of each named chain today, for the chains that
      *> follow it.
       01 TodayTable.
          02 TodayCount PIC 99 VALUE 0.
          02 TodayEntry OCCURS 40 TIMES.
             03 TdChain PIC X(8).
             03 TdOutcome PIC X(8).
          02 TodayIdx PIC 99.
       01 DependencyData.
          02 AfterIdx PIC 9.
          02 PredOutcome PIC X(8).
          02 PredNeeds PIC X(4).
          02 BlockingChain PIC X(8).
          02 DepVerdict PIC X.
             88 DepRun VALUE "R".
             88 DepHold VALUE "H".
             88 DepSkip VALUE "S".
       01 HoldTable.
          02 HoldCount PIC 99 VALUE 0.
          02 HoldEntry OCCURS 50 TIMES.
             03 HtRecord PIC X(185).
          02 HoldIdx PIC 99.
          02 HoldChanged PIC X VALUE "N".
             88 HoldoverChanged VALUE "Y".
          02 HoldFound PIC X.
             88 AlreadyHeld VALUE "Y".
       01 TimingData.
          02 ChainStartDate PIC 9(8).
          02 ChainStartTime PIC 9(8).
          02 ChainEndDate PIC 9(8).
          02 ChainEndTime PIC 9(8).
          02 ClockDate PIC 9(8).
          02 ClockTime PIC 9(8).
          02 ClockParts REDEFINES ClockTime.
             03 ClockHours PIC 99.
             03 ClockMinutes PIC 99.
             03 ClockSecs PIC 99V99.
          02 ClockSeconds PIC 9(11)V99.
          02 StartSeconds PIC 9(11)V99.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate)
      *> day 1 of the integer calendar (1601-01-01) was a Monday
       END-IF
       DISPLAY " "
       PERFORM EnsureCalendarFile
       PERFORM LoadHoldover
       PERFORM CheckHolidays
       IF IsHoliday
           DISPLAY "TODAY IS ON THE HOLIDAY LIST - NOTHING RUNS."
           END-READ
       END-PERFORM
       CLOSE CalendarFile
       IF HoldoverChanged
           PERFORM SaveHoldover
       END-IF
       DISPLAY " "
       DISPLAY "SCHEDULER: " ChainsRun " chain(s) run, "
           ChainsSkipped " skipped, " ChainsHeld " held over."
       MOVE "SCHEDULE" TO GL-Program
       MOVE "END" TO GL-Event
       MOVE SPACES TO GL-Detail
           ChainsRun DELIMITED BY SIZE
           " skipped=" DELIMITED BY SIZE
           ChainsSkipped DELIMITED BY SIZE
           " held=" DELIMITED BY SIZE
           ChainsHeld DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
           WHEN OTHER
               MOVE "NOT ITS DAY" TO SkipReason
       END-EVALUATE
       MOVE "R" TO DepVerdict
       IF ChainIsDue
           PERFORM CheckPredecessors
       END-IF
       EVALUATE TRUE
           WHEN ChainIsDue AND DepRun
               PERFORM RunChain
           WHEN ChainIsDue AND DepHold
               ADD 1 TO ChainsHeld
               MOVE "HELD" TO LogOutcome
               DISPLAY "HELD OVER: " FUNCTION TRIM(CalDesc) " ("
                   FUNCTION TRIM(SkipReason) ")"
               PERFORM HoldChain
               MOVE "MED" TO Inc-Severity
               MOVE SPACES TO Inc-Detail
               STRING "HELD " DELIMITED BY SIZE
                   CalChain DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   SkipReason DELIMITED BY "  "
                   INTO Inc-Detail
               END-STRING
               PERFORM RaiseIncident
           WHEN OTHER
               ADD 1 TO ChainsSkipped
               MOVE "SKIPPED" TO LogOutcome
               DISPLAY "SKIPPED: " FUNCTION TRIM(CalDesc) " ("
                   FUNCTION TRIM(SkipReason) ")"
       END-EVALUATE
       IF CalChain IS NOT EQUAL TO SPACES AND TodayCount < 40
           ADD 1 TO TodayCount
           MOVE CalChain TO TdChain(TodayCount)
           MOVE LogOutcome TO TdOutcome(TodayCount)
       END-IF
       PERFORM LogSchedLine
       EXIT.

      *> A non-zero return from the chain's command is a failure -
      *> DRIVER ends a stopped chain or pipeline that way. The chain's
      *> name goes to the command in SHOP_CHAIN, so DRIVER's timing
      *> lines carry the name the calendar knows the chain by.
RunChain.
       ADD 1 TO ChainsRun
       DISPLAY "RUNNING: " FUNCTION TRIM(CalDesc)
       MOVE "SCHEDULE" TO GL-Program
       MOVE "RUN" TO GL-Event
       MOVE CalDesc TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       ACCEPT ChainStartDate FROM DATE YYYYMMDD
       ACCEPT ChainStartTime FROM TIME
       SET ENVIRONMENT "SHOP_CHAIN" TO CalChain
       CALL "SYSTEM" USING CalCommand
       MOVE RETURN-CODE TO ChainRc
       SET ENVIRONMENT "SHOP_CHAIN" TO SPACES
       ACCEPT ChainEndDate FROM DATE YYYYMMDD
       ACCEPT ChainEndTime FROM TIME
       MOVE 0 TO RETURN-CODE
       IF ChainRc IS EQUAL TO 0
           MOVE "OK" TO LogOutcome
           MOVE "RAN" TO SkipReason
       ELSE
           MOVE "FAILED" TO LogOutcome
           MOVE "RAN - ENDED NON-ZERO" TO SkipReason
           DISPLAY "FAILED: " FUNCTION TRIM(CalDesc)
           MOVE "HIGH" TO Inc-Severity
           MOVE SPACES TO Inc-Detail
           STRING "FAILED " DELIMITED BY SIZE
               CalChain DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               CalDesc DELIMITED BY "  "
               INTO Inc-Detail
           END-STRING
           PERFORM RaiseIncident
       END-IF
       PERFORM AppendTiming
       PERFORM SupersedeHolds
       EXIT.

AppendTiming.
       OPEN EXTEND TimingFile
       IF TimingFileStatus IS EQUAL TO "35"
           OPEN OUTPUT TimingFile
       END-IF
       IF TimingFileStatus IS NOT EQUAL TO "00"
           DISPLAY "SCHEDULER: batch_timing.dat could not be written,"
               " status " TimingFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO TimingRecord
       MOVE TodayDate TO TmNight
       MOVE "SCHEDULE" TO TmProgram
       MOVE CalChain TO TmChain
       MOVE 0 TO TmStep
       MOVE CalDesc TO TmDesc
       MOVE ChainStartDate TO TmStartDate
       MOVE ChainStartTime TO TmStartTime
       MOVE ChainEndDate TO TmEndDate
       MOVE ChainEndTime TO TmEndTime
       MOVE ChainStartDate TO ClockDate
       MOVE ChainStartTime TO ClockTime
       PERFORM ClockToSeconds
       MOVE ClockSeconds TO StartSeconds
       MOVE ChainEndDate TO ClockDate
       MOVE ChainEndTime TO ClockTime
       PERFORM ClockToSeconds
       IF ClockSeconds IS GREATER THAN StartSeconds
           COMPUTE TmSeconds = ClockSeconds - StartSeconds
       ELSE
           MOVE 0 TO TmSeconds
       END-IF
       MOVE LogOutcome TO TmOutcome
       WRITE TimingRecord
       CLOSE TimingFile
       EXIT.

      *> A date and an HHMMSSTT clock as seconds since the start of
      *> the integer calendar, so an elapsed time can span midnight.
ClockToSeconds.
       COMPUTE ClockSeconds =
           FUNCTION INTEGER-OF-DATE(ClockDate) * 86400
           + ClockHours * 3600 + ClockMinutes * 60 + ClockSecs
       EXIT.

      *> A failed or held chain goes on the incident register; one
      *> simply not due today does not.
RaiseIncident.
       MOVE "SCHEDULE" TO Inc-Program
       CALL "INCLOG" USING Incident-Request
       EXIT.

      *> Every named predecessor must have had the outcome asked for.
      *> A predecessor that failed where success was needed, or was
      *> itself held, holds this chain over; one that succeeded where
      *> failure was needed only means there is nothing to do.
CheckPredecessors.
       PERFORM VARYING AfterIdx FROM 1 BY 1
           UNTIL AfterIdx > 2 OR NOT DepRun
           IF CalAfterChain(AfterIdx) IS NOT EQUAL TO SPACES
               PERFORM JudgeOnePredecessor
           END-IF
       END-PERFORM
       EXIT.

JudgeOnePredecessor.
       MOVE CalAfterNeeds(AfterIdx) TO PredNeeds
       IF PredNeeds IS EQUAL TO SPACES
           MOVE "OK" TO PredNeeds
       END-IF
       PERFORM FindPredecessorOutcome
       EVALUATE TRUE
           WHEN PredOutcome IS EQUAL TO "HELD"
               MOVE "H" TO DepVerdict
           WHEN PredOutcome IS EQUAL TO "FAILED"
               IF PredNeeds IS NOT EQUAL TO "FAIL"
                   AND PredNeeds IS NOT EQUAL TO "ANY"
                   MOVE "H" TO DepVerdict
               END-IF
           WHEN PredNeeds IS EQUAL TO "FAIL"
               MOVE "S" TO DepVerdict
       END-EVALUATE
       IF NOT DepRun
           MOVE CalAfterChain(AfterIdx) TO BlockingChain
           MOVE SPACES TO SkipReason
           STRING FUNCTION TRIM(CalAfterChain(AfterIdx))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PredOutcome) DELIMITED BY SIZE
               ", NEEDED " DELIMITED BY SIZE
               FUNCTION TRIM(PredNeeds) DELIMITED BY SIZE
               INTO SkipReason
           END-STRING
       END-IF
       EXIT.

      *> Today's outcome if the predecessor came up today, else its
      *> last OK or FAILED in the run log, else NONE.
FindPredecessorOutcome.
       MOVE "NONE" TO PredOutcome
       PERFORM VARYING TodayIdx FROM 1 BY 1
           UNTIL TodayIdx > TodayCount
           IF TdChain(TodayIdx) IS EQUAL TO CalAfterChain(AfterIdx)
               AND TdOutcome(TodayIdx) IS NOT EQUAL TO "SKIPPED"
               MOVE TdOutcome(TodayIdx) TO PredOutcome
           END-IF
       END-PERFORM
       IF PredOutcome IS NOT EQUAL TO "NONE"
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT RunLogFile
       IF RunLogFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL RunLogFileStatus IS NOT EQUAL TO "00"
           READ RunLogFile
               AT END
                   MOVE "10" TO RunLogFileStatus
               NOT AT END
                   IF RlChain IS EQUAL TO CalAfterChain(AfterIdx)
                       AND (RlOutcome IS EQUAL TO "OK"
                           OR RlOutcome IS EQUAL TO "FAILED")
                       MOVE RlOutcome TO PredOutcome
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RunLogFile
       EXIT.

LoadHoldover.
       MOVE 0 TO HoldCount
       OPEN INPUT HoldoverFile
       IF HoldoverFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL HoldoverFileStatus IS NOT EQUAL TO "00"
           READ HoldoverFile
               AT END
                   MOVE "10" TO HoldoverFileStatus
               NOT AT END
                   IF HoldCount IS LESS THAN 50
                       ADD 1 TO HoldCount
                       MOVE HoldoverRecord TO HtRecord(HoldCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HoldoverFile
       EXIT.

      *> A chain already waiting in the queue is not queued twice.
HoldChain.
       MOVE "N" TO HoldFound
       PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
           MOVE HtRecord(HoldIdx) TO HoldoverRecord
           IF HoState IS EQUAL TO "H" AND HoDesc IS EQUAL TO CalDesc
               AND HoChain IS EQUAL TO CalChain
               MOVE "Y" TO HoldFound
           END-IF
       END-PERFORM
       IF AlreadyHeld
           EXIT PARAGRAPH
       END-IF
       IF HoldCount IS NOT LESS THAN 50
           DISPLAY "SCHEDULER: the holdover queue is full - "
               FUNCTION TRIM(CalDesc) " is not queued."
           EXIT PARAGRAPH
       END-IF
       MOVE TodayDate TO HoDate
       MOVE CalChain TO HoChain
       MOVE CalDesc TO HoDesc
       MOVE CalCommand TO HoCommand
       MOVE SkipReason TO HoReason
       MOVE "H" TO HoState
       MOVE BlockingChain TO HoBehind
       ADD 1 TO HoldCount
       MOVE HoldoverRecord TO HtRecord(HoldCount)
       MOVE "Y" TO HoldChanged
       EXIT.

      *> A chain that has run on its own no longer needs releasing.
SupersedeHolds.
       PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
           MOVE HtRecord(HoldIdx) TO HoldoverRecord
           IF HoState IS EQUAL TO "H" AND HoDesc IS EQUAL TO CalDesc
               AND HoChain IS EQUAL TO CalChain
               MOVE "S" TO HoState
               MOVE HoldoverRecord TO HtRecord(HoldIdx)
               MOVE "Y" TO HoldChanged
           END-IF
       END-PERFORM
       EXIT.

SaveHoldover.
       OPEN OUTPUT HoldoverFile
       IF HoldoverFileStatus IS NOT EQUAL TO "00"
           DISPLAY "SCHEDULER: sched_holdover.dat could not be written,"
               " status " HoldoverFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
           MOVE HtRecord(HoldIdx) TO HoldoverRecord
           WRITE HoldoverRecord
       END-PERFORM
       CLOSE HoldoverFile
       EXIT.

LogSchedLine.
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO RunLogLine
       MOVE TodayDate TO RlDate
       IF IsHoliday AND SkipReason IS EQUAL TO SPACES
           MOVE "HOLIDAY - NOTHING RAN" TO RlDesc
       ELSE
           MOVE CalChain TO RlChain
           MOVE CalDesc TO RlDesc
           MOVE LogOutcome TO RlOutcome
           MOVE SkipReason TO RlReason
       END-IF
       WRITE RunLogLine
       CLOSE RunLogFile
       EXIT.

      *> The morning routine as data, seeded once: the house gazette
      *> first thing, so the news is up before the players are, the
      *> image chain daily, the world pipeline on Mondays, the
      *> cross-file gate after it, the reconciliation and backup nightly once the
      *> world has built cleanly and the gate has passed, the
      *> leaderboard anomaly sweep after the reconciliation,
      *> housekeeping on Fridays, the league closing at month-end,
      *> and last of all the batch window timing report.
EnsureCalendarFile.
       OPEN INPUT CalendarFile
       IF CalendarFileStatus IS EQUAL TO "00"
               CalendarFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the house gazette" TO CalDesc
       MOVE "./gazette" TO CalCommand
       MOVE "GAZETTE" TO CalChain
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the image chain" TO CalDesc
       MOVE "printf '1\n' | ./driver" TO CalCommand
       MOVE "IMAGES" TO CalChain
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "MONDAY  " TO CalWhen
       MOVE "the world-build pipeline" TO CalDesc
       MOVE "printf '2\n' | ./driver" TO CalCommand
       MOVE "WORLD" TO CalChain
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the cross-file integrity gate" TO CalDesc
       MOVE "./xrefchk" TO CalCommand
       MOVE "XREFCHK" TO CalChain
       MOVE "WORLD" TO CalAfterChain(1)
       MOVE "ANY" TO CalAfterNeeds(1)
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the nightly reconciliation" TO CalDesc
       MOVE "printf '\n' | ./recon" TO CalCommand
       MOVE "RECON" TO CalChain
       MOVE "WORLD" TO CalAfterChain(1)
       MOVE "OK" TO CalAfterNeeds(1)
       MOVE "XREFCHK" TO CalAfterChain(2)
       MOVE "OK" TO CalAfterNeeds(2)
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the nightly backup" TO CalDesc
       MOVE "printf 'B\n' | ./backup" TO CalCommand
       MOVE "BACKUP" TO CalChain
       MOVE "WORLD" TO CalAfterChain(1)
       MOVE "OK" TO CalAfterNeeds(1)
       MOVE "RECON" TO CalAfterChain(2)
       MOVE "ANY" TO CalAfterNeeds(2)
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the leaderboard anomaly report" TO CalDesc
       MOVE "printf '\n' | ./anomrpt" TO CalCommand
       MOVE "ANOMALY" TO CalChain
       MOVE "RECON" TO CalAfterChain(1)
       MOVE "ANY" TO CalAfterNeeds(1)
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "FRIDAY  " TO CalWhen
       MOVE "housekeeping" TO CalDesc
       MOVE "./housekeep" TO CalCommand
       MOVE "HOUSEKP" TO CalChain
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "MONTHEND" TO CalWhen
       MOVE "the league closing" TO CalDesc
       MOVE "printf '\n' | ./monthend" TO CalCommand
       MOVE "LEAGUE" TO CalChain
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "MONTHEND" TO CalWhen
       MOVE "the players' monthly statements" TO CalDesc
       MOVE "printf '\n' | ./playstmt" TO CalCommand
       MOVE "STATEMNT" TO CalChain
       MOVE "LEAGUE" TO CalAfterChain(1)
       MOVE "ANY" TO CalAfterNeeds(1)
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the capacity snapshot" TO CalDesc
       MOVE "./capsnap" TO CalCommand
       MOVE "CAPSNAP" TO CalChain
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the capacity trend report" TO CalDesc
       MOVE "./captrend" TO CalCommand
       MOVE "CAPTREND" TO CalChain
       MOVE "CAPSNAP" TO CalAfterChain(1)
       MOVE "ANY" TO CalAfterNeeds(1)
       WRITE CalendarRecord
       MOVE SPACES TO CalendarRecord
       MOVE "DAILY   " TO CalWhen
       MOVE "the batch window timing report" TO CalDesc
       MOVE "printf '\n' | ./batchwin" TO CalCommand
       MOVE "BATCHWIN" TO CalChain
       WRITE CalendarRecord
       CLOSE CalendarFile
       DISPLAY "SCHEDULER: seeded sched_calendar.dat with the"
           " standard routine."
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
       MOVE "SCHEDULER" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
