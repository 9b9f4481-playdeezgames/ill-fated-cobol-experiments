       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SCHEDREL.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldoverFile ASSIGN DYNAMIC HoldoverFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldoverFileStatus.
           SELECT RunLogFile ASSIGN DYNAMIC RunLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLogFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors SCHEDULER's HoldoverRecord field-for-field.
       FD HoldoverFile.
       01 HoldoverRecord.
          02 HoDate PIC 9(8).
          02 HoChain PIC X(8).
          02 HoDesc PIC X(30).
          02 HoCommand PIC X(100).
          02 HoReason PIC X(30).
          02 HoState PIC X.
          02 HoBehind PIC X(8).
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
          02 HoldoverFileName PIC X(60) VALUE "sched_holdover.dat".
          02 RunLogFileName PIC X(60) VALUE "sched_runlog.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "GAMELOG.cpy".
       01 HoldoverFileStatus PIC XX.
       01 RunLogFileStatus PIC XX.
      *> The operator's half of the holdover queue: once whatever
      *> failed has been put right, the chains SCHEDULER held back
      *> are run here, one chain by name or ALL of them in the order
      *> they were held.
       01 ReleaseData.
          02 TodayDate PIC 9(8).
          02 ChainWanted PIC X(8).
          02 ConfirmAnswer PIC X.
          02 HeldWaiting PIC 99 VALUE 0.
          02 ChainsReleased PIC 99 VALUE 0.
          02 ChainsFailed PIC 99 VALUE 0.
          02 ChainsKept PIC 99 VALUE 0.
          02 ChainRc PIC S9(9).
          02 LogOutcome PIC X(8).
          02 LogReason PIC X(42).
       01 HoldTable.
          02 HoldCount PIC 99 VALUE 0.
          02 HoldEntry OCCURS 50 TIMES.
             03 HtRecord PIC X(185).
          02 HoldIdx PIC 99.
      *> Chains that failed again on release: a held chain behind one
      *> of them is left waiting rather than run behind a failure.
       01 FailedTable.
          02 FailedCount PIC 99 VALUE 0.
          02 FailedChain PIC X(8) OCCURS 50 TIMES.
          02 FailedIdx PIC 99.
          02 BehindFailure PIC X.
             88 IsBehindFailure VALUE "Y".

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       PERFORM LoadHoldover
       PERFORM ListHeld
       IF HeldWaiting IS EQUAL TO 0
           DISPLAY "SCHEDREL: nothing is held over."
           STOP RUN
       END-IF
       DISPLAY "Chain to release (or ALL)? " WITH NO ADVANCING
       MOVE SPACES TO ChainWanted
       ACCEPT ChainWanted
       MOVE FUNCTION UPPER-CASE(ChainWanted) TO ChainWanted
       IF ChainWanted IS EQUAL TO SPACES
           DISPLAY "SCHEDREL: nothing released."
           STOP RUN
       END-IF
       DISPLAY "Release " FUNCTION TRIM(ChainWanted)
           " and run it now? (y/n) " WITH NO ADVANCING
       MOVE SPACE TO ConfirmAnswer
       ACCEPT ConfirmAnswer
       IF ConfirmAnswer IS NOT EQUAL TO "y"
           AND ConfirmAnswer IS NOT EQUAL TO "Y"
           DISPLAY "SCHEDREL: nothing released."
           STOP RUN
       END-IF
       PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
           MOVE HtRecord(HoldIdx) TO HoldoverRecord
           IF HoState IS EQUAL TO "H"
               AND (ChainWanted IS EQUAL TO "ALL"
                   OR ChainWanted IS EQUAL TO HoChain)
               PERFORM ReleaseOne
           END-IF
       END-PERFORM
       IF ChainsReleased + ChainsFailed + ChainsKept IS EQUAL TO 0
           DISPLAY "SCHEDREL: no held chain is called "
               FUNCTION TRIM(ChainWanted) "."
           STOP RUN
       END-IF
       PERFORM SaveHoldover
       DISPLAY " "
       DISPLAY "SCHEDREL: " ChainsReleased " chain(s) released, "
           ChainsFailed " failed again, " ChainsKept " kept waiting."
       MOVE "SCHEDREL" TO GL-Program
       MOVE "END" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "released=" DELIMITED BY SIZE
           ChainsReleased DELIMITED BY SIZE
           " failed=" DELIMITED BY SIZE
           ChainsFailed DELIMITED BY SIZE
           " kept=" DELIMITED BY SIZE
           ChainsKept DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
STOP RUN.

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

ListHeld.
       MOVE 0 TO HeldWaiting
       PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
           MOVE HtRecord(HoldIdx) TO HoldoverRecord
           IF HoState IS EQUAL TO "H"
               IF HeldWaiting IS EQUAL TO 0
                   DISPLAY "HELD OVER:"
               END-IF
               ADD 1 TO HeldWaiting
               DISPLAY "  " HoDate " " HoChain " " HoDesc " ("
                   FUNCTION TRIM(HoReason) ")"
           END-IF
       END-PERFORM
       EXIT.

ReleaseOne.
       MOVE "N" TO BehindFailure
       PERFORM VARYING FailedIdx FROM 1 BY 1
           UNTIL FailedIdx > FailedCount
           IF HoBehind IS EQUAL TO FailedChain(FailedIdx)
               MOVE "Y" TO BehindFailure
           END-IF
       END-PERFORM
       IF IsBehindFailure
           ADD 1 TO ChainsKept
           DISPLAY "KEPT: " FUNCTION TRIM(HoDesc)
               " (its predecessor failed again)"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "RELEASING: " FUNCTION TRIM(HoDesc)
       MOVE "SCHEDREL" TO GL-Program
       MOVE "RELEASE" TO GL-Event
       MOVE HoDesc TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       CALL "SYSTEM" USING HoCommand
       MOVE RETURN-CODE TO ChainRc
       MOVE 0 TO RETURN-CODE
       IF ChainRc IS EQUAL TO 0
           ADD 1 TO ChainsReleased
           MOVE "OK" TO LogOutcome
           MOVE "RELEASED FROM HOLDOVER" TO LogReason
           MOVE "R" TO HoState
       ELSE
           ADD 1 TO ChainsFailed
           MOVE "FAILED" TO LogOutcome
           MOVE "RELEASED FROM HOLDOVER - ENDED NON-ZERO" TO LogReason
           DISPLAY "FAILED: " FUNCTION TRIM(HoDesc)
               " - it stays held over."
           IF HoChain IS NOT EQUAL TO SPACES AND FailedCount < 50
               ADD 1 TO FailedCount
               MOVE HoChain TO FailedChain(FailedCount)
           END-IF
       END-IF
       MOVE HoldoverRecord TO HtRecord(HoldIdx)
       PERFORM LogReleaseLine
       EXIT.

LogReleaseLine.
       OPEN EXTEND RunLogFile
       IF RunLogFileStatus IS EQUAL TO "35"
           OPEN OUTPUT RunLogFile
       END-IF
       IF RunLogFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO RunLogLine
       MOVE TodayDate TO RlDate
       MOVE HoChain TO RlChain
       MOVE HoDesc TO RlDesc
       MOVE LogOutcome TO RlOutcome
       MOVE LogReason TO RlReason
       WRITE RunLogLine
       CLOSE RunLogFile
       EXIT.

SaveHoldover.
       OPEN OUTPUT HoldoverFile
       IF HoldoverFileStatus IS NOT EQUAL TO "00"
           DISPLAY "SCHEDREL: sched_holdover.dat could not be written,"
               " status " HoldoverFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING HoldIdx FROM 1 BY 1 UNTIL HoldIdx > HoldCount
           MOVE HtRecord(HoldIdx) TO HoldoverRecord
           WRITE HoldoverRecord
       END-PERFORM
       CLOSE HoldoverFile
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 2
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
       MOVE "SCHEDREL" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
