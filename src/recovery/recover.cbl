       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RECOVER.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN DYNAMIC JournalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.
           SELECT TextFile ASSIGN DYNAMIC TextName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TextFileStatus.
           SELECT SaveFile ASSIGN DYNAMIC SaveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SaveFileStatus.
           SELECT TempFile ASSIGN DYNAMIC TempFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TempFileStatus.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> JOURNAL's layout - see journal.cbl.
       FD JournalFile.
       01 JournalRecord.
          02 JrDate PIC 9(8).
          02 JrTime PIC 9(8).
          02 JrUnit PIC X(16).
          02 JrProgram PIC X(8).
          02 JrSession PIC 9(8).
          02 JrType PIC X.
          02 JrOp PIC X.
          02 JrFile PIC X(24).
          02 JrImage PIC X(200).
       FD TextFile.
       01 TextRecord PIC X(200).
       FD SaveFile.
       01 SaveRecord PIC X(200).
       FD TempFile.
       01 TempRecord PIC X(200).
      *> Mirrors SHOS's ScoreFileRecord - the keys where they sit. The
      *> live board is the one keyed file the journal covers, so every
      *> keyed change is undone here.
       FD ScoreFile.
       01 ScoreFileRecord.
          02 ScoreFileValue PIC 9(5).
          02 ScoreFileInitials PIC X(3).
          02 ScoreFileDate PIC 9(8).
          02 FILLER PIC X(12).
          02 ScoreFileRunKey PIC X(18).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 JournalFileName PIC X(60) VALUE "shop_journal.dat".
          02 TempFileName PIC X(60) VALUE "recover.tmp".
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 JournalFileStatus PIC XX.
       01 TextFileStatus PIC XX.
       01 SaveFileStatus PIC XX.
       01 TempFileStatus PIC XX.
       01 ScoreFileStatus PIC XX.
       01 TextName PIC X(60).
       01 SaveName PIC X(60).
       01 DeleteStatus PIC 9(4) COMP-5.
       COPY "REPORTSVC.cpy".
       COPY "FILELOCK.cpy".
       COPY "GAMELOG.cpy".
       COPY "JOURNAL.cpy".
       01 PrintLine PIC X(80).
       01 Answer PIC X.
       01 LocksHeld PIC 99 VALUE 0.
      *> Every lock a journaled writer holds over its unit of work -
      *> ROSTMERGE's, then the GUESS files only GUESS itself writes.
       01 LockNames.
          02 FILLER PIC X(20) VALUE "shos_scores".
          02 FILLER PIC X(20) VALUE "shos_daily".
          02 FILLER PIC X(20) VALUE "guess_standings".
          02 FILLER PIC X(20) VALUE "guess_speed".
          02 FILLER PIC X(20) VALUE "player_mail".
          02 FILLER PIC X(20) VALUE "wander_notes".
          02 FILLER PIC X(20) VALUE "purse_ledger".
          02 FILLER PIC X(20) VALUE "guess_history".
          02 FILLER PIC X(20) VALUE "guess_codebest".
          02 FILLER PIC X(20) VALUE "bestscore".
       01 LockTable REDEFINES LockNames.
          02 LockName PIC X(20) OCCURS 10 TIMES.
       01 LockData.
          02 LockCount PIC 99 VALUE 10.
          02 LockIdx PIC 99.
      *> A unit of work JOURNAL began and nothing ever marked done or
      *> rolled back. One still being written is left alone: only a
      *> unit that has not journaled anything for QuietSeconds counts
      *> as the leftovers of a session that died.
       01 UnitData.
          02 QuietSeconds PIC 9(4) VALUE 600.
          02 UnitCount PIC 999 VALUE 0.
          02 DeadCount PIC 999 VALUE 0.
          02 TableFull PIC X VALUE "N".
          02 UnitEntry OCCURS 100 TIMES.
             03 UtState PIC X.
                88 UtOpen VALUE "O".
             03 UtDead PIC X.
             03 UtUnit PIC X(16).
             03 UtProgram PIC X(8).
             03 UtSession PIC 9(8).
             03 UtLastSecs PIC 9(12).
             03 UtChanges PIC 9(5).
          02 UnitIdx PIC 999.
          02 SlotIdx PIC 999.
          02 PickIdx PIC 999.
      *> The changes of the unit being rolled back, in the order they
      *> were journaled; they are undone last first.
       01 ImageData.
          02 ImgCount PIC 9(4) VALUE 0.
          02 ImgOverflow PIC X.
          02 ImgEntry OCCURS 2000 TIMES.
             03 ImgType PIC X.
             03 ImgOp PIC X.
             03 ImgFile PIC X(24).
             03 ImgImage PIC X(200).
          02 ImgIdx PIC 9(4).
       01 UndoData.
          02 UndoVerdict PIC X.
             88 UndoDone VALUE "U".
             88 UndoSkipped VALUE "S".
             88 UndoFailed VALUE "F".
          02 OpWord PIC X(8).
          02 VerdictWord PIC X(8).
          02 LineCount PIC 9(7).
          02 LastMatch PIC 9(7).
       01 TotalData.
          02 FoundCount PIC 999 VALUE 0.
          02 RolledCount PIC 999 VALUE 0.
          02 UndoneCount PIC 9(5) VALUE 0.
          02 SkippedCount PIC 9(5) VALUE 0.
          02 FailedCount PIC 9(5) VALUE 0.
          02 CountShown PIC Z(4)9.
          02 SessionShown PIC Z(7)9.
       01 ClockData.
          02 NowDate PIC 9(8).
          02 NowClock PIC 9(8).
          02 NowSecs PIC 9(12).
          02 StampClock PIC 9(8).
          02 StampClockParts REDEFINES StampClock.
             03 StampHH PIC 99.
             03 StampMM PIC 99.
             03 StampSS PIC 99.
             03 StampTT PIC 99.
          02 StampSecs PIC 9(12).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "JOURNAL RECOVERY"
       PERFORM FindOpenUnits
       MOVE "O" TO Rpt-Action
       MOVE "recover_report.txt" TO Rpt-File
       MOVE "UNFINISHED UNITS OF WORK" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       PERFORM ListDeadUnits
       IF DeadCount IS EQUAL TO 0
           MOVE "NO UNFINISHED UNITS OF WORK - NOTHING TO ROLL BACK."
               TO PrintLine
           PERFORM PutLine
           PERFORM CloseReport
           STOP RUN
       END-IF
       DISPLAY "Roll these back (see recover_report.txt)? (y/n) "
           WITH NO ADVANCING
       MOVE SPACE TO Answer
       ACCEPT Answer
       IF Answer IS NOT EQUAL TO "Y" AND Answer IS NOT EQUAL TO "y"
           MOVE SPACES TO PrintLine
           PERFORM PutLine
           MOVE "NOTHING WAS ROLLED BACK." TO PrintLine
           PERFORM PutLine
           PERFORM CloseReport
           STOP RUN
       END-IF
       PERFORM TakeLocks
       IF LocksHeld IS LESS THAN LockCount
           MOVE SPACES TO PrintLine
           PERFORM PutLine
           STRING FUNCTION UPPER-CASE(LockName(LocksHeld + 1))
               DELIMITED BY SPACE
               " IS BUSY - NOTHING WAS ROLLED BACK." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           PERFORM DropLocks
           PERFORM CloseReport
           STOP RUN
       END-IF
      *> The journal is read again under the locks: a unit that has
      *> finished since the preview is no longer touched.
       PERFORM FindOpenUnits
       MOVE DeadCount TO FoundCount
       PERFORM RollBackUnits
       PERFORM DropLocks
       PERFORM CloseReport
       MOVE "RECOVER" TO GL-Program
       MOVE "ROLLBACK" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "units=" DELIMITED BY SIZE
           RolledCount DELIMITED BY SIZE
           " undone=" DELIMITED BY SIZE
           UndoneCount DELIMITED BY SIZE
           " failed=" DELIMITED BY SIZE
           FailedCount DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       MOVE UndoneCount TO CountShown
       DISPLAY "RECOVER: " RolledCount " unit(s) rolled back, "
           FUNCTION TRIM(CountShown) " change(s) undone."
       IF FailedCount IS GREATER THAN 0
           MOVE FailedCount TO CountShown
           DISPLAY "RECOVER: " FUNCTION TRIM(CountShown)
               " change(s) could not be undone - see"
               " recover_report.txt."
       END-IF
STOP RUN.

      *> Every unit the journal has begun is held until its done or
      *> rolled-back entry turns up; what is left at the end is open.
FindOpenUnits.
       MOVE 0 TO UnitCount
       MOVE 0 TO DeadCount
       MOVE "N" TO TableFull
       PERFORM VARYING UnitIdx FROM 1 BY 1 UNTIL UnitIdx > 100
           MOVE SPACE TO UtState(UnitIdx)
           MOVE SPACE TO UtDead(UnitIdx)
       END-PERFORM
       OPEN INPUT JournalFile
       IF JournalFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL JournalFileStatus IS NOT EQUAL TO "00"
           READ JournalFile
               AT END
                   MOVE "10" TO JournalFileStatus
               NOT AT END
                   IF JrDate IS NUMERIC AND JrTime IS NUMERIC
                       PERFORM NoteJournalEntry
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JournalFile
       ACCEPT NowDate FROM DATE YYYYMMDD
       ACCEPT NowClock FROM TIME
       MOVE NowClock TO StampClock
       COMPUTE NowSecs = FUNCTION INTEGER-OF-DATE(NowDate) * 86400
           + StampHH * 3600 + StampMM * 60 + StampSS
       PERFORM VARYING UnitIdx FROM 1 BY 1 UNTIL UnitIdx > UnitCount
           IF UtOpen(UnitIdx)
               AND NowSecs - UtLastSecs(UnitIdx)
                   IS NOT LESS THAN QuietSeconds
               MOVE "Y" TO UtDead(UnitIdx)
               ADD 1 TO DeadCount
           END-IF
       END-PERFORM
       EXIT.

NoteJournalEntry.
       MOVE 0 TO SlotIdx
       PERFORM VARYING UnitIdx FROM 1 BY 1 UNTIL UnitIdx > UnitCount
           IF UtOpen(UnitIdx)
               AND UtUnit(UnitIdx) IS EQUAL TO JrUnit
               AND UtProgram(UnitIdx) IS EQUAL TO JrProgram
               MOVE UnitIdx TO SlotIdx
           END-IF
       END-PERFORM
       IF JrType IS EQUAL TO "D" OR JrType IS EQUAL TO "R"
           IF SlotIdx IS GREATER THAN 0
               MOVE SPACE TO UtState(SlotIdx)
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF SlotIdx IS EQUAL TO 0
           PERFORM TakeFreeSlot
           IF SlotIdx IS EQUAL TO 0
               MOVE "Y" TO TableFull
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE JrTime TO StampClock
       COMPUTE UtLastSecs(SlotIdx) =
           FUNCTION INTEGER-OF-DATE(JrDate) * 86400
           + StampHH * 3600 + StampMM * 60 + StampSS
       IF JrType IS EQUAL TO "I" OR JrType IS EQUAL TO "F"
           OR JrType IS EQUAL TO "N"
           ADD 1 TO UtChanges(SlotIdx)
       END-IF
       EXIT.

      *> Slots of finished units are used again, so the table only has
      *> to hold the units open at any one time.
TakeFreeSlot.
       PERFORM VARYING UnitIdx FROM 1 BY 1
           UNTIL UnitIdx > UnitCount OR SlotIdx > 0
           IF UtState(UnitIdx) IS EQUAL TO SPACE
               MOVE UnitIdx TO SlotIdx
           END-IF
       END-PERFORM
       IF SlotIdx IS EQUAL TO 0
           IF UnitCount IS NOT LESS THAN 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UnitCount
           MOVE UnitCount TO SlotIdx
       END-IF
       MOVE "O" TO UtState(SlotIdx)
       MOVE SPACE TO UtDead(SlotIdx)
       MOVE JrUnit TO UtUnit(SlotIdx)
       MOVE JrProgram TO UtProgram(SlotIdx)
       IF JrSession IS NUMERIC
           MOVE JrSession TO UtSession(SlotIdx)
       ELSE
           MOVE 0 TO UtSession(SlotIdx)
       END-IF
       MOVE 0 TO UtChanges(SlotIdx)
       EXIT.

ListDeadUnits.
       PERFORM VARYING UnitIdx FROM 1 BY 1 UNTIL UnitIdx > UnitCount
           IF UtDead(UnitIdx) IS EQUAL TO "Y"
               MOVE UnitIdx TO PickIdx
               PERFORM PutUnitLine
           END-IF
       END-PERFORM
       IF TableFull IS EQUAL TO "Y"
           MOVE "MORE THAN 100 UNITS ARE OPEN - RUN RECOVER AGAIN FOR THE REST."
               TO PrintLine
           PERFORM PutLine
       END-IF
       EXIT.

PutUnitLine.
       MOVE UtChanges(PickIdx) TO CountShown
       MOVE UtSession(PickIdx) TO SessionShown
       MOVE SPACES TO PrintLine
       STRING "UNIT " DELIMITED BY SIZE
           UtUnit(PickIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           UtProgram(PickIdx) DELIMITED BY SIZE
           " SESSION " DELIMITED BY SIZE
           SessionShown DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CountShown DELIMITED BY SIZE
           " CHANGE(S)" DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

      *> Newest unit first: a later unit's writes sit on top of an
      *> earlier one's, so they come off first.
RollBackUnits.
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "ROLLED BACK:" TO PrintLine
       PERFORM PutLine
       PERFORM WITH TEST AFTER UNTIL PickIdx IS EQUAL TO 0
           MOVE 0 TO PickIdx
           PERFORM VARYING UnitIdx FROM 1 BY 1
               UNTIL UnitIdx > UnitCount
               IF UtDead(UnitIdx) IS EQUAL TO "Y"
                   IF PickIdx IS EQUAL TO 0
                       MOVE UnitIdx TO PickIdx
                   ELSE
                       IF UtUnit(UnitIdx) IS GREATER THAN UtUnit(PickIdx)
                           MOVE UnitIdx TO PickIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PickIdx IS GREATER THAN 0
               PERFORM RollBackUnit
               MOVE "R" TO UtDead(PickIdx)
           END-IF
       END-PERFORM
       MOVE "T" TO Rpt-Action
       MOVE "UNITS FOUND" TO Rpt-Total-Label
       MOVE FoundCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "UNITS ROLLED BACK" TO Rpt-Total-Label
       MOVE RolledCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "CHANGES UNDONE" TO Rpt-Total-Label
       MOVE UndoneCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "NOTHING TO UNDO" TO Rpt-Total-Label
       MOVE SkippedCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "CHANGES FAILED" TO Rpt-Total-Label
       MOVE FailedCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       EXIT.

      *> A unit too big to hold is not marked, so it is offered again
      *> once it has been seen to by hand; a change that fails is
      *> reported for the same hand, and the rest of the unit goes on.
RollBackUnit.
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       PERFORM PutUnitLine
       PERFORM LoadUnitImages
       IF ImgOverflow IS EQUAL TO "Y"
           MOVE "  TOO MANY CHANGES TO HOLD - LEFT FOR REPAIR BY HAND."
               TO PrintLine
           PERFORM PutLine
           ADD 1 TO FailedCount
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ImgIdx FROM ImgCount BY -1 UNTIL ImgIdx < 1
           PERFORM UndoOneChange
       END-PERFORM
       MOVE "R" TO Jnl-Action
       MOVE UtUnit(PickIdx) TO Jnl-Unit
       MOVE UtProgram(PickIdx) TO Jnl-Program
       CALL "JOURNAL" USING Journal-Request
       IF Jnl-Failed
           MOVE "  THE UNIT COULD NOT BE MARKED ROLLED BACK IN"
               TO PrintLine
           PERFORM PutLine
           MOVE "  shop_journal.dat - DO NOT RUN RECOVER AGAIN UNTIL IT IS."
               TO PrintLine
           PERFORM PutLine
       END-IF
       ADD 1 TO RolledCount
       EXIT.

LoadUnitImages.
       MOVE 0 TO ImgCount
       MOVE "N" TO ImgOverflow
       OPEN INPUT JournalFile
       IF JournalFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL JournalFileStatus IS NOT EQUAL TO "00"
           READ JournalFile
               AT END
                   MOVE "10" TO JournalFileStatus
               NOT AT END
                   IF JrUnit IS EQUAL TO UtUnit(PickIdx)
                       AND JrProgram IS EQUAL TO UtProgram(PickIdx)
                       AND (JrType IS EQUAL TO "I"
                           OR JrType IS EQUAL TO "F"
                           OR JrType IS EQUAL TO "N")
                       PERFORM KeepImage
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JournalFile
       EXIT.

KeepImage.
       IF ImgCount IS NOT LESS THAN 2000
           MOVE "Y" TO ImgOverflow
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ImgCount
       MOVE JrType TO ImgType(ImgCount)
       MOVE JrOp TO ImgOp(ImgCount)
       MOVE JrFile TO ImgFile(ImgCount)
       MOVE JrImage TO ImgImage(ImgCount)
       EXIT.

UndoOneChange.
       SET UndoFailed TO TRUE
       EVALUATE ImgType(ImgIdx) ALSO ImgOp(ImgIdx)
           WHEN "F" ALSO ANY
               MOVE "REWRITE" TO OpWord
               PERFORM RestoreSavedFile
           WHEN "N" ALSO ANY
               MOVE "CREATE" TO OpWord
               PERFORM RemoveNewFile
           WHEN "I" ALSO "A"
               MOVE "APPEND" TO OpWord
               PERFORM UndoAppend
           WHEN "I" ALSO "K"
               MOVE "ADD" TO OpWord
               PERFORM UndoKeyedAdd
           WHEN "I" ALSO "C"
               MOVE "CHANGE" TO OpWord
               PERFORM UndoKeyedChange
           WHEN "I" ALSO "X"
               MOVE "DELETE" TO OpWord
               PERFORM UndoKeyedDelete
           WHEN OTHER
               MOVE "UNKNOWN" TO OpWord
       END-EVALUATE
       PERFORM ReportUndo
       EXIT.

ReportUndo.
       EVALUATE TRUE
           WHEN UndoDone
               MOVE "UNDONE" TO VerdictWord
               ADD 1 TO UndoneCount
           WHEN UndoSkipped
               MOVE "NOTHING" TO VerdictWord
               ADD 1 TO SkippedCount
           WHEN OTHER
               MOVE "FAILED" TO VerdictWord
               ADD 1 TO FailedCount
       END-EVALUATE
       MOVE SPACES TO PrintLine
       STRING "  " DELIMITED BY SIZE
           VerdictWord DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OpWord DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ImgFile(ImgIdx) DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       IF ImgType(ImgIdx) IS EQUAL TO "I"
           MOVE SPACES TO PrintLine
           STRING "      " DELIMITED BY SIZE
               ImgImage(ImgIdx)(1:64) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       EXIT.

      *> The copy JOURNAL saved goes back over the file, and then
      *> goes away.
RestoreSavedFile.
       MOVE ImgImage(ImgIdx)(1:40) TO SaveName
       MOVE SaveName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveName
       OPEN INPUT SaveFile
       IF SaveFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE ImgFile(ImgIdx) TO TextName
       MOVE TextName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO TextName
       OPEN OUTPUT TextFile
       IF TextFileStatus IS NOT EQUAL TO "00"
           CLOSE SaveFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SaveFileStatus IS NOT EQUAL TO "00"
           READ SaveFile
               AT END
                   MOVE "10" TO SaveFileStatus
               NOT AT END
                   WRITE TextRecord FROM SaveRecord
           END-READ
       END-PERFORM
       CLOSE SaveFile
       CLOSE TextFile
       CALL "CBL_DELETE_FILE" USING SaveName
           RETURNING DeleteStatus
       SET UndoDone TO TRUE
       EXIT.

      *> The unit made the file; taking it back is taking it away.
RemoveNewFile.
       MOVE ImgFile(ImgIdx) TO TextName
       MOVE TextName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO TextName
       CALL "CBL_DELETE_FILE" USING TextName
           RETURNING DeleteStatus
       IF DeleteStatus IS EQUAL TO 0
           SET UndoDone TO TRUE
       ELSE
           SET UndoSkipped TO TRUE
       END-IF
       EXIT.

      *> The last line that matches the appended one comes out; a
      *> file without it never got the append.
UndoAppend.
       MOVE ImgFile(ImgIdx) TO TextName
       MOVE TextName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO TextName
       OPEN INPUT TextFile
       IF TextFileStatus IS EQUAL TO "35"
           SET UndoSkipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF TextFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO LineCount
       MOVE 0 TO LastMatch
       PERFORM UNTIL TextFileStatus IS NOT EQUAL TO "00"
           READ TextFile
               AT END
                   MOVE "10" TO TextFileStatus
               NOT AT END
                   ADD 1 TO LineCount
                   IF TextRecord IS EQUAL TO ImgImage(ImgIdx)
                       MOVE LineCount TO LastMatch
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TextFile
       IF LastMatch IS EQUAL TO 0
           SET UndoSkipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE TextName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO TextName
       OPEN INPUT TextFile
       OPEN OUTPUT TempFile
       IF TempFileStatus IS NOT EQUAL TO "00"
           CLOSE TextFile
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO LineCount
       PERFORM UNTIL TextFileStatus IS NOT EQUAL TO "00"
           READ TextFile
               AT END
                   MOVE "10" TO TextFileStatus
               NOT AT END
                   ADD 1 TO LineCount
                   IF LineCount IS NOT EQUAL TO LastMatch
                       WRITE TempRecord FROM TextRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TextFile
       CLOSE TempFile
       OPEN INPUT TempFile
       MOVE TextName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO TextName
       OPEN OUTPUT TextFile
       IF TextFileStatus IS NOT EQUAL TO "00"
           CLOSE TempFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TempFileStatus IS NOT EQUAL TO "00"
           READ TempFile
               AT END
                   MOVE "10" TO TempFileStatus
               NOT AT END
                   WRITE TextRecord FROM TempRecord
           END-READ
       END-PERFORM
       CLOSE TempFile
       CLOSE TextFile
       CALL "CBL_DELETE_FILE" USING TempFileName
           RETURNING DeleteStatus
       SET UndoDone TO TRUE
       EXIT.

      *> An add comes off only if the record on file is the one the
      *> unit added - a retry on a taken key journals an add that
      *> never landed, and the key's owner is someone else's run.
UndoKeyedAdd.
       OPEN I-O ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE ImgImage(ImgIdx)(29:18) TO ScoreFileRunKey
       READ ScoreFile RECORD
           INVALID KEY
               SET UndoSkipped TO TRUE
           NOT INVALID KEY
               IF ScoreFileRecord IS EQUAL TO ImgImage(ImgIdx)(1:46)
                   DELETE ScoreFile RECORD
                       NOT INVALID KEY
                           SET UndoDone TO TRUE
                   END-DELETE
               ELSE
                   SET UndoSkipped TO TRUE
               END-IF
       END-READ
       CLOSE ScoreFile
       EXIT.

UndoKeyedChange.
       OPEN I-O ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE ImgImage(ImgIdx)(29:18) TO ScoreFileRunKey
       READ ScoreFile RECORD
           INVALID KEY
               MOVE ImgImage(ImgIdx)(1:46) TO ScoreFileRecord
               WRITE ScoreFileRecord
                   NOT INVALID KEY
                       SET UndoDone TO TRUE
               END-WRITE
           NOT INVALID KEY
               MOVE ImgImage(ImgIdx)(1:46) TO ScoreFileRecord
               REWRITE ScoreFileRecord
                   NOT INVALID KEY
                       SET UndoDone TO TRUE
               END-REWRITE
       END-READ
       CLOSE ScoreFile
       EXIT.

      *> A deleted record goes back; one still on file never went.
UndoKeyedDelete.
       OPEN I-O ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE ImgImage(ImgIdx)(1:46) TO ScoreFileRecord
       WRITE ScoreFileRecord
           INVALID KEY
               SET UndoSkipped TO TRUE
           NOT INVALID KEY
               SET UndoDone TO TRUE
       END-WRITE
       CLOSE ScoreFile
       EXIT.

      *> The same locks every journaled writer takes, in ROSTMERGE's
      *> order; the first that cannot be had stops the taking.
TakeLocks.
       MOVE 0 TO LocksHeld
       PERFORM VARYING LockIdx FROM 1 BY 1
           UNTIL LockIdx IS GREATER THAN LockCount
           OR LocksHeld IS LESS THAN LockIdx - 1
           MOVE "A" TO Lock-Action
           MOVE LockName(LockIdx) TO Lock-Resource
           MOVE 10 TO Lock-Timeout
           CALL "FILELOCK" USING Lock-Request
           IF Lock-Held
               ADD 1 TO LocksHeld
           END-IF
       END-PERFORM
       EXIT.

DropLocks.
       PERFORM VARYING LockIdx FROM LocksHeld BY -1
           UNTIL LockIdx IS LESS THAN 1
           MOVE "R" TO Lock-Action
           MOVE LockName(LockIdx) TO Lock-Resource
           CALL "FILELOCK" USING Lock-Request
       END-PERFORM
       MOVE 0 TO LocksHeld
       EXIT.

CloseReport.
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
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
           UNTIL DataFileIdx > 3
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
       MOVE "RECOVER" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
