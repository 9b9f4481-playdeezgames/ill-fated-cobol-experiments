       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JOURNAL.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN DYNAMIC JournalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalFileStatus.
           SELECT SourceFile ASSIGN DYNAMIC SourceName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceFileStatus.
           SELECT CopyFile ASSIGN DYNAMIC CopyName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CopyFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One line per journal entry, in the order the writes were
      *> made: when, which unit of work and program, the GAMELOG
      *> session, and the entry - B begun, I a record-level change
      *> (JrOp and the image, as JOURNAL.cpy describes), F a file
      *> saved whole (JrImage names the copy), N a file that did not
      *> exist before the unit wrote it, D done, R rolled back.
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
       FD SourceFile.
       01 SourceRecord PIC X(200).
       FD CopyFile.
       01 CopyRecord PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 JournalFileName PIC X(60) VALUE "shop_journal.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 JournalFileStatus PIC XX.
       01 SourceFileStatus PIC XX.
       01 CopyFileStatus PIC XX.
       01 SourceName PIC X(60).
       01 CopyName PIC X(60).
       01 CopyBareName PIC X(40).
       COPY "FILELOCK.cpy".
      *> The unit under way in this run, and the copies saved for it -
      *> kept between calls until "D" throws them away.
       01 UnitData.
          02 CurUnit PIC X(16) VALUE SPACES.
          02 CurProgram PIC X(8).
          02 CurSession PIC 9(8) VALUE 0.
          02 StampDate PIC 9(8).
          02 StampTime PIC 9(8).
          02 SavedCount PIC 99 VALUE 0.
          02 SavedName PIC X(60) OCCURS 80 TIMES.
          02 SavedIdx PIC 99.
          02 SavedShown PIC 99.
          02 DeleteStatus PIC 9(4) COMP-5.

       LINKAGE SECTION.
       COPY "JOURNAL.cpy".

PROCEDURE DIVISION USING Journal-Request.
       PERFORM ResolveDataFiles
       SET Jnl-Failed TO TRUE
       EVALUATE Jnl-Action
           WHEN "B"
               PERFORM BeginUnit
           WHEN "I"
               PERFORM JournalImage
           WHEN "F"
               PERFORM SaveWholeFile
           WHEN "D"
               PERFORM EndUnit
           WHEN "R"
               PERFORM MarkRolledBack
           WHEN OTHER
               DISPLAY "JOURNAL: unknown action '" Jnl-Action "'."
       END-EVALUATE
EXIT PROGRAM.

      *> The unit id is the moment it began; RECOVER tells two units
      *> begun in the same instant apart by their program.
BeginUnit.
       ACCEPT StampDate FROM DATE YYYYMMDD
       ACCEPT StampTime FROM TIME
       MOVE SPACES TO CurUnit
       STRING StampDate DELIMITED BY SIZE
           StampTime DELIMITED BY SIZE
           INTO CurUnit
       END-STRING
       MOVE Jnl-Program TO CurProgram
       IF Jnl-Session IS NUMERIC
           MOVE Jnl-Session TO CurSession
       ELSE
           MOVE 0 TO CurSession
       END-IF
       MOVE 0 TO SavedCount
       MOVE CurUnit TO Jnl-Unit
       PERFORM NewEntry
       MOVE "B" TO JrType
       PERFORM AppendEntry
       EXIT.

JournalImage.
       IF CurUnit IS EQUAL TO SPACES
           DISPLAY "JOURNAL: " FUNCTION TRIM(Jnl-Program)
               " journaled a change outside a unit of work."
           EXIT PARAGRAPH
       END-IF
       PERFORM NewEntry
       MOVE "I" TO JrType
       MOVE Jnl-Op TO JrOp
       MOVE Jnl-File TO JrFile
       MOVE Jnl-Image TO JrImage
       PERFORM AppendEntry
       EXIT.

      *> The copy is made before the entry naming it is written, so
      *> a journal entry never points at a copy that is not there.
SaveWholeFile.
       IF CurUnit IS EQUAL TO SPACES
           DISPLAY "JOURNAL: " FUNCTION TRIM(Jnl-Program)
               " journaled a file outside a unit of work."
           EXIT PARAGRAPH
       END-IF
       PERFORM NewEntry
       MOVE Jnl-File TO JrFile
       MOVE Jnl-File TO SourceName
       MOVE SourceName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SourceName
       OPEN INPUT SourceFile
       IF SourceFileStatus IS EQUAL TO "35"
           MOVE "N" TO JrType
           PERFORM AppendEntry
           EXIT PARAGRAPH
       END-IF
       IF SourceFileStatus IS NOT EQUAL TO "00"
           DISPLAY "JOURNAL: " FUNCTION TRIM(Jnl-File)
               " could not be read to be saved, status "
               SourceFileStatus "."
           EXIT PARAGRAPH
       END-IF
       IF SavedCount IS NOT LESS THAN 80
           DISPLAY "JOURNAL: too many files saved in one unit of work."
           CLOSE SourceFile
           EXIT PARAGRAPH
       END-IF
       COMPUTE SavedShown = SavedCount + 1
       MOVE SPACES TO CopyName
       STRING "jnl_" DELIMITED BY SIZE
           CurUnit DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           SavedShown DELIMITED BY SIZE
           ".sav" DELIMITED BY SIZE
           INTO CopyName
       END-STRING
       MOVE CopyName TO CopyBareName
       MOVE CopyName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO CopyName
       OPEN OUTPUT CopyFile
       IF CopyFileStatus IS NOT EQUAL TO "00"
           DISPLAY "JOURNAL: " FUNCTION TRIM(CopyName)
               " could not be written, status " CopyFileStatus "."
           CLOSE SourceFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SourceFileStatus IS NOT EQUAL TO "00"
           READ SourceFile
               AT END
                   MOVE "10" TO SourceFileStatus
               NOT AT END
                   WRITE CopyRecord FROM SourceRecord
           END-READ
       END-PERFORM
       CLOSE SourceFile
       CLOSE CopyFile
       MOVE "F" TO JrType
       MOVE CopyBareName TO JrImage
       PERFORM AppendEntry
       IF Jnl-Done
           ADD 1 TO SavedCount
           MOVE CopyName TO SavedName(SavedCount)
       ELSE
           CALL "CBL_DELETE_FILE" USING CopyName
               RETURNING DeleteStatus
       END-IF
       EXIT.

EndUnit.
       IF CurUnit IS EQUAL TO SPACES
           SET Jnl-Done TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM NewEntry
       MOVE "D" TO JrType
       PERFORM AppendEntry
       IF Jnl-Failed
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SavedIdx FROM 1 BY 1
           UNTIL SavedIdx IS GREATER THAN SavedCount
           CALL "CBL_DELETE_FILE" USING SavedName(SavedIdx)
               RETURNING DeleteStatus
       END-PERFORM
       MOVE 0 TO SavedCount
       MOVE SPACES TO CurUnit
       EXIT.

MarkRolledBack.
       MOVE Jnl-Unit TO CurUnit
       MOVE Jnl-Program TO CurProgram
       MOVE 0 TO CurSession
       PERFORM NewEntry
       MOVE "R" TO JrType
       PERFORM AppendEntry
       MOVE SPACES TO CurUnit
       EXIT.

NewEntry.
       MOVE SPACES TO JournalRecord
       ACCEPT JrDate FROM DATE YYYYMMDD
       ACCEPT JrTime FROM TIME
       MOVE CurUnit TO JrUnit
       MOVE CurProgram TO JrProgram
       MOVE CurSession TO JrSession
       EXIT.

      *> The journal is shared by every writer, whichever board lock
      *> each holds, so the append itself queues on a lock of its own.
AppendEntry.
       MOVE "A" TO Lock-Action
       MOVE "journal" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY "JOURNAL: shop_journal.dat is busy - "
               FUNCTION TRIM(JrProgram) " cannot journal its write."
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND JournalFile
       IF JournalFileStatus IS EQUAL TO "35"
           OPEN OUTPUT JournalFile
       END-IF
       IF JournalFileStatus IS NOT EQUAL TO "00"
           DISPLAY "JOURNAL: shop_journal.dat could not be written,"
               " status " JournalFileStatus "."
       ELSE
           WRITE JournalRecord
           CLOSE JournalFile
           SET Jnl-Done TO TRUE
       END-IF
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
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
       MOVE "JOURNAL" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
