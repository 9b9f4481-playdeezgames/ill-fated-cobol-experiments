       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTLOG.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN DYNAMIC AuditFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One record per change that reached a master file: when it
      *> was made, by which editor and operator, what kind of change,
      *> the record's key, and its images before and after.
       FD AuditFile.
       01 AuditRecord.
          02 AudDate PIC 9(8).
          02 AudTime PIC 9(6).
          02 AudProgram PIC X(8).
          02 AudOperator PIC X(12).
          02 AudChange PIC X(8).
          02 AudKey PIC X(30).
          02 AudBefore PIC X(200).
          02 AudAfter PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 AuditFileName PIC X(60) VALUE "maint_audit.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 AuditFileStatus PIC XX.
       COPY "FILELOCK.cpy".
      *> The changes noted since the editor's last save. They stay
      *> here between calls until a commit writes them out.
       01 PendingData.
          02 PendCount PIC 9(4) VALUE 0.
          02 PendEntry OCCURS 200 TIMES.
             03 PdDate PIC 9(8).
             03 PdTime PIC 9(6).
             03 PdChange PIC X(8).
             03 PdKey PIC X(30).
             03 PdBefore PIC X(200).
             03 PdAfter PIC X(200).
          02 PendIdx PIC 9(4).
          02 StampTime PIC 9(8).

       LINKAGE SECTION.
       COPY "MAINTLOG.cpy".

PROCEDURE DIVISION USING Maint-Request.
       PERFORM ResolveDataFiles
       SET Maint-Failed TO TRUE
       EVALUATE Maint-Action
           WHEN "N"
               PERFORM NoteChange
           WHEN "C"
               PERFORM CommitChanges
       END-EVALUATE
EXIT PROGRAM.

NoteChange.
       IF PendCount IS NOT LESS THAN 200
           DISPLAY FUNCTION TRIM(Maint-Program)
               ": too many unsaved changes to audit - save first."
           MOVE PendCount TO Maint-Count
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PendCount
       ACCEPT PdDate(PendCount) FROM DATE YYYYMMDD
       ACCEPT StampTime FROM TIME
       MOVE StampTime(1:6) TO PdTime(PendCount)
       MOVE Maint-Change TO PdChange(PendCount)
       MOVE Maint-Key TO PdKey(PendCount)
       MOVE Maint-Before TO PdBefore(PendCount)
       MOVE Maint-After TO PdAfter(PendCount)
       MOVE PendCount TO Maint-Count
       SET Maint-Done TO TRUE
       EXIT.

      *> Held changes survive a failed commit, so the next save can
      *> still write them.
CommitChanges.
       MOVE 0 TO Maint-Count
       IF PendCount IS EQUAL TO 0
           SET Maint-Done TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE "A" TO Lock-Action
       MOVE "maintaudit" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY FUNCTION TRIM(Maint-Program)
               ": maint_audit.dat is busy - " PendCount
               " change(s) not yet audited."
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND AuditFile
       IF AuditFileStatus IS EQUAL TO "35"
           OPEN OUTPUT AuditFile
       END-IF
       IF AuditFileStatus IS NOT EQUAL TO "00"
           DISPLAY FUNCTION TRIM(Maint-Program)
               ": maint_audit.dat could not be written, status "
               AuditFileStatus "."
       ELSE
           PERFORM VARYING PendIdx FROM 1 BY 1
               UNTIL PendIdx IS GREATER THAN PendCount
               MOVE PdDate(PendIdx) TO AudDate
               MOVE PdTime(PendIdx) TO AudTime
               MOVE Maint-Program TO AudProgram
               MOVE Maint-Operator TO AudOperator
               MOVE PdChange(PendIdx) TO AudChange
               MOVE PdKey(PendIdx) TO AudKey
               MOVE PdBefore(PendIdx) TO AudBefore
               MOVE PdAfter(PendIdx) TO AudAfter
               WRITE AuditRecord
           END-PERFORM
           CLOSE AuditFile
           MOVE PendCount TO Maint-Count
           MOVE 0 TO PendCount
           SET Maint-Done TO TRUE
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
       MOVE "MAINTLOG" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
