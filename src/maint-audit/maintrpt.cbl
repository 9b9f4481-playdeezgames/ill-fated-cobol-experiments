       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTRPT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN DYNAMIC AuditFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors MAINTLOG's AuditRecord field-for-field.
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
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
      *> Who changed which master record, when, and what it looked
      *> like either side of the change - chosen by date range, by
      *> editor, or by any part of the record's key.
       01 QueryData.
          02 FromDate PIC X(8).
          02 ToDate PIC X(8).
          02 WantProgram PIC X(8).
          02 WantKey PIC X(30).
          02 WantKeyLen PIC 99 VALUE 0.
          02 KeyUpper PIC X(30).
          02 KeyHits PIC 99.
          02 RecordsRead PIC 9(6) VALUE 0.
          02 ChangesListed PIC 9(6) VALUE 0.
          02 AddsListed PIC 9(6) VALUE 0.
          02 ChangesOnly PIC 9(6) VALUE 0.
          02 DeletesListed PIC 9(6) VALUE 0.
          02 RenumbersListed PIC 9(6) VALUE 0.
      *> An image is printed in 70-character pieces, as far as its
      *> last non-blank character.
       01 ImageData.
          02 ImageText PIC X(200).
          02 ImageLabel PIC X(8).
          02 ImageLen PIC 999.
          02 ChunkStart PIC 999.
       01 ChangeLine.
          02 ClDate PIC X(10).
          02 FILLER PIC X VALUE SPACE.
          02 ClTime PIC X(5).
          02 FILLER PIC X VALUE SPACE.
          02 ClProgram PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 ClOperator PIC X(12).
          02 FILLER PIC X VALUE SPACE.
          02 ClChange PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 ClKey PIC X(30).
       01 ImageLine.
          02 FILLER PIC XX VALUE SPACES.
          02 IlLabel PIC X(8).
          02 IlText PIC X(70).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "MAINTENANCE AUDIT REPORT"
       DISPLAY "From date (YYYYMMDD, blank for the beginning)? "
           WITH NO ADVANCING
       ACCEPT FromDate
       DISPLAY "To date (YYYYMMDD, blank for the end)? "
           WITH NO ADVANCING
       ACCEPT ToDate
       DISPLAY "Program (ROOMEDIT, LANDEDIT, TERREDIT, WRITER, ROSTMERG - "
           "blank for all)? " WITH NO ADVANCING
       ACCEPT WantProgram
       MOVE FUNCTION UPPER-CASE(WantProgram) TO WantProgram
       DISPLAY "Key or part of a key (blank for all)? "
           WITH NO ADVANCING
       ACCEPT WantKey
       MOVE FUNCTION UPPER-CASE(WantKey) TO WantKey
       IF WantKey IS NOT EQUAL TO SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WantKey TRAILING))
               TO WantKeyLen
       END-IF
       MOVE "O" TO Rpt-Action
       MOVE "maint_report.txt" TO Rpt-File
       MOVE "MAINTENANCE AUDIT TRAIL" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       OPEN INPUT AuditFile
       IF AuditFileStatus IS NOT EQUAL TO "00"
           MOVE "NO maint_audit.dat YET - NO EDITOR SAVE HAS BEEN AUDITED."
               TO PrintLine
           PERFORM PutLine
       ELSE
           PERFORM UNTIL AuditFileStatus IS NOT EQUAL TO "00"
               READ AuditFile
                   AT END
                       MOVE "10" TO AuditFileStatus
                   NOT AT END
                       ADD 1 TO RecordsRead
                       PERFORM JudgeAuditRecord
               END-READ
           END-PERFORM
           CLOSE AuditFile
           IF ChangesListed IS EQUAL TO 0
               MOVE "NO AUDITED CHANGES MATCH." TO PrintLine
               PERFORM PutLine
           END-IF
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "CHANGES LISTED" TO Rpt-Total-Label
       MOVE ChangesListed TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "ADDS" TO Rpt-Total-Label
       MOVE AddsListed TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "CHANGES" TO Rpt-Total-Label
       MOVE ChangesOnly TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "DELETES" TO Rpt-Total-Label
       MOVE DeletesListed TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "RENUMBERS" TO Rpt-Total-Label
       MOVE RenumbersListed TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       DISPLAY "MAINTRPT: " ChangesListed " of " RecordsRead
           " change(s) listed in maint_report.txt."
STOP RUN.

JudgeAuditRecord.
       IF FromDate IS NOT EQUAL TO SPACES
           AND AudDate IS LESS THAN FromDate
           EXIT PARAGRAPH
       END-IF
       IF ToDate IS NOT EQUAL TO SPACES
           AND AudDate IS GREATER THAN ToDate
           EXIT PARAGRAPH
       END-IF
       IF WantProgram IS NOT EQUAL TO SPACES
           AND AudProgram IS NOT EQUAL TO WantProgram
           EXIT PARAGRAPH
       END-IF
       IF WantKeyLen IS GREATER THAN 0
           MOVE FUNCTION UPPER-CASE(AudKey) TO KeyUpper
           MOVE 0 TO KeyHits
           INSPECT KeyUpper TALLYING KeyHits
               FOR ALL WantKey(1:WantKeyLen)
           IF KeyHits IS EQUAL TO 0
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO ChangesListed
       EVALUATE AudChange
           WHEN "ADD"
               ADD 1 TO AddsListed
           WHEN "DELETE"
               ADD 1 TO DeletesListed
           WHEN "RENUMBER"
               ADD 1 TO RenumbersListed
           WHEN OTHER
               ADD 1 TO ChangesOnly
       END-EVALUATE
       PERFORM PrintAuditRecord
       EXIT.

PrintAuditRecord.
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       STRING AudDate(1:4) "-" AudDate(5:2) "-" AudDate(7:2)
           DELIMITED BY SIZE INTO ClDate
       END-STRING
       STRING AudTime(1:2) ":" AudTime(3:2)
           DELIMITED BY SIZE INTO ClTime
       END-STRING
       MOVE AudProgram TO ClProgram
       MOVE AudOperator TO ClOperator
       MOVE AudChange TO ClChange
       MOVE AudKey TO ClKey
       MOVE ChangeLine TO PrintLine
       PERFORM PutLine
       MOVE AudBefore TO ImageText
       MOVE "BEFORE:" TO ImageLabel
       PERFORM PrintImage
       MOVE AudAfter TO ImageText
       MOVE "AFTER:" TO ImageLabel
       PERFORM PrintImage
       EXIT.

PrintImage.
       MOVE ImageLabel TO IlLabel
       IF ImageText IS EQUAL TO SPACES
           MOVE "(NONE)" TO IlText
           MOVE ImageLine TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       MOVE 200 TO ImageLen
       PERFORM UNTIL ImageText(ImageLen:1) IS NOT EQUAL TO SPACE
           SUBTRACT 1 FROM ImageLen
       END-PERFORM
       PERFORM VARYING ChunkStart FROM 1 BY 70
           UNTIL ChunkStart IS GREATER THAN ImageLen
           IF ChunkStart IS GREATER THAN 140
               MOVE ImageText(ChunkStart:60) TO IlText
           ELSE
               MOVE ImageText(ChunkStart:70) TO IlText
           END-IF
           MOVE ImageLine TO PrintLine
           PERFORM PutLine
           MOVE SPACES TO IlLabel
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
       MOVE "MAINTRPT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
