       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IMGCOMP.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BaseFile ASSIGN DYNAMIC BaseFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BaseFileStatus.
           SELECT CandFile ASSIGN DYNAMIC CandFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CandFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD BaseFile.
       01 BaseRecord PIC X(56).
       FD CandFile.
       01 CandRecord PIC X(56).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 BaseFileStatus PIC XX.
       01 CandFileStatus PIC XX.
       01 BaseFileName PIC X(60).
       01 CandFileName PIC X(60).
      *> The pair last loaded stays here between calls, so a caller
      *> can load, look at the row counts, and then compare.
       01 ImageTables.
          02 BaseRows PIC X(56) OCCURS 24 TIMES.
          02 CandRows PIC X(56) OCCURS 24 TIMES.
          02 BaseRowCount PIC 99 VALUE 0.
          02 CandRowCount PIC 99 VALUE 0.
       01 DiffData.
          02 RowIdx PIC 99.
          02 ColIdx PIC 99.
          02 CompareRows PIC 99.
          02 DiffRowCount PIC 99.
          02 DiffColCount PIC 9(4).
          02 CaretLine PIC X(56).

       LINKAGE SECTION.
       COPY "IMGCOMP.cpy".

PROCEDURE DIVISION USING Image-Compare-Request.
       EVALUATE Img-Action
           WHEN "L"
               PERFORM LoadBaseImage
               PERFORM LoadCandImage
           WHEN "C"
               PERFORM CompareImages
           WHEN OTHER
               DISPLAY "IMGCOMP: unknown action '" Img-Action "'."
       END-EVALUATE
EXIT PROGRAM.

CompareImages.
       IF BaseRowCount IS LESS THAN CandRowCount
           MOVE BaseRowCount TO CompareRows
       ELSE
           MOVE CandRowCount TO CompareRows
       END-IF
       MOVE 0 TO DiffRowCount
       MOVE 0 TO DiffColCount
       PERFORM VARYING RowIdx FROM 1 BY 1
           UNTIL RowIdx IS GREATER THAN CompareRows
           PERFORM CompareOneRow
       END-PERFORM
       MOVE CompareRows TO Img-Compared-Rows
       MOVE DiffRowCount TO Img-Diff-Rows
       MOVE DiffColCount TO Img-Diff-Cols
       IF DiffRowCount IS EQUAL TO 0
           AND BaseRowCount IS EQUAL TO CandRowCount
           AND BaseRowCount IS GREATER THAN 0
           SET Img-Match TO TRUE
       ELSE
           SET Img-Differ TO TRUE
       END-IF
       EXIT.

CompareOneRow.
       IF BaseRows(RowIdx) IS EQUAL TO CandRows(RowIdx)
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO DiffRowCount
       MOVE SPACES TO CaretLine
       PERFORM VARYING ColIdx FROM 1 BY 1
           UNTIL ColIdx IS GREATER THAN 56
           IF BaseRows(RowIdx)(ColIdx:1) IS NOT EQUAL TO
               CandRows(RowIdx)(ColIdx:1)
               MOVE "^" TO CaretLine(ColIdx:1)
               ADD 1 TO DiffColCount
           END-IF
       END-PERFORM
       IF Img-Show-Rows IS EQUAL TO "Y"
           DISPLAY "ROW " RowIdx ":"
           DISPLAY "  BASE [" BaseRows(RowIdx) "]"
           DISPLAY "  CAND [" CandRows(RowIdx) "]"
           DISPLAY "       [" CaretLine "]"
       END-IF
       EXIT.

      *> WRITER-era files may carry *IMGHDR/*IMGTRL brackets - only
      *> the picture rows are compared.
LoadBaseImage.
       MOVE 0 TO BaseRowCount
       MOVE Img-Base-File TO BaseFileName
       MOVE BaseFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO BaseFileName
       OPEN INPUT BaseFile
       MOVE BaseFileStatus TO Img-Base-Status
       IF BaseFileStatus IS EQUAL TO "00"
           PERFORM UNTIL BaseFileStatus IS NOT EQUAL TO "00"
               READ BaseFile
                   AT END
                       MOVE "10" TO BaseFileStatus
                   NOT AT END
                       IF BaseRecord(1:8) IS NOT EQUAL TO "*IMGHDR "
                           AND BaseRecord(1:8) IS NOT EQUAL TO "*IMGTRL "
                           AND BaseRowCount IS LESS THAN 24
                           ADD 1 TO BaseRowCount
                           MOVE BaseRecord TO BaseRows(BaseRowCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BaseFile
       END-IF
       MOVE BaseRowCount TO Img-Base-Rows
       EXIT.

LoadCandImage.
       MOVE 0 TO CandRowCount
       MOVE Img-Cand-File TO CandFileName
       MOVE CandFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO CandFileName
       OPEN INPUT CandFile
       MOVE CandFileStatus TO Img-Cand-Status
       IF CandFileStatus IS EQUAL TO "00"
           PERFORM UNTIL CandFileStatus IS NOT EQUAL TO "00"
               READ CandFile
                   AT END
                       MOVE "10" TO CandFileStatus
                   NOT AT END
                       IF CandRecord(1:8) IS NOT EQUAL TO "*IMGHDR "
                           AND CandRecord(1:8) IS NOT EQUAL TO "*IMGTRL "
                           AND CandRowCount IS LESS THAN 24
                           ADD 1 TO CandRowCount
                           MOVE CandRecord TO CandRows(CandRowCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CandFile
       END-IF
       MOVE CandRowCount TO Img-Cand-Rows
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "IMGCOMP" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
