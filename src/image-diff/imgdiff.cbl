IDENTIFICATION DIVISION.
PROGRAM-ID. IMGDIFF.

DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "IMGCOMP.cpy".
       01 WS-BaseFileName PIC X(40).
       01 WS-CandFileName PIC X(40).
      *> The missing verification step of the regression routine:
      *> row-by-row comparison of two 56-column images, carets under
      *> the columns that differ, and a verdict nobody has to eyeball.
      *> The loading and comparing live in IMGCOMP, so a batch check
      *> can judge whole sets of frames the same way.

PROCEDURE DIVISION.
       DISPLAY "Baseline image file? " WITH NO ADVANCING
           DISPLAY "IMGDIFF: both file names are needed."
           STOP RUN
       END-IF
       MOVE "L" TO Img-Action
       MOVE WS-BaseFileName TO Img-Base-File
       MOVE WS-CandFileName TO Img-Cand-File
       CALL "IMGCOMP" USING Image-Compare-Request
       IF Img-Base-Status IS NOT EQUAL TO "00"
           DISPLAY "IMGDIFF: could not open "
               FUNCTION TRIM(WS-BaseFileName) ", status "
               Img-Base-Status "."
       END-IF
       IF Img-Cand-Status IS NOT EQUAL TO "00"
           DISPLAY "IMGDIFF: could not open "
               FUNCTION TRIM(WS-CandFileName) ", status "
               Img-Cand-Status "."
       END-IF
       IF Img-Base-Rows IS EQUAL TO 0 OR Img-Cand-Rows IS EQUAL TO 0
           DISPLAY "IMGDIFF: nothing to compare."
           STOP RUN
       END-IF
       IF Img-Base-Rows IS NOT EQUAL TO Img-Cand-Rows
           DISPLAY "IMGDIFF: row counts differ - baseline has "
               Img-Base-Rows ", candidate has " Img-Cand-Rows "."
       END-IF
       MOVE "C" TO Img-Action
       MOVE "Y" TO Img-Show-Rows
       CALL "IMGCOMP" USING Image-Compare-Request
       DISPLAY " "
       IF Img-Match
           DISPLAY "IMGDIFF: VERDICT MATCH - " Img-Compared-Rows
               " row(s) identical."
       ELSE
           DISPLAY "IMGDIFF: VERDICT DIFFER - " Img-Diff-Rows
               " row(s) differ, " Img-Diff-Cols
               " column(s) in all."
       END-IF
STOP RUN.
