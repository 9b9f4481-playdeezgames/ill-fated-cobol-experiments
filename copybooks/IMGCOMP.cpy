      *> The request block for IMGCOMP, IMGDIFF's row-by-row image
      *> comparison made callable: Img-Action "L" loads the baseline
      *> and candidate files (56-column rows, up to 24, *IMGHDR and
      *> *IMGTRL brackets skipped) and hands back each file's open
      *> status and row count; "C" compares the pair last loaded and
      *> sets the verdict. Img-Show-Rows "Y" displays every differing
      *> row with carets under the columns that differ.
       01 Image-Compare-Request.
           02 Img-Action PIC X.
           02 Img-Base-File PIC X(40).
           02 Img-Cand-File PIC X(40).
           02 Img-Base-Status PIC XX.
           02 Img-Cand-Status PIC XX.
           02 Img-Base-Rows PIC 99.
           02 Img-Cand-Rows PIC 99.
           02 Img-Compared-Rows PIC 99.
           02 Img-Diff-Rows PIC 99.
           02 Img-Diff-Cols PIC 9(4).
           02 Img-Show-Rows PIC X.
           02 Img-Verdict PIC X.
              88 Img-Match VALUE "M".
              88 Img-Differ VALUE "D".
