       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FRAMECHK.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunIndexFile ASSIGN DYNAMIC RunIndexFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunIndexStatus.
           SELECT GoldIndexFile ASSIGN DYNAMIC GoldIndexFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GoldIndexStatus.
           SELECT FrameInFile ASSIGN DYNAMIC FrameInName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FrameInStatus.
           SELECT FrameOutFile ASSIGN DYNAMIC FrameOutName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FrameOutStatus.
           SELECT PassFile ASSIGN DYNAMIC PassFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PassFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> CRAWLER's frames_index.txt: the frame file name, a space,
      *> and the caption of the moment it shows, then the turn and
      *> tallies that CRAWLBOOK prints and this check passes over. golden_index.txt is
      *> the same file as it stood when the golden set was recorded;
      *> golden_0001.txt holds what frame_0001.txt showed then.
       FD RunIndexFile.
       01 RunIndexLine PIC X(90).
       FD GoldIndexFile.
       01 GoldIndexLine PIC X(90).
       FD FrameInFile.
       01 FrameInRow PIC X(56).
       FD FrameOutFile.
       01 FrameOutRow PIC X(56).
       FD PassFile.
       01 PassLine PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 RunIndexFileName PIC X(60) VALUE "frames_index.txt".
          02 GoldIndexFileName PIC X(60) VALUE "golden_index.txt".
          02 PassFileName PIC X(60) VALUE "framechk_pass.txt".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "IMGCOMP.cpy".
       01 RunIndexStatus PIC XX.
       01 GoldIndexStatus PIC XX.
       01 FrameInStatus PIC XX.
       01 FrameOutStatus PIC XX.
       01 PassFileStatus PIC XX.
       01 FrameInName PIC X(60).
       01 FrameOutName PIC X(60).
       01 DeleteStatus PIC S9(9) COMP-5.
      *> A scripted CRAWLER run writes every frame it shows; this
      *> check holds each one up against the golden set with IMGDIFF's
      *> own comparison and ends in the one PASS/FAIL line the batch
      *> chain keys off - framechk_pass.txt is left behind only on a
      *> pass, for DRIVER's artifact test.
       01 IndexTables.
          02 RunCount PIC 999 VALUE 0.
          02 RunEntries PIC X(90) OCCURS 999 TIMES.
          02 GoldCount PIC 999 VALUE 0.
          02 GoldEntries PIC X(90) OCCURS 999 TIMES.
       01 CheckData.
          02 CheckMode PIC X.
             88 RecordGolden VALUES "R" "r".
          02 FrameIdx PIC 999.
          02 LastFrame PIC 999.
          02 FrameName PIC X(40).
          02 GoldIndexName PIC X(40).
          02 GoldName PIC X(40).
          02 FrameCaption PIC X(45).
          02 GoldCaption PIC X(45).
          02 MatchedCount PIC 999 VALUE 0.
          02 DifferCount PIC 999 VALUE 0.
          02 MissingCount PIC 999 VALUE 0.
          02 ExtraCount PIC 999 VALUE 0.
          02 RecordedCount PIC 999 VALUE 0.
          02 VerdictLine PIC X(80).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Check this run's frames against the golden set, or"
       DISPLAY "(r)ecord them as the new golden set? (blank to check) "
           WITH NO ADVANCING
       ACCEPT CheckMode
       PERFORM LoadRunIndex
       IF RunCount IS EQUAL TO 0
           DISPLAY "FRAMECHK: no frames in frames_index.txt - "
               "nothing to check."
           PERFORM ReportFail
           STOP RUN
       END-IF
       IF RecordGolden
           PERFORM RecordGoldenSet
           STOP RUN
       END-IF
       PERFORM LoadGoldIndex
       IF GoldCount IS EQUAL TO 0
           DISPLAY "FRAMECHK: no golden set on file - record one first."
           PERFORM ReportFail
           STOP RUN
       END-IF
       IF RunCount IS GREATER THAN GoldCount
           MOVE RunCount TO LastFrame
       ELSE
           MOVE GoldCount TO LastFrame
       END-IF
       PERFORM VARYING FrameIdx FROM 1 BY 1
           UNTIL FrameIdx IS GREATER THAN LastFrame
           PERFORM CheckOneFrame
       END-PERFORM
       DISPLAY " "
       DISPLAY "FRAME CHECK: " MatchedCount " MATCHED, "
           DifferCount " DIFFER, " MissingCount " MISSING, "
           ExtraCount " EXTRA"
       IF DifferCount IS EQUAL TO 0 AND MissingCount IS EQUAL TO 0
           AND ExtraCount IS EQUAL TO 0
           PERFORM ReportPass
       ELSE
           PERFORM ReportFail
       END-IF
STOP RUN.

      *> Frames pair up by their place in the two indexes. A frame the
      *> golden set has and this run does not is missing; one past the
      *> end of the golden set is extra. A changed caption means the
      *> run took a different turn there, so it differs even when the
      *> picture happens to be the same.
CheckOneFrame.
       IF FrameIdx IS GREATER THAN RunCount
           PERFORM SplitGoldEntry
           ADD 1 TO MissingCount
           DISPLAY "FRAME " FrameIdx ": MISSING - the golden set has "
               FUNCTION TRIM(GoldName) " (" FUNCTION TRIM(GoldCaption)
               ")."
           EXIT PARAGRAPH
       END-IF
       PERFORM SplitRunEntry
       IF FrameIdx IS GREATER THAN GoldCount
           ADD 1 TO ExtraCount
           DISPLAY "FRAME " FrameIdx ": EXTRA - "
               FUNCTION TRIM(FrameName) " (" FUNCTION TRIM(FrameCaption)
               ") is past the end of the golden set."
           EXIT PARAGRAPH
       END-IF
       PERFORM SplitGoldEntry
       IF FrameCaption IS NOT EQUAL TO GoldCaption
           ADD 1 TO DifferCount
           DISPLAY "FRAME " FrameIdx ": DIFFERS - caption was '"
               FUNCTION TRIM(GoldCaption) "', now '"
               FUNCTION TRIM(FrameCaption) "'."
           EXIT PARAGRAPH
       END-IF
       MOVE "L" TO Img-Action
       MOVE GoldName TO Img-Base-File
       MOVE FrameName TO Img-Cand-File
       CALL "IMGCOMP" USING Image-Compare-Request
       IF Img-Base-Status IS NOT EQUAL TO "00"
           OR Img-Cand-Status IS NOT EQUAL TO "00"
           ADD 1 TO DifferCount
           DISPLAY "FRAME " FrameIdx ": DIFFERS - could not open "
               FUNCTION TRIM(GoldName) " (status " Img-Base-Status
               ") or " FUNCTION TRIM(FrameName) " (status "
               Img-Cand-Status ")."
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO Img-Action
       MOVE "N" TO Img-Show-Rows
       CALL "IMGCOMP" USING Image-Compare-Request
       IF Img-Match
           ADD 1 TO MatchedCount
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO DifferCount
       DISPLAY "FRAME " FrameIdx ": DIFFERS - "
           FUNCTION TRIM(FrameName) " (" FUNCTION TRIM(FrameCaption)
           ") against " FUNCTION TRIM(GoldName) ":"
       IF Img-Base-Rows IS NOT EQUAL TO Img-Cand-Rows
           DISPLAY "  row counts differ - golden has "
               Img-Base-Rows ", this run has " Img-Cand-Rows "."
       END-IF
       MOVE "Y" TO Img-Show-Rows
       CALL "IMGCOMP" USING Image-Compare-Request
       DISPLAY "  " Img-Diff-Rows " row(s) differ, " Img-Diff-Cols
           " column(s) in all."
       EXIT.

      *> golden_NNNN.txt stands in for frame_NNNN.txt.
SplitRunEntry.
       MOVE SPACES TO FrameName
       MOVE SPACES TO FrameCaption
       UNSTRING RunEntries(FrameIdx) DELIMITED BY SPACE
           INTO FrameName
       END-UNSTRING
       MOVE RunEntries(FrameIdx)(16:30) TO FrameCaption
       EXIT.

SplitGoldEntry.
       MOVE SPACES TO GoldIndexName
       MOVE SPACES TO GoldName
       MOVE SPACES TO GoldCaption
       UNSTRING GoldEntries(FrameIdx) DELIMITED BY SPACE
           INTO GoldIndexName
       END-UNSTRING
       MOVE GoldEntries(FrameIdx)(16:30) TO GoldCaption
       STRING "golden_" DELIMITED BY SIZE
           GoldIndexName(7:) DELIMITED BY SPACE
           INTO GoldName
       END-STRING
       EXIT.

LoadRunIndex.
       MOVE 0 TO RunCount
       OPEN INPUT RunIndexFile
       IF RunIndexStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL RunIndexStatus IS NOT EQUAL TO "00"
           READ RunIndexFile
               AT END
                   MOVE "10" TO RunIndexStatus
               NOT AT END
                   IF RunIndexLine IS NOT EQUAL TO SPACES
                       AND RunCount IS LESS THAN 999
                       ADD 1 TO RunCount
                       MOVE RunIndexLine TO RunEntries(RunCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RunIndexFile
       EXIT.

LoadGoldIndex.
       MOVE 0 TO GoldCount
       OPEN INPUT GoldIndexFile
       IF GoldIndexStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL GoldIndexStatus IS NOT EQUAL TO "00"
           READ GoldIndexFile
               AT END
                   MOVE "10" TO GoldIndexStatus
               NOT AT END
                   IF GoldIndexLine IS NOT EQUAL TO SPACES
                       AND GoldCount IS LESS THAN 999
                       ADD 1 TO GoldCount
                       MOVE GoldIndexLine TO GoldEntries(GoldCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GoldIndexFile
       EXIT.

      *> Blessing a run: every frame is copied to its golden_ name and
      *> the index kept as it stands. Recording is not a check, so it
      *> leaves no verdict behind either way.
RecordGoldenSet.
       CALL "CBL_DELETE_FILE" USING PassFileName
           RETURNING DeleteStatus
       OPEN OUTPUT GoldIndexFile
       IF GoldIndexStatus IS NOT EQUAL TO "00"
           DISPLAY "FRAMECHK: could not write golden_index.txt, status "
               GoldIndexStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING FrameIdx FROM 1 BY 1
           UNTIL FrameIdx IS GREATER THAN RunCount
           MOVE RunEntries(FrameIdx) TO GoldEntries(FrameIdx)
           PERFORM SplitRunEntry
           PERFORM SplitGoldEntry
           PERFORM CopyOneFrame
           MOVE RunEntries(FrameIdx) TO GoldIndexLine
           WRITE GoldIndexLine
       END-PERFORM
       CLOSE GoldIndexFile
       DISPLAY "FRAMECHK: " RecordedCount " of " RunCount
           " frame(s) recorded as the golden set."
       EXIT.

CopyOneFrame.
       MOVE FrameName TO FrameInName
       MOVE GoldName TO FrameOutName
       MOVE FrameInName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO FrameInName
       OPEN INPUT FrameInFile
       IF FrameInStatus IS NOT EQUAL TO "00"
           DISPLAY "FRAMECHK: could not read " FUNCTION TRIM(FrameInName)
               ", status " FrameInStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE FrameOutName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO FrameOutName
       OPEN OUTPUT FrameOutFile
       IF FrameOutStatus IS NOT EQUAL TO "00"
           DISPLAY "FRAMECHK: could not write "
               FUNCTION TRIM(FrameOutName) ", status " FrameOutStatus "."
           CLOSE FrameInFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL FrameInStatus IS NOT EQUAL TO "00"
           READ FrameInFile
               AT END
                   MOVE "10" TO FrameInStatus
               NOT AT END
                   MOVE FrameInRow TO FrameOutRow
                   WRITE FrameOutRow
           END-READ
       END-PERFORM
       CLOSE FrameInFile
       CLOSE FrameOutFile
       ADD 1 TO RecordedCount
       EXIT.

ReportPass.
       MOVE SPACES TO VerdictLine
       STRING "FRAMECHK: PASS - " DELIMITED BY SIZE
           MatchedCount DELIMITED BY SIZE
           " frame(s) match the golden set." DELIMITED BY SIZE
           INTO VerdictLine
       END-STRING
       OPEN OUTPUT PassFile
       IF PassFileStatus IS EQUAL TO "00"
           MOVE VerdictLine TO PassLine
           WRITE PassLine
           CLOSE PassFile
       END-IF
       DISPLAY "FRAMECHK: PASS"
       EXIT.

ReportFail.
       CALL "CBL_DELETE_FILE" USING PassFileName
           RETURNING DeleteStatus
       DISPLAY "FRAMECHK: FAIL"
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
       MOVE "FRAMECHK" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
