       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IMGHIST.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.
           SELECT ViewFile ASSIGN DYNAMIC ViewFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ViewFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors IMGLIB's HistoryRecord field-for-field.
       FD HistoryFile.
       01 HistoryRecord.
          02 HistImageId PIC 99.
          02 HistVersion PIC 9(4).
          02 HistEditor PIC X(12).
          02 HistDate PIC 9(8).
          02 HistRowNo PIC 99.
          02 HistRow PIC X(56).
      *> A version and the current frame are laid down as ordinary
      *> image files so IMGCOMP can set them side by side.
       FD ViewFile.
       01 ViewRow PIC X(56).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 HistoryFileName PIC X(60) VALUE "room_image_history.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 HistoryFileStatus PIC XX.
       01 ViewFileStatus PIC XX.
       01 ViewFileName PIC X(60).
       COPY "IMGLIB.cpy".
       COPY "IMGCOMP.cpy".
      *> A frame's history, one version to a recipe card: who
      *> checked it in and when, and the undo that puts any of them
      *> back without touching the rest of the library.
       01 HistData.
          02 ImageId PIC 99.
          02 NumberInput PIC X(6).
          02 WantedVersion PIC 9(4).
          02 VersionsListed PIC 9(4).
          02 LastListed PIC 9(4).
          02 MenuCommand PIC X.
          02 MenuDone PIC X VALUE "N".
             88 MenuFinished VALUE "Y".
          02 ConfirmAnswer PIC X.
          02 RollbackEditor PIC X(12).
          02 RowIdx PIC 99.
       01 SavedRows.
          02 SavedRow PIC X(56) OCCURS 24 TIMES.
       01 VersionFileName PIC X(40) VALUE "imghist_version.txt".
       01 CurrentFileName PIC X(40) VALUE "imghist_current.txt".

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Library image number (1-99)? " WITH NO ADVANCING
       MOVE SPACES TO NumberInput
       ACCEPT NumberInput
       MOVE 0 TO ImageId
       IF FUNCTION TEST-NUMVAL(NumberInput) IS EQUAL TO 0
           IF FUNCTION NUMVAL(NumberInput) IS GREATER THAN 0
               AND FUNCTION NUMVAL(NumberInput) IS LESS THAN 100
               COMPUTE ImageId = FUNCTION NUMVAL(NumberInput)
           END-IF
       END-IF
       IF ImageId IS EQUAL TO 0
           DISPLAY "IMGHIST: that is not an image number."
           STOP RUN
       END-IF
       PERFORM ListVersions
       PERFORM MenuTurn UNTIL MenuFinished
STOP RUN.

ListVersions.
       MOVE 0 TO VersionsListed
       MOVE 0 TO LastListed
       DISPLAY " "
       DISPLAY "Image " ImageId " history:"
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS EQUAL TO "00"
           PERFORM UNTIL HistoryFileStatus IS NOT EQUAL TO "00"
               READ HistoryFile
                   AT END
                       MOVE "10" TO HistoryFileStatus
                   NOT AT END
                       IF HistImageId IS EQUAL TO ImageId
                           AND HistRowNo IS EQUAL TO 1
                           PERFORM ListOneVersion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile
       END-IF
       IF VersionsListed IS EQUAL TO 0
           DISPLAY "  No versions are recorded for this image."
       ELSE
           DISPLAY "  " VersionsListed " version(s); the latest is "
               LastListed "."
       END-IF
       EXIT.

ListOneVersion.
       ADD 1 TO VersionsListed
       MOVE HistVersion TO LastListed
       DISPLAY "  Version " HistVersion "  " HistEditor "  "
           HistDate(1:4) "-" HistDate(5:2) "-" HistDate(7:2)
       EXIT.

MenuTurn.
       DISPLAY " "
       DISPLAY "[L]ist  [S]how a version  [R]oll back  [Q]uit"
       ACCEPT MenuCommand
       EVALUATE MenuCommand
           WHEN "L" WHEN "l"
               PERFORM ListVersions
           WHEN "S" WHEN "s"
               PERFORM ShowVersion
           WHEN "R" WHEN "r"
               PERFORM RollBackVersion
           WHEN "Q" WHEN "q"
               SET MenuFinished TO TRUE
       END-EVALUATE
       EXIT.

AskVersion.
       DISPLAY "Which version (blank for the latest)? "
           WITH NO ADVANCING
       MOVE SPACES TO NumberInput
       ACCEPT NumberInput
       MOVE 0 TO WantedVersion
       IF NumberInput IS NOT EQUAL TO SPACES
           IF FUNCTION TEST-NUMVAL(NumberInput) IS EQUAL TO 0
               COMPUTE WantedVersion = FUNCTION NUMVAL(NumberInput)
           ELSE
               MOVE 9999 TO WantedVersion
           END-IF
       END-IF
       MOVE "G" TO Ilb-Action
       MOVE ImageId TO Ilb-Image-Id
       MOVE WantedVersion TO Ilb-Version
       CALL "IMGLIB" USING Image-Library-Request
       IF NOT Ilb-Done
           DISPLAY "IMGHIST: there is no such version of image "
               ImageId "."
       END-IF
       EXIT.

      *> The current frame is the baseline, the version the candidate:
      *> the carets show what rolling back would change.
ShowVersion.
       PERFORM AskVersion
       IF NOT Ilb-Done
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Version " Ilb-Version " by " FUNCTION TRIM(Ilb-Editor)
           ", " Ilb-Date(1:4) "-" Ilb-Date(5:2) "-" Ilb-Date(7:2) ":"
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           DISPLAY Ilb-Rows(RowIdx)
           MOVE Ilb-Rows(RowIdx) TO SavedRow(RowIdx)
       END-PERFORM
       MOVE VersionFileName TO ViewFileName
       PERFORM WriteViewFile
       MOVE "L" TO Ilb-Action
       MOVE ImageId TO Ilb-Image-Id
       CALL "IMGLIB" USING Image-Library-Request
       IF NOT Ilb-Done
           DISPLAY "IMGHIST: image " ImageId
               " is not in RoomLibrary.txt to compare against."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE Ilb-Rows(RowIdx) TO SavedRow(RowIdx)
       END-PERFORM
       MOVE CurrentFileName TO ViewFileName
       PERFORM WriteViewFile
       MOVE "L" TO Img-Action
       MOVE CurrentFileName TO Img-Base-File
       MOVE VersionFileName TO Img-Cand-File
       CALL "IMGCOMP" USING Image-Compare-Request
       MOVE "C" TO Img-Action
       MOVE "Y" TO Img-Show-Rows
       CALL "IMGCOMP" USING Image-Compare-Request
       DISPLAY " "
       IF Img-Match
           DISPLAY "IMGHIST: VERDICT MATCH - the current frame is this "
               "version."
       ELSE
           DISPLAY "IMGHIST: VERDICT DIFFER - " Img-Diff-Rows
               " row(s) differ from the current frame, "
               Img-Diff-Cols " column(s) in all."
       END-IF
       EXIT.

WriteViewFile.
       MOVE ViewFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ViewFileName
       OPEN OUTPUT ViewFile
       IF ViewFileStatus IS NOT EQUAL TO "00"
           DISPLAY "IMGHIST: could not write " FUNCTION TRIM(ViewFileName)
               ", status " ViewFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE SavedRow(RowIdx) TO ViewRow
           WRITE ViewRow
       END-PERFORM
       CLOSE ViewFile
       EXIT.

      *> Only this image's rows are put back; the rollback itself is
      *> checked in as a new version, so it can be undone the same way.
RollBackVersion.
       PERFORM AskVersion
       IF NOT Ilb-Done
           EXIT PARAGRAPH
       END-IF
       MOVE Ilb-Version TO WantedVersion
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE Ilb-Rows(RowIdx) TO SavedRow(RowIdx)
       END-PERFORM
       DISPLAY "Roll image " ImageId " back to version " WantedVersion
           "? (y/n) " WITH NO ADVANCING
       MOVE SPACE TO ConfirmAnswer
       ACCEPT ConfirmAnswer
       IF ConfirmAnswer IS NOT EQUAL TO "y"
           AND ConfirmAnswer IS NOT EQUAL TO "Y"
           DISPLAY "Nothing rolled back."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Yer name for the history (blank for ROLLBACK)? "
           WITH NO ADVANCING
       MOVE SPACES TO RollbackEditor
       ACCEPT RollbackEditor
       IF RollbackEditor IS EQUAL TO SPACES
           MOVE "ROLLBACK" TO RollbackEditor
       END-IF
       MOVE "L" TO Ilb-Action
       MOVE ImageId TO Ilb-Image-Id
       CALL "IMGLIB" USING Image-Library-Request
       IF Ilb-Done
           MOVE "V" TO Ilb-Action
           MOVE "LIBRARY" TO Ilb-Editor
           MOVE "Y" TO Ilb-Only-Changed
           CALL "IMGLIB" USING Image-Library-Request
       END-IF
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE SavedRow(RowIdx) TO Ilb-Rows(RowIdx)
       END-PERFORM
       MOVE "P" TO Ilb-Action
       MOVE ImageId TO Ilb-Image-Id
       CALL "IMGLIB" USING Image-Library-Request
       IF NOT Ilb-Done
           DISPLAY "IMGHIST: image " ImageId " was not rolled back."
           EXIT PARAGRAPH
       END-IF
       MOVE "V" TO Ilb-Action
       MOVE RollbackEditor TO Ilb-Editor
       MOVE "Y" TO Ilb-Only-Changed
       CALL "IMGLIB" USING Image-Library-Request
       IF Ilb-Done
           DISPLAY "Image " ImageId " rolled back to version "
               WantedVersion ", recorded as version " Ilb-Version "."
       ELSE
           DISPLAY "Image " ImageId " rolled back to version "
               WantedVersion " - already the latest version."
       END-IF
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
       MOVE "IMGHIST" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
