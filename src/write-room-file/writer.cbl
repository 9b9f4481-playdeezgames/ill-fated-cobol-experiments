FILE-CONTROL.
       SELECT RoomImageFile ASSIGN DYNAMIC WS-FileName SEQUENTIAL
           FILE STATUS IS RoomImageFileStatus.
DATA DIVISION.
FILE SECTION.
       FD RoomImageFile.
       01 ImageRow PIC X(56).
       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 RoomImageFileStatus PIC XX.
       01 ImageData.
          02 RoomImage.
             03 RoomImageRows PIC X(56) OCCURS 24 TIMES.
             03 LibraryRoomRows PIC X(56) OCCURS 24 TIMES.
       01 ScratchPad.
          02 RowNumber PIC 999.
          02 WS-FileName PIC X(60) VALUE "RoomImage.txt".
          02 RoomChoice PIC 9 VALUE 1.
             88 PlainRoom VALUE 1.
             88 RoundRoom VALUE 2.
          02 WS-SaveAsName PIC X(40).
          02 EditDirty PIC X VALUE "N".
             88 UnsavedEdits VALUE "Y".
      *> Editing a library image in place: every save is checked in
      *> to the image history through IMGLIB under the editor's name.
          02 EditTarget PIC X VALUE "F".
             88 EditingLibraryImage VALUE "L".
          02 EditImageId PIC 99.
          02 EditorName PIC X(12).
      *> The rows as they stood at the last load or save. Each save
      *> compares against them and sends every row that moved to the
      *> maintenance audit trail through MAINTLOG.
          02 OriginalRows PIC X(56) OCCURS 24 TIMES.
          02 AuditImageName PIC X(40).
       COPY "IMGLIB.cpy".
       COPY "MAINTLOG.cpy".
PROCEDURE DIVISION.
       PERFORM AskRunMode.
       IF EditMode
       PERFORM BuildRoomLibrary.
       PERFORM SelectChosenRoomImage.
       PERFORM WriteRoomImageFile.
       MOVE "LIBRARY" TO EditorName
       PERFORM CheckInEmittedImages
       PERFORM WriteRoomLibraryFile.
       MOVE "WRITER" TO EditorName
       PERFORM CheckInEmittedImages

       STOP RUN.

       EXIT.

RunEditMode.
       DISPLAY "Yer name for the history and audit trail "
           "(blank for ARTIST)? " WITH NO ADVANCING
       MOVE SPACES TO EditorName
       ACCEPT EditorName
       IF EditorName IS EQUAL TO SPACES
           MOVE "ARTIST" TO EditorName
       END-IF
       MOVE "WRITER" TO Maint-Program
       MOVE EditorName TO Maint-Operator
       DISPLAY "Image file to edit (blank for RoomImage.txt, "
           "L for a library image)? " WITH NO ADVANCING
       ACCEPT WS-FileName
       IF WS-FileName IS EQUAL TO SPACES
           MOVE "RoomImage.txt" TO WS-FileName
       END-IF
       IF WS-FileName IS EQUAL TO "L" OR WS-FileName IS EQUAL TO "l"
           PERFORM LoadLibraryImageForEdit
           IF NOT EditingLibraryImage
               EXIT PARAGRAPH
           END-IF
       ELSE
           PERFORM LoadImageForEdit
       END-IF
       PERFORM KeepOriginalRows
       PERFORM EditMenuTurn UNTIL EditFinished
       EXIT.

           MOVE SPACES TO RoomImageRows(RowNumber)
       END-PERFORM
       MOVE 0 TO RowsLoaded
       MOVE WS-FileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-FileName
       OPEN INPUT RoomImageFile
       IF RoomImageFileStatus IS NOT EQUAL TO "00"
           DISPLAY "That file could not be opened (status "
           WHEN "R" WHEN "r"
               PERFORM ReplaceImageRow
           WHEN "S" WHEN "s"
               IF EditingLibraryImage
                   PERFORM SaveLibraryImage
               ELSE
                   PERFORM WriteRoomImageFile
                   MOVE "N" TO EditDirty
                   DISPLAY "Saved to " FUNCTION TRIM(WS-FileName)
                   PERFORM AuditFileSave
               END-IF
           WHEN "N" WHEN "n"
               DISPLAY "Save as which file name? " WITH NO ADVANCING
               ACCEPT WS-SaveAsName
                   DISPLAY "A file needs a name."
               ELSE
                   MOVE WS-SaveAsName TO WS-FileName
                   MOVE "F" TO EditTarget
                   PERFORM WriteRoomImageFile
                   MOVE "N" TO EditDirty
                   DISPLAY "Saved to " FUNCTION TRIM(WS-FileName)
                   PERFORM AuditFileSave
               END-IF
           WHEN "Q" WHEN "q"
               IF UnsavedEdits
       END-EVALUATE
       EXIT.

LoadLibraryImageForEdit.
       DISPLAY "Library image number (1-99)? " WITH NO ADVANCING
       MOVE SPACES TO RowInput
       MOVE 0 TO EditImageId
       ACCEPT RowInput
       IF RowInput(1:2) IS NUMERIC AND RowInput(3:2) IS EQUAL TO SPACES
           MOVE RowInput(1:2) TO EditImageId
       ELSE
           IF RowInput(1:1) IS NUMERIC
               AND RowInput(2:3) IS EQUAL TO SPACES
               MOVE RowInput(1:1) TO EditImageId
           END-IF
       END-IF
       IF EditImageId IS EQUAL TO 0
           DISPLAY "That is not an image number."
           EXIT PARAGRAPH
       END-IF
       MOVE "L" TO Ilb-Action
       MOVE EditImageId TO Ilb-Image-Id
       CALL "IMGLIB" USING Image-Library-Request
       IF Ilb-Failed
           DISPLAY "RoomLibrary.txt could not be read (status "
               Ilb-Status ")."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING RowNumber FROM 1 BY 1
           UNTIL RowNumber IS GREATER THAN 24
           MOVE Ilb-Rows(RowNumber) TO RoomImageRows(RowNumber)
       END-PERFORM
       IF Ilb-Not-Found
           DISPLAY "Image " EditImageId " is not in the library yet - "
               "starting from a blank image."
       ELSE
           DISPLAY "Loaded library image " EditImageId "."
       END-IF
       SET EditingLibraryImage TO TRUE
       EXIT.

      *> The library's own copy goes into the history first (once,
      *> if no version holds it yet), so the image as it stood before
      *> this save can always be rolled back to.
SaveLibraryImage.
       MOVE "L" TO Ilb-Action
       MOVE EditImageId TO Ilb-Image-Id
       CALL "IMGLIB" USING Image-Library-Request
       IF Ilb-Done
           MOVE "V" TO Ilb-Action
           MOVE "LIBRARY" TO Ilb-Editor
           MOVE "Y" TO Ilb-Only-Changed
           CALL "IMGLIB" USING Image-Library-Request
       END-IF
       PERFORM VARYING RowNumber FROM 1 BY 1
           UNTIL RowNumber IS GREATER THAN 24
           MOVE RoomImageRows(RowNumber) TO Ilb-Rows(RowNumber)
       END-PERFORM
       MOVE "P" TO Ilb-Action
       MOVE EditImageId TO Ilb-Image-Id
       CALL "IMGLIB" USING Image-Library-Request
       IF NOT Ilb-Done
           DISPLAY "Image " EditImageId " was not saved."
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO EditDirty
       MOVE "V" TO Ilb-Action
       MOVE EditorName TO Ilb-Editor
       MOVE "Y" TO Ilb-Only-Changed
       CALL "IMGLIB" USING Image-Library-Request
       EVALUATE TRUE
           WHEN Ilb-Done
               DISPLAY "Saved library image " EditImageId
                   " as version " Ilb-Version "."
           WHEN Ilb-Unchanged
               DISPLAY "Saved library image " EditImageId
                   " - unchanged from version " Ilb-Version "."
           WHEN OTHER
               DISPLAY "Saved library image " EditImageId
                   " but its history was not recorded."
       END-EVALUATE
       MOVE SPACES TO AuditImageName
       STRING "LIBRARY IMAGE " DELIMITED BY SIZE
           EditImageId DELIMITED BY SIZE
           INTO AuditImageName
       END-STRING
       PERFORM AuditSavedRows
       EXIT.

KeepOriginalRows.
       PERFORM VARYING RowNumber FROM 1 BY 1
           UNTIL RowNumber IS GREATER THAN 24
           MOVE RoomImageRows(RowNumber) TO OriginalRows(RowNumber)
       END-PERFORM
       EXIT.

AuditFileSave.
       IF RoomImageFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE WS-FileName TO AuditImageName
       PERFORM AuditSavedRows
       EXIT.

      *> One audit record per row the save changed, keyed by row
      *> number and the image it belongs to.
AuditSavedRows.
       PERFORM VARYING RowNumber FROM 1 BY 1
           UNTIL RowNumber IS GREATER THAN 24
           IF RoomImageRows(RowNumber)
               IS NOT EQUAL TO OriginalRows(RowNumber)
               MOVE RowNumber TO EditRowNumber
               MOVE SPACES TO Maint-Key
               STRING "ROW " DELIMITED BY SIZE
                   EditRowNumber DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AuditImageName DELIMITED BY SIZE
                   INTO Maint-Key
               END-STRING
               MOVE "CHANGE" TO Maint-Change
               MOVE OriginalRows(RowNumber) TO Maint-Before
               MOVE RoomImageRows(RowNumber) TO Maint-After
               MOVE "N" TO Maint-Action
               CALL "MAINTLOG" USING Maint-Request
           END-IF
       END-PERFORM
       MOVE "C" TO Maint-Action
       CALL "MAINTLOG" USING Maint-Request
       IF Maint-Done AND Maint-Count IS GREATER THAN 0
           DISPLAY Maint-Count " row change(s) recorded in "
               "maint_audit.dat."
       END-IF
       PERFORM KeepOriginalRows
       EXIT.

PreviewImage.
       PERFORM VARYING RowNumber FROM 1 BY 1
           UNTIL RowNumber IS GREATER THAN 24
       END-PERFORM
       EXIT.

      *> The built-ins are put in place one by one, so images the
      *> artists have added to the library past them are kept.
WriteRoomLibraryFile.
       PERFORM VARYING LibRoomIdx FROM 1 BY 1 UNTIL LibRoomIdx > 3
           MOVE "P" TO Ilb-Action
           MOVE LibraryRoomId(LibRoomIdx) TO Ilb-Image-Id
           PERFORM VARYING RowNumber FROM 1 BY 1 UNTIL RowNumber IS GREATER THAN 24
               MOVE LibraryRoomRows(LibRoomIdx, RowNumber) TO Ilb-Rows(RowNumber)
           END-PERFORM
           CALL "IMGLIB" USING Image-Library-Request
           IF NOT Ilb-Done
               DISPLAY "WRITER: unable to write room library image "
                   LibraryRoomId(LibRoomIdx) ", status " Ilb-Status "."
           END-IF
       END-PERFORM
       EXIT.

      *> Emitting rewrites images 1-3 wholesale, so what the library
      *> held is checked in beforehand and the built-ins afterwards.
CheckInEmittedImages.
       PERFORM VARYING LibRoomIdx FROM 1 BY 1 UNTIL LibRoomIdx > 3
           MOVE "L" TO Ilb-Action
           MOVE LibraryRoomId(LibRoomIdx) TO Ilb-Image-Id
           CALL "IMGLIB" USING Image-Library-Request
           IF Ilb-Done
               MOVE "V" TO Ilb-Action
               MOVE EditorName TO Ilb-Editor
               MOVE "Y" TO Ilb-Only-Changed
               CALL "IMGLIB" USING Image-Library-Request
           END-IF
       END-PERFORM
       EXIT.

AskFileName.

WriteRoomImageFile.
       PERFORM ComputeImageChecksum
       MOVE WS-FileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-FileName
       OPEN OUTPUT RoomImageFile
       IF RoomImageFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WRITER: the image file could not be written, "
       MOVE "  _/             \__/                  \_         \_    " TO RoomImageRows(23)
       MOVE "_/                                                  \_  " TO RoomImageRows(24)
EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "WRITER" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
