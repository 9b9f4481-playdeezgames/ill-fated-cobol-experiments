       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IMGLIB.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomLibraryFile ASSIGN DYNAMIC RoomLibraryFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RoomLibraryFileStatus.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> WRITER's RoomLibrary.txt layout: room id then one 56-column
      *> image row, 24 rows per room.
       FD RoomLibraryFile.
       01 LibraryRecord.
          02 LibRecRoomId PIC 99.
          02 LibRecImageRow PIC X(56).
      *> One record per image row per version, each carrying the
      *> image, version, editor and date, so any version can be read
      *> back whole without an index.
       FD HistoryFile.
       01 HistoryRecord.
          02 HistImageId PIC 99.
          02 HistVersion PIC 9(4).
          02 HistEditor PIC X(12).
          02 HistDate PIC 9(8).
          02 HistRowNo PIC 99.
          02 HistRow PIC X(56).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 RoomLibraryFileName PIC X(60) VALUE "RoomLibrary.txt".
          02 HistoryFileName PIC X(60) VALUE "room_image_history.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 RoomLibraryFileStatus PIC XX.
       01 HistoryFileStatus PIC XX.
       COPY "FILELOCK.cpy".
      *> The whole library while an image is put back in its place.
       01 LibraryTable.
          02 LibEntryCount PIC 9(4).
          02 LibEntry OCCURS 2400 TIMES.
             03 LibEntryId PIC 99.
             03 LibEntryRow PIC X(56).
       01 PutData.
          02 LibEntryIdx PIC 9(4).
          02 RowIdx PIC 99.
          02 ImageWritten PIC X.
             88 ImageIsWritten VALUE "Y".
      *> An image appended by ARTIMPORT is bracketed by room-00
      *> *IMGHDR/*IMGTRL records; when its rows change, the
      *> trailer's inked-character checksum is brought up to date.
          02 BracketImageId PIC 99.
          02 ImageChecksum PIC 9(6).
          02 RowSpaceCount PIC 99.
      *> One version of the image off the history file.
       01 ScanData.
          02 ScanWanted PIC 9(4).
          02 ScanLatest PIC 9(4).
          02 ScanFound PIC X.
             88 ScanVersionFound VALUE "Y".
          02 ScanEditor PIC X(12).
          02 ScanDate PIC 9(8).
          02 ScanRows PIC X(56) OCCURS 24 TIMES.
          02 RowsDiffer PIC X.

       LINKAGE SECTION.
       COPY "IMGLIB.cpy".

PROCEDURE DIVISION USING Image-Library-Request.
       PERFORM ResolveDataFiles
       MOVE SPACE TO Ilb-Result
       MOVE "00" TO Ilb-Status
       IF Ilb-Image-Id IS NOT NUMERIC OR Ilb-Image-Id IS EQUAL TO 0
           SET Ilb-Failed TO TRUE
           EXIT PROGRAM
       END-IF
       EVALUATE Ilb-Action
           WHEN "L"
               PERFORM LoadLibraryImage
           WHEN "P"
               PERFORM PutLibraryImage
           WHEN "V"
               PERFORM RecordVersion
           WHEN "G"
               PERFORM GetVersion
           WHEN OTHER
               DISPLAY "IMGLIB: unknown action '" Ilb-Action "'."
               SET Ilb-Failed TO TRUE
       END-EVALUATE
EXIT PROGRAM.

LoadLibraryImage.
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE SPACES TO Ilb-Rows(RowIdx)
       END-PERFORM
       MOVE 0 TO RowIdx
       SET Ilb-Not-Found TO TRUE
       OPEN INPUT RoomLibraryFile
       IF RoomLibraryFileStatus IS NOT EQUAL TO "00"
           MOVE RoomLibraryFileStatus TO Ilb-Status
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL RoomLibraryFileStatus IS NOT EQUAL TO "00"
           READ RoomLibraryFile
               AT END
                   MOVE "10" TO RoomLibraryFileStatus
               NOT AT END
                   IF LibRecRoomId IS EQUAL TO Ilb-Image-Id
                       AND RowIdx IS LESS THAN 24
                       ADD 1 TO RowIdx
                       MOVE LibRecImageRow TO Ilb-Rows(RowIdx)
                       SET Ilb-Done TO TRUE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RoomLibraryFile
       EXIT.

      *> The library is read whole and written back whole with the
      *> image's rows swapped in where its first row stood.
PutLibraryImage.
       MOVE "A" TO Lock-Action
       MOVE "room_library" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY "IMGLIB: RoomLibrary.txt is busy - not written."
           SET Ilb-Failed TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO LibEntryCount
       OPEN INPUT RoomLibraryFile
       IF RoomLibraryFileStatus IS EQUAL TO "00"
           PERFORM UNTIL RoomLibraryFileStatus IS NOT EQUAL TO "00"
               READ RoomLibraryFile
                   AT END
                       MOVE "10" TO RoomLibraryFileStatus
                   NOT AT END
                       IF LibEntryCount IS LESS THAN 2400
                           ADD 1 TO LibEntryCount
                           MOVE LibRecRoomId TO LibEntryId(LibEntryCount)
                           MOVE LibRecImageRow
                               TO LibEntryRow(LibEntryCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RoomLibraryFile
       END-IF
       OPEN OUTPUT RoomLibraryFile
       IF RoomLibraryFileStatus IS NOT EQUAL TO "00"
           MOVE RoomLibraryFileStatus TO Ilb-Status
           SET Ilb-Failed TO TRUE
           DISPLAY "IMGLIB: RoomLibrary.txt could not be written, "
               "status " RoomLibraryFileStatus "."
       ELSE
           MOVE "N" TO ImageWritten
           MOVE 0 TO BracketImageId
           PERFORM VARYING LibEntryIdx FROM 1 BY 1
               UNTIL LibEntryIdx > LibEntryCount
               IF LibEntryId(LibEntryIdx) IS EQUAL TO Ilb-Image-Id
                   IF NOT ImageIsWritten
                       PERFORM WriteImageRows
                   END-IF
               ELSE
                   IF LibEntryId(LibEntryIdx) IS EQUAL TO 0
                       PERFORM RefreshBracket
                   END-IF
                   MOVE LibEntryId(LibEntryIdx) TO LibRecRoomId
                   MOVE LibEntryRow(LibEntryIdx) TO LibRecImageRow
                   WRITE LibraryRecord
               END-IF
           END-PERFORM
           IF NOT ImageIsWritten
               PERFORM WriteImageRows
           END-IF
           CLOSE RoomLibraryFile
           SET Ilb-Done TO TRUE
       END-IF
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       EXIT.

WriteImageRows.
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE Ilb-Image-Id TO LibRecRoomId
           MOVE Ilb-Rows(RowIdx) TO LibRecImageRow
           WRITE LibraryRecord
       END-PERFORM
       MOVE "Y" TO ImageWritten
       EXIT.

RefreshBracket.
       IF LibEntryRow(LibEntryIdx)(1:8) IS EQUAL TO "*IMGHDR "
           AND LibEntryRow(LibEntryIdx)(9:2) IS NUMERIC
           MOVE LibEntryRow(LibEntryIdx)(9:2) TO BracketImageId
       END-IF
       IF LibEntryRow(LibEntryIdx)(1:8) IS EQUAL TO "*IMGTRL "
           IF BracketImageId IS EQUAL TO Ilb-Image-Id
               MOVE 0 TO ImageChecksum
               PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
                   MOVE 0 TO RowSpaceCount
                   INSPECT Ilb-Rows(RowIdx)
                       TALLYING RowSpaceCount FOR ALL SPACE
                   COMPUTE ImageChecksum = ImageChecksum + 56 - RowSpaceCount
               END-PERFORM
               MOVE ImageChecksum TO LibEntryRow(LibEntryIdx)(11:6)
           END-IF
           MOVE 0 TO BracketImageId
       END-IF
       EXIT.

RecordVersion.
       MOVE "A" TO Lock-Action
       MOVE "room_image_history" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY "IMGLIB: the image history is busy - not recorded."
           SET Ilb-Failed TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO ScanWanted
       PERFORM ScanHistory
       MOVE "Y" TO RowsDiffer
       IF ScanVersionFound AND Ilb-Only-Changed IS EQUAL TO "Y"
           MOVE "N" TO RowsDiffer
           PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
               IF ScanRows(RowIdx) IS NOT EQUAL TO Ilb-Rows(RowIdx)
                   MOVE "Y" TO RowsDiffer
               END-IF
           END-PERFORM
       END-IF
       IF RowsDiffer IS EQUAL TO "N"
           MOVE ScanLatest TO Ilb-Version
           SET Ilb-Unchanged TO TRUE
       ELSE
           PERFORM AppendVersion
       END-IF
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       EXIT.

AppendVersion.
       OPEN EXTEND HistoryFile
       IF HistoryFileStatus IS EQUAL TO "35"
           OPEN OUTPUT HistoryFile
       END-IF
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           MOVE HistoryFileStatus TO Ilb-Status
           SET Ilb-Failed TO TRUE
           DISPLAY "IMGLIB: room_image_history.dat could not be "
               "written, status " HistoryFileStatus "."
           EXIT PARAGRAPH
       END-IF
       COMPUTE Ilb-Version = ScanLatest + 1
       ACCEPT Ilb-Date FROM DATE YYYYMMDD
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE Ilb-Image-Id TO HistImageId
           MOVE Ilb-Version TO HistVersion
           MOVE Ilb-Editor TO HistEditor
           MOVE Ilb-Date TO HistDate
           MOVE RowIdx TO HistRowNo
           MOVE Ilb-Rows(RowIdx) TO HistRow
           WRITE HistoryRecord
       END-PERFORM
       CLOSE HistoryFile
       SET Ilb-Done TO TRUE
       EXIT.

GetVersion.
       MOVE Ilb-Version TO ScanWanted
       PERFORM ScanHistory
       IF NOT ScanVersionFound
           SET Ilb-Not-Found TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF ScanWanted IS EQUAL TO 0
           MOVE ScanLatest TO Ilb-Version
       END-IF
       MOVE ScanEditor TO Ilb-Editor
       MOVE ScanDate TO Ilb-Date
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE ScanRows(RowIdx) TO Ilb-Rows(RowIdx)
       END-PERFORM
       SET Ilb-Done TO TRUE
       EXIT.

      *> Reads the image's versions, keeping the rows of the one
      *> wanted - or, when ScanWanted is zero, of the latest - and
      *> the highest version number seen.
ScanHistory.
       MOVE 0 TO ScanLatest
       MOVE "N" TO ScanFound
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE SPACES TO ScanRows(RowIdx)
       END-PERFORM
       OPEN INPUT HistoryFile
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL HistoryFileStatus IS NOT EQUAL TO "00"
           READ HistoryFile
               AT END
                   MOVE "10" TO HistoryFileStatus
               NOT AT END
                   IF HistImageId IS EQUAL TO Ilb-Image-Id
                       AND HistVersion IS NUMERIC
                       AND HistRowNo IS NUMERIC
                       PERFORM KeepHistoryRow
                   END-IF
           END-READ
       END-PERFORM
       CLOSE HistoryFile
       EXIT.

KeepHistoryRow.
       IF HistVersion IS GREATER THAN ScanLatest
           MOVE HistVersion TO ScanLatest
           IF ScanWanted IS EQUAL TO 0
               PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
                   MOVE SPACES TO ScanRows(RowIdx)
               END-PERFORM
           END-IF
       END-IF
       IF (ScanWanted IS EQUAL TO 0 AND HistVersion IS EQUAL TO ScanLatest)
           OR HistVersion IS EQUAL TO ScanWanted
           MOVE "Y" TO ScanFound
           MOVE HistEditor TO ScanEditor
           MOVE HistDate TO ScanDate
           IF HistRowNo IS GREATER THAN 0 AND HistRowNo IS LESS THAN 25
               MOVE HistRow TO ScanRows(HistRowNo)
           END-IF
       END-IF
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 2
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
       MOVE "IMGLIB" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
