       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARTIMPORT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArtFile ASSIGN DYNAMIC ArtFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArtFileStatus.
           SELECT PaletteFile ASSIGN DYNAMIC PaletteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PaletteFileStatus.
           SELECT RoomLibraryFile ASSIGN DYNAMIC RoomLibraryFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RoomLibraryFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Whatever the artist's text editor saved: any number of lines,
      *> any width, tabs and all.
       FD ArtFile.
       01 ArtLine PIC X(200).
      *> One substitution per line - the stray character, a space,
      *> then the drawing character it stands for - seeded with the
      *> usual strays the first time.
       FD PaletteFile.
       01 PaletteRecord.
          02 PalFrom PIC X.
          02 FILLER PIC X.
          02 PalTo PIC X.
      *> WRITER's RoomLibrary.txt layout: room id then one 56-column
      *> image row, 24 rows per room. An imported image is bracketed
      *> by room-00 records carrying WRITER's *IMGHDR/*IMGTRL stamps,
      *> which the readers keyed on room id pass over.
       FD RoomLibraryFile.
       01 LibraryRecord.
          02 LibRecRoomId PIC 99.
          02 LibRecImageRow PIC X(56).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 PaletteFileName PIC X(60) VALUE "art_palette.dat".
          02 RoomLibraryFileName PIC X(60) VALUE "RoomLibrary.txt".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 ArtFileStatus PIC XX.
       01 PaletteFileStatus PIC XX.
       01 RoomLibraryFileStatus PIC XX.
       01 ArtFileName PIC X(60).
       COPY "REPORTSVC.cpy".
       COPY "FILELOCK.cpy".
       COPY "IMGLIB.cpy".
       01 PrintLine PIC X(80).
      *> The characters DrawRoom and the sprite stampers lay down;
      *> anything else in the art goes through the palette, and a
      *> character the palette does not know is blanked.
       01 DrawingSet PIC X(13) VALUE " '+-./\_|#=$o".
       01 PaletteTable.
          02 PaletteCount PIC 99 VALUE 0.
          02 PaletteEntry OCCURS 60 TIMES.
             03 PeFrom PIC X.
             03 PeTo PIC X.
       01 ImportData.
          02 ImportRows PIC X(56) OCCURS 24 TIMES.
          02 ExpandedLine PIC X(200).
          02 SourceCol PIC 999.
          02 ExpandCol PIC 999.
          02 RowIdx PIC 99.
          02 ColIdx PIC 99.
          02 PalIdx PIC 99.
          02 ArtChar PIC X.
          02 NewChar PIC X.
          02 InSetCount PIC 99.
          02 TabCount PIC 99.
          02 LinesRead PIC 9(4) VALUE 0.
          02 RowsCropped PIC 9(4) VALUE 0.
          02 WideRows PIC 99 VALUE 0.
          02 Substitutions PIC 9(4) VALUE 0.
          02 Blanked PIC 9(4) VALUE 0.
          02 PaletteFound PIC X.
             88 InPalette VALUE "Y".
          02 ArtistName PIC X(12).
          02 NewImageId PIC 99.
          02 ImageChecksum PIC 9(6).
          02 RowSpaceCount PIC 99.
          02 LibraryFull PIC X VALUE "N".
             88 NoFreeImageId VALUE "Y".
       01 SubstitutionLine.
          02 FILLER PIC X(4) VALUE "ROW ".
          02 SlRow PIC Z9.
          02 FILLER PIC X(5) VALUE " COL ".
          02 SlCol PIC Z9.
          02 FILLER PIC X(2) VALUE SPACES.
          02 SlFrom PIC X(3).
          02 FILLER PIC X(5) VALUE " -> '".
          02 SlTo PIC X.
          02 FILLER PIC X VALUE "'".
          02 SlNote PIC X(30).
       01 ImageHeaderRecord.
          02 HeaderTag PIC X(8) VALUE "*IMGHDR ".
          02 HeaderImageId PIC 99.
          02 HeaderRowCount PIC 99.
          02 HeaderDate PIC 9(8).
          02 FILLER PIC X(36) VALUE SPACES.
       01 ImageTrailerRecord.
          02 TrailerTag PIC X(8) VALUE "*IMGTRL ".
          02 TrailerRowCount PIC 99.
          02 TrailerChecksum PIC 9(6).
          02 FILLER PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
      *> Freehand art in, one library frame out: padded or cropped to
      *> 24 rows of 56, every character the crawler cannot draw put
      *> through the palette and reported, then appended to the
      *> library under the next free image number and checked in to
      *> the image history.
       DISPLAY "Freehand art file? " WITH NO ADVANCING
       ACCEPT ArtFileName
       IF ArtFileName IS EQUAL TO SPACES
           DISPLAY "ARTIMPORT: an art file is needed."
           STOP RUN
       END-IF
       DISPLAY "Artist's name for the history (blank for ARTIMPORT)? "
           WITH NO ADVANCING
       MOVE SPACES TO ArtistName
       ACCEPT ArtistName
       IF ArtistName IS EQUAL TO SPACES
           MOVE "ARTIMPORT" TO ArtistName
       END-IF
       PERFORM LoadPalette
       MOVE "O" TO Rpt-Action
       MOVE "artimport_report.txt" TO Rpt-File
       MOVE "ART IMPORT" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       STRING "SOURCE: " DELIMITED BY SIZE
           ArtFileName DELIMITED BY SPACE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       PERFORM ReadArtFile
       IF LinesRead IS EQUAL TO 0
           MOVE "NOTHING TO IMPORT - THE ART FILE IS EMPTY OR MISSING."
               TO PrintLine
           PERFORM PutLine
           PERFORM CloseReport
           STOP RUN
       END-IF
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE ImportRows(RowIdx) TO PrintLine
           PERFORM PutLine
       END-PERFORM
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       PERFORM AppendToLibrary
       PERFORM CloseReport
STOP RUN.

LoadPalette.
       MOVE 0 TO PaletteCount
       OPEN INPUT PaletteFile
       IF PaletteFileStatus IS EQUAL TO "35"
           PERFORM SeedPalette
           OPEN INPUT PaletteFile
       END-IF
       IF PaletteFileStatus IS NOT EQUAL TO "00"
           DISPLAY "ARTIMPORT: art_palette.dat could not be read, "
               "status " PaletteFileStatus " - every stray is blanked."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PaletteFileStatus IS NOT EQUAL TO "00"
           READ PaletteFile
               AT END
                   MOVE "10" TO PaletteFileStatus
               NOT AT END
                   PERFORM KeepPaletteEntry
           END-READ
       END-PERFORM
       CLOSE PaletteFile
       EXIT.

      *> An entry only counts if it maps onto a drawing character.
KeepPaletteEntry.
       MOVE 0 TO InSetCount
       INSPECT DrawingSet TALLYING InSetCount FOR ALL PalTo
       IF InSetCount IS EQUAL TO 0 OR PaletteCount IS EQUAL TO 60
           DISPLAY "ARTIMPORT: palette entry '" PalFrom "' -> '" PalTo
               "' ignored."
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PaletteCount
       MOVE PalFrom TO PeFrom(PaletteCount)
       MOVE PalTo TO PeTo(PaletteCount)
       EXIT.

SeedPalette.
       OPEN OUTPUT PaletteFile
       IF PaletteFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PaletteRecord
       MOVE "*" TO PalFrom
       MOVE "#" TO PalTo
       WRITE PaletteRecord
       MOVE "@" TO PalFrom
       WRITE PaletteRecord
       MOVE "%" TO PalFrom
       WRITE PaletteRecord
       MOVE "&" TO PalFrom
       WRITE PaletteRecord
       MOVE ":" TO PalFrom
       MOVE "|" TO PalTo
       WRITE PaletteRecord
       MOVE "!" TO PalFrom
       WRITE PaletteRecord
       MOVE ";" TO PalFrom
       WRITE PaletteRecord
       MOVE "(" TO PalFrom
       WRITE PaletteRecord
       MOVE ")" TO PalFrom
       WRITE PaletteRecord
       MOVE "[" TO PalFrom
       WRITE PaletteRecord
       MOVE "]" TO PalFrom
       WRITE PaletteRecord
       MOVE "{" TO PalFrom
       WRITE PaletteRecord
       MOVE "}" TO PalFrom
       WRITE PaletteRecord
       MOVE "~" TO PalFrom
       MOVE "-" TO PalTo
       WRITE PaletteRecord
       MOVE "`" TO PalFrom
       MOVE "'" TO PalTo
       WRITE PaletteRecord
       MOVE '"' TO PalFrom
       WRITE PaletteRecord
       MOVE "^" TO PalFrom
       WRITE PaletteRecord
       MOVE "," TO PalFrom
       MOVE "." TO PalTo
       WRITE PaletteRecord
       MOVE "0" TO PalFrom
       MOVE "o" TO PalTo
       WRITE PaletteRecord
       MOVE "O" TO PalFrom
       WRITE PaletteRecord
       CLOSE PaletteFile
       DISPLAY "ARTIMPORT: seeded art_palette.dat with the usual strays."
       EXIT.

ReadArtFile.
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE SPACES TO ImportRows(RowIdx)
       END-PERFORM
       MOVE ArtFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ArtFileName
       OPEN INPUT ArtFile
       IF ArtFileStatus IS NOT EQUAL TO "00"
           DISPLAY "ARTIMPORT: could not open " FUNCTION TRIM(ArtFileName)
               ", status " ArtFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ArtFileStatus IS NOT EQUAL TO "00"
           MOVE SPACES TO ArtLine
           READ ArtFile
               AT END
                   MOVE "10" TO ArtFileStatus
               NOT AT END
                   ADD 1 TO LinesRead
                   IF LinesRead IS GREATER THAN 24
                       IF ArtLine IS NOT EQUAL TO SPACES
                           ADD 1 TO RowsCropped
                       END-IF
                   ELSE
                       MOVE LinesRead TO RowIdx
                       PERFORM ImportOneRow
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ArtFile
       IF LinesRead IS GREATER THAN 0 AND LinesRead IS LESS THAN 24
           MOVE SPACES TO PrintLine
           STRING "ONLY " DELIMITED BY SIZE
               LinesRead DELIMITED BY SIZE
               " ROW(S) IN THE ART - PADDED WITH BLANK ROWS TO 24."
                   DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       IF RowsCropped IS GREATER THAN 0
           MOVE SPACES TO PrintLine
           STRING "ROWS PAST 24 CROPPED: " DELIMITED BY SIZE
               RowsCropped DELIMITED BY SIZE
               " WITH INK ON THEM." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       EXIT.

      *> Tabs are expanded to the usual stops of eight first, so the
      *> columns line up as the artist saw them.
ImportOneRow.
       MOVE SPACES TO ExpandedLine
       MOVE 1 TO ExpandCol
       MOVE 0 TO TabCount
       PERFORM VARYING SourceCol FROM 1 BY 1
           UNTIL SourceCol > 200 OR ExpandCol > 200
           IF ArtLine(SourceCol:1) IS EQUAL TO X"09"
               ADD 1 TO TabCount
               COMPUTE ExpandCol = ((ExpandCol - 1) / 8 + 1) * 8 + 1
           ELSE
               MOVE ArtLine(SourceCol:1) TO ExpandedLine(ExpandCol:1)
               ADD 1 TO ExpandCol
           END-IF
       END-PERFORM
       IF TabCount IS GREATER THAN 0
           MOVE SPACES TO PrintLine
           STRING "ROW " DELIMITED BY SIZE
               RowIdx DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TabCount DELIMITED BY SIZE
               " TAB(S) EXPANDED TO SPACES." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       IF ExpandedLine(57:144) IS NOT EQUAL TO SPACES
           ADD 1 TO WideRows
           MOVE SPACES TO PrintLine
           STRING "ROW " DELIMITED BY SIZE
               RowIdx DELIMITED BY SIZE
               ": CROPPED AT COLUMN 56." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > 56
           MOVE ExpandedLine(ColIdx:1) TO ArtChar
           MOVE 0 TO InSetCount
           INSPECT DrawingSet TALLYING InSetCount FOR ALL ArtChar
           IF InSetCount IS EQUAL TO 0
               PERFORM SubstituteChar
           END-IF
           MOVE ArtChar TO ImportRows(RowIdx)(ColIdx:1)
       END-PERFORM
       EXIT.

SubstituteChar.
       MOVE "N" TO PaletteFound
       MOVE SPACE TO NewChar
       PERFORM VARYING PalIdx FROM 1 BY 1
           UNTIL PalIdx > PaletteCount OR InPalette
           IF PeFrom(PalIdx) IS EQUAL TO ArtChar
               MOVE "Y" TO PaletteFound
               MOVE PeTo(PalIdx) TO NewChar
           END-IF
       END-PERFORM
       MOVE RowIdx TO SlRow
       MOVE ColIdx TO SlCol
       IF ArtChar IS LESS THAN SPACE
           MOVE "CTL" TO SlFrom
       ELSE
           MOVE "'" TO SlFrom
           MOVE ArtChar TO SlFrom(2:1)
           MOVE "'" TO SlFrom(3:1)
       END-IF
       MOVE NewChar TO SlTo
       IF InPalette
           ADD 1 TO Substitutions
           MOVE SPACES TO SlNote
       ELSE
           ADD 1 TO Blanked
           MOVE "  NOT IN PALETTE - BLANKED" TO SlNote
       END-IF
       MOVE SubstitutionLine TO PrintLine
       PERFORM PutLine
       MOVE NewChar TO ArtChar
       EXIT.

      *> The next image number is taken and the rows written while
      *> RoomLibrary.txt is held, so two imports cannot share one.
AppendToLibrary.
       MOVE "A" TO Lock-Action
       MOVE "room_library" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           MOVE "RoomLibrary.txt IS BUSY - NOTHING APPENDED." TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       PERFORM FindNextImageId
       IF NoFreeImageId
           MOVE "THE LIBRARY HOLDS IMAGE 99 - NOTHING APPENDED."
               TO PrintLine
           PERFORM PutLine
           PERFORM ReleaseLibrary
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND RoomLibraryFile
       IF RoomLibraryFileStatus IS EQUAL TO "35"
           OPEN OUTPUT RoomLibraryFile
       END-IF
       IF RoomLibraryFileStatus IS NOT EQUAL TO "00"
           MOVE SPACES TO PrintLine
           STRING "RoomLibrary.txt COULD NOT BE WRITTEN, STATUS "
                   DELIMITED BY SIZE
               RoomLibraryFileStatus DELIMITED BY SIZE
               " - NOTHING APPENDED." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           PERFORM ReleaseLibrary
           EXIT PARAGRAPH
       END-IF
       PERFORM ComputeImageChecksum
       MOVE 0 TO LibRecRoomId
       MOVE NewImageId TO HeaderImageId
       MOVE 24 TO HeaderRowCount
       ACCEPT HeaderDate FROM DATE YYYYMMDD
       MOVE ImageHeaderRecord TO LibRecImageRow
       WRITE LibraryRecord
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE NewImageId TO LibRecRoomId
           MOVE ImportRows(RowIdx) TO LibRecImageRow
           WRITE LibraryRecord
       END-PERFORM
       MOVE 0 TO LibRecRoomId
       MOVE 24 TO TrailerRowCount
       MOVE ImageChecksum TO TrailerChecksum
       MOVE ImageTrailerRecord TO LibRecImageRow
       WRITE LibraryRecord
       CLOSE RoomLibraryFile
       PERFORM ReleaseLibrary
       MOVE SPACES TO PrintLine
       STRING "APPENDED TO RoomLibrary.txt AS IMAGE " DELIMITED BY SIZE
           NewImageId DELIMITED BY SIZE
           ", CHECKSUM " DELIMITED BY SIZE
           ImageChecksum DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       MOVE "V" TO Ilb-Action
       MOVE NewImageId TO Ilb-Image-Id
       MOVE ArtistName TO Ilb-Editor
       MOVE "N" TO Ilb-Only-Changed
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE ImportRows(RowIdx) TO Ilb-Rows(RowIdx)
       END-PERFORM
       CALL "IMGLIB" USING Image-Library-Request
       IF Ilb-Done
           MOVE SPACES TO PrintLine
           STRING "CHECKED IN TO THE IMAGE HISTORY AS VERSION "
                   DELIMITED BY SIZE
               Ilb-Version DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       EXIT.

FindNextImageId.
       MOVE 0 TO NewImageId
       OPEN INPUT RoomLibraryFile
       IF RoomLibraryFileStatus IS EQUAL TO "00"
           PERFORM UNTIL RoomLibraryFileStatus IS NOT EQUAL TO "00"
               READ RoomLibraryFile
                   AT END
                       MOVE "10" TO RoomLibraryFileStatus
                   NOT AT END
                       IF LibRecRoomId IS NUMERIC
                           AND LibRecRoomId IS GREATER THAN NewImageId
                           MOVE LibRecRoomId TO NewImageId
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RoomLibraryFile
       END-IF
       IF NewImageId IS EQUAL TO 99
           MOVE "Y" TO LibraryFull
       ELSE
           ADD 1 TO NewImageId
       END-IF
       EXIT.

ReleaseLibrary.
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       EXIT.

      *> Same reckoning as WRITER and READFILE: inked characters
      *> across all 24 rows.
ComputeImageChecksum.
       MOVE 0 TO ImageChecksum
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > 24
           MOVE 0 TO RowSpaceCount
           INSPECT ImportRows(RowIdx) TALLYING RowSpaceCount FOR ALL SPACE
           COMPUTE ImageChecksum = ImageChecksum + 56 - RowSpaceCount
       END-PERFORM
       EXIT.

CloseReport.
       MOVE "T" TO Rpt-Action
       MOVE "ROWS READ" TO Rpt-Total-Label
       MOVE LinesRead TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "ROWS CROPPED" TO Rpt-Total-Label
       MOVE RowsCropped TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "WIDE ROWS CROPPED" TO Rpt-Total-Label
       MOVE WideRows TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "PALETTE SUBSTITUTED" TO Rpt-Total-Label
       MOVE Substitutions TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "BLANKED" TO Rpt-Total-Label
       MOVE Blanked TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
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
       MOVE "ARTIMPORT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
