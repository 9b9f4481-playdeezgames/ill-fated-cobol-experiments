           SELECT RoomLibraryFile ASSIGN DYNAMIC WS-LibraryName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RoomLibraryFileStatus.
           SELECT SheetFile ASSIGN DYNAMIC SheetFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SheetFileStatus.

       01 SheetLine PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 SheetFileName PIC X(60) VALUE "roomcat_sheet.txt".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 RoomLibraryFileStatus PIC XX.
       01 SheetFileStatus PIC XX.
       01 WS-LibraryName PIC X(60).
      *> The art catalog: every image in the library on one printable
      *> sheet, each reduced to half size (every other row and
      *> column), labeled with its id, row count, and the same inked-
          02 SumRowIdx PIC 99.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Library to catalog (blank for RoomLibrary.txt)? "
           WITH NO ADVANCING
       ACCEPT WS-LibraryName
       MOVE SPACES TO PrintLine
       STRING "ROOM IMAGE CONTACT SHEET - " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LibraryName) DELIMITED BY SIZE
           "  ENV " DELIMITED BY SIZE
           Env-Name DELIMITED BY SPACE
           INTO PrintLine
       END-STRING
       PERFORM PutSheetLine
STOP RUN.

LoadLibrary.
       MOVE WS-LibraryName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-LibraryName
       OPEN INPUT RoomLibraryFile
       IF RoomLibraryFileStatus IS NOT EQUAL TO "00"
           DISPLAY "ROOMCAT: could not open "
       MOVE PrintLine TO SheetLine
       WRITE SheetLine
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
       MOVE "ROOMCAT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
