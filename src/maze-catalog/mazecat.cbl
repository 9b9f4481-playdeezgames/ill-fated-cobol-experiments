       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MAZECAT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalogFile ASSIGN DYNAMIC CatalogFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CatKey
               ALTERNATE RECORD KEY IS CatFingerprint WITH DUPLICATES
               FILE STATUS IS CatalogFileStatus.
           SELECT MazeByteFile ASSIGN DYNAMIC MazeByteName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MazeByteStatus.

DATA DIVISION.
       FILE SECTION.
      *> One entry per exported maze, keyed MZnnnnnn in the order
      *> they were catalogued; the content fingerprint is a second
      *> key, duplicates allowed, so the same maze exported twice is
      *> found under both entries. Source: G generated at the
      *> terminal, B from the batch window, P imported from a picture.
      *> The entry keyed MZ000000 is the control record holding the
      *> last number handed out.
       FD CatalogFile.
       01 CatalogRecord.
          02 CatKey PIC X(8).
          02 CatFingerprint PIC X(16).
          02 CatFileName PIC X(40).
          02 CatDate PIC 9(8).
          02 CatTime PIC 9(8).
          02 CatSource PIC X.
          02 CatSize PIC 99.
          02 CatLevels PIC 9.
          02 CatAlgorithm PIC 9.
          02 CatBraid PIC 999.
          02 CatHalls PIC 9.
          02 CatSeed PIC 9(5).
          02 CatDeadEnds PIC 9(4).
          02 CatPathLength PIC 9(4).
          02 CatBranching PIC 9V99.
          02 CatLoops PIC 9(4).
          02 CatDuplicateOf PIC X(8).
       01 CatalogControl.
          02 CtlKey PIC X(8).
          02 CtlFingerprint PIC X(16).
          02 CtlLastSeq PIC 9(6).
          02 FILLER PIC X(87).

      *> Any maze file, single- or multi-level, read a byte at a time
      *> so the fingerprint never depends on the record layout.
       FD MazeByteFile.
       01 MazeByte PIC X.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 CatalogFileName PIC X(60) VALUE "maze_catalog.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 CatalogFileStatus PIC XX.
       01 MazeByteStatus PIC XX.
       01 MazeByteName PIC X(60).
      *> Two running sums over every byte of the file, each folded
      *> under a prime: the first weighs the order of the bytes, the
      *> second where in the file each one lies.
       01 FingerprintData.
          02 FingerA PIC 9(8).
          02 FingerB PIC 9(8).
          02 ByteCount PIC 9(6).
       01 CatalogWork.
          02 ControlKey PIC X(8) VALUE "MZ000000".
          02 NextSeq PIC 9(6).
          02 NewKey.
             03 FILLER PIC XX VALUE "MZ".
             03 NewKeySeq PIC 9(6).
          02 OpenedOk PIC X.
             88 CatalogOpen VALUE "Y".
          02 ControlFound PIC X.
             88 ControlOnFile VALUE "Y".

       LINKAGE SECTION.
       COPY "MAZECAT.cpy".

PROCEDURE DIVISION USING Maze-Catalog-Request.
       PERFORM ResolveDataFiles
       MOVE SPACE TO Mzc-Result
       MOVE SPACES TO Mzc-Key
       MOVE SPACES TO Mzc-Dup-Key
       MOVE SPACES TO Mzc-Dup-File
       MOVE SPACES TO Mzc-Fingerprint
       MOVE "00" TO Mzc-Status
       PERFORM FingerprintMazeFile
       IF Mzc-Failed
           EXIT PROGRAM
       END-IF
       EVALUATE Mzc-Action
           WHEN "R"
               PERFORM RegisterMaze
           WHEN "L"
               PERFORM LookUpMaze
           WHEN OTHER
               DISPLAY "MAZECAT: unknown action '" Mzc-Action "'."
               SET Mzc-Failed TO TRUE
       END-EVALUATE
EXIT PROGRAM.

FingerprintMazeFile.
       MOVE Mzc-Maze-File TO MazeByteName
       MOVE 0 TO FingerA
       MOVE 0 TO FingerB
       MOVE 0 TO ByteCount
       MOVE MazeByteName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO MazeByteName
       OPEN INPUT MazeByteFile
       IF MazeByteStatus IS NOT EQUAL TO "00"
           MOVE MazeByteStatus TO Mzc-Status
           SET Mzc-Failed TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MazeByteStatus IS NOT EQUAL TO "00"
           READ MazeByteFile
               AT END
                   MOVE "10" TO MazeByteStatus
               NOT AT END
                   PERFORM FoldOneByte
           END-READ
       END-PERFORM
       CLOSE MazeByteFile
       IF ByteCount IS EQUAL TO 0
           MOVE "10" TO Mzc-Status
           SET Mzc-Failed TO TRUE
           EXIT PARAGRAPH
       END-IF
       STRING FingerA DELIMITED BY SIZE
           FingerB DELIMITED BY SIZE
           INTO Mzc-Fingerprint
       END-STRING
       EXIT.

FoldOneByte.
       ADD 1 TO ByteCount
       COMPUTE FingerA = FUNCTION MOD
           (FingerA * 131 + FUNCTION ORD(MazeByte), 99999989)
       COMPUTE FingerB = FUNCTION MOD
           (FingerB + FUNCTION ORD(MazeByte) * ByteCount, 99999959)
       EXIT.

      *> A maze already on file is still catalogued again - the new
      *> file name and seed are worth keeping - but the caller is told
      *> which entry it repeats.
RegisterMaze.
       PERFORM OpenCatalog
       IF NOT CatalogOpen
           EXIT PARAGRAPH
       END-IF
       MOVE Mzc-Fingerprint TO CatFingerprint
       READ CatalogFile KEY IS CatFingerprint
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CatKey TO Mzc-Dup-Key
               MOVE CatFileName TO Mzc-Dup-File
       END-READ
       MOVE ControlKey TO CtlKey
       MOVE "N" TO ControlFound
       MOVE 0 TO NextSeq
       READ CatalogFile KEY IS CatKey
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO ControlFound
               MOVE CtlLastSeq TO NextSeq
       END-READ
       ADD 1 TO NextSeq
       MOVE SPACES TO CatalogControl
       MOVE ControlKey TO CtlKey
       MOVE "CONTROL" TO CtlFingerprint
       MOVE NextSeq TO CtlLastSeq
       IF ControlOnFile
           REWRITE CatalogControl
       ELSE
           WRITE CatalogControl
       END-IF
       MOVE NextSeq TO NewKeySeq
       MOVE SPACES TO CatalogRecord
       MOVE NewKey TO CatKey
       MOVE Mzc-Fingerprint TO CatFingerprint
       MOVE Mzc-Maze-File TO CatFileName
       ACCEPT CatDate FROM DATE YYYYMMDD
       ACCEPT CatTime FROM TIME
       MOVE Mzc-Source TO CatSource
       MOVE Mzc-Size TO CatSize
       MOVE Mzc-Levels TO CatLevels
       MOVE Mzc-Algorithm TO CatAlgorithm
       MOVE Mzc-Braid TO CatBraid
       MOVE Mzc-Halls TO CatHalls
       MOVE Mzc-Seed TO CatSeed
       MOVE Mzc-Dead-Ends TO CatDeadEnds
       MOVE Mzc-Path-Length TO CatPathLength
       MOVE Mzc-Branching TO CatBranching
       MOVE Mzc-Loops TO CatLoops
       MOVE Mzc-Dup-Key TO CatDuplicateOf
       WRITE CatalogRecord
           INVALID KEY
               MOVE CatalogFileStatus TO Mzc-Status
               SET Mzc-Failed TO TRUE
           NOT INVALID KEY
               MOVE NewKey TO Mzc-Key
               SET Mzc-Registered TO TRUE
       END-WRITE
       CLOSE CatalogFile
       EXIT.

LookUpMaze.
       SET Mzc-Not-Found TO TRUE
       OPEN INPUT CatalogFile
       IF CatalogFileStatus IS NOT EQUAL TO "00"
           MOVE CatalogFileStatus TO Mzc-Status
           EXIT PARAGRAPH
       END-IF
       MOVE Mzc-Fingerprint TO CatFingerprint
       READ CatalogFile KEY IS CatFingerprint
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CatKey TO Mzc-Key
               SET Mzc-Found TO TRUE
       END-READ
       CLOSE CatalogFile
       EXIT.

      *> The first registration lays the file down with its control
      *> record before opening it for update.
OpenCatalog.
       MOVE "N" TO OpenedOk
       OPEN I-O CatalogFile
       IF CatalogFileStatus IS EQUAL TO "35"
           OPEN OUTPUT CatalogFile
           IF CatalogFileStatus IS EQUAL TO "00"
               MOVE SPACES TO CatalogControl
               MOVE ControlKey TO CtlKey
               MOVE "CONTROL" TO CtlFingerprint
               MOVE 0 TO CtlLastSeq
               WRITE CatalogControl
               CLOSE CatalogFile
               OPEN I-O CatalogFile
           END-IF
       END-IF
       IF CatalogFileStatus IS NOT EQUAL TO "00"
           MOVE CatalogFileStatus TO Mzc-Status
           SET Mzc-Failed TO TRUE
           DISPLAY "MAZECAT: maze_catalog.dat could not be opened,"
               " status " CatalogFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO OpenedOk
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
       MOVE "MAZECAT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
