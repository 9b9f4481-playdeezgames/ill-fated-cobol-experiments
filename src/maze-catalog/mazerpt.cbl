       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MAZERPT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalogFile ASSIGN DYNAMIC CatalogFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CatKey
               ALTERNATE RECORD KEY IS CatFingerprint WITH DUPLICATES
               FILE STATUS IS CatalogFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors MAZECAT's CatalogRecord field-for-field.
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
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
       01 ListData.
          02 ControlKey PIC X(8) VALUE "MZ000000".
          02 MazesListed PIC 9(5) VALUE 0.
          02 RepeatsListed PIC 9(5) VALUE 0.
       01 ListLine.
          02 LlKey PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 LlFile PIC X(18).
          02 FILLER PIC X VALUE SPACE.
          02 LlSize PIC Z9.
          02 FILLER PIC X VALUE SPACE.
          02 LlLevels PIC 9.
          02 FILLER PIC X VALUE SPACE.
          02 LlSource PIC X.
          02 LlAlgorithm PIC 9.
          02 FILLER PIC X VALUE SPACE.
          02 LlBraid PIC ZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 LlSeed PIC 9(5).
          02 FILLER PIC X VALUE SPACE.
          02 LlDeadEnds PIC ZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 LlPathLength PIC ZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 LlBranching PIC 9.99.
          02 FILLER PIC X VALUE SPACE.
          02 LlLoops PIC ZZZ9.
          02 FILLER PIC X VALUE SPACE.
          02 LlRepeats PIC X(8).
          02 FILLER PIC X(5) VALUE SPACES.

PROCEDURE DIVISION.
      *> The maze catalog in key order: every maze MAZEGEN exported,
      *> with the figures it was made with, and which entry each
      *> repeat duplicates. Source G is the terminal, B the batch
      *> window, P a picture import (no algorithm or braid).
       PERFORM ResolveDataFiles
       MOVE "O" TO Rpt-Action
       MOVE "maze_catalog_report.txt" TO Rpt-File
       MOVE "MAZE CATALOG" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       OPEN INPUT CatalogFile
       IF CatalogFileStatus IS NOT EQUAL TO "00"
           MOVE "NO MAZES ARE CATALOGUED YET." TO PrintLine
           PERFORM PutLine
       ELSE
           MOVE SPACES TO PrintLine
           STRING "KEY      FILE               SZ L SA BRD SEED  DEAD"
                   DELIMITED BY SIZE
               " PATH BRCH LOOP REPEATS" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           PERFORM UNTIL CatalogFileStatus IS NOT EQUAL TO "00"
               READ CatalogFile NEXT RECORD
                   AT END
                       MOVE "10" TO CatalogFileStatus
                   NOT AT END
                       IF CatKey IS NOT EQUAL TO ControlKey
                           PERFORM ListOneMaze
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CatalogFile
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "MAZES CATALOGUED" TO Rpt-Total-Label
       MOVE MazesListed TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "REPEATS" TO Rpt-Total-Label
       MOVE RepeatsListed TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       STOP RUN.

ListOneMaze.
       ADD 1 TO MazesListed
       MOVE CatKey TO LlKey
       MOVE CatFileName TO LlFile
       MOVE CatSize TO LlSize
       MOVE CatLevels TO LlLevels
       MOVE CatSource TO LlSource
       MOVE CatAlgorithm TO LlAlgorithm
       MOVE CatBraid TO LlBraid
       MOVE CatSeed TO LlSeed
       MOVE CatDeadEnds TO LlDeadEnds
       MOVE CatPathLength TO LlPathLength
       MOVE CatBranching TO LlBranching
       MOVE CatLoops TO LlLoops
       MOVE CatDuplicateOf TO LlRepeats
       IF CatDuplicateOf IS NOT EQUAL TO SPACES
           ADD 1 TO RepeatsListed
       END-IF
       MOVE ListLine TO PrintLine
       PERFORM PutLine
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
       MOVE "MAZERPT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
