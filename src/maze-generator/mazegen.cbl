           FILE STATUS IS JobsFileStatus.
       SELECT MazeExtFile ASSIGN DYNAMIC MazeFileName SEQUENTIAL
           FILE STATUS IS MazeExtFileStatus.
       SELECT MazePrintFile ASSIGN DYNAMIC MazePrintFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MazePrintFileStatus.
       SELECT CheckpointFile ASSIGN DYNAMIC CheckpointFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CheckpointFileStatus.
       SELECT PictureInFile ASSIGN DYNAMIC PictureFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PictureInFileStatus.
       SELECT FeatureFile ASSIGN DYNAMIC FeatureFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FeatureFileStatus.
       SELECT MaskFile ASSIGN DYNAMIC MaskFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MaskFileStatus.
       SELECT PathFile ASSIGN DYNAMIC PathFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PathFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD PictureInFile.
       01 PictureLine PIC X(82).

      *> The dressing written beside every exported maze, in
      *> <name>_features.dat (maze.dat's is maze_features.dat): one
      *> record per cell - column, row, level, the cell's doors as
      *> exported (so a reader can tell the dressing still belongs to
      *> the maze beside it), its class, and its feature if it has
      *> one. Classes: S entrance, X exit, H hall, D dead end, P on
      *> the solved path, J junction, C plain corridor, blank sealed.
       FD FeatureFile.
       01 FeatureRecord.
          02 FtColumn PIC 99.
          02 FtRow PIC 99.
          02 FtLevel PIC 99.
          02 FtDoors PIC X(4).
          02 FtClass PIC X.
          02 FtFeature PIC X(8).

      *> One generation job per line: size (2), algorithm (1),
      *> how many mazes (2), braid percent (3), then the output file
      *> name pattern - each maze lands in <pattern>_NN.dat. The
      *> optional hall fields follow the pattern; jobs written before
      *> halls read spaces there and carve none. Last comes an
      *> optional mask file; with one the job's mazes are carved in
      *> its shape and the size field goes by the mask.
       FD JobsFile.
       01 JobsFileRecord.
          02 JobSize PIC 99.
          02 JobHalls PIC 9.
          02 JobHallMin PIC 9.
          02 JobHallMax PIC 9.
          02 JobMask PIC X(30).

      *> A mask is a picture of the maze's outline: every character
      *> other than a space or a full stop marks a cell to carve,
      *> line by line from the top left. Up to 20 by 20.
       FD MaskFile.
       01 MaskRecord PIC X(80).

      *> The solved path written beside every exported maze, in
      *> <name>_path.dat (maze.dat's is maze_path.dat): one record per
      *> cell of the shortest way from the entrance to the exit, in
      *> walking order - step 0 is the entrance, the last step the
      *> exit. A multi-level maze gives each level's path in turn.
       FD PathFile.
       01 PathRecord.
          02 PthLevel PIC 99.
          02 PthStep PIC 9(4).
          02 PthColumn PIC 99.
          02 PthRow PIC 99.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 MazePrintFileName PIC X(60) VALUE "maze_picture.txt".
          02 CheckpointFileName PIC X(60) VALUE "mazegen_checkpoint.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "GAMELOG.cpy".
       COPY "SEEDREQ.cpy".
       COPY "MAZECAT.cpy".
       01 SeedInput PIC X(6).
       01 MazeFileStatus PIC XX.
       01 MazeExtFileStatus PIC XX.
       01 MazeFileName PIC X(60) VALUE "maze.dat".
      *> The content-review packets want the maze PICTURE, not the
      *> cell records - everything DrawMaze paints on the terminal is
      *> buffered a line at a time and printed to maze_picture.txt
          02 UpStairRow PIC 99 VALUE 0.
          02 StairFlagOut PIC X.
       01 JobsFileStatus PIC XX.
       01 JobsFileName PIC X(60).
       01 BatchData.
          02 BatchMode PIC X VALUE "N".
             88 BatchModeOn VALUES "Y" "y".
      *> interior at 2c), under a header that names the size.
       01 PictureImportData.
          02 PictureInFileStatus PIC XX.
          02 PictureFileName PIC X(60).
          02 PicHeaderSeen PIC X.
             88 PictureHeaderFound VALUE "Y".
          02 PicLineDone PIC X.
                      88 Inside VALUE "I".
                      88 Outside VALUE "O".
                      88 Frontier VALUE "F".
                      88 Solid VALUE "M".
                   04 Doors PIC X OCCURS 4 TIMES.
                   04 BfsVisited PIC X VALUE "N".
                   04 BfsParentDir PIC 9 VALUE 0.
                   04 PathMarked PIC X VALUE "N".
                      88 OnPath VALUE "Y".
                   04 HallMarked PIC X VALUE "N".
                      88 InHall VALUE "Y".
                   04 CellClass PIC X.
                   04 CellFeature PIC X(8).
       01 ScratchPad.
           02 MazeSize PIC 99 VALUE 8.
           02 MazeColumn PIC 99.
          02 HallRow PIC 99.
          02 HallsCarved PIC 99.
          02 HallInput PIC X(4).
      *> Dressing: what each kind of room wants to be, how many per
      *> hundred cells (never fewer than the minimum), and the class
      *> of cell it belongs in - shrines in the open halls, armories
      *> and treasuries tucked in dead ends, lairs where the ways
      *> meet, traps laid on the way through. When no cell of the
      *> wanted class is free, any open corridor cell will do. The
      *> picks are spread evenly through the candidates rather than
      *> rolled, so a seed still regenerates the very same mazes.
       01 FeatureTableLiterals.
          02 FILLER PIC X(13) VALUE "SHRINE  H0201".
          02 FILLER PIC X(13) VALUE "ARMORY  D0201".
          02 FILLER PIC X(13) VALUE "LAIR    J0301".
          02 FILLER PIC X(13) VALUE "TREASURYD0201".
          02 FILLER PIC X(13) VALUE "TRAP    P0401".
       01 FeatureTable REDEFINES FeatureTableLiterals.
          02 FeatureRows OCCURS 5 TIMES.
             03 FtbName PIC X(8).
             03 FtbClass PIC X.
             03 FtbPerHundred PIC 99.
             03 FtbMinimum PIC 99.
       01 DressData.
          02 FeatureFileStatus PIC XX.
          02 FeatureFileName PIC X(60).
          02 FeatureNameLen PIC 99.
          02 FeatureIdx PIC 9.
          02 FeatureWant PIC 999.
          02 FeaturePick PIC 999.
          02 FeatureSlot PIC 999.
          02 FeaturesDressed PIC 999.
          02 CandCount PIC 999.
          02 CandColumn PIC 99 OCCURS 400 TIMES.
          02 CandRow PIC 99 OCCURS 400 TIMES.
          02 CandAnyClass PIC X.
      *> Shaped mazes: with a mask in use, the cells it leaves out
      *> are solid rock (state M) that neither algorithm, a hall nor a
      *> braid ever opens, and the entrance and exit both sit on the
      *> mask's edge - a cell on the grid's border or beside the rock.
       01 MaskData.
          02 MaskFileStatus PIC XX.
          02 MaskFileName PIC X(60).
          02 SizeInput PIC X(4).
          02 MaskFlag PIC X VALUE "N".
             88 MaskInUse VALUE "Y".
          02 MaskLine PIC X(20) OCCURS 20 TIMES.
          02 MaskLineNo PIC 9(4).
          02 MaskCol PIC 99.
          02 MaskHeight PIC 99.
          02 MaskWidth PIC 99.
          02 MaskCellCount PIC 9(4).
          02 MaskReached PIC 9(4).
          02 MaskOversize PIC X.
             88 MaskTooBig VALUE "Y".
          02 MaskEdgeFlag PIC X.
             88 MaskEdgeCell VALUE "Y".
       01 BraidData.
           02 BraidPercent PIC 999 VALUE 0.
           02 BraidRoll PIC 999.
           02 LoopCount PIC 9(4).
           02 BranchingFactor PIC 9V99.
           02 BranchingDisplay PIC 9.99.
      *> TracePathFromExit walks the path backwards, exit first; the
      *> cells are kept as it goes and written out entrance first.
       01 SolvedPathData.
           02 PathFileStatus PIC XX.
           02 PathFileName PIC X(60).
           02 PathStepCount PIC 9(4).
           02 PathStepIdx PIC 9(4).
           02 PathStepColumn PIC 99 OCCURS 400 TIMES.
           02 PathStepRow PIC 99 OCCURS 400 TIMES.
      *> Every exported maze goes into maze_catalog.dat with its
      *> metrics - a multi-level maze's summed over its levels.
       01 CatalogTally.
           02 CatalogSource PIC X VALUE "G".
           02 TallyDeadEnds PIC 9(4).
           02 TallyPathLength PIC 9(4).
           02 TallyLoops PIC 9(4).
           02 TallyDoorHalves PIC 9(5).
           02 TallyCells PIC 9(5).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Seed (blank for random)? " WITH NO ADVANCING
       MOVE SPACES TO SeedInput
       ACCEPT SeedInput
           DISPLAY "MAZEGEN: multi-level mazes use their own file - "
               "exporting to maze_multi.dat."
       END-IF
       MOVE MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO MazeFileName
       OPEN OUTPUT MazeExtFile
       IF MazeExtFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open "
               MazeExtFileStatus
           EXIT PARAGRAPH
       END-IF
       PERFORM BuildFeatureFileName
       MOVE FeatureFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO FeatureFileName
       OPEN OUTPUT FeatureFile
       IF FeatureFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open "
               FUNCTION TRIM(FeatureFileName) " for export, status "
               FeatureFileStatus
       END-IF
       PERFORM BuildPathFileName
       MOVE PathFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO PathFileName
       OPEN OUTPUT PathFile
       IF PathFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open "
               FUNCTION TRIM(PathFileName) " for export, status "
               PathFileStatus
       END-IF
       MOVE 0 TO UpStairColumn
       MOVE 0 TO UpStairRow
       PERFORM StartCatalogTally
       PERFORM VARYING CurrentLevel FROM 1 BY 1
           UNTIL CurrentLevel IS GREATER THAN LevelCount
           PERFORM GenerateOneMaze
           DISPLAY " "
           DISPLAY "LEVEL " CurrentLevel " OF " LevelCount ":"
           PERFORM ReportMazeMetrics
           PERFORM TallyMazeMetrics
           PERFORM DrawMaze
           PERFORM ExportMazeLevel
           IF PathFileStatus IS EQUAL TO "00"
               PERFORM WriteSolvedPath
           END-IF
           MOVE DownStairColumn TO UpStairColumn
           MOVE DownStairRow TO UpStairRow
       END-PERFORM
       CLOSE MazeExtFile
       IF FeatureFileStatus IS EQUAL TO "00"
           CLOSE FeatureFile
       END-IF
       IF PathFileStatus IS EQUAL TO "00"
           CLOSE PathFile
       END-IF
       DISPLAY "MAZEGEN: " LevelCount " level(s) exported to "
           FUNCTION TRIM(MazeFileName)
       MOVE LevelCount TO Mzc-Levels
       PERFORM CatalogMaze
EXIT.

PlaceDownStair.
               OR DownStairRow IS NOT EQUAL TO UpStairRow)
           AND (DownStairColumn IS NOT EQUAL TO EntranceColumn
               OR DownStairRow IS NOT EQUAL TO EntranceRow)
           AND NOT Solid(DownStairColumn, DownStairRow)
           COMPUTE DownStairColumn = FUNCTION RANDOM() * MazeSize + 1
           COMPUTE DownStairRow = FUNCTION RANDOM() * MazeSize + 1
       END-PERFORM
           PERFORM VARYING MazeRow FROM 1 BY 1
               UNTIL MazeRow IS GREATER THAN MazeSize
               PERFORM ExportMazeExtCell
               IF FeatureFileStatus IS EQUAL TO "00"
                   PERFORM ExportFeatureCell
               END-IF
           END-PERFORM
       END-PERFORM
EXIT.
       PERFORM CarveHalls
       PERFORM AuditDoorSymmetry
       PERFORM ComputeSolvedPath
       PERFORM DressMaze
EXIT.

CarveHalls.
           UNTIL HallCol IS GREATER THAN HallLeft + HallWide - 1
           PERFORM VARYING HallRow FROM HallTop BY 1
               UNTIL HallRow IS GREATER THAN HallTop + HallTall - 1
               IF NOT Solid(HallCol, HallRow)
                   PERFORM CarveHallCell
               END-IF
           END-PERFORM
       END-PERFORM
       ADD 1 TO HallsCarved
EXIT.

      *> A hall laid across a shaped maze stops at the rock: no door
      *> is opened into a solid cell.
CarveHallCell.
       MOVE "I" TO State(HallCol, HallRow)
       MOVE "Y" TO HallMarked(HallCol, HallRow)
       IF HallCol IS LESS THAN HallLeft + HallWide - 1
           IF NOT Solid(HallCol + 1, HallRow)
               MOVE "Y" TO Doors(HallCol, HallRow, 2)
               MOVE "Y" TO Doors(HallCol + 1, HallRow, 4)
           END-IF
       END-IF
       IF HallRow IS LESS THAN HallTop + HallTall - 1
           IF NOT Solid(HallCol, HallRow + 1)
               MOVE "Y" TO Doors(HallCol, HallRow, 3)
               MOVE "Y" TO Doors(HallCol, HallRow + 1, 1)
           END-IF
       END-IF
EXIT.

AskHallParameters.
       DISPLAY "Open halls to carve (0-9, blank for 0)? "
           WITH NO ADVANCING
       IF PictureFileName IS EQUAL TO SPACES
           MOVE "maze_picture.txt" TO PictureFileName
       END-IF
       MOVE PictureFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO PictureFileName
       OPEN INPUT PictureInFile
       IF PictureInFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open "
           DISPLAY "MAZEGEN: MIND - THE MARKED-UP MAZE DOES NOT"
           DISPLAY "CONNECT ENTRANCE TO EXIT."
       END-IF
       PERFORM DressMaze
       PERFORM ReportMazeMetrics
       MOVE "P" TO CatalogSource
       DISPLAY "Export to which maze file (blank for maze.dat)? "
           WITH NO ADVANCING
       ACCEPT MazeFileName
      *> One maze row off the page. Doors are set in symmetric pairs
      *> as they are everywhere in this program: the north door also
      *> writes the neighbor's south, the west door the neighbor's
      *> east. All drawn cells count as inside, bar the solid rock
      *> of a shaped maze, drawn with a # inside.
ParsePictureRow.
       PERFORM VARYING PicCol FROM 1 BY 1
           UNTIL PicCol IS GREATER THAN MazeSize
               MOVE PicRow TO ExitRow
               MOVE "Y" TO PicExitSeen
           END-IF
           IF PicChar IS EQUAL TO "#"
               MOVE "M" TO State(PicCol, PicRow)
           END-IF
       END-PERFORM
EXIT.

       PERFORM ComputeSolvedPath
       IF EntranceReachesExit
           DISPLAY "MAZEGEN: entrance and exit are still connected."
           PERFORM ExportSolvedPath
           IF PathFileStatus IS EQUAL TO "00"
               DISPLAY "MAZEGEN: the solved path is in "
                   FUNCTION TRIM(PathFileName) "."
           END-IF
       ELSE
           DISPLAY "MAZEGEN: ENTRANCE AND EXIT ARE NOT CONNECTED - a"
           DISPLAY "player would be stuck in this maze."
       END-IF
       PERFORM ReportMazeMetrics
       PERFORM DrawMaze
       MOVE "L" TO Mzc-Action
       MOVE MazeFileName TO Mzc-Maze-File
       CALL "MAZECAT" USING Maze-Catalog-Request
       IF Mzc-Found
           DISPLAY "MAZEGEN: this maze is catalogued as " Mzc-Key "."
       ELSE
           DISPLAY "MAZEGEN: this maze is not in the maze catalog."
       END-IF
EXIT.

ImportMaze.
       MOVE 0 TO MazeSize
       MOVE "N" TO EntranceSeen
       MOVE "N" TO ExitSeen
       MOVE MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO MazeFileName
       OPEN INPUT MazeFile
       IF MazeFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open "
           EXIT PARAGRAPH
       END-IF
       PERFORM InitializeMaze
       MOVE MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO MazeFileName
       OPEN INPUT MazeFile
       PERFORM UNTIL MazeFileStatus IS NOT EQUAL TO "00"
           READ MazeFile
EXIT.

RunBatchJobs.
       MOVE "B" TO CatalogSource
       PERFORM LoadBatchCheckpoint
       MOVE JobsFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO JobsFileName
       OPEN INPUT JobsFile
       IF JobsFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open "
           EXIT PARAGRAPH
       END-IF
       MOVE JobSize TO MazeSize
       MOVE "N" TO MaskFlag
       IF JobMask IS NOT EQUAL TO SPACES
           MOVE JobMask TO MaskFileName
           PERFORM LoadMask
           IF NOT MaskInUse
               DISPLAY "  JOB " JobNumber ": UNUSABLE MASK - SKIPPED."
               ADD 1 TO JobsSkipped
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE JobAlgorithm TO GenerationAlgorithm
       MOVE JobBraid TO BraidPercent
       IF JobHalls IS NUMERIC

      *> Each dead end gets a BraidPercent chance of having one extra
      *> door knocked through to a random in-bounds neighbor (both
      *> sides, like every other door in this program) - never one
      *> in the solid rock around a shaped maze.
BraidMaze.
       MOVE 0 TO BraidedCount
       IF BraidPercent IS EQUAL TO 0
               AND NextRow IS NOT LESS THAN 1
               AND NextColumn IS NOT GREATER THAN MazeSize
               AND NextRow IS NOT GREATER THAN MazeSize
               AND NOT Solid(NextColumn, NextRow)
               AND Doors(MazeColumn, MazeRow, Direction)
                   IS NOT EQUAL TO "Y")
           ADD 1 TO DoorCandidateAttempts
EXIT.

ReportMazeMetrics.
       PERFORM ComputeMazeMetrics
       DISPLAY " "
       DISPLAY "MAZE METRICS:"
       DISPLAY "  DEAD ENDS:        " DeadEndCount
       DISPLAY "  SOLUTION LENGTH:  " PathLength " CELL(S)"
       DISPLAY "  BRANCHING FACTOR: " BranchingDisplay
           " DOOR(S) PER CELL"
       DISPLAY "  LOOPS:            " LoopCount
EXIT.

      *> The figures alone, without the report - the catalog wants them
      *> for every export, batch mazes included.
ComputeMazeMetrics.
       MOVE 0 TO DeadEndCount
       MOVE 0 TO DoorHalfCount
       MOVE 0 TO CellCount
       PERFORM VARYING MazeColumn FROM 1 BY 1
           UNTIL MazeColumn IS GREATER THAN MazeSize
           PERFORM VARYING MazeRow FROM 1 BY 1
               UNTIL MazeRow IS GREATER THAN MazeSize
               IF NOT Solid(MazeColumn, MazeRow)
                   ADD 1 TO CellCount
               END-IF
               PERFORM CountCellDoors
               IF CellDoorCount IS EQUAL TO 1
                   ADD 1 TO DeadEndCount
               END-IF
           END-PERFORM
       END-PERFORM
       COMPUTE EdgeCount = DoorHalfCount / 2
       IF EdgeCount + 1 IS GREATER THAN CellCount
           COMPUTE LoopCount = EdgeCount - CellCount + 1
       END-IF
       COMPUTE BranchingFactor = DoorHalfCount / CellCount
       MOVE BranchingFactor TO BranchingDisplay
EXIT.

StartCatalogTally.
       MOVE 0 TO TallyDeadEnds
       MOVE 0 TO TallyPathLength
       MOVE 0 TO TallyLoops
       MOVE 0 TO TallyDoorHalves
       MOVE 0 TO TallyCells
EXIT.

TallyMazeMetrics.
       ADD DeadEndCount TO TallyDeadEnds
       ADD PathLength TO TallyPathLength
       ADD LoopCount TO TallyLoops
       ADD DoorHalfCount TO TallyDoorHalves
       ADD CellCount TO TallyCells
EXIT.

      *> Registers the file just exported, and warns when the very
      *> same maze is already in the catalog under another entry.
CatalogMaze.
       MOVE "R" TO Mzc-Action
       MOVE MazeFileName TO Mzc-Maze-File
       MOVE CatalogSource TO Mzc-Source
       MOVE MazeSize TO Mzc-Size
       IF CatalogSource IS EQUAL TO "P"
           MOVE 0 TO Mzc-Algorithm
           MOVE 0 TO Mzc-Braid
           MOVE 0 TO Mzc-Halls
       ELSE
           MOVE GenerationAlgorithm TO Mzc-Algorithm
           MOVE BraidPercent TO Mzc-Braid
           MOVE HallCount TO Mzc-Halls
       END-IF
       MOVE Seed-Used TO Mzc-Seed
       MOVE TallyDeadEnds TO Mzc-Dead-Ends
       MOVE TallyPathLength TO Mzc-Path-Length
       MOVE TallyLoops TO Mzc-Loops
       IF TallyCells IS GREATER THAN 0
           COMPUTE Mzc-Branching = TallyDoorHalves / TallyCells
       ELSE
           MOVE 0 TO Mzc-Branching
       END-IF
       CALL "MAZECAT" USING Maze-Catalog-Request
       IF NOT Mzc-Registered
           DISPLAY "MAZEGEN: " FUNCTION TRIM(MazeFileName)
               " could not be catalogued, status " Mzc-Status "."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "MAZEGEN: catalogued as " Mzc-Key " in maze_catalog.dat."
       MOVE "MAZEGEN" TO GL-Program
       MOVE "CATALOG" TO GL-Event
       MOVE SPACES TO GL-Detail
       IF Mzc-Dup-Key IS NOT EQUAL TO SPACES
           DISPLAY "MAZEGEN: WARNING - this maze is the very same as "
               Mzc-Dup-Key " (" FUNCTION TRIM(Mzc-Dup-File)
               "), already in the catalog."
           STRING Mzc-Key DELIMITED BY SIZE
               " repeats " DELIMITED BY SIZE
               Mzc-Dup-Key DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MazeFileName DELIMITED BY SPACE
               INTO GL-Detail
           END-STRING
       ELSE
           STRING Mzc-Key DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MazeFileName DELIMITED BY SPACE
               INTO GL-Detail
           END-STRING
       END-IF
       CALL "GAMELOG" USING GameLog-Request
EXIT.

ExportMaze.
       MOVE MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO MazeFileName
       OPEN OUTPUT MazeFile
       IF MazeFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open maze.dat for export, status "
               PERFORM ExportMazeRow
           END-PERFORM
           CLOSE MazeFile
           PERFORM ExportMazeFeatures
           PERFORM ExportSolvedPath
           PERFORM ComputeMazeMetrics
           PERFORM StartCatalogTally
           PERFORM TallyMazeMetrics
           MOVE 1 TO Mzc-Levels
           PERFORM CatalogMaze
       END-IF
EXIT.

      *> A single-level maze's dressing, level 01, beside its cells.
ExportMazeFeatures.
       PERFORM BuildFeatureFileName
       MOVE FeatureFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO FeatureFileName
       OPEN OUTPUT FeatureFile
       IF FeatureFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open "
               FUNCTION TRIM(FeatureFileName) " for export, status "
               FeatureFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE 1 TO CurrentLevel
       PERFORM VARYING MazeColumn FROM 1 BY 1
           UNTIL MazeColumn IS GREATER THAN MazeSize
           PERFORM VARYING MazeRow FROM 1 BY 1
               UNTIL MazeRow IS GREATER THAN MazeSize
               PERFORM ExportFeatureCell
           END-PERFORM
       END-PERFORM
       CLOSE FeatureFile
EXIT.

ExportFeatureCell.
       MOVE MazeColumn TO FtColumn
       MOVE MazeRow TO FtRow
       MOVE CurrentLevel TO FtLevel
       PERFORM VARYING Direction FROM 1 BY 1
           UNTIL Direction IS GREATER THAN 4
           MOVE Doors(MazeColumn, MazeRow, Direction)
               TO FtDoors(Direction:1)
       END-PERFORM
       MOVE CellClass(MazeColumn, MazeRow) TO FtClass
       MOVE CellFeature(MazeColumn, MazeRow) TO FtFeature
       WRITE FeatureRecord
EXIT.

      *> A single-level maze's solved path, level 01, beside its
      *> cells. A maze whose exit cannot be reached gets an empty
      *> file, so no older path is left to stand for it.
ExportSolvedPath.
       PERFORM BuildPathFileName
       MOVE PathFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO PathFileName
       OPEN OUTPUT PathFile
       IF PathFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open "
               FUNCTION TRIM(PathFileName) " for export, status "
               PathFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE 1 TO CurrentLevel
       PERFORM WriteSolvedPath
       CLOSE PathFile
EXIT.

WriteSolvedPath.
       PERFORM VARYING PathStepIdx FROM PathStepCount BY -1
           UNTIL PathStepIdx IS LESS THAN 1
           MOVE CurrentLevel TO PthLevel
           COMPUTE PthStep = PathStepCount - PathStepIdx
           MOVE PathStepColumn(PathStepIdx) TO PthColumn
           MOVE PathStepRow(PathStepIdx) TO PthRow
           WRITE PathRecord
       END-PERFORM
EXIT.

      *> maze.dat -> maze_path.dat, the same way as the dressing.
BuildPathFileName.
       PERFORM BuildFeatureFileName
       MOVE SPACES TO PathFileName
       STRING MazeFileName(1:FeatureNameLen) DELIMITED BY SIZE
           "_path.dat" DELIMITED BY SIZE
           INTO PathFileName
       END-STRING
EXIT.

      *> maze.dat -> maze_features.dat, jobs_03.dat ->
      *> jobs_03_features.dat; a name without ".dat" just gains the
      *> suffix.
BuildFeatureFileName.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(MazeFileName TRAILING))
           TO FeatureNameLen
       IF FeatureNameLen IS GREATER THAN 4
           AND MazeFileName(FeatureNameLen - 3:4) IS EQUAL TO ".dat"
           SUBTRACT 4 FROM FeatureNameLen
       END-IF
       MOVE SPACES TO FeatureFileName
       STRING MazeFileName(1:FeatureNameLen) DELIMITED BY SIZE
           "_features.dat" DELIMITED BY SIZE
           INTO FeatureFileName
       END-STRING
EXIT.

      *> Classify every cell, then hand out the feature table's rooms.
DressMaze.
       PERFORM VARYING MazeColumn FROM 1 BY 1
           UNTIL MazeColumn IS GREATER THAN MazeSize
           PERFORM VARYING MazeRow FROM 1 BY 1
               UNTIL MazeRow IS GREATER THAN MazeSize
               PERFORM ClassifyCell
           END-PERFORM
       END-PERFORM
       MOVE 0 TO FeaturesDressed
       PERFORM VARYING FeatureIdx FROM 1 BY 1
           UNTIL FeatureIdx IS GREATER THAN 5
           PERFORM DressOneFeature
       END-PERFORM
       DISPLAY "MAZEGEN: dressed " FeaturesDressed
           " cell(s) as shrines, armories, lairs, treasuries and traps."
EXIT.

ClassifyCell.
       MOVE SPACES TO CellFeature(MazeColumn, MazeRow)
       PERFORM CountCellDoors
       EVALUATE TRUE
        WHEN MazeColumn IS EQUAL TO EntranceColumn
               AND MazeRow IS EQUAL TO EntranceRow
           MOVE "S" TO CellClass(MazeColumn, MazeRow)
        WHEN MazeColumn IS EQUAL TO ExitColumn
               AND MazeRow IS EQUAL TO ExitRow
           MOVE "X" TO CellClass(MazeColumn, MazeRow)
        WHEN CellDoorCount IS EQUAL TO 0
           MOVE SPACE TO CellClass(MazeColumn, MazeRow)
        WHEN InHall(MazeColumn, MazeRow)
           MOVE "H" TO CellClass(MazeColumn, MazeRow)
        WHEN CellDoorCount IS EQUAL TO 1
           MOVE "D" TO CellClass(MazeColumn, MazeRow)
        WHEN OnPath(MazeColumn, MazeRow)
           MOVE "P" TO CellClass(MazeColumn, MazeRow)
        WHEN CellDoorCount IS GREATER THAN 2
           MOVE "J" TO CellClass(MazeColumn, MazeRow)
        WHEN OTHER
           MOVE "C" TO CellClass(MazeColumn, MazeRow)
       END-EVALUATE
EXIT.

DressOneFeature.
       COMPUTE FeatureWant =
           MazeSize * MazeSize * FtbPerHundred(FeatureIdx) / 100
       IF MaskInUse
           COMPUTE FeatureWant =
               MaskCellCount * FtbPerHundred(FeatureIdx) / 100
       END-IF
       IF FeatureWant IS LESS THAN FtbMinimum(FeatureIdx)
           MOVE FtbMinimum(FeatureIdx) TO FeatureWant
       END-IF
       MOVE "N" TO CandAnyClass
       PERFORM GatherFeatureCandidates
       IF CandCount IS EQUAL TO 0
           MOVE "Y" TO CandAnyClass
           PERFORM GatherFeatureCandidates
       END-IF
       IF CandCount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF FeatureWant IS GREATER THAN CandCount
           MOVE CandCount TO FeatureWant
       END-IF
       PERFORM VARYING FeaturePick FROM 1 BY 1
           UNTIL FeaturePick IS GREATER THAN FeatureWant
           COMPUTE FeatureSlot =
               (2 * FeaturePick - 1) * CandCount / (2 * FeatureWant) + 1
           MOVE FtbName(FeatureIdx) TO CellFeature
               (CandColumn(FeatureSlot), CandRow(FeatureSlot))
           ADD 1 TO FeaturesDressed
       END-PERFORM
EXIT.

      *> Free cells of the feature's own class, or - on the second
      *> pass - any free open cell short of the entrance and exit.
GatherFeatureCandidates.
       MOVE 0 TO CandCount
       PERFORM VARYING MazeColumn FROM 1 BY 1
           UNTIL MazeColumn IS GREATER THAN MazeSize
           PERFORM VARYING MazeRow FROM 1 BY 1
               UNTIL MazeRow IS GREATER THAN MazeSize
               IF CellFeature(MazeColumn, MazeRow) IS EQUAL TO SPACES
                   AND ((CandAnyClass IS EQUAL TO "N"
                       AND CellClass(MazeColumn, MazeRow) IS EQUAL TO
                           FtbClass(FeatureIdx))
                   OR (CandAnyClass IS EQUAL TO "Y"
                       AND CellClass(MazeColumn, MazeRow) IS NOT EQUAL
                           TO SPACE
                       AND CellClass(MazeColumn, MazeRow) IS NOT EQUAL
                           TO "S"
                       AND CellClass(MazeColumn, MazeRow) IS NOT EQUAL
                           TO "X"))
                   ADD 1 TO CandCount
                   MOVE MazeColumn TO CandColumn(CandCount)
                   MOVE MazeRow TO CandRow(CandCount)
               END-IF
           END-PERFORM
       END-PERFORM
EXIT.

ExportMazeRow.
EXIT.

AskMazeSize.
       DISPLAY "Maze size (3-20, blank for 8, M to carve a mask file)? "
           WITH NO ADVANCING
       MOVE SPACES TO SizeInput
       ACCEPT SizeInput
       MOVE "N" TO MaskFlag
       IF SizeInput(1:1) IS EQUAL TO "M" OR SizeInput(1:1) IS EQUAL TO "m"
           PERFORM AskMaskFile
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO MazeSize
       IF SizeInput(1:1) IS NUMERIC
           MOVE FUNCTION NUMVAL(SizeInput) TO MazeSize
       END-IF
       IF MazeSize IS LESS THAN 3 OR MazeSize IS GREATER THAN 20
           MOVE 8 TO MazeSize
       END-IF
EXIT.

AskMaskFile.
       DISPLAY "Mask file (blank for maze_mask.txt)? " WITH NO ADVANCING
       MOVE SPACES TO MaskFileName
       ACCEPT MaskFileName
       IF MaskFileName IS EQUAL TO SPACES
           MOVE "maze_mask.txt" TO MaskFileName
       END-IF
       PERFORM LoadMask
       IF NOT MaskInUse
           DISPLAY "MAZEGEN: no maze generated."
           STOP RUN
       END-IF
EXIT.

      *> Reads and validates the mask. The grid is sized to the
      *> mask's wider side; the mask is refused when it is too big,
      *> marks fewer than two cells, or falls into pieces - a maze
      *> carved in two islands could never join its entrance to its
      *> exit.
LoadMask.
       MOVE "N" TO MaskFlag
       MOVE "N" TO MaskOversize
       MOVE 0 TO MaskLineNo
       MOVE 0 TO MaskHeight
       MOVE 0 TO MaskWidth
       MOVE 0 TO MaskCellCount
       PERFORM VARYING MaskLineNo FROM 1 BY 1
           UNTIL MaskLineNo IS GREATER THAN 20
           MOVE SPACES TO MaskLine(MaskLineNo)
       END-PERFORM
       MOVE 0 TO MaskLineNo
       MOVE MaskFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO MaskFileName
       OPEN INPUT MaskFile
       IF MaskFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEGEN: could not open mask "
               FUNCTION TRIM(MaskFileName) ", status " MaskFileStatus
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MaskFileStatus IS NOT EQUAL TO "00"
           READ MaskFile
               AT END
                   MOVE "10" TO MaskFileStatus
               NOT AT END
                   PERFORM KeepMaskLine
           END-READ
       END-PERFORM
       CLOSE MaskFile
       IF MaskTooBig
           DISPLAY "MAZEGEN: the mask in " FUNCTION TRIM(MaskFileName)
               " is larger than 20 by 20 cells."
           EXIT PARAGRAPH
       END-IF
       IF MaskCellCount IS LESS THAN 2
           DISPLAY "MAZEGEN: the mask in " FUNCTION TRIM(MaskFileName)
               " marks fewer than two cells."
           EXIT PARAGRAPH
       END-IF
       MOVE MaskWidth TO MazeSize
       IF MaskHeight IS GREATER THAN MazeSize
           MOVE MaskHeight TO MazeSize
       END-IF
       IF MazeSize IS LESS THAN 3
           MOVE 3 TO MazeSize
       END-IF
       PERFORM FloodMask
       IF MaskReached IS LESS THAN MaskCellCount
           MOVE "N" TO MaskFlag
           DISPLAY "MAZEGEN: the mask in " FUNCTION TRIM(MaskFileName)
               " is not all connected - only " MaskReached " of "
               MaskCellCount " cells join up."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "MAZEGEN: mask " FUNCTION TRIM(MaskFileName) " - "
           MaskCellCount " cells on a " MazeSize " grid."
EXIT.

KeepMaskLine.
       ADD 1 TO MaskLineNo
       PERFORM VARYING MaskCol FROM 1 BY 1
           UNTIL MaskCol IS GREATER THAN 80
           IF MaskRecord(MaskCol:1) IS NOT EQUAL TO SPACE
               AND MaskRecord(MaskCol:1) IS NOT EQUAL TO "."
               IF MaskLineNo IS GREATER THAN 20
                   OR MaskCol IS GREATER THAN 20
                   MOVE "Y" TO MaskOversize
               ELSE
                   MOVE "#" TO MaskLine(MaskLineNo)(MaskCol:1)
                   ADD 1 TO MaskCellCount
                   IF MaskCol IS GREATER THAN MaskWidth
                       MOVE MaskCol TO MaskWidth
                   END-IF
                   IF MaskLineNo IS GREATER THAN MaskHeight
                       MOVE MaskLineNo TO MaskHeight
                   END-IF
               END-IF
           END-IF
       END-PERFORM
EXIT.

      *> Lays the mask on the grid and floods it from its first cell,
      *> going through walls but not rock; MaskReached comes back as
      *> the number of cells the flood got to.
FloodMask.
       MOVE "Y" TO MaskFlag
       PERFORM InitializeMaze
       PERFORM ResetBfs
       MOVE 0 TO QueueTail
       PERFORM VARYING MazeRow FROM 1 BY 1
           UNTIL MazeRow IS GREATER THAN MazeSize OR QueueTail > 0
           PERFORM VARYING MazeColumn FROM 1 BY 1
               UNTIL MazeColumn IS GREATER THAN MazeSize
               OR QueueTail > 0
               IF NOT Solid(MazeColumn, MazeRow)
                   MOVE 1 TO QueueTail
                   MOVE MazeColumn TO QueueColumn(1)
                   MOVE MazeRow TO QueueRow(1)
                   MOVE "Y" TO BfsVisited(MazeColumn, MazeRow)
               END-IF
           END-PERFORM
       END-PERFORM
       MOVE 1 TO QueueHead
       PERFORM WITH TEST BEFORE UNTIL QueueHead IS GREATER THAN QueueTail
           MOVE QueueColumn(QueueHead) TO MazeColumn
           MOVE QueueRow(QueueHead) TO MazeRow
           ADD 1 TO QueueHead
           PERFORM VARYING Direction FROM 1 BY 1
               UNTIL Direction IS GREATER THAN 4
               PERFORM FloodMaskNeighbor
           END-PERFORM
       END-PERFORM
       MOVE QueueTail TO MaskReached
EXIT.

FloodMaskNeighbor.
       PERFORM DetermineNextPosition
       IF NextColumn IS GREATER THAN 0 AND NextRow IS GREATER THAN 0
           AND NextColumn IS NOT GREATER THAN MazeSize
           AND NextRow IS NOT GREATER THAN MazeSize
           IF NOT Solid(NextColumn, NextRow)
               AND BfsVisited(NextColumn, NextRow) IS EQUAL TO "N"
               MOVE "Y" TO BfsVisited(NextColumn, NextRow)
               ADD 1 TO QueueTail
               MOVE NextColumn TO QueueColumn(QueueTail)
               MOVE NextRow TO QueueRow(QueueTail)
           END-IF
       END-IF
EXIT.

      *> A cell is on the mask's edge when it lies on the grid's
      *> border or has solid rock beside it.
DetermineMaskEdge.
       MOVE "N" TO MaskEdgeFlag
       IF MazeColumn IS EQUAL TO 1 OR MazeRow IS EQUAL TO 1
           OR MazeColumn IS EQUAL TO MazeSize
           OR MazeRow IS EQUAL TO MazeSize
           MOVE "Y" TO MaskEdgeFlag
           EXIT PARAGRAPH
       END-IF
       IF Solid(MazeColumn - 1, MazeRow)
           OR Solid(MazeColumn + 1, MazeRow)
           OR Solid(MazeColumn, MazeRow - 1)
           OR Solid(MazeColumn, MazeRow + 1)
           MOVE "Y" TO MaskEdgeFlag
       END-IF
EXIT.

AuditDoorSymmetry.
       MOVE 0 TO DoorAuditMismatches
       PERFORM VARYING MazeColumn FROM 1 BY 1 UNTIL MazeColumn IS GREATER THAN MazeSize
AuditCellDoor.
       IF Doors(MazeColumn, MazeRow, Direction) IS EQUAL TO "Y"
           MOVE Direction TO AuditOriginalDirection
           IF Solid(MazeColumn, MazeRow)
               DISPLAY "MAZEGEN: door at column " MazeColumn " row "
                   MazeRow " direction " Direction " is cut in solid rock."
               ADD 1 TO DoorAuditMismatches
           END-IF
           PERFORM DetermineNextPosition
           IF NextColumn IS LESS THAN 1 OR NextRow IS LESS THAN 1
               OR NextColumn IS GREATER THAN MazeSize
                   MazeRow " direction " Direction " leads outside the maze."
               ADD 1 TO DoorAuditMismatches
           ELSE
               IF Solid(NextColumn, NextRow)
                   DISPLAY "MAZEGEN: door at column " MazeColumn " row "
                       MazeRow " direction " Direction
                       " leads into solid rock."
                   ADD 1 TO DoorAuditMismatches
               END-IF
               PERFORM DetermineOppositeDirection
               IF Doors(NextColumn, NextRow, Direction) IS NOT EQUAL TO "Y"
                   DISPLAY "MAZEGEN: door at column " MazeColumn " row "
GenerateMazeBacktracker.
       MOVE 0 TO GenerationIterations
       MOVE 0 TO StackTop
       PERFORM DetermineStartCell
       MOVE MazeColumn TO EntranceColumn
       MOVE MazeRow TO EntranceRow
       PERFORM MarkCellInside

ComputeSolvedPath.
       PERFORM ResetBfs
       MOVE 0 TO PathStepCount
       MOVE EntranceColumn TO QueueColumn(1)
       MOVE EntranceRow TO QueueRow(1)
       MOVE 1 TO QueueHead
       PERFORM WITH TEST BEFORE
           UNTIL PathColumn = EntranceColumn AND PathRow = EntranceRow
           MOVE "Y" TO PathMarked(PathColumn, PathRow)
           ADD 1 TO PathStepCount
           MOVE PathColumn TO PathStepColumn(PathStepCount)
           MOVE PathRow TO PathStepRow(PathStepCount)
           MOVE BfsParentDir(PathColumn, PathRow) TO Direction
           PERFORM DetermineOppositeDirection
           MOVE PathColumn TO MazeColumn
           MOVE NextRow TO PathRow
       END-PERFORM
       MOVE "Y" TO PathMarked(EntranceColumn, EntranceRow)
       ADD 1 TO PathStepCount
       MOVE EntranceColumn TO PathStepColumn(PathStepCount)
       MOVE EntranceRow TO PathStepRow(PathStepCount)
EXIT.

DrawMaze.

DrawCellInterior.
       EVALUATE TRUE
        WHEN Solid(MazeColumn, MazeRow)
           MOVE "#" TO DrawChar
        WHEN MazeColumn IS EQUAL TO EntranceColumn AND MazeRow IS EQUAL TO EntranceRow
           MOVE "S" TO DrawChar
        WHEN MazeColumn IS EQUAL TO ExitColumn AND MazeRow IS EQUAL TO ExitRow

InitializeMazeCell.
       PERFORM MarkCellOutside
       IF MaskInUse
           IF MaskLine(MazeRow)(MazeColumn:1) IS EQUAL TO SPACE
               SET Solid(MazeColumn, MazeRow) TO TRUE
           END-IF
       END-IF
       PERFORM ClearCellDoors
       MOVE "N" TO HallMarked(MazeColumn, MazeRow)
       MOVE SPACE TO CellClass(MazeColumn, MazeRow)
       MOVE SPACES TO CellFeature(MazeColumn, MazeRow)
EXIT.

ClearCellDoors.

GenerateMaze.
       MOVE 0 TO GenerationIterations
       PERFORM DetermineStartCell
       MOVE MazeColumn TO EntranceColumn
       MOVE MazeRow TO EntranceRow
       PERFORM MarkCellInside
       END-PERFORM
EXIT.

      *> The exit is the last cell carved - on a shaped maze, the
      *> last one carved on the mask's edge.
MarkCellInside.
       MOVE "I" TO State(MazeColumn, MazeRow)
       IF MaskInUse
           PERFORM DetermineMaskEdge
           IF NOT MaskEdgeCell
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE MazeColumn TO ExitColumn
       MOVE MazeRow TO ExitRow
EXIT.
       COMPUTE MazeRow = FUNCTION RANDOM() * MazeSize + 1
EXIT.

      *> The entrance: any cell at all, or on a shaped maze an open
      *> cell on the mask's edge.
DetermineStartCell.
       PERFORM DetermineRandomMazeCell
       IF NOT MaskInUse
           EXIT PARAGRAPH
       END-IF
       PERFORM DetermineMaskEdge
       PERFORM UNTIL MaskEdgeCell AND NOT Solid(MazeColumn, MazeRow)
           PERFORM DetermineRandomMazeCell
           PERFORM DetermineMaskEdge
       END-PERFORM
EXIT.

DetermineOppositeDirection.
       add 2 to Direction
       if direction is greater than 4 then 
               SUBTRACT 1 FROM NextColumn
       END-EVALUATE
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
       MOVE "MAZEGEN" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
