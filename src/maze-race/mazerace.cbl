       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MAZERACE.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RouteFile ASSIGN DYNAMIC RouteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RouteFileStatus.
           SELECT MazeFile ASSIGN DYNAMIC MazeFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MazeFileStatus.
           SELECT PathFile ASSIGN DYNAMIC PathFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PathFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors MAZEWALK's RouteRecord field-for-field.
       FD RouteFile.
       01 RouteRecord.
          02 RtRunDate PIC 9(8).
          02 RtRunTime PIC 9(8).
          02 RtGame PIC X(8).
          02 RtPlayer PIC X(12).
          02 RtMazeKey PIC X(8).
          02 RtKind PIC X.
          02 RtStep PIC 9(4).
          02 RtColumn PIC 99.
          02 RtRow PIC 99.
          02 RtOutcome PIC X.
          02 RtMazeFile PIC X(40).

      *> MAZEGEN's single-level maze record, doors in its direction
      *> order (1=North 2=East 3=South 4=West).
       FD MazeFile.
       01 MazeFileRecord.
          02 MazeFileColumn PIC 99.
          02 MazeFileRow PIC 99.
          02 MazeFileState PIC X.
          02 MazeFileDoors PIC X OCCURS 4 TIMES.

      *> Mirrors MAZEGEN's PathRecord field-for-field.
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
          02 RouteFileName PIC X(60) VALUE "maze_routes.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 RouteFileStatus PIC XX.
       01 MazeFileStatus PIC XX.
       01 PathFileStatus PIC XX.
       01 MazeFileName PIC X(60).
       01 PathFileName PIC X(60).
       COPY "REPORTSVC.cpy".
       COPY "MAZECAT.cpy".
       01 PrintLine PIC X(80).
      *> Every walk on file, as its "O" record opened it, and what
      *> its steps came to once measured against its maze. Past
      *> three hundred walks the rest are counted but not scored.
       01 RunTable.
          02 RunCount PIC 999 VALUE 0.
          02 RunEntries OCCURS 300 TIMES.
             03 RnDate PIC 9(8).
             03 RnTime PIC 9(8).
             03 RnGame PIC X(8).
             03 RnPlayer PIC X(12).
             03 RnMaze PIC 99.
             03 RnCells PIC 9(4).
             03 RnMoves PIC 9(4).
             03 RnDeadEnds PIC 9(4).
             03 RnBacktracks PIC 9(4).
             03 RnLastColumn PIC 99.
             03 RnLastRow PIC 99.
             03 RnPrevColumn PIC 99.
             03 RnPrevRow PIC 99.
             03 RnReached PIC X.
                88 RunReachedExit VALUE "Y".
             03 RnFromEntrance PIC X.
                88 RunFromEntrance VALUE "Y".
             03 RnFits PIC X.
                88 RunFitsMaze VALUE "Y".
             03 RnEfficiency PIC 999V9.
             03 RnRanked PIC X.
                88 RunRanked VALUE "Y".
          02 RunIdx PIC 999.
          02 BestIdx PIC 999.
          02 RunsOnFile PIC 9(5) VALUE 0.
          02 RunsScored PIC 9(5) VALUE 0.
      *> One board per maze: a catalogued maze by its key, so the
      *> same published maze is raced on one board whatever file it
      *> was played from; an uncatalogued one by its file name.
       01 MazeTable.
          02 MazeCount PIC 99 VALUE 0.
          02 MazeEntries OCCURS 50 TIMES.
             03 MzKey PIC X(8).
             03 MzFile PIC X(40).
             03 MzState PIC X.
                88 MazeReady VALUE "R".
                88 MazeUnreadable VALUE "F".
                88 MazeNoPath VALUE "P".
                88 MazeReplaced VALUE "C".
             03 MzShortest PIC 9(4).
             03 MzRuns PIC 999.
          02 MazeIdx PIC 99.
          02 MazesOverflow PIC 999 VALUE 0.
      *> The maze being scored: every cell's doors and how many of
      *> them are open, and the ends of its solved path.
       01 GridData.
          02 GridColumns OCCURS 20 TIMES.
             03 GridCells OCCURS 20 TIMES.
                04 GridDoors PIC X(4).
                04 GridDoorCount PIC 9.
          02 GridSize PIC 99.
          02 GridColumn PIC 99.
          02 GridRow PIC 99.
          02 GridDir PIC 9.
          02 EntranceColumn PIC 99.
          02 EntranceRow PIC 99.
          02 ExitColumn PIC 99.
          02 ExitRow PIC 99.
          02 PathCells PIC 9(4).
          02 PathNameLen PIC 99.
       01 StepData.
          02 StepColumn PIC 99.
          02 StepRow PIC 99.
          02 StepDir PIC 9.
       01 RankData.
          02 RankNo PIC 99.
          02 RankDepth PIC 99 VALUE 20.
          02 RankFlag PIC X.
             88 RankExhausted VALUE "Y".
          02 NeverReached PIC 999.
          02 AwayFromEntrance PIC 999.
          02 OffTheWalls PIC 999.
          02 UnscoredRuns PIC 999.
          02 CountText PIC ZZ9.
          02 MovesText PIC ZZZ9.
       01 RankLine.
          02 FILLER PIC X(2) VALUE SPACES.
          02 RlRank PIC Z9.
          02 FILLER PIC X(3) VALUE SPACES.
          02 RlPlayer PIC X(12).
          02 FILLER PIC X(2) VALUE SPACES.
          02 RlGame PIC X(8).
          02 FILLER PIC X(2) VALUE SPACES.
          02 RlMoves PIC ZZZ9.
          02 FILLER PIC X(3) VALUE SPACES.
          02 RlEfficiency PIC ZZ9.9.
          02 FILLER PIC X VALUE "%".
          02 FILLER PIC X(2) VALUE SPACES.
          02 RlDeadEnds PIC ZZZ9.
          02 FILLER PIC X(2) VALUE SPACES.
          02 RlBacktracks PIC ZZZ9.
          02 FILLER PIC X(3) VALUE SPACES.
          02 RlDate PIC 9(8).
          02 FILLER PIC X(11) VALUE SPACES.

PROCEDURE DIVISION.
      *> The maze racers' boards: every recorded walk through a
      *> MAZEGEN maze scored against the maze's solved path -
      *> efficiency is the shortest way's moves over the moves the
      *> walk took to first reach the exit, with the dead ends it
      *> wandered into and the times it turned straight back.
       PERFORM ResolveDataFiles
       PERFORM LoadRuns
       PERFORM VARYING MazeIdx FROM 1 BY 1
           UNTIL MazeIdx IS GREATER THAN MazeCount
           PERFORM ScoreOneMaze
       END-PERFORM
       MOVE "O" TO Rpt-Action
       MOVE "maze_race_report.txt" TO Rpt-File
       MOVE "MAZE RACE BOARDS" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       IF MazeCount IS EQUAL TO 0
           MOVE "NO MAZE WALKS ARE ON FILE YET." TO PrintLine
           PERFORM PutLine
       ELSE
           PERFORM VARYING MazeIdx FROM 1 BY 1
               UNTIL MazeIdx IS GREATER THAN MazeCount
               PERFORM PrintMazeBoard
           END-PERFORM
       END-IF
       IF MazesOverflow IS GREATER THAN 0
           MOVE SPACES TO PrintLine
           PERFORM PutLine
           MOVE MazesOverflow TO CountText
           STRING CountText DELIMITED BY SIZE
               " walk(s) on mazes past the fiftieth were not scored."
                   DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "WALKS RECORDED" TO Rpt-Total-Label
       MOVE RunsOnFile TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "WALKS SCORED" TO Rpt-Total-Label
       MOVE RunsScored TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "MAZES RACED" TO Rpt-Total-Label
       MOVE MazeCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       STOP RUN.

      *> First pass: every walk the file opens, and the mazes they
      *> were walked on.
LoadRuns.
       OPEN INPUT RouteFile
       IF RouteFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZERACE: no maze_routes.dat to read, status "
               RouteFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL RouteFileStatus IS NOT EQUAL TO "00"
           READ RouteFile
               AT END
                   MOVE "10" TO RouteFileStatus
               NOT AT END
                   IF RtKind IS EQUAL TO "O"
                       PERFORM KeepRun
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RouteFile
       EXIT.

KeepRun.
       ADD 1 TO RunsOnFile
       PERFORM FindMaze
       IF MazeIdx IS EQUAL TO 0
           ADD 1 TO MazesOverflow
           EXIT PARAGRAPH
       END-IF
       IF RunCount IS NOT LESS THAN 300
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RunCount
       MOVE RtRunDate TO RnDate(RunCount)
       MOVE RtRunTime TO RnTime(RunCount)
       MOVE RtGame TO RnGame(RunCount)
       MOVE RtPlayer TO RnPlayer(RunCount)
       MOVE MazeIdx TO RnMaze(RunCount)
       MOVE 0 TO RnCells(RunCount)
       MOVE 0 TO RnMoves(RunCount)
       MOVE 0 TO RnDeadEnds(RunCount)
       MOVE 0 TO RnBacktracks(RunCount)
       MOVE 0 TO RnLastColumn(RunCount)
       MOVE 0 TO RnLastRow(RunCount)
       MOVE 0 TO RnPrevColumn(RunCount)
       MOVE 0 TO RnPrevRow(RunCount)
       MOVE "N" TO RnReached(RunCount)
       MOVE "Y" TO RnFromEntrance(RunCount)
       MOVE "Y" TO RnFits(RunCount)
       MOVE 0 TO RnEfficiency(RunCount)
       MOVE "N" TO RnRanked(RunCount)
       ADD 1 TO MzRuns(MazeIdx)
       EXIT.

      *> The walk's maze on the table, added if it is new; MazeIdx
      *> is left 0 when the table is full.
FindMaze.
       PERFORM VARYING MazeIdx FROM 1 BY 1
           UNTIL MazeIdx IS GREATER THAN MazeCount
           OR (RtMazeKey IS NOT EQUAL TO SPACES
               AND MzKey(MazeIdx) IS EQUAL TO RtMazeKey)
           OR (RtMazeKey IS EQUAL TO SPACES
               AND MzKey(MazeIdx) IS EQUAL TO SPACES
               AND MzFile(MazeIdx) IS EQUAL TO RtMazeFile)
           CONTINUE
       END-PERFORM
       IF MazeIdx IS NOT GREATER THAN MazeCount
           EXIT PARAGRAPH
       END-IF
       IF MazeCount IS NOT LESS THAN 50
           MOVE 0 TO MazeIdx
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO MazeCount
       MOVE MazeCount TO MazeIdx
       MOVE RtMazeKey TO MzKey(MazeIdx)
       MOVE RtMazeFile TO MzFile(MazeIdx)
       MOVE SPACE TO MzState(MazeIdx)
       MOVE 0 TO MzShortest(MazeIdx)
       MOVE 0 TO MzRuns(MazeIdx)
       EXIT.

      *> Second pass, once per maze: its walks' steps, taken in the
      *> order they were walked.
ScoreOneMaze.
       PERFORM LoadMazeGrid
       IF NOT MazeReady(MazeIdx)
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT RouteFile
       IF RouteFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL RouteFileStatus IS NOT EQUAL TO "00"
           READ RouteFile
               AT END
                   MOVE "10" TO RouteFileStatus
               NOT AT END
                   IF RtKind IS EQUAL TO "S"
                       PERFORM FindRun
                       IF RunIdx IS GREATER THAN 0
                           PERFORM ScoreStep
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RouteFile
       PERFORM VARYING RunIdx FROM 1 BY 1
           UNTIL RunIdx IS GREATER THAN RunCount
           IF RnMaze(RunIdx) IS EQUAL TO MazeIdx
               PERFORM JudgeRun
           END-IF
       END-PERFORM
       EXIT.

      *> The walk this step belongs to, when it is one of this maze's;
      *> RunIdx is left 0 otherwise.
FindRun.
       PERFORM VARYING RunIdx FROM RunCount BY -1
           UNTIL RunIdx IS LESS THAN 1
           OR (RnDate(RunIdx) IS EQUAL TO RtRunDate
               AND RnTime(RunIdx) IS EQUAL TO RtRunTime
               AND RnGame(RunIdx) IS EQUAL TO RtGame
               AND RnPlayer(RunIdx) IS EQUAL TO RtPlayer)
           CONTINUE
       END-PERFORM
       IF RunIdx IS GREATER THAN 0
           IF RnMaze(RunIdx) IS NOT EQUAL TO MazeIdx
               MOVE 0 TO RunIdx
           END-IF
       END-IF
       EXIT.

      *> Steps count until the walk first stands in the exit - the
      *> way back out of a SHOS maze is not part of the race. A step
      *> that is not through an open door of the maze means the walk
      *> was not made in this maze at all.
ScoreStep.
       IF RunReachedExit(RunIdx) OR NOT RunFitsMaze(RunIdx)
           EXIT PARAGRAPH
       END-IF
       IF RtColumn IS NOT NUMERIC OR RtRow IS NOT NUMERIC
           OR RtColumn IS EQUAL TO 0 OR RtRow IS EQUAL TO 0
           OR RtColumn IS GREATER THAN GridSize
           OR RtRow IS GREATER THAN GridSize
           MOVE "N" TO RnFits(RunIdx)
           EXIT PARAGRAPH
       END-IF
       MOVE RtColumn TO StepColumn
       MOVE RtRow TO StepRow
       IF RnCells(RunIdx) IS EQUAL TO 0
           ADD 1 TO RnCells(RunIdx)
           IF StepColumn IS NOT EQUAL TO EntranceColumn
               OR StepRow IS NOT EQUAL TO EntranceRow
               MOVE "N" TO RnFromEntrance(RunIdx)
           END-IF
           MOVE StepColumn TO RnLastColumn(RunIdx)
           MOVE StepRow TO RnLastRow(RunIdx)
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckStepFits
       IF NOT RunFitsMaze(RunIdx)
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RnCells(RunIdx)
       ADD 1 TO RnMoves(RunIdx)
       IF StepColumn IS EQUAL TO RnPrevColumn(RunIdx)
           AND StepRow IS EQUAL TO RnPrevRow(RunIdx)
           ADD 1 TO RnBacktracks(RunIdx)
       END-IF
       IF GridDoorCount(StepColumn, StepRow) IS EQUAL TO 1
           AND (StepColumn IS NOT EQUAL TO EntranceColumn
               OR StepRow IS NOT EQUAL TO EntranceRow)
           AND (StepColumn IS NOT EQUAL TO ExitColumn
               OR StepRow IS NOT EQUAL TO ExitRow)
           ADD 1 TO RnDeadEnds(RunIdx)
       END-IF
       MOVE RnLastColumn(RunIdx) TO RnPrevColumn(RunIdx)
       MOVE RnLastRow(RunIdx) TO RnPrevRow(RunIdx)
       MOVE StepColumn TO RnLastColumn(RunIdx)
       MOVE StepRow TO RnLastRow(RunIdx)
       IF StepColumn IS EQUAL TO ExitColumn
           AND StepRow IS EQUAL TO ExitRow
           MOVE "Y" TO RnReached(RunIdx)
       END-IF
       EXIT.

      *> The step must be to a neighbor, through a door open on the
      *> side of the cell it leaves.
CheckStepFits.
       MOVE 0 TO StepDir
       EVALUATE TRUE
           WHEN StepColumn IS EQUAL TO RnLastColumn(RunIdx)
               AND StepRow + 1 IS EQUAL TO RnLastRow(RunIdx)
               MOVE 1 TO StepDir
           WHEN StepRow IS EQUAL TO RnLastRow(RunIdx)
               AND StepColumn IS EQUAL TO RnLastColumn(RunIdx) + 1
               MOVE 2 TO StepDir
           WHEN StepColumn IS EQUAL TO RnLastColumn(RunIdx)
               AND StepRow IS EQUAL TO RnLastRow(RunIdx) + 1
               MOVE 3 TO StepDir
           WHEN StepRow IS EQUAL TO RnLastRow(RunIdx)
               AND StepColumn + 1 IS EQUAL TO RnLastColumn(RunIdx)
               MOVE 4 TO StepDir
       END-EVALUATE
       IF StepDir IS EQUAL TO 0
           MOVE "N" TO RnFits(RunIdx)
           EXIT PARAGRAPH
       END-IF
       MOVE RnLastColumn(RunIdx) TO GridColumn
       MOVE RnLastRow(RunIdx) TO GridRow
       IF GridDoors(GridColumn, GridRow)(StepDir:1) IS NOT EQUAL TO "Y"
           MOVE "N" TO RnFits(RunIdx)
       END-IF
       EXIT.

      *> A walk is scored when it began in the entrance, kept to the
      *> maze's doors and reached the exit.
JudgeRun.
       IF RunReachedExit(RunIdx) AND RunFromEntrance(RunIdx)
           AND RunFitsMaze(RunIdx) AND RnMoves(RunIdx) IS GREATER THAN 0
           COMPUTE RnEfficiency(RunIdx) ROUNDED =
               MzShortest(MazeIdx) * 100 / RnMoves(RunIdx)
           ADD 1 TO RunsScored
       END-IF
       EXIT.

      *> The maze file's doors, then its solved path from
      *> <name>_path.dat beside it. A catalogued maze whose file now
      *> holds some other maze is left unscored rather than measured
      *> against the wrong walls.
LoadMazeGrid.
       MOVE "F" TO MzState(MazeIdx)
       MOVE 0 TO GridSize
       PERFORM VARYING GridColumn FROM 1 BY 1 UNTIL GridColumn > 20
           PERFORM VARYING GridRow FROM 1 BY 1 UNTIL GridRow > 20
               MOVE "NNNN" TO GridDoors(GridColumn, GridRow)
               MOVE 0 TO GridDoorCount(GridColumn, GridRow)
           END-PERFORM
       END-PERFORM
       MOVE MzFile(MazeIdx) TO MazeFileName
       MOVE MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO MazeFileName
       OPEN INPUT MazeFile
       IF MazeFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MazeFileStatus IS NOT EQUAL TO "00"
           READ MazeFile
               AT END
                   MOVE "10" TO MazeFileStatus
               NOT AT END
                   PERFORM KeepMazeCell
           END-READ
       END-PERFORM
       CLOSE MazeFile
       IF GridSize IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF MzKey(MazeIdx) IS NOT EQUAL TO SPACES
           MOVE "L" TO Mzc-Action
           MOVE MzFile(MazeIdx) TO Mzc-Maze-File
           CALL "MAZECAT" USING Maze-Catalog-Request
           IF Mzc-Not-Found OR (Mzc-Found
               AND Mzc-Key IS NOT EQUAL TO MzKey(MazeIdx))
               MOVE "C" TO MzState(MazeIdx)
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE "P" TO MzState(MazeIdx)
       PERFORM LoadSolvedPath
       IF PathCells IS GREATER THAN 1
           COMPUTE MzShortest(MazeIdx) = PathCells - 1
           MOVE "R" TO MzState(MazeIdx)
       END-IF
       EXIT.

KeepMazeCell.
       IF MazeFileColumn IS NOT NUMERIC OR MazeFileRow IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF MazeFileColumn IS EQUAL TO 0 OR MazeFileRow IS EQUAL TO 0
           OR MazeFileColumn IS GREATER THAN 20
           OR MazeFileRow IS GREATER THAN 20
           EXIT PARAGRAPH
       END-IF
       MOVE MazeFileColumn TO GridColumn
       MOVE MazeFileRow TO GridRow
       MOVE MazeFileRecord(6:4) TO GridDoors(GridColumn, GridRow)
       PERFORM VARYING GridDir FROM 1 BY 1 UNTIL GridDir > 4
           IF MazeFileDoors(GridDir) IS EQUAL TO "Y"
               ADD 1 TO GridDoorCount(GridColumn, GridRow)
           END-IF
       END-PERFORM
       IF GridColumn IS GREATER THAN GridSize
           MOVE GridColumn TO GridSize
       END-IF
       IF GridRow IS GREATER THAN GridSize
           MOVE GridRow TO GridSize
       END-IF
       EXIT.

      *> Level 01 of the path file: the first cell is the entrance,
      *> the last the exit.
LoadSolvedPath.
       MOVE 0 TO PathCells
       PERFORM BuildPathFileName
       MOVE PathFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO PathFileName
       OPEN INPUT PathFile
       IF PathFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PathFileStatus IS NOT EQUAL TO "00"
           READ PathFile
               AT END
                   MOVE "10" TO PathFileStatus
               NOT AT END
                   IF PthLevel IS NUMERIC AND PthLevel IS EQUAL TO 1
                       AND PthColumn IS NUMERIC AND PthRow IS NUMERIC
                       ADD 1 TO PathCells
                       IF PathCells IS EQUAL TO 1
                           MOVE PthColumn TO EntranceColumn
                           MOVE PthRow TO EntranceRow
                       END-IF
                       MOVE PthColumn TO ExitColumn
                       MOVE PthRow TO ExitRow
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PathFile
       EXIT.

      *> maze.dat -> maze_path.dat, the way MAZEGEN names it.
BuildPathFileName.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(MzFile(MazeIdx) TRAILING))
           TO PathNameLen
       IF PathNameLen IS GREATER THAN 4
           AND MzFile(MazeIdx)(PathNameLen - 3:4) IS EQUAL TO ".dat"
           SUBTRACT 4 FROM PathNameLen
       END-IF
       MOVE SPACES TO PathFileName
       STRING MzFile(MazeIdx)(1:PathNameLen) DELIMITED BY SIZE
           "_path.dat" DELIMITED BY SIZE
           INTO PathFileName
       END-STRING
       EXIT.

PrintMazeBoard.
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       IF MzKey(MazeIdx) IS EQUAL TO SPACES
           STRING "MAZE (uncatalogued)  " DELIMITED BY SIZE
               MzFile(MazeIdx) DELIMITED BY SPACE
               INTO PrintLine
           END-STRING
       ELSE
           STRING "MAZE " DELIMITED BY SIZE
               MzKey(MazeIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MzFile(MazeIdx) DELIMITED BY SPACE
               INTO PrintLine
           END-STRING
       END-IF
       IF MazeReady(MazeIdx)
           MOVE MzShortest(MazeIdx) TO MovesText
           STRING "  - SHORTEST WAY " DELIMITED BY SIZE
               MovesText DELIMITED BY SIZE
               " MOVES" DELIMITED BY SIZE
               INTO PrintLine(51:30)
           END-STRING
       END-IF
       PERFORM PutLine
       EVALUATE TRUE
           WHEN MazeUnreadable(MazeIdx)
               MOVE "     (not scored - the maze file cannot be read)"
                   TO PrintLine
               PERFORM PutLine
               EXIT PARAGRAPH
           WHEN MazeReplaced(MazeIdx)
               MOVE "     (not scored - the file now holds another maze)"
                   TO PrintLine
               PERFORM PutLine
               EXIT PARAGRAPH
           WHEN MazeNoPath(MazeIdx)
               MOVE "     (not scored - no solved path beside the maze;"
                   TO PrintLine
               PERFORM PutLine
               MOVE "      MAZEGEN's audit of the maze writes one)"
                   TO PrintLine
               PERFORM PutLine
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE "  RK   PLAYER        GAME      MOVES   EFFIC   DEAD  BACK   DATE"
           TO PrintLine
       PERFORM PutLine
       MOVE 0 TO RankNo
       MOVE "N" TO RankFlag
       PERFORM RankNextRun
           UNTIL RankNo IS NOT LESS THAN RankDepth OR RankExhausted
       IF RankNo IS EQUAL TO 0
           MOVE "     (no walk has reached the exit yet)" TO PrintLine
           PERFORM PutLine
       END-IF
       PERFORM CountUnscored
       IF UnscoredRuns IS GREATER THAN 0
           MOVE UnscoredRuns TO CountText
           STRING "     " DELIMITED BY SIZE
               CountText DELIMITED BY SIZE
               " walk(s) not scored:" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           MOVE NeverReached TO CountText
           STRING "       " DELIMITED BY SIZE
               CountText DELIMITED BY SIZE
               " never reached the exit" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           MOVE AwayFromEntrance TO CountText
           STRING "       " DELIMITED BY SIZE
               CountText DELIMITED BY SIZE
               " began away from the entrance" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           MOVE OffTheWalls TO CountText
           STRING "       " DELIMITED BY SIZE
               CountText DELIMITED BY SIZE
               " went where this maze has no door" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       EXIT.

      *> Best first: the highest efficiency, then the fewest dead
      *> ends, then the fewest backtracks; a tie stays with the walk
      *> made first.
RankNextRun.
       MOVE 0 TO BestIdx
       PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx IS GREATER THAN RunCount
           IF RnMaze(RunIdx) IS EQUAL TO MazeIdx
               AND RnEfficiency(RunIdx) IS GREATER THAN 0
               AND NOT RunRanked(RunIdx)
               IF BestIdx IS EQUAL TO 0
                   MOVE RunIdx TO BestIdx
               ELSE
                   EVALUATE TRUE
                       WHEN RnEfficiency(RunIdx) IS GREATER THAN
                           RnEfficiency(BestIdx)
                           MOVE RunIdx TO BestIdx
                       WHEN RnEfficiency(RunIdx) IS LESS THAN
                           RnEfficiency(BestIdx)
                           CONTINUE
                       WHEN RnDeadEnds(RunIdx) IS LESS THAN
                           RnDeadEnds(BestIdx)
                           MOVE RunIdx TO BestIdx
                       WHEN RnDeadEnds(RunIdx) IS EQUAL TO
                           RnDeadEnds(BestIdx)
                           AND RnBacktracks(RunIdx) IS LESS THAN
                               RnBacktracks(BestIdx)
                           MOVE RunIdx TO BestIdx
                   END-EVALUATE
               END-IF
           END-IF
       END-PERFORM
       IF BestIdx IS EQUAL TO 0
           MOVE "Y" TO RankFlag
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO RnRanked(BestIdx)
       ADD 1 TO RankNo
       MOVE RankNo TO RlRank
       MOVE RnPlayer(BestIdx) TO RlPlayer
       MOVE RnGame(BestIdx) TO RlGame
       MOVE RnMoves(BestIdx) TO RlMoves
       MOVE RnEfficiency(BestIdx) TO RlEfficiency
       MOVE RnDeadEnds(BestIdx) TO RlDeadEnds
       MOVE RnBacktracks(BestIdx) TO RlBacktracks
       MOVE RnDate(BestIdx) TO RlDate
       MOVE RankLine TO PrintLine
       PERFORM PutLine
       EXIT.

      *> Why the maze's other walks were left off its board - a walk
      *> off the maze's doors is counted for that alone.
CountUnscored.
       MOVE 0 TO NeverReached
       MOVE 0 TO AwayFromEntrance
       MOVE 0 TO OffTheWalls
       MOVE 0 TO UnscoredRuns
       PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx IS GREATER THAN RunCount
           IF RnMaze(RunIdx) IS EQUAL TO MazeIdx
               AND RnEfficiency(RunIdx) IS EQUAL TO 0
               ADD 1 TO UnscoredRuns
               EVALUATE TRUE
                   WHEN NOT RunFitsMaze(RunIdx)
                       ADD 1 TO OffTheWalls
                   WHEN NOT RunFromEntrance(RunIdx)
                       ADD 1 TO AwayFromEntrance
                   WHEN OTHER
                       ADD 1 TO NeverReached
               END-EVALUATE
           END-IF
       END-PERFORM
       EXIT.

PutLine.
       MOVE "L" TO Rpt-Action
       MOVE PrintLine TO Rpt-Line
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
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
       MOVE "MAZERACE" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
