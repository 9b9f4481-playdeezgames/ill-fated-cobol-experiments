       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MAZEWALK.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RouteFile ASSIGN DYNAMIC RouteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RouteFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One record per happening on a walk, only ever appended, and
      *> each carries the run's stamp, game and player so walks made
      *> at the same time can be told apart. RtKind is O when the walk
      *> opens, S for each cell stepped into (step 0 is the cell the
      *> walk starts in), E when it closes with RtOutcome.
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

       LINKAGE SECTION.
       COPY "MAZEWALK.cpy".

PROCEDURE DIVISION USING Maze-Walk-Request.
       PERFORM ResolveDataFiles
       SET Walk-Failed TO TRUE
       EVALUATE Walk-Action
           WHEN "O"
               PERFORM OpenWalk
           WHEN "S"
               PERFORM StepWalk
           WHEN "E"
               PERFORM CloseWalk
           WHEN OTHER
               DISPLAY "MAZEWALK: unknown action '" Walk-Action "'."
       END-EVALUATE
EXIT PROGRAM.

OpenWalk.
       ACCEPT Walk-Run-Date FROM DATE YYYYMMDD
       ACCEPT Walk-Run-Time FROM TIME
       MOVE 0 TO Walk-Step
       MOVE 0 TO Walk-Last-Column
       MOVE 0 TO Walk-Last-Row
       MOVE SPACE TO Walk-Outcome
       MOVE "O" TO Walk-State
       MOVE SPACES TO RouteRecord
       MOVE "O" TO RtKind
       MOVE 0 TO RtStep
       MOVE 0 TO RtColumn
       MOVE 0 TO RtRow
       PERFORM AppendRoute
       IF NOT Walk-Done
           MOVE "C" TO Walk-State
       END-IF
       EXIT.

      *> The first cell of a walk is step 0; every move after it
      *> counts one.
StepWalk.
       IF NOT Walk-Open
           SET Walk-Skipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF Walk-Column IS EQUAL TO Walk-Last-Column
           AND Walk-Row IS EQUAL TO Walk-Last-Row
           SET Walk-Done TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF Walk-Last-Column IS GREATER THAN 0
           AND Walk-Step IS LESS THAN 9999
           ADD 1 TO Walk-Step
       END-IF
       MOVE Walk-Column TO Walk-Last-Column
       MOVE Walk-Row TO Walk-Last-Row
       MOVE SPACES TO RouteRecord
       MOVE "S" TO RtKind
       MOVE Walk-Step TO RtStep
       MOVE Walk-Column TO RtColumn
       MOVE Walk-Row TO RtRow
       PERFORM AppendRoute
       EXIT.

CloseWalk.
       IF NOT Walk-Open
           SET Walk-Skipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO Walk-State
       MOVE SPACES TO RouteRecord
       MOVE "E" TO RtKind
       MOVE Walk-Step TO RtStep
       MOVE Walk-Last-Column TO RtColumn
       MOVE Walk-Last-Row TO RtRow
       MOVE Walk-Outcome TO RtOutcome
       PERFORM AppendRoute
       EXIT.

      *> Open, append, close - the way the SHOS splits are kept - so a
      *> walk cut short still leaves its route behind.
AppendRoute.
       MOVE Walk-Run-Date TO RtRunDate
       MOVE Walk-Run-Time TO RtRunTime
       MOVE Walk-Game TO RtGame
       MOVE Walk-Player TO RtPlayer
       MOVE Walk-Maze-Key TO RtMazeKey
       MOVE Walk-Maze-File TO RtMazeFile
       OPEN EXTEND RouteFile
       IF RouteFileStatus IS EQUAL TO "35"
           OPEN OUTPUT RouteFile
       END-IF
       IF RouteFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEWALK: maze_routes.dat could not be written, "
               "status " RouteFileStatus "."
           EXIT PARAGRAPH
       END-IF
       WRITE RouteRecord
       CLOSE RouteFile
       SET Walk-Done TO TRUE
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
       MOVE "MAZEWALK" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
