      *> The request block for MAZEWALK, the maze route recorder: the
      *> cells a player walks through on a MAZEGEN maze, appended to
      *> maze_routes.dat for MAZERACE to measure against the solved
      *> path MAZEGEN exports beside the maze.
      *> Walk-Action "O" opens a walk for Walk-Game and Walk-Player on
      *> the maze in Walk-Maze-File, catalogued as Walk-Maze-Key
      *> (spaces when it is not in the catalog), and stamps the run's
      *> Walk-Run-Date and Walk-Run-Time; "S" records the step into
      *> the cell at Walk-Column and Walk-Row - a step into the cell
      *> already stood in is not counted; "E" closes the walk with
      *> Walk-Outcome (W walked out, D died, T out of time, Q quit).
      *> The caller keeps the block from call to call: the run stamp,
      *> the step count and the last cell all ride in it, and
      *> Walk-Open holds from "O" until "E".
      *> Walk-Result answers "D" done, "S" skipped when no walk is
      *> open, "E" when maze_routes.dat could not be written.
       01 Maze-Walk-Request.
           02 Walk-Action PIC X.
           02 Walk-Game PIC X(8).
           02 Walk-Player PIC X(12).
           02 Walk-Maze-Key PIC X(8).
           02 Walk-Maze-File PIC X(40).
           02 Walk-Run-Date PIC 9(8).
           02 Walk-Run-Time PIC 9(8).
           02 Walk-Column PIC 99.
           02 Walk-Row PIC 99.
           02 Walk-Step PIC 9(4).
           02 Walk-Last-Column PIC 99.
           02 Walk-Last-Row PIC 99.
           02 Walk-Outcome PIC X.
           02 Walk-State PIC X.
              88 Walk-Open VALUE "O".
           02 Walk-Result PIC X.
              88 Walk-Done VALUE "D".
              88 Walk-Skipped VALUE "S".
              88 Walk-Failed VALUE "E".
