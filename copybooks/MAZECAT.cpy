      *> The request block for MAZECAT, the maze catalog kept in the
      *> indexed maze_catalog.dat. Mzc-Action "R" registers the maze
      *> file named in Mzc-Maze-File with the figures the generator
      *> fills in below, and hands back the new catalog key - plus,
      *> when a maze of the very same content is already catalogued,
      *> that entry's key and file in Mzc-Dup-Key and Mzc-Dup-File.
      *> "L" looks a maze file up by its content alone and hands back
      *> the key it was first catalogued under. Either way
      *> Mzc-Fingerprint comes back with the file's fingerprint.
       01 Maze-Catalog-Request.
           02 Mzc-Action PIC X.
           02 Mzc-Maze-File PIC X(40).
           02 Mzc-Source PIC X.
           02 Mzc-Size PIC 99.
           02 Mzc-Levels PIC 9.
           02 Mzc-Algorithm PIC 9.
           02 Mzc-Braid PIC 999.
           02 Mzc-Halls PIC 9.
           02 Mzc-Seed PIC 9(5).
           02 Mzc-Dead-Ends PIC 9(4).
           02 Mzc-Path-Length PIC 9(4).
           02 Mzc-Branching PIC 9V99.
           02 Mzc-Loops PIC 9(4).
           02 Mzc-Key PIC X(8).
           02 Mzc-Fingerprint PIC X(16).
           02 Mzc-Dup-Key PIC X(8).
           02 Mzc-Dup-File PIC X(40).
           02 Mzc-Status PIC XX.
           02 Mzc-Result PIC X.
              88 Mzc-Registered VALUE "R".
              88 Mzc-Found VALUE "F".
              88 Mzc-Not-Found VALUE "N".
              88 Mzc-Failed VALUE "E".
