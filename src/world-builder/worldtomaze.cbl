       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WORLDTOMAZE.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorldFile ASSIGN DYNAMIC WS-WorldFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorldFileStatus.
           SELECT MazeFile ASSIGN DYNAMIC WS-MazeFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MazeFileStatus.
           SELECT MazeExtFile ASSIGN DYNAMIC WS-MazeFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MazeExtFileStatus.
           SELECT LinkFile ASSIGN DYNAMIC LinkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkFileStatus.
           SELECT UncarriedFile ASSIGN DYNAMIC WS-UncarriedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UncarriedFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors INVENTORY's sized WorldSaveRecord field-for-field,
      *> like WORLDFIX. Pre-05 files are widened through V4Hold.
       FD WorldFile.
       01 WorldFileRecord.
          02 SaveLocations OCCURS 400 TIMES.
             03 SaveLocationType PIC X.
             03 SaveItemIdAtLocation PIC 999.
             03 SaveDoors PIC X OCCURS 4 TIMES.
          02 SaveItems OCCURS 400 TIMES.
             03 SaveItemType PIC 99.
             03 SaveItemStatus PIC 999.
          02 SavePlayerLocationId PIC 999.
          02 SaveCarriedCount PIC 99.
          02 SaveCarriedItemIds PIC 999 OCCURS 20 TIMES.
          02 SaveEnergy PIC 99.
          02 SaveLuck PIC 99.
          02 SaveScavengerLoc PIC 999.
          02 SaveStolenItemId PIC 999.
          02 SavePeddlerLoc PIC 999.
          02 SavePedFood PIC 99.
          02 SavePedPotion PIC 99.
          02 SavePedKey PIC 99.
          02 SaveLevelNumber PIC 99.
      *> INVENTORY's explored map, written after the world record
      *> from layout 06 on: each location's visited flag and the
      *> four doors the player has found locked.
       01 WorldMapRecord.
          02 MapTag PIC X(3).
          02 SaveExplore OCCURS 400 TIMES.
             03 SaveVisited PIC X.
             03 SaveLockKnown PIC X OCCURS 4 TIMES.

      *> MAZEGEN's flat cell record, as SHOS and MAZETOWORLD read it.
       FD MazeFile.
       01 MazeFileRecord.
          02 MazeFileColumn PIC 99.
          02 MazeFileRow PIC 99.
          02 MazeFileState PIC X.
          02 MazeFileDoors PIC X OCCURS 4 TIMES.

      *> MAZEGEN's multi-level record: the flat cell plus its level
      *> number and stair flag (U up, D down, B both).
       FD MazeExtFile.
       01 MazeExtFileRecord.
          02 MazeExtColumn PIC 99.
          02 MazeExtRow PIC 99.
          02 MazeExtState PIC X.
          02 MazeExtDoors PIC X OCCURS 4 TIMES.
          02 MazeExtLevel PIC 99.
          02 MazeExtStair PIC X.

      *> MAZETOWORLD's stair manifest, read back for the level files
      *> and the stair ways.
       FD LinkFile.
       01 LinkFileRecord.
          02 LnkLevel PIC 99.
          02 LnkLocation PIC 999.
          02 LnkDir PIC X.
          02 LnkTargetLevel PIC 99.
          02 LnkTargetLoc PIC 999.
          02 LnkTargetFile PIC X(40).
       01 LinkStockRecord.
          02 LnkStockTag PIC X(7).
          02 LnkStockName PIC X(8).

      *> What the maze layout has no room for, one line per thing,
      *> beside the maze as <name>_uncarried.dat. Location 000 lines
      *> are a level's tallies rather than one cell's loss.
       FD UncarriedFile.
       01 UncarriedRecord.
          02 UcLevel PIC 99.
          02 FILLER PIC X.
          02 UcLocation PIC 999.
          02 FILLER PIC X.
          02 UcColumn PIC 99.
          02 FILLER PIC X.
          02 UcRow PIC 99.
          02 FILLER PIC X.
          02 UcKind PIC X(8).
          02 FILLER PIC X.
          02 UcDetail PIC X(50).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LinkFileName PIC X(60) VALUE "world_links.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "DIRSVC.cpy".
       COPY "GAMELOG.cpy".
       COPY "MAZECAT.cpy".
       COPY "ITEMDESC.cpy".
       01 WorldFileStatus PIC XX.
       01 MazeFileStatus PIC XX.
       01 MazeExtFileStatus PIC XX.
       01 LinkFileStatus PIC XX.
       01 UncarriedFileStatus PIC XX.
       01 WS-WorldFileName PIC X(60).
       01 WS-MazeFileName PIC X(60).
       01 WS-UncarriedFileName PIC X(60).
       01 UncarriedNameLen PIC 99.
       01 WorldShape.
          02 WorldSize PIC 99 VALUE 10.
          02 LocCount PIC 999 VALUE 100.
          02 StampVersion PIC XX VALUE "01".
          02 WorldLoaded PIC X VALUE "N".
             88 WorldIsLoaded VALUE "Y".
      *> The map record shares the FD's buffer with the world record;
      *> the world is parked here while the map is read behind it.
       01 WorldRecordHold PIC X(5286).
       01 LockKnownData.
          02 LockKnownCell OCCURS 400 TIMES.
             03 LockKnown PIC X OCCURS 4 TIMES.
       01 V4Hold PIC X(1400).
       01 V4World REDEFINES V4Hold.
          02 V4Locations OCCURS 100 TIMES.
             03 V4LocationType PIC X.
             03 V4ItemIdAtLocation PIC 999.
             03 V4Doors PIC X OCCURS 4 TIMES.
          02 V4Items OCCURS 100 TIMES.
             03 V4ItemType PIC 99.
             03 V4ItemStatus PIC 999.
          02 V4PlayerLocationId PIC 999.
          02 V4CarriedCount PIC 99.
          02 V4CarriedItemIds PIC 999 OCCURS 20 TIMES.
          02 V4Energy PIC 99.
          02 V4Luck PIC 99.
          02 V4ScavengerLoc PIC 999.
          02 V4StolenItemId PIC 999.
          02 V4PeddlerLoc PIC 999.
          02 V4PedFood PIC 99.
          02 V4PedPotion PIC 99.
          02 V4PedKey PIC 99.
       01 WidenIdx PIC 999.
       01 WidenDoorIdx PIC 9.
      *> MAZEGEN's door order (N E S W) against INVENTORY's (N S E W):
      *> GameDoorFor(m) is the world door that maze door m reads.
       01 DoorMapData.
          02 GameDoorFor PIC 9 OCCURS 4 TIMES.
          02 MazeDoorIdx PIC 9.
      *> Multi-level workings: every level named in the manifest, the
      *> world file it lives in, and the stair ways leaving it.
       01 MultiLevelData.
          02 MultiMode PIC X VALUE "N".
             88 MultiLevelRun VALUES "Y" "y".
          02 TopLevel PIC 99 VALUE 0.
          02 CurrentLevel PIC 99 VALUE 0.
          02 LevelFile PIC X(40) OCCURS 20 TIMES.
          02 StairTable OCCURS 40 TIMES.
             03 StLevel PIC 99.
             03 StLocation PIC 999.
             03 StDir PIC X.
          02 StairCount PIC 99 VALUE 0.
          02 StairIdx PIC 99.
          02 StairFlag PIC X.
          02 LevelsWritten PIC 99 VALUE 0.
       01 ExportData.
          02 CellColumn PIC 99.
          02 CellRow PIC 99.
          02 CellLoc PIC 999.
          02 CellState PIC X.
          02 CellDoors PIC X(4).
          02 CellOpen PIC 9.
          02 DoorIdx PIC 9.
          02 NeighborId PIC 999.
          02 ItemIdx PIC 999.
          02 CarriedScan PIC 99.
          02 ExitLoc PIC 999.
          02 CellsWritten PIC 9(4) VALUE 0.
          02 PassageCount PIC 999.
          02 ClosedCount PIC 999.
          02 UncarriedCount PIC 9(4) VALUE 0.
          02 ShownNumber PIC ZZ9.
          02 DoorWord PIC X(5).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       PERFORM BuildDoorMap
       DISPLAY "Is the world multi-level (linked through"
       DISPLAY "world_links.dat)? (y/n, blank for n) " WITH NO ADVANCING
       ACCEPT MultiMode
       IF MultiLevelRun
           PERFORM ExportMultiLevelWorld
       ELSE
           PERFORM ExportFlatWorld
       END-IF
       IF CellsWritten IS GREATER THAN 0
           PERFORM LogMazeCatalogKey
       END-IF
STOP RUN.

      *> The one world save, as flat 9-byte maze records.
ExportFlatWorld.
       DISPLAY "World file (blank for inventory_save.dat)? "
           WITH NO ADVANCING
       ACCEPT WS-WorldFileName
       IF WS-WorldFileName IS EQUAL TO SPACES
           MOVE "inventory_save.dat" TO WS-WorldFileName
       END-IF
       DISPLAY "Maze file to write (blank for world_maze.dat)? "
           WITH NO ADVANCING
       ACCEPT WS-MazeFileName
       IF WS-MazeFileName IS EQUAL TO SPACES
           MOVE "world_maze.dat" TO WS-MazeFileName
       END-IF
       MOVE 0 TO CurrentLevel
       PERFORM LoadWorld
       IF NOT WorldIsLoaded
           EXIT PARAGRAPH
       END-IF
       MOVE WS-MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-MazeFileName
       OPEN OUTPUT MazeFile
       IF MazeFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDTOMAZE: unable to open "
               FUNCTION TRIM(WS-MazeFileName) ", status "
               MazeFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM OpenUncarriedFile
       PERFORM WriteLevelCells
       CLOSE MazeFile
       PERFORM ReportUncarried
       IF UncarriedFileStatus IS EQUAL TO "00"
           CLOSE UncarriedFile
       END-IF
       DISPLAY "WORLDTOMAZE: " CellsWritten " cell(s) written to "
           FUNCTION TRIM(WS-MazeFileName) "."
       DISPLAY "WORLDTOMAZE: " UncarriedCount " thing(s) the maze"
           " cannot carry listed in "
           FUNCTION TRIM(WS-UncarriedFileName) "."
       EXIT.

      *> Every level the manifest names, in level order, as MAZEGEN's
      *> extended records - the stair ways become the stair flags.
ExportMultiLevelWorld.
       PERFORM LoadLinkManifest
       IF TopLevel IS EQUAL TO 0
           DISPLAY "WORLDTOMAZE: world_links.dat names no levels -"
               " nothing to export."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Maze file to write (blank for world_maze_multi.dat)? "
           WITH NO ADVANCING
       ACCEPT WS-MazeFileName
       IF WS-MazeFileName IS EQUAL TO SPACES
           MOVE "world_maze_multi.dat" TO WS-MazeFileName
       END-IF
       MOVE WS-MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-MazeFileName
       OPEN OUTPUT MazeExtFile
       IF MazeExtFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDTOMAZE: unable to open "
               FUNCTION TRIM(WS-MazeFileName) ", status "
               MazeExtFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM OpenUncarriedFile
       PERFORM VARYING CurrentLevel FROM 1 BY 1
           UNTIL CurrentLevel IS GREATER THAN TopLevel
           MOVE LevelFile(CurrentLevel) TO WS-WorldFileName
           PERFORM LoadWorld
           IF WorldIsLoaded
               PERFORM WriteLevelCells
               PERFORM ReportUncarried
               ADD 1 TO LevelsWritten
               DISPLAY "WORLDTOMAZE: level " CurrentLevel " ("
                   FUNCTION TRIM(WS-WorldFileName) ") written."
           END-IF
       END-PERFORM
       CLOSE MazeExtFile
       IF UncarriedFileStatus IS EQUAL TO "00"
           CLOSE UncarriedFile
       END-IF
       DISPLAY "WORLDTOMAZE: " LevelsWritten " of " TopLevel
           " level(s), " CellsWritten " cell(s) written to "
           FUNCTION TRIM(WS-MazeFileName) "."
       DISPLAY "WORLDTOMAZE: " UncarriedCount " thing(s) the maze"
           " cannot carry listed in "
           FUNCTION TRIM(WS-UncarriedFileName) "."
       EXIT.

      *> The level files come from the stair ways that arrive in
      *> them; a level nothing arrives in keeps MAZETOWORLD's own
      *> world_L<n>.dat name.
LoadLinkManifest.
       MOVE 0 TO TopLevel
       MOVE 0 TO StairCount
       PERFORM VARYING CurrentLevel FROM 1 BY 1
           UNTIL CurrentLevel IS GREATER THAN 20
           MOVE SPACES TO LevelFile(CurrentLevel)
       END-PERFORM
       OPEN INPUT LinkFile
       IF LinkFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDTOMAZE: world_links.dat could not be read,"
               " status " LinkFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LinkFileStatus IS NOT EQUAL TO "00"
           READ LinkFile
               AT END
                   MOVE "10" TO LinkFileStatus
               NOT AT END
                   IF LnkStockTag IS NOT EQUAL TO "#STOCK "
                       PERFORM KeepLinkRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LinkFile
       PERFORM VARYING CurrentLevel FROM 1 BY 1
           UNTIL CurrentLevel IS GREATER THAN TopLevel
           IF LevelFile(CurrentLevel) IS EQUAL TO SPACES
               STRING "world_L" DELIMITED BY SIZE
                   CurrentLevel DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO LevelFile(CurrentLevel)
               END-STRING
           END-IF
       END-PERFORM
       EXIT.

KeepLinkRecord.
       IF LnkLevel IS NOT NUMERIC OR LnkLocation IS NOT NUMERIC
           OR LnkLevel IS EQUAL TO 0 OR LnkLevel IS GREATER THAN 20
           EXIT PARAGRAPH
       END-IF
       IF LnkLevel IS GREATER THAN TopLevel
           MOVE LnkLevel TO TopLevel
       END-IF
       IF StairCount IS LESS THAN 40
           ADD 1 TO StairCount
           MOVE LnkLevel TO StLevel(StairCount)
           MOVE LnkLocation TO StLocation(StairCount)
           MOVE LnkDir TO StDir(StairCount)
       END-IF
       IF LnkTargetLevel IS NUMERIC
           AND LnkTargetLevel IS GREATER THAN 0
           AND LnkTargetLevel IS NOT GREATER THAN 20
           IF LnkTargetLevel IS GREATER THAN TopLevel
               MOVE LnkTargetLevel TO TopLevel
           END-IF
           IF LevelFile(LnkTargetLevel) IS EQUAL TO SPACES
               AND LnkTargetFile IS NOT EQUAL TO SPACES
               MOVE LnkTargetFile TO LevelFile(LnkTargetLevel)
           END-IF
       END-IF
       EXIT.

      *> Reads one world save the way WORLDFIX does, then the explored
      *> map behind it when the save is new enough to have one.
LoadWorld.
       MOVE "N" TO WorldLoaded
       MOVE 10 TO WorldSize
       MOVE "01" TO StampVersion
       PERFORM VARYING CellLoc FROM 1 BY 1 UNTIL CellLoc > 400
           MOVE "NNNN" TO LockKnownCell(CellLoc)
       END-PERFORM
       MOVE WS-WorldFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-WorldFileName
       OPEN INPUT WorldFile
       IF WorldFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDTOMAZE: unable to open "
               FUNCTION TRIM(WS-WorldFileName) ", status "
               WorldFileStatus "."
           EXIT PARAGRAPH
       END-IF
       READ WorldFile
           AT END
               DISPLAY "WORLDTOMAZE: " FUNCTION TRIM(WS-WorldFileName)
                   " is empty."
               CLOSE WorldFile
               EXIT PARAGRAPH
       END-READ
       IF WorldFileRecord(1:3) IS EQUAL TO "#V "
           MOVE WorldFileRecord(13:2) TO StampVersion
           IF StampVersion IS NOT LESS THAN "05"
               AND WorldFileRecord(34:2) IS NUMERIC
               MOVE WorldFileRecord(34:2) TO WorldSize
           END-IF
           READ WorldFile
               AT END
                   DISPLAY "WORLDTOMAZE: "
                       FUNCTION TRIM(WS-WorldFileName)
                       " holds only a version stamp - no world."
                   CLOSE WorldFile
                   EXIT PARAGRAPH
           END-READ
       END-IF
       MOVE WorldFileRecord TO WorldRecordHold
       IF StampVersion IS NOT LESS THAN "06"
           READ WorldFile
               AT END
                   CONTINUE
               NOT AT END
                   IF MapTag IS EQUAL TO "#M "
                       PERFORM VARYING CellLoc FROM 1 BY 1
                           UNTIL CellLoc > 400
                           PERFORM VARYING DoorIdx FROM 1 BY 1
                               UNTIL DoorIdx > 4
                               MOVE SaveLockKnown(CellLoc, DoorIdx)
                                   TO LockKnown(CellLoc, DoorIdx)
                           END-PERFORM
                       END-PERFORM
                   END-IF
           END-READ
       END-IF
       CLOSE WorldFile
       MOVE WorldRecordHold TO WorldFileRecord
       IF WorldSize IS LESS THAN 5 OR WorldSize IS GREATER THAN 20
           MOVE 10 TO WorldSize
       END-IF
       IF StampVersion IS LESS THAN "05"
           PERFORM WidenOldRecord
       END-IF
       COMPUTE LocCount = WorldSize * WorldSize
       MOVE "Y" TO WorldLoaded
       DISPLAY "WORLDTOMAZE: exporting a " WorldSize " x " WorldSize
           " world from " FUNCTION TRIM(WS-WorldFileName) "."
       EXIT.

WidenOldRecord.
       MOVE WorldFileRecord TO V4Hold
       PERFORM VARYING WidenIdx FROM 1 BY 1 UNTIL WidenIdx > 400
           IF WidenIdx IS NOT GREATER THAN 100
               MOVE V4LocationType(WidenIdx)
                   TO SaveLocationType(WidenIdx)
               MOVE V4ItemIdAtLocation(WidenIdx)
                   TO SaveItemIdAtLocation(WidenIdx)
               PERFORM VARYING WidenDoorIdx FROM 1 BY 1
                   UNTIL WidenDoorIdx > 4
                   MOVE V4Doors(WidenIdx, WidenDoorIdx)
                       TO SaveDoors(WidenIdx, WidenDoorIdx)
               END-PERFORM
               MOVE V4ItemType(WidenIdx) TO SaveItemType(WidenIdx)
               MOVE V4ItemStatus(WidenIdx) TO SaveItemStatus(WidenIdx)
           ELSE
               MOVE "P" TO SaveLocationType(WidenIdx)
               MOVE 0 TO SaveItemIdAtLocation(WidenIdx)
               PERFORM VARYING WidenDoorIdx FROM 1 BY 1
                   UNTIL WidenDoorIdx > 4
                   MOVE "N" TO SaveDoors(WidenIdx, WidenDoorIdx)
               END-PERFORM
               MOVE 0 TO SaveItemType(WidenIdx)
               MOVE 0 TO SaveItemStatus(WidenIdx)
           END-IF
       END-PERFORM
       MOVE V4PlayerLocationId TO SavePlayerLocationId
       MOVE V4CarriedCount TO SaveCarriedCount
       PERFORM VARYING WidenIdx FROM 1 BY 1 UNTIL WidenIdx > 20
           MOVE V4CarriedItemIds(WidenIdx)
               TO SaveCarriedItemIds(WidenIdx)
       END-PERFORM
       MOVE V4Energy TO SaveEnergy
       MOVE V4Luck TO SaveLuck
       MOVE V4ScavengerLoc TO SaveScavengerLoc
       MOVE V4StolenItemId TO SaveStolenItemId
       MOVE V4PeddlerLoc TO SavePeddlerLoc
       MOVE V4PedFood TO SavePedFood
       MOVE V4PedPotion TO SavePedPotion
       MOVE V4PedKey TO SavePedKey
       MOVE 0 TO SaveLevelNumber
       EXIT.

BuildDoorMap.
       PERFORM VARYING MazeDoorIdx FROM 1 BY 1
           UNTIL MazeDoorIdx IS GREATER THAN 4
           MOVE "C" TO Dir-Action
           MOVE "M" TO Dir-From-Conv
           MOVE "G" TO Dir-To-Conv
           MOVE MazeDoorIdx TO Dir-In
           CALL "DIRSVC" USING Dir-Request
           MOVE Dir-Out TO GameDoorFor(MazeDoorIdx)
       END-PERFORM
       EXIT.

      *> Column by column, row by row within each, the order MAZEGEN
      *> exports in, so a world built from a maze and never touched
      *> comes back out cell for cell in the same order.
WriteLevelCells.
       MOVE 0 TO PassageCount
       PERFORM FindExitLocation
       PERFORM VARYING CellColumn FROM 1 BY 1
           UNTIL CellColumn IS GREATER THAN WorldSize
           PERFORM VARYING CellRow FROM 1 BY 1
               UNTIL CellRow IS GREATER THAN WorldSize
               COMPUTE CellLoc = (CellRow - 1) * WorldSize + CellColumn
               PERFORM BuildMazeCell
               IF MultiLevelRun
                   PERFORM WriteExtCell
               ELSE
                   MOVE CellColumn TO MazeFileColumn
                   MOVE CellRow TO MazeFileRow
                   MOVE CellState TO MazeFileState
                   MOVE CellDoors TO MazeFileRecord(6:4)
                   WRITE MazeFileRecord
               END-IF
               ADD 1 TO CellsWritten
           END-PERFORM
       END-PERFORM
       EXIT.

      *> The world has no exit cell of its own; the amulet is what a
      *> player is sent in for, so where it lies is marked the exit
      *> and the solver's route runs from the player to it. With the
      *> amulet carried off, no cell is marked and MAZEGEN assumes
      *> the far corner as for any unmarked maze.
FindExitLocation.
       MOVE 0 TO ExitLoc
       PERFORM VARYING CellLoc FROM 1 BY 1
           UNTIL CellLoc IS GREATER THAN LocCount
           OR ExitLoc IS GREATER THAN 0
           MOVE SaveItemIdAtLocation(CellLoc) TO ItemIdx
           IF ItemIdx IS NUMERIC
               AND ItemIdx IS GREATER THAN 0
               AND ItemIdx IS NOT GREATER THAN LocCount
               IF SaveItemType(ItemIdx) IS EQUAL TO 4
                   AND SaveItemStatus(ItemIdx) IS EQUAL TO 0
                   MOVE CellLoc TO ExitLoc
               END-IF
           END-IF
       END-PERFORM
       EXIT.

      *> A chamber, or any passageway with a way through it, is an
      *> inside cell; a passageway sealed on all four sides is the
      *> solid filler MAZETOWORLD makes of MAZEGEN's masked cells.
BuildMazeCell.
       MOVE 0 TO CellOpen
       PERFORM VARYING MazeDoorIdx FROM 1 BY 1
           UNTIL MazeDoorIdx IS GREATER THAN 4
           IF SaveDoors(CellLoc, GameDoorFor(MazeDoorIdx))
               IS EQUAL TO "Y"
               MOVE "Y" TO CellDoors(MazeDoorIdx:1)
               ADD 1 TO CellOpen
           ELSE
               MOVE "N" TO CellDoors(MazeDoorIdx:1)
           END-IF
       END-PERFORM
       EVALUATE TRUE
        WHEN CellLoc IS EQUAL TO SavePlayerLocationId
           MOVE "S" TO CellState
        WHEN CellLoc IS EQUAL TO ExitLoc
           MOVE "X" TO CellState
        WHEN SaveLocationType(CellLoc) IS EQUAL TO "C"
           MOVE "I" TO CellState
        WHEN CellOpen IS GREATER THAN 0
           MOVE "I" TO CellState
           ADD 1 TO PassageCount
        WHEN OTHER
           MOVE "M" TO CellState
       END-EVALUATE
       EXIT.

WriteExtCell.
       MOVE CellColumn TO MazeExtColumn
       MOVE CellRow TO MazeExtRow
       MOVE CellState TO MazeExtState
       MOVE CellDoors TO MazeExtFileRecord(6:4)
       MOVE CurrentLevel TO MazeExtLevel
       MOVE SPACE TO StairFlag
       PERFORM VARYING StairIdx FROM 1 BY 1
           UNTIL StairIdx IS GREATER THAN StairCount
           IF StLevel(StairIdx) IS EQUAL TO CurrentLevel
               AND StLocation(StairIdx) IS EQUAL TO CellLoc
               IF StairFlag IS NOT EQUAL TO SPACE
                   AND StairFlag IS NOT EQUAL TO StDir(StairIdx)
                   MOVE "B" TO StairFlag
               ELSE
                   MOVE StDir(StairIdx) TO StairFlag
               END-IF
           END-IF
       END-PERFORM
       MOVE StairFlag TO MazeExtStair
       WRITE MazeExtFileRecord
       EXIT.

      *> Named after the maze the way MAZEGEN names its dressing file:
      *> maze.dat's side file is maze_uncarried.dat.
OpenUncarriedFile.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MazeFileName TRAILING))
           TO UncarriedNameLen
       IF UncarriedNameLen IS GREATER THAN 4
           AND WS-MazeFileName(UncarriedNameLen - 3:4) IS EQUAL TO ".dat"
           SUBTRACT 4 FROM UncarriedNameLen
       END-IF
       MOVE SPACES TO WS-UncarriedFileName
       STRING WS-MazeFileName(1:UncarriedNameLen) DELIMITED BY SIZE
           "_uncarried.dat" DELIMITED BY SIZE
           INTO WS-UncarriedFileName
       END-STRING
       OPEN OUTPUT UncarriedFile
       IF UncarriedFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDTOMAZE: " FUNCTION TRIM(WS-UncarriedFileName)
               " could not be written, status " UncarriedFileStatus "."
       END-IF
       EXIT.

      *> Everything of the level the maze records dropped: the doors
      *> found locked, the items lying about and in the pack, the
      *> peddler's stall, the scavenger, the player's own state, and
      *> a tally of the passageways and closed doors the maze can
      *> only show as plain cells and walls.
ReportUncarried.
       PERFORM VARYING CellLoc FROM 1 BY 1
           UNTIL CellLoc IS GREATER THAN LocCount
           PERFORM ReportLockedDoors
           MOVE SaveItemIdAtLocation(CellLoc) TO ItemIdx
           IF ItemIdx IS NUMERIC
               AND ItemIdx IS GREATER THAN 0
               AND ItemIdx IS NOT GREATER THAN LocCount
               IF SaveItemType(ItemIdx) IS GREATER THAN 0
                   AND SaveItemType(ItemIdx) IS LESS THAN 8
                   MOVE SPACES TO UncarriedRecord
                   MOVE "ITEM" TO UcKind
                   STRING "item " DELIMITED BY SIZE
                       ItemIdx DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemTypeDesc(SaveItemType(ItemIdx) + 1)
                           DELIMITED BY SIZE
                       INTO UcDetail
                   END-STRING
                   PERFORM WriteUncarried
               END-IF
           END-IF
       END-PERFORM
       MOVE SavePlayerLocationId TO CellLoc
       IF SaveCarriedCount IS NUMERIC
           PERFORM VARYING CarriedScan FROM 1 BY 1
               UNTIL CarriedScan IS GREATER THAN SaveCarriedCount
               OR CarriedScan IS GREATER THAN 20
               MOVE SaveCarriedItemIds(CarriedScan) TO ItemIdx
               IF ItemIdx IS NUMERIC
                   AND ItemIdx IS GREATER THAN 0
                   AND ItemIdx IS NOT GREATER THAN LocCount
                   AND SaveItemType(ItemIdx) IS LESS THAN 8
                   MOVE SPACES TO UncarriedRecord
                   MOVE "CARRIED" TO UcKind
                   STRING "item " DELIMITED BY SIZE
                       ItemIdx DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ItemTypeDesc(SaveItemType(ItemIdx) + 1)
                           DELIMITED BY SIZE
                       INTO UcDetail
                   END-STRING
                   PERFORM WriteUncarried
               END-IF
           END-PERFORM
       END-IF
       IF SaveEnergy IS NUMERIC AND SaveLuck IS NUMERIC
           MOVE SPACES TO UncarriedRecord
           MOVE "PLAYER" TO UcKind
           STRING "energy=" DELIMITED BY SIZE
               SaveEnergy DELIMITED BY SIZE
               " luck=" DELIMITED BY SIZE
               SaveLuck DELIMITED BY SIZE
               INTO UcDetail
           END-STRING
           PERFORM WriteUncarried
       END-IF
       IF SavePeddlerLoc IS NUMERIC
           AND SavePeddlerLoc IS GREATER THAN 0
           AND SavePeddlerLoc IS NOT GREATER THAN LocCount
           MOVE SavePeddlerLoc TO CellLoc
           MOVE SPACES TO UncarriedRecord
           MOVE "PEDDLER" TO UcKind
           STRING "stall food=" DELIMITED BY SIZE
               SavePedFood DELIMITED BY SIZE
               " potion=" DELIMITED BY SIZE
               SavePedPotion DELIMITED BY SIZE
               " key=" DELIMITED BY SIZE
               SavePedKey DELIMITED BY SIZE
               INTO UcDetail
           END-STRING
           PERFORM WriteUncarried
       END-IF
       IF SaveScavengerLoc IS NUMERIC
           AND SaveScavengerLoc IS GREATER THAN 0
           AND SaveScavengerLoc IS NOT GREATER THAN LocCount
           MOVE SaveScavengerLoc TO CellLoc
           MOVE SPACES TO UncarriedRecord
           MOVE "SCAVENGR" TO UcKind
           MOVE SaveStolenItemId TO ItemIdx
           IF ItemIdx IS NUMERIC
               AND ItemIdx IS GREATER THAN 0
               AND ItemIdx IS NOT GREATER THAN LocCount
               AND SaveItemType(ItemIdx) IS LESS THAN 8
               STRING "holding item " DELIMITED BY SIZE
                   ItemIdx DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ItemTypeDesc(SaveItemType(ItemIdx) + 1)
                       DELIMITED BY SIZE
                   INTO UcDetail
               END-STRING
           ELSE
               MOVE "empty-handed" TO UcDetail
           END-IF
           PERFORM WriteUncarried
       END-IF
       PERFORM CountClosedDoors
       MOVE 0 TO CellLoc
       IF PassageCount IS GREATER THAN 0
           MOVE SPACES TO UncarriedRecord
           MOVE "PASSAGE" TO UcKind
           MOVE PassageCount TO ShownNumber
           STRING FUNCTION TRIM(ShownNumber) DELIMITED BY SIZE
               " passageway(s) written as inside cells"
                   DELIMITED BY SIZE
               INTO UcDetail
           END-STRING
           PERFORM WriteUncarried
       END-IF
       IF ClosedCount IS GREATER THAN 0
           MOVE SPACES TO UncarriedRecord
           MOVE "CLOSED" TO UcKind
           MOVE ClosedCount TO ShownNumber
           STRING FUNCTION TRIM(ShownNumber) DELIMITED BY SIZE
               " closed inner door(s) written as walls"
                   DELIMITED BY SIZE
               INTO UcDetail
           END-STRING
           PERFORM WriteUncarried
       END-IF
       EXIT.

      *> INVENTORY marks a locked door on both sides as it is found;
      *> each pair is listed once, from its north or west cell.
ReportLockedDoors.
       PERFORM VARYING DoorIdx FROM 2 BY 1 UNTIL DoorIdx > 3
           IF LockKnown(CellLoc, DoorIdx) IS EQUAL TO "Y"
               AND SaveDoors(CellLoc, DoorIdx) IS NOT EQUAL TO "Y"
               IF DoorIdx IS EQUAL TO 2
                   MOVE "south" TO DoorWord
                   COMPUTE NeighborId = CellLoc + WorldSize
               ELSE
                   MOVE "east" TO DoorWord
                   COMPUTE NeighborId = CellLoc + 1
               END-IF
               MOVE SPACES TO UncarriedRecord
               MOVE "LOCKED" TO UcKind
               STRING "door " DELIMITED BY SIZE
                   DoorWord DELIMITED BY SPACE
                   " to location " DELIMITED BY SIZE
                   NeighborId DELIMITED BY SIZE
                   " found locked" DELIMITED BY SIZE
                   INTO UcDetail
               END-STRING
               PERFORM WriteUncarried
           END-IF
       END-PERFORM
       EXIT.

      *> A closed door between two cells the maze shows as inside is
      *> a wall to MAZEGEN, but any key opens it in INVENTORY. The
      *> ones already listed as found locked are not counted twice.
CountClosedDoors.
       MOVE 0 TO ClosedCount
       PERFORM VARYING CellLoc FROM 1 BY 1
           UNTIL CellLoc IS GREATER THAN LocCount
           IF CellLoc IS NOT GREATER THAN LocCount - WorldSize
               COMPUTE NeighborId = CellLoc + WorldSize
               MOVE 2 TO DoorIdx
               PERFORM JudgeClosedDoor
           END-IF
           IF FUNCTION MOD(CellLoc, WorldSize) IS NOT EQUAL TO 0
               COMPUTE NeighborId = CellLoc + 1
               MOVE 3 TO DoorIdx
               PERFORM JudgeClosedDoor
           END-IF
       END-PERFORM
       EXIT.

JudgeClosedDoor.
       IF SaveDoors(CellLoc, DoorIdx) IS EQUAL TO "Y"
           OR LockKnown(CellLoc, DoorIdx) IS EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
       IF SaveLocationType(CellLoc) IS NOT EQUAL TO "C"
           AND SaveDoors(CellLoc, 1) IS NOT EQUAL TO "Y"
           AND SaveDoors(CellLoc, 2) IS NOT EQUAL TO "Y"
           AND SaveDoors(CellLoc, 3) IS NOT EQUAL TO "Y"
           AND SaveDoors(CellLoc, 4) IS NOT EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
       IF SaveLocationType(NeighborId) IS NOT EQUAL TO "C"
           AND SaveDoors(NeighborId, 1) IS NOT EQUAL TO "Y"
           AND SaveDoors(NeighborId, 2) IS NOT EQUAL TO "Y"
           AND SaveDoors(NeighborId, 3) IS NOT EQUAL TO "Y"
           AND SaveDoors(NeighborId, 4) IS NOT EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ClosedCount
       EXIT.

      *> Stamps the level and the cell's column and row on a filled
      *> UncarriedRecord; location 0 is a level-wide line.
WriteUncarried.
       MOVE CurrentLevel TO UcLevel
       MOVE CellLoc TO UcLocation
       IF CellLoc IS GREATER THAN 0
           COMPUTE UcColumn = FUNCTION MOD(CellLoc - 1, WorldSize) + 1
           COMPUTE UcRow = (CellLoc - 1) / WorldSize + 1
       ELSE
           MOVE 0 TO UcColumn
           MOVE 0 TO UcRow
       END-IF
       ADD 1 TO UncarriedCount
       IF UncarriedFileStatus IS EQUAL TO "00"
           WRITE UncarriedRecord
       END-IF
       EXIT.

      *> A world built from a catalogued maze and exported unchanged
      *> comes back as that maze; the catalog says so, and the log
      *> keeps the export either way.
LogMazeCatalogKey.
       MOVE "L" TO Mzc-Action
       MOVE WS-MazeFileName TO Mzc-Maze-File
       CALL "MAZECAT" USING Maze-Catalog-Request
       MOVE "WORLDTMZ" TO GL-Program
       MOVE "EXPORT" TO GL-Event
       MOVE SPACES TO GL-Detail
       IF Mzc-Found
           DISPLAY "WORLDTOMAZE: " FUNCTION TRIM(WS-MazeFileName)
               " is the same maze as catalogue entry " Mzc-Key "."
           STRING WS-WorldFileName DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               WS-MazeFileName DELIMITED BY SPACE
               " as " DELIMITED BY SIZE
               Mzc-Key DELIMITED BY SIZE
               INTO GL-Detail
           END-STRING
       ELSE
           STRING WS-WorldFileName DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               WS-MazeFileName DELIMITED BY SPACE
               INTO GL-Detail
           END-STRING
       END-IF
       CALL "GAMELOG" USING GameLog-Request
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
       MOVE "WORLDTOMAZE" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
