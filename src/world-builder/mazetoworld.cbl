           SELECT MazeExtFile ASSIGN DYNAMIC WS-MazeFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MazeExtFileStatus.
           SELECT LinkFile ASSIGN DYNAMIC LinkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkFileStatus.
           SELECT StockFile ASSIGN DYNAMIC StockFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StockFileStatus.
           SELECT MazeFeatureFile ASSIGN DYNAMIC WS-FeatureFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MazeFeatureStatus.
           SELECT WorldFeatureFile ASSIGN DYNAMIC WorldFeatureFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorldFeatureStatus.

DATA DIVISION.
       FILE SECTION.
          02 LnkTargetLevel PIC 99.
          02 LnkTargetLoc PIC 999.
          02 LnkTargetFile PIC X(40).
      *> The manifest also names the stocking template the levels
      *> were built with: "#STOCK " and the template name.
       01 LinkStockRecord.
          02 LnkStockTag PIC X(7).
          02 LnkStockName PIC X(8).

      *> Mirrors MAZEGEN's FeatureRecord field-for-field: the
      *> dressing exported beside the maze, one record per cell.
       FD MazeFeatureFile.
       01 MazeFeatureRecord.
          02 FtColumn PIC 99.
          02 FtRow PIC 99.
          02 FtLevel PIC 99.
          02 FtDoors PIC X(4).
          02 FtClass PIC X.
          02 FtFeature PIC X(8).

      *> The dressing passed on to CRAWLER by world location, since
      *> the world record has no room of its own for it. Each level
      *> opens with a "#WORLD " record giving its level, side, and
      *> the chamber/passage type of every location, so a reader can
      *> tell the dressing still belongs to the world it has loaded;
      *> the level's featured locations follow. A world built from a
      *> single-level maze also gets a "#MAZE  " record after its
      *> header, naming the maze, its catalog key and the window the
      *> world was cut from, so CRAWLER can give a walk's locations
      *> back as the maze's own cells.
       FD WorldFeatureFile.
       01 WorldFeatureHeader.
          02 WfhTag PIC X(7).
          02 WfhLevel PIC 99.
          02 WfhSize PIC 99.
          02 WfhTypes PIC X(400).
       01 WorldFeatureRecord.
          02 WfLevel PIC 99.
          02 WfLocation PIC 999.
          02 WfFeature PIC X(8).
       01 WorldMazeRecord.
          02 WfmTag PIC X(7).
          02 WfmKey PIC X(8).
          02 WfmWindowColumn PIC 99.
          02 WfmWindowRow PIC 99.
          02 WfmFile PIC X(40).

      *> Mirrors INVENTORY's StockFileRecord field-for-field.
       FD StockFile.
       01 StockFileRecord.
          02 StkTemplate PIC X(8).
          02 StkBandLow PIC 99.
          02 StkBandHigh PIC 99.
          02 StkItemType PIC 99.
          02 StkMode PIC X.
          02 StkAmount PIC 999.
          02 StkPrefer PIC X.

      *> Mirrors INVENTORY's WorldSaveRecord field-for-field (single
      *> blob record, not one record per maze cell) so a world.dat
          02 SaveLevelNumber PIC 99.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LinkFileName PIC X(60) VALUE "world_links.dat".
          02 StockFileName PIC X(60) VALUE "inventory_stock.dat".
          02 WorldFeatureFileName PIC X(60) VALUE "world_features.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "ROOMREC.cpy".
       COPY "SEEDREQ.cpy".
       COPY "DIRSVC.cpy".
       COPY "GAMELOG.cpy".
       COPY "STOCKTPL.cpy".
       COPY "MAZECAT.cpy".
       01 SeedInput PIC X(6).
       01 GameDoorIdx PIC 9.
       01 MazeFileStatus PIC XX.
       01 WorldFileStatus PIC XX.
       01 WS-MazeFileName PIC X(60) VALUE "maze.dat".
       01 WS-WorldFileName PIC X(60) VALUE "world.dat".
       01 MazeExtFileStatus PIC XX.
       01 LinkFileStatus PIC XX.
       01 StockFileStatus PIC XX.
       01 LinkStockName PIC X(8) VALUE SPACES.
      *> MAZEGEN's dressing, by world location. Treasuries take the
      *> amulet and the coins first, shrines the potions and stews,
      *> armories the keys; nothing is ever left lying on a trap.
      *> A dressing whose doors no longer match the maze beside it
      *> is set aside whole.
       01 FeatureData.
          02 WS-FeatureFileName PIC X(60).
          02 MazeFeatureStatus PIC XX.
          02 WorldFeatureStatus PIC XX.
          02 FeatureNameLen PIC 99.
          02 LocFeature PIC X(8) OCCURS 400 TIMES.
          02 LocDoorSig PIC X(4) OCCURS 400 TIMES.
          02 FeatureCount PIC 999 VALUE 0.
          02 FeatureMismatch PIC 999 VALUE 0.
          02 FeatureLoc PIC 999.
          02 FeatureHome PIC X(8).
      *> The maze the world is built from, as the operator named it
      *> and as the catalog knows it, for the "#MAZE  " record.
          02 OriginMazeFile PIC X(40).
          02 OriginMazeKey PIC X(8) VALUE SPACES.
      *> Multi-level workings: each level converts onto the one
      *> world record in turn and lands in world_L<n>.dat, with the
      *> stair cells collected for the manifest as they pass.
          02 LocalRow PIC S99.
          02 ShowColumn PIC 99.
          02 ShowRow PIC 99.
      *> Seeding follows the same stocking template INVENTORY builds
      *> its own worlds from, so a maze-built world is stocked alike.
      *> Items land only on reachable ground - a cell with no open
      *> door is maze filler - and fall back to any reachable cell
      *> when the preferred kind runs out. The amulet rides along
      *> too, or the world could never be won.
       01 SeedData.
          02 ChamberTally PIC 999.
          02 ChamberScan PIC 999.
          02 ItemsSeeded PIC 999 VALUE 0.
          02 SeedPlaced PIC 999.
          02 SeedWanted PIC 999.
          02 SeedType PIC 99.
          02 SeedPrefer PIC X.
          02 SeedCellFlag PIC X.
             88 SeedCellOk VALUE "Y".
          02 CandidateLocation PIC 999.
          02 SeedAttempts PIC 9(4).
          02 MaxSeedAttempts PIC 9(4) VALUE 2000.
          02 StockCeiling PIC 999.
          02 StockSeeded PIC 999.
          02 AmuletSeeded PIC 9 VALUE 0.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Seed (blank for random)? " WITH NO ADVANCING
       MOVE SPACES TO SeedInput
       ACCEPT SeedInput
       DISPLAY "Is the maze file multi-level (MAZEGEN's extended"
       DISPLAY "records)? (y/n, blank for n) " WITH NO ADVANCING
       ACCEPT MultiMode
       PERFORM AskStockTemplate
       PERFORM LogMazeCatalogKey
       IF MultiLevelRun
           PERFORM ConvertMultiLevelMaze
           STOP RUN
           PERFORM AskWindow
       END-IF
       PERFORM InitializeWorldRecord
       MOVE WS-MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-MazeFileName
       OPEN INPUT MazeFile
       IF MazeFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZETOWORLD: unable to open " WS-MazeFileName
               END-IF
           END-PERFORM
           CLOSE MazeFile
           MOVE 0 TO CurrentLevel
           PERFORM LoadMazeFeatures
           PERFORM SeedWorldItems
           PERFORM OpenWorldFeatures
           PERFORM WriteWorldFeatures
           IF WorldFeatureStatus IS EQUAL TO "00"
               CLOSE WorldFeatureFile
           END-IF
           MOVE WS-WorldFileName TO Env-File
           PERFORM ResolveFileName
           MOVE Env-File TO WS-WorldFileName
           OPEN OUTPUT WorldFile
           IF WorldFileStatus IS NOT EQUAL TO "00"
               DISPLAY "MAZETOWORLD: unable to open " WS-WorldFileName
       END-IF
STOP RUN.

      *> Which catalogued maze this world is built from, for the log -
      *> the world's runs can then be traced back to the maze.
LogMazeCatalogKey.
       MOVE "L" TO Mzc-Action
       MOVE WS-MazeFileName TO Mzc-Maze-File
       MOVE WS-MazeFileName TO OriginMazeFile
       CALL "MAZECAT" USING Maze-Catalog-Request
       MOVE "MAZETOWD" TO GL-Program
       MOVE "MAZE" TO GL-Event
       MOVE SPACES TO GL-Detail
       IF Mzc-Found
           MOVE Mzc-Key TO OriginMazeKey
           DISPLAY "MAZETOWORLD: " FUNCTION TRIM(WS-MazeFileName)
               " is catalogued as " Mzc-Key "."
           STRING Mzc-Key DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MazeFileName DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               WS-WorldFileName DELIMITED BY SPACE
               INTO GL-Detail
           END-STRING
       ELSE
           DISPLAY "MAZETOWORLD: " FUNCTION TRIM(WS-MazeFileName)
               " is not in the maze catalog."
           STRING "uncatalogued " DELIMITED BY SIZE
               WS-MazeFileName DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               WS-WorldFileName DELIMITED BY SPACE
               INTO GL-Detail
           END-STRING
       END-IF
       CALL "GAMELOG" USING GameLog-Request
EXIT.

ScanMazeExtent.
       MOVE WS-MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-MazeFileName
       OPEN INPUT MazeFile
       IF MazeFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZETOWORLD: unable to open " WS-MazeFileName
       END-IF
EXIT.

AskStockTemplate.
       PERFORM ReadManifestStock
       IF LinkStockName IS NOT EQUAL TO SPACES
           DISPLAY "Stocking template (blank for "
               FUNCTION TRIM(LinkStockName)
               ", as world_links.dat names)? " WITH NO ADVANCING
       ELSE
           DISPLAY "Stocking template (blank for STANDARD)? "
               WITH NO ADVANCING
       END-IF
       MOVE SPACES TO StockTemplateInput
       ACCEPT StockTemplateInput
       EVALUATE TRUE
           WHEN StockTemplateInput IS NOT EQUAL TO SPACES
               MOVE FUNCTION UPPER-CASE(StockTemplateInput)
                   TO StockTemplateName
           WHEN LinkStockName IS NOT EQUAL TO SPACES
               MOVE LinkStockName TO StockTemplateName
           WHEN OTHER
               MOVE "STANDARD" TO StockTemplateName
       END-EVALUATE
EXIT.

ReadManifestStock.
       MOVE SPACES TO LinkStockName
       OPEN INPUT LinkFile
       IF LinkFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LinkFileStatus IS NOT EQUAL TO "00"
           READ LinkFile
               AT END
                   MOVE "10" TO LinkFileStatus
               NOT AT END
                   IF LnkStockTag IS EQUAL TO "#STOCK "
                       MOVE LnkStockName TO LinkStockName
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LinkFile
EXIT.

SeedWorldItems.
           DISPLAY "MAZETOWORLD: no chamber cells - nothing seeded."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadStockTemplate
       COMPUTE StockCeiling = WorldLocCount / 2
       MOVE 0 TO AmuletSeeded
      *> A treasury is the amulet's before the coins can fill it.
       IF FeatureCount IS GREATER THAN 0
           MOVE 1 TO SeedWanted
           MOVE 4 TO SeedType
           MOVE 0 TO SeedPlaced
           PERFORM SeedFeatureHomes
           MOVE SeedPlaced TO AmuletSeeded
       END-IF
       MOVE 0 TO StockSeeded
       PERFORM VARYING StockTypeIdx FROM 1 BY 1
           UNTIL StockTypeIdx IS GREATER THAN 7
           IF StockTypeIdx IS NOT EQUAL TO 4
               MOVE StockWant(StockTypeIdx) TO SeedWanted
               MOVE StockTypeIdx TO SeedType
               MOVE StockPrefer(StockTypeIdx) TO SeedPrefer
               PERFORM SeedOneKind
               ADD SeedPlaced TO StockSeeded
           END-IF
       END-PERFORM
       IF AmuletSeeded IS EQUAL TO 0
           MOVE 1 TO SeedWanted
           MOVE 4 TO SeedType
           MOVE "C" TO SeedPrefer
           MOVE WorldLocCount TO StockCeiling
           PERFORM SeedOneKind
           MOVE SeedPlaced TO AmuletSeeded
       END-IF
       DISPLAY "MAZETOWORLD: seeded " StockSeeded " item(s) from the "
           FUNCTION TRIM(StockReadName) " template and "
           AmuletSeeded " amulet; " ChamberTally " chamber(s)."
EXIT.

SeedOneKind.
       MOVE 0 TO SeedPlaced
       MOVE 0 TO SeedAttempts
       IF FeatureCount IS GREATER THAN 0
           PERFORM SeedFeatureHomes
       END-IF
       PERFORM UNTIL SeedPlaced IS NOT LESS THAN SeedWanted
           OR SeedAttempts IS GREATER THAN MaxSeedAttempts
           OR ItemsSeeded IS NOT LESS THAN StockCeiling
           ADD 1 TO SeedAttempts
           COMPUTE CandidateLocation =
               FUNCTION RANDOM() * WorldLocCount + 1
           PERFORM JudgeSeedCell
           IF SeedCellOk
               PERFORM PlaceSeedItem
           END-IF
       END-PERFORM
       IF SeedPlaced IS LESS THAN SeedWanted
           DISPLAY "MAZETOWORLD: only " SeedPlaced " of " SeedWanted
               " item(s) of type " SeedType
               " found an empty cell."
       END-IF
EXIT.

PlaceSeedItem.
       ADD 1 TO ItemsSeeded
       MOVE SeedType TO SaveItemType(ItemsSeeded)
       MOVE 0 TO SaveItemStatus(ItemsSeeded)
       MOVE ItemsSeeded TO SaveItemIdAtLocation(CandidateLocation)
       ADD 1 TO SeedPlaced
EXIT.

      *> The kind's own rooms first, in location order, before any
      *> random placing.
SeedFeatureHomes.
       EVALUATE SeedType
        WHEN 4
        WHEN 7
           MOVE "TREASURY" TO FeatureHome
        WHEN 2
        WHEN 5
           MOVE "SHRINE" TO FeatureHome
        WHEN 3
        WHEN 6
           MOVE "ARMORY" TO FeatureHome
        WHEN OTHER
           EXIT PARAGRAPH
       END-EVALUATE
       PERFORM VARYING FeatureLoc FROM 1 BY 1
           UNTIL FeatureLoc IS GREATER THAN WorldLocCount
           OR SeedPlaced IS NOT LESS THAN SeedWanted
           OR ItemsSeeded IS NOT LESS THAN StockCeiling
           IF LocFeature(FeatureLoc) IS EQUAL TO FeatureHome
               AND SaveItemIdAtLocation(FeatureLoc) IS EQUAL TO 0
               MOVE FeatureLoc TO CandidateLocation
               PERFORM PlaceSeedItem
           END-IF
       END-PERFORM
EXIT.

      *> Empty and reachable, and of the preferred kind for the first
      *> half of the tries; any empty reachable cell after that.
      *> Never a trap.
JudgeSeedCell.
       MOVE "N" TO SeedCellFlag
       IF SaveItemIdAtLocation(CandidateLocation) IS NOT EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF LocFeature(CandidateLocation) IS EQUAL TO "TRAP"
           EXIT PARAGRAPH
       END-IF
       IF SaveDoors(CandidateLocation, 1) IS EQUAL TO "N"
           AND SaveDoors(CandidateLocation, 2) IS EQUAL TO "N"
           AND SaveDoors(CandidateLocation, 3) IS EQUAL TO "N"
           AND SaveDoors(CandidateLocation, 4) IS EQUAL TO "N"
           EXIT PARAGRAPH
       END-IF
       IF SeedPrefer IS EQUAL TO "C" OR SeedPrefer IS EQUAL TO "P"
           IF SeedAttempts IS NOT GREATER THAN MaxSeedAttempts / 2
               AND SaveLocationType(CandidateLocation) IS NOT EQUAL TO
                   SeedPrefer
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE "Y" TO SeedCellFlag
EXIT.

      *> Mirrors INVENTORY's LoadStockTemplate: the chosen template's
      *> band for this side length, else STANDARD's, else the built-in
      *> STANDARD rows when the file cannot be read at all.
LoadStockTemplate.
       PERFORM EnsureStockFile
       MOVE StockTemplateName TO StockReadName
       PERFORM ReadStockTemplate
       IF NOT StockBandMatched
           AND StockReadName IS NOT EQUAL TO "STANDARD"
           DISPLAY "MAZETOWORLD: the " FUNCTION TRIM(StockTemplateName)
               " template has no band for a " WorldSize
               "-side world - stocking from STANDARD."
           MOVE "STANDARD" TO StockReadName
           PERFORM ReadStockTemplate
       END-IF
       IF NOT StockBandMatched
           PERFORM ClearStockPlan
           PERFORM VARYING StockRowIdx FROM 1 BY 1
               UNTIL StockRowIdx IS GREATER THAN StockDefaultCount
               MOVE StockDefaultRow(StockRowIdx) TO StockFileRecord
               PERFORM TakeStockRule
           END-PERFORM
       END-IF
EXIT.

EnsureStockFile.
       OPEN INPUT StockFile
       IF StockFileStatus IS EQUAL TO "00"
           CLOSE StockFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT StockFile
       IF StockFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZETOWORLD: the stocking template file could not"
               " be seeded, status " StockFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING StockRowIdx FROM 1 BY 1
           UNTIL StockRowIdx IS GREATER THAN StockDefaultCount
           MOVE StockDefaultRow(StockRowIdx) TO StockFileRecord
           WRITE StockFileRecord
       END-PERFORM
       CLOSE StockFile
EXIT.

ReadStockTemplate.
       PERFORM ClearStockPlan
       OPEN INPUT StockFile
       IF StockFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL StockFileStatus IS NOT EQUAL TO "00"
           READ StockFile
               AT END
                   MOVE "10" TO StockFileStatus
               NOT AT END
                   IF StkTemplate(1:1) IS NOT EQUAL TO "*"
                       PERFORM TakeStockRule
                   END-IF
           END-READ
       END-PERFORM
       CLOSE StockFile
EXIT.

ClearStockPlan.
       MOVE "N" TO StockBandFound
       MOVE 0 TO StockBandLow
       MOVE 0 TO StockBandHigh
       PERFORM VARYING StockTypeIdx FROM 1 BY 1
           UNTIL StockTypeIdx IS GREATER THAN 7
           MOVE 0 TO StockWant(StockTypeIdx)
           MOVE SPACE TO StockPrefer(StockTypeIdx)
       END-PERFORM
EXIT.

      *> Mirrors INVENTORY's TakeStockRule, with the world's cell
      *> count standing in for its LocCount.
TakeStockRule.
       IF StkTemplate IS NOT EQUAL TO StockReadName
           OR StkBandLow IS NOT NUMERIC OR StkBandHigh IS NOT NUMERIC
           OR StkItemType IS NOT NUMERIC OR StkAmount IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF WorldSize IS LESS THAN StkBandLow
           OR WorldSize IS GREATER THAN StkBandHigh
           EXIT PARAGRAPH
       END-IF
       IF StkItemType IS EQUAL TO 0 OR StkItemType IS EQUAL TO 4
           OR StkItemType IS GREATER THAN 7
           EXIT PARAGRAPH
       END-IF
       MOVE StkItemType TO StockTypeIdx
       IF StockPrefer(StockTypeIdx) IS NOT EQUAL TO SPACE
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO StockBandFound
       MOVE StkBandLow TO StockBandLow
       MOVE StkBandHigh TO StockBandHigh
       IF StkMode IS EQUAL TO "D"
           COMPUTE StockWant(StockTypeIdx) =
               StkAmount * WorldLocCount / 100
       ELSE
           MOVE StkAmount TO StockWant(StockTypeIdx)
       END-IF
       IF StkPrefer IS EQUAL TO "C" OR StkPrefer IS EQUAL TO "P"
           MOVE StkPrefer TO StockPrefer(StockTypeIdx)
       ELSE
           MOVE "A" TO StockPrefer(StockTypeIdx)
       END-IF
EXIT.

           END-PERFORM
           MOVE 0 TO SaveItemType(WorldLocationId)
           MOVE 0 TO SaveItemStatus(WorldLocationId)
           MOVE SPACES TO LocFeature(WorldLocationId)
           MOVE SPACES TO LocDoorSig(WorldLocationId)
       END-PERFORM
       MOVE 1 TO SavePlayerLocationId
       MOVE 0 TO SaveCarriedCount
       PERFORM DetermineWorldSize
       MOVE 1 TO WindowColumn
       MOVE 1 TO WindowRow
       PERFORM OpenWorldFeatures
       PERFORM VARYING CurrentLevel FROM 1 BY 1
           UNTIL CurrentLevel IS GREATER THAN TopLevel
           PERFORM ConvertOneLevel
       END-PERFORM
       IF WorldFeatureStatus IS EQUAL TO "00"
           CLOSE WorldFeatureFile
       END-IF
       PERFORM WriteLinkManifest
       DISPLAY "MAZETOWORLD: " TopLevel " level file(s) written,"
           " manifest in world_links.dat."
       MOVE 0 TO MazeMaxRow
       MOVE 0 TO EntranceColumn
       MOVE 0 TO EntranceRow
       MOVE WS-MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-MazeFileName
       OPEN INPUT MazeExtFile
       IF MazeExtFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZETOWORLD: unable to open "
       MOVE 0 TO CellsOutOfRange
       MOVE 0 TO LevelCellCount
       MOVE 0 TO FirstUpLoc
       MOVE WS-MazeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-MazeFileName
       OPEN INPUT MazeExtFile
       IF MazeExtFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZETOWORLD: unable to reopen "
               MOVE 1 TO SavePlayerLocationId
           END-IF
       END-IF
       PERFORM LoadMazeFeatures
       PERFORM SeedWorldItems
       MOVE CurrentLevel TO SaveLevelNumber
       PERFORM WriteWorldFeatures
       PERFORM BuildLevelFileName
       MOVE LevelFileName TO WS-WorldFileName
       PERFORM WriteWorldFile
       END-IF
EXIT.

      *> The maze's <name>_features.dat, named the way MAZEGEN names
      *> it. A flat maze's dressing is read whatever its level; a
      *> multi-level maze's only for the level being converted.
LoadMazeFeatures.
       MOVE 0 TO FeatureCount
       MOVE 0 TO FeatureMismatch
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MazeFileName TRAILING))
           TO FeatureNameLen
       IF FeatureNameLen IS GREATER THAN 4
           AND WS-MazeFileName(FeatureNameLen - 3:4) IS EQUAL TO ".dat"
           SUBTRACT 4 FROM FeatureNameLen
       END-IF
       MOVE SPACES TO WS-FeatureFileName
       STRING WS-MazeFileName(1:FeatureNameLen) DELIMITED BY SIZE
           "_features.dat" DELIMITED BY SIZE
           INTO WS-FeatureFileName
       END-STRING
       MOVE WS-FeatureFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-FeatureFileName
       OPEN INPUT MazeFeatureFile
       IF MazeFeatureStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MazeFeatureStatus IS NOT EQUAL TO "00"
           READ MazeFeatureFile
               AT END
                   MOVE "10" TO MazeFeatureStatus
               NOT AT END
                   PERFORM KeepMazeFeature
           END-READ
       END-PERFORM
       CLOSE MazeFeatureFile
       IF FeatureMismatch IS GREATER THAN 0
           DISPLAY "MAZETOWORLD: " FUNCTION TRIM(WS-FeatureFileName)
               " does not match the maze (" FeatureMismatch
               " cell(s) differ) - its dressing is set aside."
           MOVE 0 TO FeatureCount
           PERFORM VARYING FeatureLoc FROM 1 BY 1
               UNTIL FeatureLoc IS GREATER THAN 400
               MOVE SPACES TO LocFeature(FeatureLoc)
           END-PERFORM
           EXIT PARAGRAPH
       END-IF
       IF FeatureCount IS GREATER THAN 0
           DISPLAY "MAZETOWORLD: " FeatureCount " dressed cell(s) from "
               FUNCTION TRIM(WS-FeatureFileName) " honored."
       END-IF
EXIT.

KeepMazeFeature.
       IF FtColumn IS NOT NUMERIC OR FtRow IS NOT NUMERIC
           OR FtLevel IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF MultiLevelRun AND FtLevel IS NOT EQUAL TO CurrentLevel
           EXIT PARAGRAPH
       END-IF
       COMPUTE LocalColumn = FtColumn - WindowColumn + 1
       COMPUTE LocalRow = FtRow - WindowRow + 1
       IF LocalColumn IS LESS THAN 1
           OR LocalColumn IS GREATER THAN WorldSize
           OR LocalRow IS LESS THAN 1
           OR LocalRow IS GREATER THAN WorldSize
           EXIT PARAGRAPH
       END-IF
       COMPUTE FeatureLoc = (LocalRow - 1) * WorldSize + LocalColumn
       IF FtDoors IS NOT EQUAL TO LocDoorSig(FeatureLoc)
           ADD 1 TO FeatureMismatch
           EXIT PARAGRAPH
       END-IF
       IF FtFeature IS NOT EQUAL TO SPACES
           MOVE FtFeature TO LocFeature(FeatureLoc)
           ADD 1 TO FeatureCount
       END-IF
EXIT.

      *> Written on every build, dressed or not, so the file always
      *> speaks for the world last built.
OpenWorldFeatures.
       OPEN OUTPUT WorldFeatureFile
       IF WorldFeatureStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZETOWORLD: world_features.dat could not be"
               " written, status " WorldFeatureStatus "."
       END-IF
EXIT.

WriteWorldFeatures.
       IF WorldFeatureStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WorldFeatureHeader
       MOVE "#WORLD " TO WfhTag
       MOVE CurrentLevel TO WfhLevel
       MOVE WorldSize TO WfhSize
       PERFORM VARYING FeatureLoc FROM 1 BY 1
           UNTIL FeatureLoc IS GREATER THAN WorldLocCount
           MOVE SaveLocationType(FeatureLoc) TO WfhTypes(FeatureLoc:1)
       END-PERFORM
       WRITE WorldFeatureHeader
       IF NOT MultiLevelRun
           MOVE SPACES TO WorldMazeRecord
           MOVE "#MAZE  " TO WfmTag
           MOVE OriginMazeKey TO WfmKey
           MOVE WindowColumn TO WfmWindowColumn
           MOVE WindowRow TO WfmWindowRow
           MOVE OriginMazeFile TO WfmFile
           WRITE WorldMazeRecord
       END-IF
       PERFORM VARYING FeatureLoc FROM 1 BY 1
           UNTIL FeatureLoc IS GREATER THAN WorldLocCount
           IF LocFeature(FeatureLoc) IS NOT EQUAL TO SPACES
               MOVE CurrentLevel TO WfLevel
               MOVE FeatureLoc TO WfLocation
               MOVE LocFeature(FeatureLoc) TO WfFeature
               WRITE WorldFeatureRecord
           END-IF
       END-PERFORM
EXIT.

BuildLevelFileName.
       MOVE SPACES TO LevelFileName
       STRING "world_L" DELIMITED BY SIZE
EXIT.

WriteWorldFile.
       MOVE WS-WorldFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-WorldFileName
       OPEN OUTPUT WorldFile
       IF WorldFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZETOWORLD: unable to open "
               " status " LinkFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO LinkStockRecord
       MOVE "#STOCK " TO LnkStockTag
       MOVE StockTemplateName TO LnkStockName
       WRITE LinkStockRecord
       PERFORM VARYING StairIdx FROM 1 BY 1
           UNTIL StairIdx IS GREATER THAN StairCount
           MOVE StLevel(StairIdx) TO LnkLevel
               (LocalRow - 1) * WorldSize + LocalColumn
           MOVE RoomType TO SaveLocationType(WorldLocationId)
           MOVE RoomItemId TO SaveItemIdAtLocation(WorldLocationId)
           MOVE MazeFileRecord(6:4) TO LocDoorSig(WorldLocationId)
           PERFORM VARYING GameDoorIdx FROM 1 BY 1
               UNTIL GameDoorIdx IS GREATER THAN 4
               MOVE "C" TO Dir-Action
           END-IF
       END-IF
EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 3
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
       MOVE "MAZETOWORLD" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
