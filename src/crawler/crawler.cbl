ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RoomFrameFile ASSIGN DYNAMIC RoomFrameFileName
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RoomFrameFileStatus.
               SELECT FrameOutputFile ASSIGN DYNAMIC FrameOutputFileName
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS FrameOutputFileStatus.
               SELECT RoomLibraryFile ASSIGN DYNAMIC RoomLibraryFileName
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS RoomLibraryFileStatus.
               SELECT AnimFrameFile ASSIGN DYNAMIC AnimFrameFileName
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS AnimFrameFileStatus.
               SELECT FrameIndexFile ASSIGN DYNAMIC FrameIndexFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FrameIndexFileStatus.
               SELECT WorldSaveFile ASSIGN DYNAMIC WorldSaveName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WorldSaveFileStatus.
               SELECT LinkFile ASSIGN DYNAMIC LinkFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LinkFileStatus.
               SELECT BestiaryFile ASSIGN DYNAMIC BestiaryFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BestiaryFileStatus.
               SELECT ShosSaveFile ASSIGN DYNAMIC ShosSaveFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ShosSaveFileStatus.
               SELECT EncounterFile ASSIGN DYNAMIC EncounterFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EncounterFileStatus.
               SELECT HeroFile ASSIGN DYNAMIC HeroFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HeroFileStatus.
               SELECT MapFile ASSIGN DYNAMIC MapFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MapFileStatus.
               SELECT CrawlScriptFile ASSIGN DYNAMIC CrawlScriptName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CrawlScriptStatus.
               SELECT WorldFeatureFile ASSIGN DYNAMIC WorldFeatureFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WorldFeatureStatus.

DATA DIVISION.
       FILE SECTION.
       FD FrameOutputFile.
       01 FrameOutputRow PIC X(56).

      *> The automap as last drawn, kept beside frame_output.txt so
      *> it prints with the run.
       FD MapFile.
       01 MapFileLine PIC X(81).

       FD RoomLibraryFile.
       01 LibraryRecord.
          02 LibRecRoomId PIC 99.
       01 AnimFrameRow PIC X(56).

       FD FrameIndexFile.
       01 FrameIndexLine PIC X(90).

      *> A command script: the seed on the first line, then one
      *> command per line, exactly as typed at the prompt.
       FD CrawlScriptFile.
       01 CrawlScriptLine PIC X(20).

      *> The bestiary, art-and-data like RoomLibrary.txt: per species
      *> one stat record - name (12), hit points (1), damage (1),
      *> spawn weight in passageways (2), spawn weight in chambers
      *> (2) - then its twelve 24-column sprite rows. A new monster
      *> is a file edit, never a code change. After the chamber
      *> weight come WANDER's open-country weights (2 each): plains,
      *> forest, swamp, river. Records from before them leave the
      *> columns blank, and such a species roams the open country as
      *> it roams the passageways.
       FD BestiaryFile.
       01 BestiaryLine PIC X(36).

             03 SSGearWorn PIC X.
          02 SSPreset PIC X.

      *> A roadside fight handed over by WANDER: it writes the record
      *> pending ("P") with the ground and sky where the wanderer was
      *> set upon, runs this program, and reads back how it went - W
      *> won, F fled, D defeated, N nothing there to fight.
       FD EncounterFile.
       01 EncounterRecord.
          02 EncState PIC X.
          02 EncTerrain PIC X.
          02 EncWeather PIC X.
          02 EncX PIC 999.
          02 EncY PIC 999.
          02 EncMonster PIC X(12).
          02 EncHealth PIC 99.

      *> One adventurer per PLAYPROF player, carried from crawl to
      *> crawl: level, experience, and the tallies behind them.
       FD HeroFile.
       01 HeroRecord.
          02 HrName PIC X(12).
          02 HrLevel PIC 99.
          02 HrExperience PIC 9(6).
          02 HrKills PIC 9(5).
          02 HrDeaths PIC 9(4).
          02 HrLastDate PIC 9(8).

      *> Mirrors INVENTORY's sized WorldSaveRecord field-for-field so
      *> the same dungeon can be walked top-down there and seen first
      *> person here. Pre-05 files arrive in the 100-location shape
          02 SavePedPotion PIC 99.
          02 SavePedKey PIC 99.
          02 SaveLevelNumber PIC 99.
      *> INVENTORY's explored map, behind the world record from layout
      *> 06 on. It is not used here, only carried back out unchanged.
       01 WorldMapRecord.
          02 WMapTag PIC X(3).
          02 FILLER PIC X(2000).

      *> MAZETOWORLD's stair manifest, read so world mode treats a
      *> stair location as a transition between level files.
          02 LnkTargetLoc PIC 999.
          02 LnkTargetFile PIC X(40).

      *> Mirrors MAZETOWORLD's world_features.dat: per level a
      *> "#WORLD " record (level, side, every location's type), for a
      *> world built from a single-level maze a "#MAZE  " record, and
      *> then the level's dressed locations.
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

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 RoomFrameFileName PIC X(60) VALUE "RoomImage.txt".
          02 FrameOutputFileName PIC X(60) VALUE "frame_output.txt".
          02 RoomLibraryFileName PIC X(60) VALUE "RoomLibrary.txt".
          02 FrameIndexFileName PIC X(60) VALUE "frames_index.txt".
          02 LinkFileName PIC X(60) VALUE "world_links.dat".
          02 BestiaryFileName PIC X(60) VALUE "bestiary.dat".
          02 EncounterFileName PIC X(60) VALUE "crawler_encounter.dat".
          02 HeroFileName PIC X(60) VALUE "crawler_hero.dat".
          02 MapFileName PIC X(60) VALUE "crawler_map.txt".
          02 WorldFeatureFileName PIC X(60) VALUE "world_features.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 10 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 RoomFrameFileStatus PIC XX.
       01 FrameOutputFileStatus PIC XX.
       01 RoomLibraryFileStatus PIC XX.
       01 AnimFrameFileStatus PIC XX.
       01 FrameIndexFileStatus PIC XX.
       01 WorldSaveFileStatus PIC XX.
       01 WorldSaveName PIC X(60) VALUE "inventory_save.dat".
       01 LinkFileStatus PIC XX.
       01 LevelLinkData.
          02 CurrentLevel PIC 99 VALUE 0.
          02 StairHereIdx PIC 99.
          02 StairWord PIC X(4).
       01 BestiaryFileStatus PIC XX.
       01 EncounterFileStatus PIC XX.
       01 HeroFileStatus PIC XX.
       01 MapFileStatus PIC XX.
       01 CrawlScriptStatus PIC XX.
       01 WorldFeatureStatus PIC XX.
      *> A maze-built world's dressing: a lair always has its monster
      *> and a shrine never does; a treasury always holds treasure and
      *> a trap never does. Only a section whose level, side, and
      *> location types all match the world loaded is honored.
       01 WorldFeatureData.
          02 LocFeatureAt PIC X(8) OCCURS 400 TIMES.
          02 FeatureTypes PIC X(400).
          02 FeatureScan PIC 999.
          02 FeatureSection PIC X.
             88 FeatureSectionMatches VALUE "Y".
      *> The maze a world was built from, when its "#MAZE  " record
      *> belongs to the world loaded: a walk of it is recorded by
      *> MAZEWALK in the maze's own cells, the window put back.
       01 MazeOriginData.
          02 MazeOriginFlag PIC X VALUE "N".
             88 MazeOriginKnown VALUE "Y".
          02 OriginMazeKey PIC X(8).
          02 OriginMazeFile PIC X(40).
          02 OriginWindowColumn PIC 99.
          02 OriginWindowRow PIC 99.
       COPY "MAZEWALK.cpy".
      *> The automap: every room entered on this level, drawn top
      *> down from the same topology the doors are walked by. The
      *> built-in graph and an INVENTORY world sit on their own grids;
      *> a SHOS house has none, so each room is set one step from the
      *> room it was entered from, and a room whose step lands on a
      *> room already placed is listed as off the grid. What was
      *> entered on a level is kept when the stairs are taken, but
      *> the cleared marks go - the level is restocked on return.
       01 AutomapData.
          02 MapVisited PIC X(400) VALUE SPACES.
          02 MapCleared PIC X(400) VALUE SPACES.
          02 MapPlaced PIC X(20) VALUE SPACES.
          02 MapShosCells OCCURS 20 TIMES.
             03 MapShosX PIC S99.
             03 MapShosY PIC S99.
          02 MapCameFrom PIC 999 VALUE 0.
          02 MapCameDir PIC 9 VALUE 0.
          02 MapStashCount PIC 99 VALUE 0.
          02 MapStashEntries OCCURS 10 TIMES.
             03 MsLevel PIC 99.
             03 MsVisited PIC X(400).
          02 MapStashIdx PIC 99.
          02 MapRoom PIC 999.
          02 MapScan PIC 999.
          02 MapHoldRoom PIC 999.
          02 MapX PIC S99.
          02 MapY PIC S99.
          02 MapOnGrid PIC X.
             88 MapRoomOnGrid VALUE "Y".
          02 MapMinX PIC S99.
          02 MapMaxX PIC S99.
          02 MapMinY PIC S99.
          02 MapMaxY PIC S99.
          02 MapAnyPlaced PIC X.
             88 MapHasRooms VALUE "Y".
          02 MapTextRow PIC 99.
          02 MapTextCol PIC 99.
          02 MapLineCount PIC 99.
          02 MapLineIdx PIC 99.
          02 MapLines PIC X(81) OCCURS 44 TIMES.
          02 MapMark PIC X.
          02 MapDoorChar PIC X.
          02 MapTitle PIC X(60).
          02 MapOffGrid PIC X(60).
          02 MapOffPtr PIC 99.
          02 MapRoomShown PIC 99.
      *> The hero roster, read whole and written whole like PLAYPROF's
      *> roster and no bigger. A kill is worth the monster's hit
      *> points times one more than its damage; reaching level L
      *> takes HeroStep x L(L-1)/2 experience all told. Each level
      *> adds HeroHpStep to max health and every third adds one to
      *> each blow. A death costs a quarter of the experience, but
      *> never a level.
       01 HeroData.
          02 HeroCount PIC 99 VALUE 0.
          02 HeroEntries OCCURS 20 TIMES.
             03 HeName PIC X(12).
             03 HeLevel PIC 99.
             03 HeExperience PIC 9(6).
             03 HeKills PIC 9(5).
             03 HeDeaths PIC 9(4).
             03 HeLastDate PIC 9(8).
          02 HeroIdx PIC 99.
          02 HeroSlot PIC 99 VALUE 0.
          02 HeroLevel PIC 99 VALUE 1.
          02 HeroExperience PIC 9(6) VALUE 0.
          02 HeroKills PIC 9(5) VALUE 0.
          02 HeroDeaths PIC 9(4) VALUE 0.
          02 HeroNextAt PIC 9(6).
          02 HeroFloor PIC 9(6).
          02 HeroGain PIC 9(4).
          02 HeroLoss PIC 9(6).
          02 HeroAttack PIC 9 VALUE 1.
          02 HeroBaseHealth PIC 99 VALUE 12.
          02 HeroHpStep PIC 9 VALUE 2.
          02 HeroStep PIC 99 VALUE 25.
          02 HeroMaxLevel PIC 99 VALUE 20.
      *> Set when WANDER has a fight waiting: one room with no doors,
      *> the monster drawn off the bestiary's weights for the ground
      *> the wanderer was crossing.
       01 EncounterData.
          02 EncounterFlag PIC X VALUE "N".
             88 RoadEncounter VALUE "Y".
          02 EncounterResult PIC X VALUE "N".
          02 EncounterHold PIC X(25).
          02 EncDirIdx PIC 9.
       01 ShosSaveFileStatus PIC XX.
       01 ShosSaveFileName PIC X(60).
       01 ShosWalkData.
          02 ShosSlotChoice PIC X.
          02 ShosRoomIdx PIC 99.
          02 SpawnPicked PIC 9.
          02 SpawnHereWeight PIC 99.
          02 SpawnChamberFlag PIC X.
          02 SpawnTerrain PIC X.
          02 BstRoadIdx PIC 9.
      *> Which dungeon is behind the doors: the built-in 3x3 graph,
      *> or an INVENTORY world read from inventory_save.dat - in
      *> world mode only the doors that world says are open get
          02 HudCol PIC 99.
          02 HudIconIdx PIC 99.
          02 HudIconCol PIC 99.
          02 HudIconStart PIC 99.
          02 WorldWriteDate PIC 9(8).
       01 WorldRecordHold PIC X(5286).
       01 WorldMapHold PIC X(2003).
       01 WorldMapFlag PIC X VALUE "N".
          88 WorldMapHeld VALUE "Y".
       01 V4Hold PIC X(1400).
       01 V4World REDEFINES V4Hold.
          02 V4Locations OCCURS 100 TIMES.
       01 AnimData.
          02 AnimMode PIC X VALUE "N".
             88 AnimModeOn VALUES "Y" "y".
          02 AnimFrameFileName PIC X(60).
          02 FrameNumber PIC 9(4) VALUE 0.
          02 AnimCaption PIC X(30).
          02 AnimRowIdx PIC 99.
          02 SlashIdx PIC 99.
          02 AnimTurn PIC 9(4) VALUE 0.
          02 AnimKills PIC 999 VALUE 0.
          02 AnimTreasure PIC 99 VALUE 0.
          02 AnimDamage PIC 999 VALUE 0.
      *> Each index line: the frame file, its caption, then the
      *> moment's turn, health, the monster in the room and its hit
      *> points, and the run's kills, treasure and damage so far.
      *> FRAMECHK keys off the name and caption alone.
       01 FrameIndexEntry.
          02 FieName PIC X(14).
          02 FILLER PIC X VALUE SPACE.
          02 FieCaption PIC X(30).
          02 FILLER PIC X VALUE SPACE.
          02 FieTurn PIC 9(4).
          02 FILLER PIC X VALUE SPACE.
          02 FieHealth PIC 99.
          02 FILLER PIC X VALUE "/".
          02 FieMaxHealth PIC 99.
          02 FILLER PIC X VALUE SPACE.
          02 FieMonster PIC X(12).
          02 FILLER PIC X VALUE SPACE.
          02 FieMonsterHits PIC 9.
          02 FILLER PIC X VALUE SPACE.
          02 FieKills PIC 999.
          02 FILLER PIC X VALUE SPACE.
          02 FieTreasure PIC 99.
          02 FILLER PIC X VALUE SPACE.
          02 FieDamage PIC 999.
          02 FILLER PIC X(8) VALUE SPACES.
      *> A scripted run plays unattended from a command file with
      *> animation on, so every frame lands on disk where FRAMECHK
      *> can hold it up against the golden set. The script running
      *> out ends the crawl.
       01 CrawlScriptData.
          02 CrawlScriptName PIC X(60).
          02 CrawlScriptMode PIC X VALUE "N".
             88 CrawlScriptOn VALUE "Y".
          02 CrawlScriptSeed PIC X(6).
      *> The dungeon behind the doors: a 3x3 grid of rooms, neighbors
      *> in SHOS/INVENTORY direction order (1=North 2=South 3=East
      *> 4=West), 0 where a wall is. The three drawn doors are the
                 04 MonsterDamage PIC 9.
                 04 MonsterWeightP PIC 99.
                 04 MonsterWeightC PIC 99.
                 04 MonsterWeightRoad PIC 99 OCCURS 4 TIMES.
                 04 MonsterRows OCCURS 12 TIMES.
                    05 MonsterPixels PIC X OCCURS 24 TIMES.
                       88 IsVisible VALUES " ", "#".
           02 MonsterCount PIC 9 VALUE 3.
       COPY "PLAYPROF.cpy".
       COPY "MSGCAT.cpy".
       COPY "GAMELOG.cpy".
       COPY "SEEDREQ.cpy".
       01 ScratchPad.
          02 SeedInput PIC X(6).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       MOVE "CRAWLER" TO Msg-Program
       MOVE "T" TO Msg-Action
       MOVE SPACES TO Msg-Language
       INITIALIZE Msg-Args
       MOVE 1 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO SeedInput
       ACCEPT SeedInput
       MOVE 0 TO Seed-In
           END-IF
       END-IF
       CALL "RNGSEED" USING Seed-Request
       MOVE 2 TO Msg-Number
       MOVE Seed-Used TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "CRAWLER" TO GL-Program
       MOVE "SEED" TO GL-Event
       MOVE SPACES TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       MOVE "L" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Prof-Language TO Msg-Language
       MOVE "C" TO Walk-State
       PERFORM LoadHero
       PERFORM CheckEncounterRequest
       IF NOT RoadEncounter
           PERFORM AskDungeonSource
           PERFORM AskAnimMode
       END-IF
       PERFORM InitializeImages
       IF WorldDungeon
           PERFORM LoadLevelLinks
       IF GraphDungeon
           PERFORM BuildRoomGraph
       END-IF
       IF RoadEncounter
           PERFORM SetUpRoadEncounter
       ELSE
           PERFORM PreRollRoomContents
       END-IF
       IF NOT IsGameOver
           IF WorldDungeon
               PERFORM OpenMazeWalk
           END-IF
           PERFORM EnterCurrentRoom
           PERFORM GameLoop UNTIL IsGameOver
           IF Walk-Open
               PERFORM CloseMazeWalk
           END-IF
       END-IF
       IF RoadEncounter
           PERFORM WriteEncounterOutcome
       ELSE
           PERFORM BuildAutomap
           PERFORM WriteAutomap
       END-IF
       PERFORM SaveHero
       MOVE "S" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE "CRAWLER" TO GL-Program
       MOVE "END" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "kills=" DELIMITED BY SIZE
           AnimKills DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
STOP RUN.

AskDungeonSource.
       MOVE 3 TO Msg-Number
       PERFORM SayMessage
       MOVE 4 TO Msg-Number
       PERFORM SayMessage
       MOVE 5 TO Msg-Number
       PERFORM SayPrompt
       ACCEPT DungeonSource
       IF NOT WorldDungeon AND NOT ShosDungeon
           MOVE 1 TO DungeonSource
EXIT.

LoadWorldSave.
       MOVE WorldSaveName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorldSaveName
       OPEN INPUT WorldSaveFile
       IF WorldSaveFileStatus IS NOT EQUAL TO "00"
           MOVE 6 TO Msg-Number
           MOVE WorldSaveFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           MOVE 1 TO DungeonSource
           EXIT PARAGRAPH
       END-IF
       READ WorldSaveFile
           AT END
               MOVE 7 TO Msg-Number
               PERFORM SayMessage
               MOVE 1 TO DungeonSource
       END-READ
       MOVE "N" TO WorldMapFlag
       IF WorldDungeon AND WorldSaveRecord(1:3) IS EQUAL TO "#V "
           MOVE WorldSaveRecord(13:2) TO StampVersion
           IF StampVersion IS NOT LESS THAN "05"
           END-IF
           READ WorldSaveFile
               AT END
                   MOVE 8 TO Msg-Number
                   PERFORM SayMessage
                   MOVE 1 TO DungeonSource
           END-READ
           IF WorldDungeon
               PERFORM HoldWorldMap
           END-IF
       END-IF
       CLOSE WorldSaveFile
       IF WorldSize IS LESS THAN 5 OR WorldSize IS GREATER THAN 20
               MOVE 0 TO CurrentLevel
           END-IF
           MOVE 2 TO PlayerFacing
           MOVE 9 TO Msg-Number
           MOVE WorldSize TO Msg-Arg-Value(1)
           MOVE WorldSize TO Msg-Arg-Value(2)
           MOVE PlayerRoomId TO Msg-Arg-Value(3)
           PERFORM SayMessage
       END-IF
EXIT.

      *> A layout 06 save keeps INVENTORY's explored map after the
      *> world record; it is held as read so WriteWorldSaveBack can
      *> put it back behind the changed world.
HoldWorldMap.
       IF StampVersion IS LESS THAN "06"
           EXIT PARAGRAPH
       END-IF
       MOVE WorldSaveRecord TO WorldRecordHold
       READ WorldSaveFile
           AT END
               CONTINUE
           NOT AT END
               IF WMapTag IS EQUAL TO "#M "
                   MOVE WorldMapRecord TO WorldMapHold
                   MOVE "Y" TO WorldMapFlag
               END-IF
       END-READ
       MOVE WorldRecordHold TO WorldSaveRecord
       MOVE "00" TO WorldSaveFileStatus
EXIT.

      *> Spread a pre-05 record into the sized layout: first hundred
      *> cells as read, the rest sealed filler.
WidenOldRecord.
EXIT.

AskAnimMode.
       MOVE 10 TO Msg-Number
       PERFORM SayMessage
       MOVE 11 TO Msg-Number
       PERFORM SayPrompt
       ACCEPT AnimMode
       IF AnimMode IS EQUAL TO "s" OR AnimMode IS EQUAL TO "S"
           MOVE "N" TO AnimMode
           PERFORM OpenCrawlScript
       END-IF
EXIT.

      *> The script's first line is the seed, so the run replays move
      *> for move whatever was typed at the seed prompt.
OpenCrawlScript.
       MOVE 12 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO CrawlScriptName
       ACCEPT CrawlScriptName
       IF CrawlScriptName IS EQUAL TO SPACES
           MOVE "crawler_script.dat" TO CrawlScriptName
       END-IF
       MOVE CrawlScriptName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO CrawlScriptName
       OPEN INPUT CrawlScriptFile
       IF CrawlScriptStatus IS NOT EQUAL TO "00"
           MOVE 13 TO Msg-Number
           MOVE FUNCTION TRIM(CrawlScriptName) TO Msg-Arg-Value(1)
           MOVE CrawlScriptStatus TO Msg-Arg-Value(2)
           MOVE 2 TO Msg-Arg-Width(2)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       READ CrawlScriptFile
           AT END
               MOVE 14 TO Msg-Number
               MOVE FUNCTION TRIM(CrawlScriptName) TO Msg-Arg-Value(1)
               PERFORM SayMessage
               CLOSE CrawlScriptFile
               EXIT PARAGRAPH
       END-READ
       MOVE "Y" TO CrawlScriptMode
       MOVE "Y" TO AnimMode
       MOVE 15 TO Msg-Number
       MOVE FUNCTION TRIM(CrawlScriptName) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE CrawlScriptLine TO CrawlScriptSeed
       MOVE 0 TO Seed-In
       IF CrawlScriptSeed(1:5) IS NUMERIC
           MOVE CrawlScriptSeed(1:5) TO Seed-In
       ELSE
           IF CrawlScriptSeed(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(CrawlScriptSeed) TO Seed-In
           END-IF
       END-IF
       CALL "RNGSEED" USING Seed-Request
       MOVE 16 TO Msg-Number
       MOVE Seed-Used TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "CRAWLER" TO GL-Program
       MOVE "SEED" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "seed=" DELIMITED BY SIZE
           Seed-Used DELIMITED BY SIZE
           " script=" DELIMITED BY SIZE
           CrawlScriptName DELIMITED BY SPACE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
EXIT.

      *> One command, from the keyboard or the next script line.
GetCommand.
       IF NOT CrawlScriptOn
           ACCEPT Command
           EXIT PARAGRAPH
       END-IF
       READ CrawlScriptFile
           AT END
               CLOSE CrawlScriptFile
               MOVE "N" TO CrawlScriptMode
               DISPLAY " "
               MOVE 17 TO Msg-Number
               PERFORM SayMessage
               MOVE 18 TO Msg-Number
               PERFORM SayMessage
               MOVE "q" TO Command
               EXIT PARAGRAPH
       END-READ
       MOVE CrawlScriptLine TO Command
       DISPLAY FUNCTION TRIM(Command)
EXIT.

WriteAnimFrame.
           ".txt" DELIMITED BY SIZE
           INTO AnimFrameFileName
       END-STRING
       MOVE AnimFrameFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO AnimFrameFileName
       OPEN OUTPUT AnimFrameFile
       IF AnimFrameFileStatus IS NOT EQUAL TO "00"
           MOVE 19 TO Msg-Number
           MOVE FUNCTION TRIM(AnimFrameFileName) TO Msg-Arg-Value(1)
           MOVE AnimFrameFileStatus TO Msg-Arg-Value(2)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING AnimRowIdx FROM 1 BY 1
       IF FrameIndexFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE AnimFrameFileName TO FieName
       MOVE AnimCaption TO FieCaption
       MOVE AnimTurn TO FieTurn
       MOVE PlayerHealth TO FieHealth
       MOVE PlayerMaxHealth TO FieMaxHealth
       IF KoboldIsPresent
           MOVE MonsterName(MonsterIdx) TO FieMonster
           MOVE CurrentMonsterHits TO FieMonsterHits
       ELSE
           MOVE SPACES TO FieMonster
           MOVE 0 TO FieMonsterHits
       END-IF
       MOVE AnimKills TO FieKills
       MOVE AnimTreasure TO FieTreasure
       MOVE AnimDamage TO FieDamage
       MOVE FrameIndexEntry TO FrameIndexLine
       WRITE FrameIndexLine
       CLOSE FrameIndexFile
EXIT.
      *> stand where the pride stood, and unclaimed treasures and
      *> ZARR wait as sprites where the run left them.
LoadShosSave.
       MOVE 20 TO Msg-Number
       PERFORM SayPrompt
       ACCEPT ShosSlotChoice
       IF ShosSlotChoice IS LESS THAN "1"
           OR ShosSlotChoice IS GREATER THAN "5"
           ".dat" DELIMITED BY SIZE
           INTO ShosSaveFileName
       END-STRING
       MOVE ShosSaveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ShosSaveFileName
       OPEN INPUT ShosSaveFile
       IF ShosSaveFileStatus IS NOT EQUAL TO "00"
           MOVE 21 TO Msg-Number
           MOVE ShosSaveFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           MOVE 1 TO DungeonSource
           EXIT PARAGRAPH
       END-IF
       READ ShosSaveFile
           AT END
               MOVE 22 TO Msg-Number
               PERFORM SayMessage
               MOVE 1 TO DungeonSource
       END-READ
       IF ShosDungeon AND SSIdTag IS EQUAL TO "#V "
           READ ShosSaveFile
               AT END
                   MOVE 23 TO Msg-Number
                   PERFORM SayMessage
                   MOVE 1 TO DungeonSource
           END-READ
       END-IF
           MOVE 1 TO PlayerRoomId
       END-IF
       MOVE 2 TO PlayerFacing
       MOVE 24 TO Msg-Number
       MOVE ShosSlotChoice TO Msg-Arg-Value(1)
       MOVE 1 TO Msg-Arg-Width(1)
       MOVE PlayerRoomId TO Msg-Arg-Value(2)
       PERFORM SayMessage
EXIT.

      *> Exits beyond the house (the 99 way-out marker, or a room id
EXIT.

EnterCurrentRoom.
       PERFORM MarkRoomVisited
       IF Walk-Open
           PERFORM WalkMazeCell
       END-IF
       PERFORM DetermineRelativeDirections
       PERFORM DetermineOpenWays
       IF WorldDungeon
           END-IF
           PERFORM WriteAnimFrame
       END-IF
       MOVE 25 TO Msg-Number
       MOVE PlayerRoomId TO Msg-Arg-Value(1)
       MOVE FacingLetter TO Msg-Arg-Value(2)
       MOVE 1 TO Msg-Arg-Width(2)
       PERFORM SayMessage
       IF WorldDungeon AND LocFeatureAt(PlayerRoomId) IS NOT EQUAL TO
           SPACES
           PERFORM DescribeWorldFeature
       END-IF
       PERFORM ShowHealth
       IF KoboldIsPresent
           MOVE 26 TO Msg-Number
           MOVE FUNCTION TRIM(MonsterName(MonsterIdx)) TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       IF TreasureIsHere
           MOVE 27 TO Msg-Number
           MOVE FUNCTION TRIM(TreasureName(TreasureIdx)) TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       IF WorldDungeon AND CurrentLevel IS GREATER THAN 0
           PERFORM ProbeForStair
               ELSE
                   MOVE "up" TO StairWord
               END-IF
               MOVE 28 TO Msg-Number
               MOVE FUNCTION TRIM(StairWord) TO Msg-Arg-Value(1)
               MOVE LkTargetLevel(StairHereIdx) TO Msg-Arg-Value(2)
               PERFORM SayMessage
           END-IF
       END-IF
EXIT.

      *> A flat world built from a maze has its walk recorded for
      *> MAZERACE to score against MAZEGEN's solved path; a scripted
      *> run only replays a walk already made.
OpenMazeWalk.
       IF CurrentLevel IS GREATER THAN 0 OR NOT MazeOriginKnown
           OR CrawlScriptOn
           EXIT PARAGRAPH
       END-IF
       MOVE "O" TO Walk-Action
       MOVE "CRAWLER" TO Walk-Game
       MOVE Prof-Name TO Walk-Player
       MOVE OriginMazeKey TO Walk-Maze-Key
       MOVE OriginMazeFile TO Walk-Maze-File
       CALL "MAZEWALK" USING Maze-Walk-Request
EXIT.

      *> Locations run (row-1)*side+column across the window.
WalkMazeCell.
       MOVE "S" TO Walk-Action
       COMPUTE Walk-Column = FUNCTION MOD(PlayerRoomId - 1, WorldSize)
           + OriginWindowColumn
       COMPUTE Walk-Row = (PlayerRoomId - 1) / WorldSize
           + OriginWindowRow
       CALL "MAZEWALK" USING Maze-Walk-Request
EXIT.

CloseMazeWalk.
       IF PlayerHealth IS EQUAL TO 0
           MOVE "D" TO Walk-Outcome
       ELSE
           MOVE "Q" TO Walk-Outcome
       END-IF
       MOVE "E" TO Walk-Action
       CALL "MAZEWALK" USING Maze-Walk-Request
EXIT.

ProbeForStair.
       MOVE 0 TO StairHereIdx
       PERFORM VARYING LinkScan FROM 1 BY 1
      *> wrote it back) and the crawl carries on at the arrival cell.
TakeStairway.
       IF NOT WorldDungeon OR CurrentLevel IS EQUAL TO 0
           MOVE 29 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM ProbeForStair
       IF StairHereIdx IS EQUAL TO 0
           MOVE 29 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE LkTargetFile(StairHereIdx) TO WorldSaveName
       MOVE WorldSaveName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorldSaveName
       OPEN INPUT WorldSaveFile
       IF WorldSaveFileStatus IS NOT EQUAL TO "00"
           MOVE 30 TO Msg-Number
           PERFORM SayMessage
           MOVE 31 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       READ WorldSaveFile
           AT END
               MOVE "10" TO WorldSaveFileStatus
       END-READ
       MOVE "N" TO WorldMapFlag
       IF WorldSaveFileStatus IS EQUAL TO "00"
           AND WorldSaveRecord(1:3) IS EQUAL TO "#V "
           MOVE WorldSaveRecord(13:2) TO StampVersion
               AT END
                   MOVE "10" TO WorldSaveFileStatus
           END-READ
           IF WorldSaveFileStatus IS EQUAL TO "00"
               PERFORM HoldWorldMap
           END-IF
       END-IF
       CLOSE WorldSaveFile
       IF WorldSaveFileStatus IS NOT EQUAL TO "00"
           MOVE 32 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       COMPUTE LocCount = WorldSize * WorldSize
       IF StampVersion IS LESS THAN "05"
           PERFORM WidenOldRecord
       END-IF
       PERFORM StashLevelMap
       MOVE LkTargetLevel(StairHereIdx) TO CurrentLevel
       MOVE LkTargetLoc(StairHereIdx) TO PlayerRoomId
       PERFORM RestoreLevelMap
       MOVE 33 TO Msg-Number
       MOVE CurrentLevel TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM PreRollRoomContentsForLevel
       PERFORM EnterCurrentRoom
EXIT.
       END-PERFORM
       CLOSE LinkFile
       IF LinkCount IS GREATER THAN 0
           MOVE 34 TO Msg-Number
           MOVE LinkCount TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
EXIT.

GameLoop.
       ADD 1 TO AnimTurn
       IF RoadEncounter
           PERFORM RoadEncounterTurn
           EXIT PARAGRAPH
       END-IF
       MOVE 35 TO Msg-Number
       PERFORM SayPrompt
       PERFORM GetCommand
       EVALUATE Command
        WHEN "a"
           MOVE AheadDir TO ChosenDir
           PERFORM TakeStairway
        WHEN "haul"
           PERFORM ShowHaul
        WHEN "map"
           PERFORM ShowAutomap
        WHEN "q"
           SET IsGameOver TO TRUE
       END-EVALUATE
           IF ChosenLocked IS EQUAL TO "Y"
               PERFORM TryUnlockDoor
           ELSE
               MOVE 36 TO Msg-Number
               PERFORM SayMessage
           END-IF
       ELSE
           MOVE 37 TO Msg-Number
           PERFORM SayMessage
           IF AnimModeOn
               MOVE "leaving the room" TO AnimCaption
               PERFORM WriteAnimFrame
               MOVE "the doorway grows" TO AnimCaption
               PERFORM WriteAnimFrame
           END-IF
           MOVE PlayerRoomId TO MapCameFrom
           MOVE ChosenDir TO MapCameDir
           MOVE TargetRoomId TO PlayerRoomId
           MOVE ChosenDir TO PlayerFacing
           PERFORM EnterCurrentRoom
      *> vanishes from the frame.
AttackMonster.
       IF NOT KoboldIsPresent
           MOVE 38 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       COMPUTE AttackRoll = FUNCTION RANDOM() * 100
       IF AttackRoll IS LESS THAN 50
           COMPUTE PlayerDamage = FUNCTION RANDOM() * 2 + HeroAttack
           MOVE 39 TO Msg-Number
           MOVE FUNCTION TRIM(MonsterName(MonsterIdx)) TO Msg-Arg-Value(1)
           MOVE PlayerDamage TO Msg-Arg-Value(2)
           PERFORM SayMessage
           IF AnimModeOn
               PERFORM StampSlash
               MOVE "the blow lands" TO AnimCaption
           END-IF
           MOVE CurrentMonsterHits TO RcMonsterHits(PlayerRoomId)
           IF CurrentMonsterHits IS EQUAL TO 0
               MOVE 40 TO Msg-Number
               MOVE FUNCTION TRIM(MonsterName(MonsterIdx)) TO Msg-Arg-Value(1)
               PERFORM SayMessage
               ADD 1 TO Prof-Crawl-Kills
               ADD 1 TO AnimKills
               PERFORM AwardExperience
               MOVE 0 TO RcMonsterKind(PlayerRoomId)
               MOVE "Y" TO MapCleared(PlayerRoomId:1)
               MOVE "N" TO KoboldPresent
               PERFORM DrawRoom
               PERFORM PresentFrame
               IF AnimModeOn
                   MOVE "the monster falls" TO AnimCaption
                   PERFORM WriteAnimFrame
               END-IF
           END-IF
       ELSE
           MOVE 41 TO Msg-Number
           MOVE FUNCTION TRIM(MonsterName(MonsterIdx)) TO Msg-Arg-Value(1)
           MOVE MonsterDamage(MonsterIdx) TO Msg-Arg-Value(2)
           PERFORM SayMessage
           IF MonsterDamage(MonsterIdx) IS NOT LESS THAN PlayerHealth
               ADD PlayerHealth TO AnimDamage
               MOVE 0 TO PlayerHealth
           ELSE
               ADD MonsterDamage(MonsterIdx) TO AnimDamage
               SUBTRACT MonsterDamage(MonsterIdx) FROM PlayerHealth
           END-IF
           PERFORM ShowHealth
           IF PlayerHealth IS EQUAL TO 0
               MOVE 42 TO Msg-Number
               PERFORM SayMessage
               MOVE 18 TO Msg-Number
               PERFORM SayMessage
               PERFORM HeroDeath
               SET IsGameOver TO TRUE
           END-IF
       END-IF
EXIT.

ShowHealth.
       IF HeroLevel IS LESS THAN HeroMaxLevel
           MOVE 43 TO Msg-Number
           MOVE PlayerHealth TO Msg-Arg-Value(1)
           MOVE PlayerMaxHealth TO Msg-Arg-Value(2)
           MOVE HeroLevel TO Msg-Arg-Value(3)
           MOVE HeroExperience TO Msg-Arg-Value(4)
           MOVE HeroNextAt TO Msg-Arg-Value(5)
           PERFORM SayMessage
       ELSE
           MOVE 44 TO Msg-Number
           MOVE PlayerHealth TO Msg-Arg-Value(1)
           MOVE PlayerMaxHealth TO Msg-Arg-Value(2)
           MOVE HeroLevel TO Msg-Arg-Value(3)
           MOVE HeroExperience TO Msg-Arg-Value(4)
           PERFORM SayMessage
       END-IF
EXIT.

TakeTreasure.
       IF NOT TreasureIsHere
           MOVE 45 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF HaulCount IS NOT LESS THAN 20
           MOVE 46 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO HaulCount
       ADD 1 TO AnimTreasure
       MOVE TreasureKind TO HaulTypes(HaulCount)
       MOVE 47 TO Msg-Number
       MOVE FUNCTION TRIM(TreasureName(TreasureIdx)) TO Msg-Arg-Value(1)
       MOVE HaulCount TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE 0 TO RcTreasureKind(PlayerRoomId)
       MOVE "N" TO TreasurePresent
       PERFORM DrawRoom
       PERFORM PresentFrame
       IF AnimModeOn
           MOVE "the treasure taken" TO AnimCaption
           PERFORM WriteAnimFrame
       END-IF
EXIT.

ShowHaul.
       IF HaulCount IS EQUAL TO 0
           MOVE 48 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE 49 TO Msg-Number
           PERFORM SayMessage
           PERFORM VARYING HaulScan FROM 1 BY 1
               UNTIL HaulScan IS GREATER THAN HaulCount
               DISPLAY "  "
       END-IF
EXIT.

      *> Entered rooms are remembered as they are entered; a SHOS
      *> room is placed on the first entry, off the room it was
      *> walked in from.
MarkRoomVisited.
       MOVE "Y" TO MapVisited(PlayerRoomId:1)
       IF ShosDungeon AND MapPlaced(PlayerRoomId:1) IS NOT EQUAL TO "Y"
           PERFORM PlaceShosRoom
       END-IF
       MOVE 0 TO MapCameFrom
       MOVE 0 TO MapCameDir
EXIT.

PlaceShosRoom.
       IF MapCameFrom IS EQUAL TO 0
           IF MapPlaced IS NOT EQUAL TO SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MapX
           MOVE 0 TO MapY
       ELSE
           IF MapPlaced(MapCameFrom:1) IS NOT EQUAL TO "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE MapShosX(MapCameFrom) TO MapX
           MOVE MapShosY(MapCameFrom) TO MapY
           EVALUATE MapCameDir
            WHEN 1
               SUBTRACT 1 FROM MapY
            WHEN 2
               ADD 1 TO MapY
            WHEN 3
               ADD 1 TO MapX
            WHEN 4
               SUBTRACT 1 FROM MapX
           END-EVALUATE
       END-IF
       PERFORM VARYING MapScan FROM 1 BY 1 UNTIL MapScan > 20
           IF MapPlaced(MapScan:1) IS EQUAL TO "Y"
               AND MapShosX(MapScan) IS EQUAL TO MapX
               AND MapShosY(MapScan) IS EQUAL TO MapY
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       MOVE "Y" TO MapPlaced(PlayerRoomId:1)
       MOVE MapX TO MapShosX(PlayerRoomId)
       MOVE MapY TO MapShosY(PlayerRoomId)
EXIT.

      *> Before a stair: what was entered on the level being left.
StashLevelMap.
       PERFORM VARYING MapStashIdx FROM 1 BY 1
           UNTIL MapStashIdx > MapStashCount
           IF MsLevel(MapStashIdx) IS EQUAL TO CurrentLevel
               MOVE MapVisited TO MsVisited(MapStashIdx)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       IF MapStashCount IS LESS THAN 10
           ADD 1 TO MapStashCount
           MOVE CurrentLevel TO MsLevel(MapStashCount)
           MOVE MapVisited TO MsVisited(MapStashCount)
       END-IF
EXIT.

      *> After a stair: what was entered on the level arrived at, if
      *> it was walked before.
RestoreLevelMap.
       MOVE SPACES TO MapVisited
       PERFORM VARYING MapStashIdx FROM 1 BY 1
           UNTIL MapStashIdx > MapStashCount
           IF MsLevel(MapStashIdx) IS EQUAL TO CurrentLevel
               MOVE MsVisited(MapStashIdx) TO MapVisited
           END-IF
       END-PERFORM
EXIT.

ShowAutomap.
       PERFORM BuildAutomap
       PERFORM VARYING MapLineIdx FROM 1 BY 1
           UNTIL MapLineIdx > MapLineCount
           DISPLAY FUNCTION TRIM(MapLines(MapLineIdx) TRAILING)
       END-PERFORM
       PERFORM WriteAutomap
EXIT.

      *> Where MapRoom sits: row and column on the dungeon's own grid,
      *> or the place a SHOS room was given when first entered.
LocateMapRoom.
       MOVE "Y" TO MapOnGrid
       EVALUATE TRUE
        WHEN ShosDungeon
           IF MapPlaced(MapRoom:1) IS EQUAL TO "Y"
               MOVE MapShosX(MapRoom) TO MapX
               MOVE MapShosY(MapRoom) TO MapY
           ELSE
               MOVE "N" TO MapOnGrid
           END-IF
        WHEN WorldDungeon
           COMPUTE MapX = FUNCTION MOD(MapRoom - 1, WorldSize)
           COMPUTE MapY = (MapRoom - 1) / WorldSize
        WHEN OTHER
           COMPUTE MapX = FUNCTION MOD(MapRoom - 1, 3)
           COMPUTE MapY = (MapRoom - 1) / 3
       END-EVALUATE
EXIT.

      *> Four columns and two rows to a room: "[m]" with its doors in
      *> the gaps between - "-" and "|" open, "#" locked.
BuildAutomap.
       EVALUATE TRUE
        WHEN ShosDungeon
           MOVE "House of shadows, slot " TO MapTitle
           MOVE ShosSlotChoice TO MapTitle(24:1)
        WHEN WorldDungeon AND CurrentLevel IS GREATER THAN 0
           MOVE "INVENTORY world, level " TO MapTitle
           MOVE CurrentLevel TO MapTitle(24:2)
        WHEN WorldDungeon
           MOVE "INVENTORY world" TO MapTitle
        WHEN OTHER
           MOVE "The built-in dungeon" TO MapTitle
       END-EVALUATE
       MOVE "N" TO MapAnyPlaced
       MOVE SPACES TO MapOffGrid
       MOVE 1 TO MapOffPtr
       PERFORM VARYING MapRoom FROM 1 BY 1 UNTIL MapRoom > RcCount
           IF MapVisited(MapRoom:1) IS EQUAL TO "Y"
               PERFORM WidenMapBounds
           END-IF
       END-PERFORM
       MOVE 1 TO MapLineCount
       MOVE SPACES TO MapLines(1)
       STRING "Map - " DELIMITED BY SIZE
           MapTitle DELIMITED BY "  "
           INTO MapLines(1)
       END-STRING
       IF NOT MapHasRooms
           MOVE 2 TO MapLineCount
           MOVE "Nothing mapped yet." TO MapLines(2)
           EXIT PARAGRAPH
       END-IF
       COMPUTE MapLineCount = (MapMaxY - MapMinY + 1) * 2 + 2
       PERFORM VARYING MapLineIdx FROM 2 BY 1
           UNTIL MapLineIdx > MapLineCount
           MOVE SPACES TO MapLines(MapLineIdx)
       END-PERFORM
       MOVE PlayerRoomId TO MapHoldRoom
       PERFORM VARYING MapRoom FROM 1 BY 1 UNTIL MapRoom > RcCount
           IF MapVisited(MapRoom:1) IS EQUAL TO "Y"
               PERFORM LocateMapRoom
               IF MapRoomOnGrid
                   PERFORM DrawMapRoom
               END-IF
           END-IF
       END-PERFORM
       MOVE MapHoldRoom TO PlayerRoomId
       ADD 1 TO MapLineCount
       MOVE "@ ye  M monster  x cleared  $ treasure  > < stairs  # locked"
           TO MapLines(MapLineCount)
       IF MapOffPtr IS GREATER THAN 1
           ADD 1 TO MapLineCount
           MOVE SPACES TO MapLines(MapLineCount)
           STRING "Off the grid:" DELIMITED BY SIZE
               MapOffGrid DELIMITED BY "  "
               INTO MapLines(MapLineCount)
           END-STRING
       END-IF
EXIT.

WidenMapBounds.
       PERFORM LocateMapRoom
       IF NOT MapRoomOnGrid
           MOVE MapRoom TO MapRoomShown
           STRING " " DELIMITED BY SIZE
               MapRoomShown DELIMITED BY SIZE
               INTO MapOffGrid WITH POINTER MapOffPtr
           END-STRING
           EXIT PARAGRAPH
       END-IF
       IF NOT MapHasRooms
           MOVE "Y" TO MapAnyPlaced
           MOVE MapX TO MapMinX
           MOVE MapX TO MapMaxX
           MOVE MapY TO MapMinY
           MOVE MapY TO MapMaxY
           EXIT PARAGRAPH
       END-IF
       IF MapX IS LESS THAN MapMinX
           MOVE MapX TO MapMinX
       END-IF
       IF MapX IS GREATER THAN MapMaxX
           MOVE MapX TO MapMaxX
       END-IF
       IF MapY IS LESS THAN MapMinY
           MOVE MapY TO MapMinY
       END-IF
       IF MapY IS GREATER THAN MapMaxY
           MOVE MapY TO MapMaxY
       END-IF
EXIT.

      *> One room and its four doors. The doors are probed the way
      *> the crawl probes them, standing in MapRoom for the moment.
DrawMapRoom.
       COMPUTE MapTextCol = (MapX - MapMinX) * 4 + 2
       COMPUTE MapTextRow = (MapY - MapMinY) * 2 + 3
       PERFORM PickMapMark
       MOVE "[" TO MapLines(MapTextRow)(MapTextCol:1)
       MOVE MapMark TO MapLines(MapTextRow)(MapTextCol + 1:1)
       MOVE "]" TO MapLines(MapTextRow)(MapTextCol + 2:1)
       MOVE MapRoom TO PlayerRoomId
       PERFORM VARYING ProbeDir FROM 1 BY 1 UNTIL ProbeDir > 4
           PERFORM ProbeDirection
           IF ProbeTarget IS GREATER THAN 0 OR ProbeLockFlag = "Y"
               PERFORM DrawMapDoor
           END-IF
       END-PERFORM
       MOVE MapHoldRoom TO PlayerRoomId
EXIT.

DrawMapDoor.
       IF ProbeLockFlag IS EQUAL TO "Y"
           MOVE "#" TO MapDoorChar
       ELSE
           IF ProbeDir IS LESS THAN 3
               MOVE "|" TO MapDoorChar
           ELSE
               MOVE "-" TO MapDoorChar
           END-IF
       END-IF
       EVALUATE ProbeDir
        WHEN 1
           MOVE MapDoorChar TO MapLines(MapTextRow - 1)(MapTextCol + 1:1)
        WHEN 2
           MOVE MapDoorChar TO MapLines(MapTextRow + 1)(MapTextCol + 1:1)
        WHEN 3
           MOVE MapDoorChar TO MapLines(MapTextRow)(MapTextCol + 3:1)
        WHEN 4
           MOVE MapDoorChar TO MapLines(MapTextRow)(MapTextCol - 1:1)
       END-EVALUATE
EXIT.

      *> Ye, then a stair, then what the room holds now.
PickMapMark.
       MOVE SPACE TO MapMark
       IF MapRoom IS EQUAL TO MapHoldRoom
           MOVE "@" TO MapMark
           EXIT PARAGRAPH
       END-IF
       IF WorldDungeon AND CurrentLevel IS GREATER THAN 0
           PERFORM VARYING LinkScan FROM 1 BY 1
               UNTIL LinkScan IS GREATER THAN LinkCount
               IF LkLevel(LinkScan) IS EQUAL TO CurrentLevel
                   AND LkLocation(LinkScan) IS EQUAL TO MapRoom
                   IF LkDir(LinkScan) IS EQUAL TO "D"
                       MOVE ">" TO MapMark
                   ELSE
                       MOVE "<" TO MapMark
                   END-IF
               END-IF
           END-PERFORM
           IF MapMark IS NOT EQUAL TO SPACE
               EXIT PARAGRAPH
           END-IF
       END-IF
       EVALUATE TRUE
        WHEN RcMonsterKind(MapRoom) IS GREATER THAN 0
           MOVE "M" TO MapMark
        WHEN MapCleared(MapRoom:1) IS EQUAL TO "Y"
           MOVE "x" TO MapMark
        WHEN RcTreasureKind(MapRoom) IS GREATER THAN 0
           MOVE "$" TO MapMark
       END-EVALUATE
EXIT.

WriteAutomap.
       OPEN OUTPUT MapFile
       IF MapFileStatus IS NOT EQUAL TO "00"
           MOVE 50 TO Msg-Number
           MOVE MapFileStatus TO Msg-Arg-Value(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING MapLineIdx FROM 1 BY 1
           UNTIL MapLineIdx > MapLineCount
           MOVE MapLines(MapLineIdx) TO MapFileLine
           WRITE MapFileLine
       END-PERFORM
       CLOSE MapFile
EXIT.

      *> Drawing is pure: it stamps whatever the room state says is
      *> there. What IS there gets rolled once, on entry, by
      *> RollRoomContents - so a redraw after a kill or a take shows

StampHud.
       MOVE SPACES TO HudLine
       MOVE 1 TO HudIconCol
       STRING "HP " DELIMITED BY SIZE
           PlayerHealth DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           PlayerMaxHealth DELIMITED BY SIZE
           " LV" DELIMITED BY SIZE
           HeroLevel DELIMITED BY SIZE
           " XP" DELIMITED BY SIZE
           HeroExperience DELIMITED BY SIZE
           " F:" DELIMITED BY SIZE
           FacingLetter DELIMITED BY SIZE
           " RM" DELIMITED BY SIZE
           PlayerRoomId DELIMITED BY SIZE
           " HAUL " DELIMITED BY SIZE
           INTO HudLine
           WITH POINTER HudIconCol
       END-STRING
       MOVE HudIconCol TO HudIconStart
       PERFORM VARYING HudIconIdx FROM 1 BY 1
           UNTIL HudIconIdx IS GREATER THAN HaulCount
           OR HudIconCol IS GREATER THAN 55
           ADD 1 TO HudIconCol
       END-PERFORM
       IF HaulCount IS EQUAL TO 0
           MOVE "-" TO HudLine(HudIconStart:1)
       END-IF
       PERFORM VARYING HudCol FROM 1 BY 1 UNTIL HudCol > 56
           MOVE HudLine(HudCol:1) TO FramePixels(24, HudCol)
      *> unlocked world is written straight back so INVENTORY and
      *> this program keep telling the same story.
TryUnlockDoor.
       MOVE 51 TO Msg-Number
       PERFORM SayMessage
       MOVE 0 TO KeyItemId
       MOVE 0 TO KeySlot
       PERFORM VARYING KeyScan FROM 1 BY 1
           END-IF
       END-PERFORM
       IF KeyItemId IS EQUAL TO 0
           MOVE 52 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM DetermineLockNeighbor
       IF LockNeighbor IS EQUAL TO 0
           MOVE 53 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO SaveDoors(PlayerRoomId, ChosenDir)
       END-PERFORM
       SUBTRACT 1 FROM SaveCarriedCount
       PERFORM WriteWorldSaveBack
       MOVE 54 TO Msg-Number
       PERFORM SayMessage
       PERFORM EnterCurrentRoom
EXIT.


WriteWorldSaveBack.
       MOVE WorldSaveRecord TO WorldRecordHold
       MOVE WorldSaveName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorldSaveName
       OPEN OUTPUT WorldSaveFile
       IF WorldSaveFileStatus IS NOT EQUAL TO "00"
           MOVE 55 TO Msg-Number
           MOVE WorldSaveFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WorldIdOutRecord
       MOVE "#V " TO WIOTag
       MOVE "INVSAVE " TO WIOType
       IF WorldMapHeld
           MOVE "06" TO WIOVersion
       ELSE
           MOVE "05" TO WIOVersion
       END-IF
       MOVE "CRAWLER " TO WIOProgram
       ACCEPT WorldWriteDate FROM DATE YYYYMMDD
       MOVE WorldWriteDate TO WIODate
       WRITE WorldIdOutRecord
       MOVE WorldRecordHold TO WorldSaveRecord
       WRITE WorldSaveRecord
       IF WorldMapHeld
           MOVE WorldMapHold TO WorldMapRecord
           WRITE WorldMapRecord
       END-IF
       CLOSE WorldSaveFile
EXIT.

      *> Fill the whole dungeon's contents table up front with the
      *> same odds the old per-entry rolls used.
PreRollRoomContents.
       MOVE SPACES TO MapCleared
      *> A SHOS save supplies its own contents in LoadShosSave.
       IF ShosDungeon
           EXIT PARAGRAPH
       END-IF
       IF WorldDungeon
           MOVE LocCount TO RcCount
           PERFORM LoadWorldFeatures
       ELSE
           MOVE 9 TO RcCount
       END-IF
       PERFORM VARYING RcIdx FROM 1 BY 1 UNTIL RcIdx > RcCount
           PERFORM RollMonster
           PERFORM RollTreasure
           IF WorldDungeon
               AND LocFeatureAt(RcIdx) IS NOT EQUAL TO SPACES
               PERFORM HonorWorldFeature
           END-IF
           IF KoboldIsPresent
               MOVE MonsterRoll TO RcMonsterKind(RcIdx)
               MOVE CurrentMonsterHits TO RcMonsterHits(RcIdx)
       END-PERFORM
EXIT.

HonorWorldFeature.
       EVALUATE LocFeatureAt(RcIdx)
        WHEN "LAIR"
           IF NOT KoboldIsPresent
               MOVE SaveLocationType(RcIdx) TO SpawnChamberFlag
               PERFORM PickSpawnSpecies
           END-IF
        WHEN "SHRINE"
           MOVE "N" TO KoboldPresent
        WHEN "TREASURY"
           IF NOT TreasureIsHere
               MOVE "Y" TO TreasurePresent
               COMPUTE TreasureKind = FUNCTION RANDOM() * 3 + 1
               SET TreasureIdx TO TreasureKind
           END-IF
        WHEN "TRAP"
           MOVE "N" TO TreasurePresent
       END-EVALUATE
EXIT.

LoadWorldFeatures.
       PERFORM VARYING FeatureScan FROM 1 BY 1 UNTIL FeatureScan > 400
           MOVE SPACES TO LocFeatureAt(FeatureScan)
       END-PERFORM
       MOVE SPACES TO FeatureTypes
       PERFORM VARYING FeatureScan FROM 1 BY 1
           UNTIL FeatureScan IS GREATER THAN LocCount
           MOVE SaveLocationType(FeatureScan)
               TO FeatureTypes(FeatureScan:1)
       END-PERFORM
       MOVE "N" TO FeatureSection
       MOVE "N" TO MazeOriginFlag
       OPEN INPUT WorldFeatureFile
       IF WorldFeatureStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WorldFeatureStatus IS NOT EQUAL TO "00"
           READ WorldFeatureFile
               AT END
                   MOVE "10" TO WorldFeatureStatus
               NOT AT END
                   PERFORM KeepWorldFeature
           END-READ
       END-PERFORM
       CLOSE WorldFeatureFile
EXIT.

KeepWorldFeature.
       IF WfhTag IS EQUAL TO "#WORLD "
           MOVE "N" TO FeatureSection
           IF WfhLevel IS NUMERIC AND WfhLevel IS EQUAL TO CurrentLevel
               AND WfhSize IS NUMERIC AND WfhSize IS EQUAL TO WorldSize
               AND WfhTypes(1:LocCount) IS EQUAL TO
                   FeatureTypes(1:LocCount)
               MOVE "Y" TO FeatureSection
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WfhTag IS EQUAL TO "#MAZE  "
           IF FeatureSectionMatches AND WfmWindowColumn IS NUMERIC
               AND WfmWindowRow IS NUMERIC
               MOVE "Y" TO MazeOriginFlag
               MOVE WfmKey TO OriginMazeKey
               MOVE WfmFile TO OriginMazeFile
               MOVE WfmWindowColumn TO OriginWindowColumn
               MOVE WfmWindowRow TO OriginWindowRow
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF FeatureSectionMatches AND WfLocation IS NUMERIC
           AND WfLocation IS GREATER THAN 0
           AND WfLocation IS NOT GREATER THAN LocCount
           MOVE WfFeature TO LocFeatureAt(WfLocation)
       END-IF
EXIT.

DescribeWorldFeature.
       EVALUATE LocFeatureAt(PlayerRoomId)
        WHEN "SHRINE"
           MOVE 56 TO Msg-Number
           PERFORM SayMessage
        WHEN "ARMORY"
           MOVE 57 TO Msg-Number
           PERFORM SayMessage
        WHEN "LAIR"
           MOVE 58 TO Msg-Number
           PERFORM SayMessage
        WHEN "TREASURY"
           MOVE 59 TO Msg-Number
           PERFORM SayMessage
        WHEN "TRAP"
           MOVE 60 TO Msg-Number
           PERFORM SayMessage
       END-EVALUATE
EXIT.

      *> What the table says is here, not a fresh roll.
RollRoomContents.
       IF RcMonsterKind(PlayerRoomId) IS GREATER THAN 0
       IF WorldDungeon
           MOVE SaveLocationType(RcIdx) TO SpawnChamberFlag
       END-IF
       PERFORM PickSpawnSpecies
EXIT.

      *> The weighted draw itself, shared with the roadside fight;
      *> KoboldPresent comes back "N" when nothing has any weight.
PickSpawnSpecies.
       MOVE 0 TO SpawnWeightTotal
       PERFORM VARYING SpawnScan FROM 1 BY 1
           UNTIL SpawnScan IS GREATER THAN MonsterCount
EXIT.

FetchSpawnWeight.
       IF RoadEncounter
           EVALUATE SpawnTerrain
            WHEN "F"
               MOVE MonsterWeightRoad(SpawnScan, 2) TO SpawnHereWeight
            WHEN "S"
               MOVE MonsterWeightRoad(SpawnScan, 3) TO SpawnHereWeight
            WHEN "R"
               MOVE MonsterWeightRoad(SpawnScan, 4) TO SpawnHereWeight
            WHEN OTHER
               MOVE MonsterWeightRoad(SpawnScan, 1) TO SpawnHereWeight
           END-EVALUATE
           EXIT PARAGRAPH
       END-IF
       IF SpawnChamberFlag IS EQUAL TO "C"
           MOVE MonsterWeightC(SpawnScan) TO SpawnHereWeight
       ELSE
PresentFrame.
       OPEN OUTPUT FrameOutputFile
       IF FrameOutputFileStatus IS NOT EQUAL TO "00"
           MOVE 61 TO Msg-Number
           MOVE FrameOutputFileStatus TO Msg-Arg-Value(1)
           PERFORM SayMessage
       ELSE
           PERFORM PresentFrameRow VARYING RenderRow FROM 1 BY 1 UNTIL NoMoreRows
           CLOSE FrameOutputFile
       MOVE 10 TO MonsterWeightC(2)
       MOVE 15 TO MonsterWeightP(3)
       MOVE 10 TO MonsterWeightC(3)
       MOVE 05 TO MonsterWeightRoad(1, 1)
       MOVE 10 TO MonsterWeightRoad(1, 2)
       MOVE 05 TO MonsterWeightRoad(1, 3)
       MOVE 00 TO MonsterWeightRoad(1, 4)
       MOVE 10 TO MonsterWeightRoad(2, 1)
       MOVE 10 TO MonsterWeightRoad(2, 2)
       MOVE 00 TO MonsterWeightRoad(2, 3)
       MOVE 05 TO MonsterWeightRoad(2, 4)
       MOVE 05 TO MonsterWeightRoad(3, 1)
       MOVE 05 TO MonsterWeightRoad(3, 2)
       MOVE 15 TO MonsterWeightRoad(3, 3)
       MOVE 10 TO MonsterWeightRoad(3, 4)
       MOVE 3 TO MonsterCount
       PERFORM LoadBestiary
EXIT.
       CLOSE BestiaryFile
       IF BstSpeciesIdx IS GREATER THAN 0
           MOVE BstSpeciesIdx TO MonsterCount
           MOVE 62 TO Msg-Number
           MOVE MonsterCount TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
EXIT.

       ELSE
           MOVE 10 TO MonsterWeightC(BstSpeciesIdx)
       END-IF
       PERFORM VARYING BstRoadIdx FROM 1 BY 1 UNTIL BstRoadIdx > 4
           IF BestiaryLine(17 + BstRoadIdx * 2:2) IS NUMERIC
               MOVE BestiaryLine(17 + BstRoadIdx * 2:2)
                   TO MonsterWeightRoad(BstSpeciesIdx, BstRoadIdx)
           ELSE
               MOVE MonsterWeightP(BstSpeciesIdx)
                   TO MonsterWeightRoad(BstSpeciesIdx, BstRoadIdx)
           END-IF
       END-PERFORM
       PERFORM VARYING BstRowIdx FROM 1 BY 1
           UNTIL BstRowIdx IS GREATER THAN 12 OR BstDone IS EQUAL TO "Y"
           READ BestiaryFile
           MOVE MonsterDamage(BstSpeciesIdx) TO BestiaryLine(14:1)
           MOVE MonsterWeightP(BstSpeciesIdx) TO BestiaryLine(15:2)
           MOVE MonsterWeightC(BstSpeciesIdx) TO BestiaryLine(17:2)
           PERFORM VARYING BstRoadIdx FROM 1 BY 1 UNTIL BstRoadIdx > 4
               MOVE MonsterWeightRoad(BstSpeciesIdx, BstRoadIdx)
                   TO BestiaryLine(17 + BstRoadIdx * 2:2)
           END-PERFORM
           WRITE BestiaryLine
           PERFORM VARYING BstRowIdx FROM 1 BY 1
               UNTIL BstRowIdx IS GREATER THAN 12
           END-PERFORM
       END-PERFORM
       CLOSE BestiaryFile
       MOVE 63 TO Msg-Number
       PERFORM SayMessage
EXIT.

InitializeKoboldSprite.
       MOVE "........................" TO MonsterRows(3, 11)
       MOVE "........................" TO MonsterRows(3, 12)
EXIT.

      *> A pending record means WANDER is waiting on a roadside
      *> fight; anything else - no file, or one already answered -
      *> and this is an ordinary crawl.
CheckEncounterRequest.
       MOVE "N" TO EncounterFlag
       OPEN INPUT EncounterFile
       IF EncounterFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       READ EncounterFile
           AT END
               MOVE "10" TO EncounterFileStatus
       END-READ
       IF EncounterFileStatus IS EQUAL TO "00"
           AND EncState IS EQUAL TO "P"
           MOVE "Y" TO EncounterFlag
           MOVE EncounterRecord TO EncounterHold
       END-IF
       CLOSE EncounterFile
EXIT.

      *> One room, every door shut: room 1 of the built-in graph with
      *> its neighbors taken away, and the monster the ground breeds
      *> standing in it. No treasure lies on an open road.
SetUpRoadEncounter.
       MOVE EncounterHold TO EncounterRecord
       MOVE 1 TO PlayerRoomId
       MOVE 1 TO PlayerFacing
       PERFORM VARYING EncDirIdx FROM 1 BY 1 UNTIL EncDirIdx > 4
           MOVE 0 TO RoomNeighbors(1, EncDirIdx)
       END-PERFORM
       MOVE 1 TO RcCount
       MOVE 0 TO RcTreasureKind(1)
       MOVE EncTerrain TO SpawnTerrain
       PERFORM PickSpawnSpecies
       IF NOT KoboldIsPresent
           MOVE 64 TO Msg-Number
           PERFORM SayMessage
           MOVE 0 TO RcMonsterKind(1)
           MOVE "N" TO EncounterResult
           SET IsGameOver TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE MonsterRoll TO RcMonsterKind(1)
       MOVE CurrentMonsterHits TO RcMonsterHits(1)
       MOVE 65 TO Msg-Number
       MOVE EncX TO Msg-Arg-Value(1)
       MOVE EncY TO Msg-Arg-Value(2)
       PERFORM SayMessage
EXIT.

      *> The fight ends when the monster falls, the wanderer does, or
      *> the wanderer runs for it.
RoadEncounterTurn.
       MOVE 66 TO Msg-Number
       PERFORM SayPrompt
       ACCEPT Command
       EVALUATE Command
        WHEN "attack"
        WHEN "a"
           PERFORM AttackMonster
        WHEN "flee"
        WHEN "f"
        WHEN "q"
           MOVE 67 TO Msg-Number
           PERFORM SayMessage
           MOVE "F" TO EncounterResult
           SET IsGameOver TO TRUE
           EXIT PARAGRAPH
       END-EVALUATE
       IF PlayerHealth IS EQUAL TO 0
           MOVE "D" TO EncounterResult
           SET IsGameOver TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF NOT KoboldIsPresent
           MOVE 68 TO Msg-Number
           PERFORM SayMessage
           MOVE "W" TO EncounterResult
           SET IsGameOver TO TRUE
       END-IF
EXIT.

WriteEncounterOutcome.
       MOVE EncounterHold TO EncounterRecord
       MOVE EncounterResult TO EncState
       IF RcMonsterKind(1) IS GREATER THAN 0
           OR EncounterResult IS EQUAL TO "W"
           MOVE MonsterName(MonsterIdx) TO EncMonster
       ELSE
           MOVE SPACES TO EncMonster
       END-IF
       MOVE PlayerHealth TO EncHealth
       OPEN OUTPUT EncounterFile
       IF EncounterFileStatus IS NOT EQUAL TO "00"
           MOVE 69 TO Msg-Number
           MOVE EncounterFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       WRITE EncounterRecord
       CLOSE EncounterFile
EXIT.

      *> The hero is whoever PLAYPROF says is playing; a name not yet
      *> on the roster starts a fresh level-one adventurer.
LoadHero.
       MOVE 0 TO HeroCount
       OPEN INPUT HeroFile
       IF HeroFileStatus IS EQUAL TO "00"
           PERFORM UNTIL HeroFileStatus IS NOT EQUAL TO "00"
               READ HeroFile
                   AT END
                       MOVE "10" TO HeroFileStatus
                   NOT AT END
                       PERFORM KeepHeroRecord
               END-READ
           END-PERFORM
           CLOSE HeroFile
       END-IF
       MOVE 0 TO HeroSlot
       PERFORM VARYING HeroIdx FROM 1 BY 1
           UNTIL HeroIdx IS GREATER THAN HeroCount
           IF HeName(HeroIdx) IS EQUAL TO Prof-Name
               AND HeroSlot IS EQUAL TO 0
               MOVE HeroIdx TO HeroSlot
           END-IF
       END-PERFORM
       IF HeroSlot IS GREATER THAN 0
           MOVE HeLevel(HeroSlot) TO HeroLevel
           MOVE HeExperience(HeroSlot) TO HeroExperience
           MOVE HeKills(HeroSlot) TO HeroKills
           MOVE HeDeaths(HeroSlot) TO HeroDeaths
       ELSE
           MOVE 1 TO HeroLevel
           MOVE 0 TO HeroExperience
           MOVE 0 TO HeroKills
           MOVE 0 TO HeroDeaths
       END-IF
       IF HeroLevel IS LESS THAN 1
           MOVE 1 TO HeroLevel
       END-IF
       IF HeroLevel IS GREATER THAN HeroMaxLevel
           MOVE HeroMaxLevel TO HeroLevel
       END-IF
       PERFORM ApplyHeroLevel
       MOVE PlayerMaxHealth TO PlayerHealth
       MOVE 70 TO Msg-Number
       MOVE FUNCTION TRIM(Prof-Name) TO Msg-Arg-Value(1)
       MOVE HeroLevel TO Msg-Arg-Value(2)
       MOVE HeroExperience TO Msg-Arg-Value(3)
       PERFORM SayMessage
EXIT.

KeepHeroRecord.
       IF HeroCount IS NOT LESS THAN 20
           OR HrLevel IS NOT NUMERIC OR HrExperience IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO HeroCount
       MOVE HrName TO HeName(HeroCount)
       MOVE HrLevel TO HeLevel(HeroCount)
       MOVE HrExperience TO HeExperience(HeroCount)
       IF HrKills IS NUMERIC
           MOVE HrKills TO HeKills(HeroCount)
       ELSE
           MOVE 0 TO HeKills(HeroCount)
       END-IF
       IF HrDeaths IS NUMERIC
           MOVE HrDeaths TO HeDeaths(HeroCount)
       ELSE
           MOVE 0 TO HeDeaths(HeroCount)
       END-IF
       IF HrLastDate IS NUMERIC
           MOVE HrLastDate TO HeLastDate(HeroCount)
       ELSE
           MOVE 0 TO HeLastDate(HeroCount)
       END-IF
EXIT.

      *> What the level makes of the hero: max health, the weight of
      *> a blow, and the experience marks either side.
ApplyHeroLevel.
       COMPUTE PlayerMaxHealth =
           HeroBaseHealth + HeroHpStep * (HeroLevel - 1)
       COMPUTE HeroAttack = (HeroLevel - 1) / 3 + 1
       COMPUTE HeroFloor = HeroStep * HeroLevel * (HeroLevel - 1) / 2
       COMPUTE HeroNextAt = HeroStep * (HeroLevel + 1) * HeroLevel / 2
EXIT.

AwardExperience.
       COMPUTE HeroGain = MonsterMaxHits(MonsterIdx)
           * (MonsterDamage(MonsterIdx) + 1)
       ADD HeroGain TO HeroExperience
       ADD 1 TO HeroKills
       MOVE 71 TO Msg-Number
       MOVE HeroGain TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM RaiseHeroLevel
           UNTIL HeroLevel IS NOT LESS THAN HeroMaxLevel
           OR HeroExperience IS LESS THAN HeroNextAt
       PERFORM SaveHero
EXIT.

      *> A new level's extra health comes with it, not just the room
      *> for it.
RaiseHeroLevel.
       ADD 1 TO HeroLevel
       PERFORM ApplyHeroLevel
       ADD HeroHpStep TO PlayerHealth
       IF PlayerHealth IS GREATER THAN PlayerMaxHealth
           MOVE PlayerMaxHealth TO PlayerHealth
       END-IF
       MOVE 72 TO Msg-Number
       MOVE HeroLevel TO Msg-Arg-Value(1)
       MOVE PlayerMaxHealth TO Msg-Arg-Value(2)
       MOVE HeroAttack TO Msg-Arg-Value(3)
       PERFORM SayMessage
       MOVE "CRAWLER" TO GL-Program
       MOVE "LEVELUP" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING Prof-Name DELIMITED BY "  "
           " level " DELIMITED BY SIZE
           HeroLevel DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
EXIT.

HeroDeath.
       COMPUTE HeroLoss = HeroExperience / 4
       IF HeroExperience - HeroLoss IS LESS THAN HeroFloor
           COMPUTE HeroLoss = HeroExperience - HeroFloor
       END-IF
       SUBTRACT HeroLoss FROM HeroExperience
       ADD 1 TO HeroDeaths
       MOVE 73 TO Msg-Number
       MOVE HeroLevel TO Msg-Arg-Value(1)
       MOVE HeroLoss TO Msg-Arg-Value(2)
       PERFORM SayMessage
       PERFORM SaveHero
EXIT.

      *> The whole roster is written back with this hero's line
      *> brought up to date; a twenty-first name is played but not
      *> kept.
SaveHero.
       IF HeroSlot IS EQUAL TO 0
           IF HeroCount IS NOT LESS THAN 20
               MOVE 74 TO Msg-Number
               PERFORM SayMessage
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HeroCount
           MOVE HeroCount TO HeroSlot
           MOVE Prof-Name TO HeName(HeroSlot)
       END-IF
       MOVE HeroLevel TO HeLevel(HeroSlot)
       MOVE HeroExperience TO HeExperience(HeroSlot)
       MOVE HeroKills TO HeKills(HeroSlot)
       MOVE HeroDeaths TO HeDeaths(HeroSlot)
       ACCEPT HeLastDate(HeroSlot) FROM DATE YYYYMMDD
       OPEN OUTPUT HeroFile
       IF HeroFileStatus IS NOT EQUAL TO "00"
           MOVE 75 TO Msg-Number
           MOVE HeroFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING HeroIdx FROM 1 BY 1
           UNTIL HeroIdx IS GREATER THAN HeroCount
           MOVE HeName(HeroIdx) TO HrName
           MOVE HeLevel(HeroIdx) TO HrLevel
           MOVE HeExperience(HeroIdx) TO HrExperience
           MOVE HeKills(HeroIdx) TO HrKills
           MOVE HeDeaths(HeroIdx) TO HrDeaths
           MOVE HeLastDate(HeroIdx) TO HrLastDate
           WRITE HeroRecord
       END-PERFORM
       CLOSE HeroFile
EXIT.

      *> Player-facing text comes from the MSGCAT catalog in the
      *> player's language: set Msg-Number and any Msg-Arg-Value
      *> (and Msg-Arg-Width where a column must line up), then say it.
SayMessage.
       CALL "MSGCAT" USING Message-Request
       DISPLAY Msg-Text(1:Msg-Length)
       INITIALIZE Msg-Args
       EXIT.

SayPrompt.
       CALL "MSGCAT" USING Message-Request
       DISPLAY Msg-Text(1:Msg-Length) " " WITH NO ADVANCING
       INITIALIZE Msg-Args
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 10
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
       MOVE "CRAWLER" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
