           SELECT WorldSaveFile ASSIGN DYNAMIC WorldSaveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorldSaveFileStatus.
           SELECT LinkFile ASSIGN DYNAMIC LinkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkFileStatus.
           SELECT RecipeFile ASSIGN DYNAMIC RecipeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecipeFileStatus.
           SELECT StockFile ASSIGN DYNAMIC StockFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StockFileStatus.
           SELECT LedgerFile ASSIGN DYNAMIC LedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.

DATA DIVISION.
       FILE SECTION.
          02 V4PedFood PIC 99.
          02 V4PedPotion PIC 99.
          02 V4PedKey PIC 99.
      *> Layout 06: a third record follows the world record - the
      *> explored map, "#M " and then each location's visited flag
      *> and its four remembered-lock flags. Readers that stop after
      *> the world record never notice it.
       01 WorldMapRecord.
          02 MapTag PIC X(3).
          02 SaveExplore OCCURS 400 TIMES.
             03 SaveVisited PIC X.
             03 SaveLockKnown PIC X OCCURS 4 TIMES.
      *> MAZETOWORLD's stair manifest: where each stair way leaves
      *> from and where (level, location, file) it arrives.
       FD LinkFile.
          02 LnkTargetLevel PIC 99.
          02 LnkTargetLoc PIC 999.
          02 LnkTargetFile PIC X(40).
      *> A manifest may also name the stocking template its worlds
      *> are built with: "#STOCK " and the template name.
       01 LinkStockRecord.
          02 LnkStockTag PIC X(7).
          02 LnkStockName PIC X(8).

      *> One crafting recipe per record: two ItemTypes in the pack
      *> plus this line yield the result type. Authored as data - a
          02 RcpFileTypeA PIC 99.
          02 RcpFileTypeB PIC 99.
          02 RcpFileResult PIC 99.

      *> One stocking rule per record - the layout and the STANDARD
      *> template are set out in STOCKTPL.cpy.
       FD StockFile.
       01 StockFileRecord.
          02 StkTemplate PIC X(8).
          02 StkBandLow PIC 99.
          02 StkBandHigh PIC 99.
          02 StkItemType PIC 99.
          02 StkMode PIC X.
          02 StkAmount PIC 999.
          02 StkPrefer PIC X.

      *> One item changing hands, appended as it happens - the place
      *> codes are set out with LedgerData below. ITEMAUDIT replays
      *> these against a world's save.
       FD LedgerFile.
       01 LedgerRecord.
          02 LgDate PIC 9(8).
          02 LgTime PIC 9(8).
          02 LgWorld PIC X(40).
          02 LgAction PIC X(8).
          02 LgItemId PIC 999.
          02 LgItemType PIC 99.
          02 LgFrom PIC X.
          02 LgFromLoc PIC 999.
          02 LgTo PIC X.
          02 LgToLoc PIC 999.
       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LinkFileName PIC X(60) VALUE "world_links.dat".
          02 RecipeFileName PIC X(60) VALUE "inventory_recipes.dat".
          02 StockFileName PIC X(60) VALUE "inventory_stock.dat".
          02 LedgerFileName PIC X(60) VALUE "inventory_ledger.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 4 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 WorldSaveName PIC X(60) VALUE "inventory_save.dat".
      *> The world record waits here while the map record behind it
      *> is read through the same buffer.
       01 WorldRecordHold PIC X(5286).
       01 LinkFileStatus PIC XX.
      *> Linked levels: while CurrentLevel is nonzero, a stair
      *> location from the manifest saves this level to its own file
          02 ReloadOkFlag PIC X.
             88 LevelReloaded VALUE "Y".
          02 FallbackName PIC X(40).
          02 LinkStockName PIC X(8) VALUE SPACES.
          02 LinkTopLevel PIC 99 VALUE 0.
      *> The world being played, by its name in the catalog. Blank
      *> when the catalog could not be had and the old single save is
      *> played instead.
       01 WorldSlotData.
          02 SlotName PIC X(12) VALUE SPACES.
          02 SlotInput PIC X(12).
          02 SlotNumber PIC 99.
          02 SlotShow PIC Z9.
          02 SlotScan PIC 99.
          02 SlotAnswer PIC X.
          02 SlotPickedFlag PIC X VALUE "N".
             88 SlotPicked VALUE "Y".
          02 WorldWon PIC X VALUE "N".
       01 RecipeFileStatus PIC XX.
       01 StockFileStatus PIC XX.
       01 LedgerFileStatus PIC XX.
      *> The item ledger. Every move names where the item came from
      *> and where it went:
      *>   W  the world's stock (a build, or a world first seen)
      *>   L  a location (the Loc field says which)
      *>   P  the pack
      *>   S  the scavenger's clutches
      *>   D  the peddler's stall (coins in, wares out)
      *>   M  the workbench - made by COMBINE
      *>   X  used up - eaten, quaffed, spent in a lock or a recipe
      *>   T  carried off the level by a stair
      *>   N  lost for good
      *> A world opens in the ledger with a BUILD (fresh) or ADOPT
      *> (already saved) record and one record for each item it holds.
      *> SAVE and LOAD records mark the world going to and coming back
      *> from its file - moves between a SAVE and the next LOAD were
      *> never kept.
       01 LedgerData.
          02 LedgerAction PIC X(8).
          02 LedgerItemId PIC 999.
          02 LedgerFrom PIC X.
          02 LedgerFromLoc PIC 999 VALUE 0.
          02 LedgerTo PIC X.
          02 LedgerToLoc PIC 999 VALUE 0.
          02 LedgerScan PIC 999.
          02 LedgerLocScan PIC 999.
          02 LedgerOpenFlag PIC X.
             88 LedgerIsOpen VALUE "Y".
          02 LedgerKnownFlag PIC X.
             88 LedgerKnowsWorld VALUE "Y".
       01 RecipeData.
          02 RecipeCount PIC 99 VALUE 0.
          02 Recipes OCCURS 10 TIMES.
                   88 ItemConsumed VALUE 2.
                   88 ItemRotten VALUE 3.
                   88 ItemStolen VALUE 4.
      *> What the player has seen: every location stood in, and every
      *> door found locked by walking into it (RememberBlockedDoor).
      *> Both ride in the save's map record.
       01 ExploreData.
          02 ExploreCells OCCURS 400 TIMES.
             03 LocVisited PIC X VALUE "N".
                88 WasVisited VALUE "Y".
             03 LockKnown PIC X OCCURS 4 TIMES VALUE "N".
                88 LockRemembered VALUE "Y".
      *> The MAP command and the map printed at SaveWorld draw the
      *> same picture: two characters a cell, walls between, and
      *> nothing at all where the player has not been.
       01 MapData.
          02 MapLine PIC X(60).
          02 MapRow PIC 99.
          02 MapCol PIC 99.
          02 MapPos PIC 99.
          02 MapLoc PIC 999.
          02 MapGlyph PIC X.
          02 MapOutput PIC X.
             88 MapToReport VALUE "P".
          02 MapKnownFlag PIC X.
             88 MapSideKnown VALUE "Y".
          02 MapVisitedCount PIC 999.
          02 MapScan PIC 999.
          02 MapLinkScan PIC 99.
          02 MapTitle PIC X(60).
       COPY "REPORTSVC.cpy".
      *> How many turns each item has ridden in the pack. Not part of
      *> the save record (which MAZETOWORLD mirrors field-for-field) -
      *> the spoilage clock starts fresh on resume.
          02 ItemAges PIC 999 OCCURS 400 TIMES.
       COPY "ITEMDESC.cpy".
       COPY "PLAYPROF.cpy".
       COPY "MSGCAT.cpy".
       COPY "GAMELOG.cpy".
       COPY "SEEDREQ.cpy".
       COPY "DIRSVC.cpy".
       COPY "CMDPARSE.cpy".
       COPY "STOCKTPL.cpy".
       COPY "WORLDCAT.cpy".
       COPY "PURSE.cpy".
      *> The scavenger: one persistent creature, placed at world
      *> build, padding one location a turn through open doors. When
      *> it reaches the player it snatches a carried item and flees;
          02 PedWantType PIC 99.
          02 PurseCount PIC 99.
          02 PedScan PIC 99.
          02 PedSpend PIC 99.
          02 PedSellSlot PIC 99.
      *> Coins come out of the player's shared purse at world start,
      *> at so much gold a coin, no more than a handful at a time; a
      *> won world pays the coins still carried back in.
       01 PurseDrawData.
          02 CoinRate PIC 99 VALUE 10.
          02 DrawLimit PIC 9.
          02 DrawInput PIC X(4).
          02 DrawCount PIC 9.
       01 PackData.
          02 PackWeight PIC 999.
          02 PackLimit PIC 999 VALUE 25.
             88 GameOver VALUE 0.
          02 Dummy PIC 999.
          02 Command PIC X(10).
          02 BlockedLocId PIC 999 VALUE 0.
          02 BlockedDoorIdx PIC 9 VALUE 0.
          02 KeyItemId PIC 999.
          02 SkeletonItemId PIC 999.
          02 ItemsPlaced PIC 999 VALUE 0.
          02 PlacedCount PIC 999.
          02 StockCeiling PIC 999.
          02 StockAttempts PIC 9(4).
          02 CandidateLocation PIC 999.
          02 TakenItemId PIC 999.
          02 CarriedCount PIC 99 VALUE 0.
          02 ValDoorIdx PIC 9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       MOVE "INVENTRY" TO Msg-Program
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
       MOVE "INVENTRY" TO GL-Program
       MOVE "SEED" TO GL-Event
       MOVE SPACES TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       MOVE "L" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Prof-Language TO Msg-Language
       PERFORM PickWorldSlot
       PERFORM EnsureRecipeFile
       PERFORM LoadRecipes
       PERFORM LoadLevelLinks
       PERFORM LoadWorldIfSaved
       PERFORM DrawFromPurse
       PERFORM GameLoop UNTIL GameOver
       PERFORM StampWorldSlot
       MOVE "S" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE "INVENTRY" TO GL-Program
       CALL "GAMELOG" USING GameLog-Request
STOP RUN.

      *> Players sharing the terminal each keep their own world in
      *> the catalog. The screen lists them all and comes round again
      *> until one is picked: a number plays it, N starts a new one,
      *> C copies one and D deletes one. Blank plays the player's own
      *> world - the first they own, else the first listed, else a
      *> new one under the player's name.
PickWorldSlot.
       MOVE "N" TO SlotPickedFlag
       PERFORM ShowWorldCatalog
       IF NOT Wct-Done
           MOVE 139 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM AskWorldSlot UNTIL SlotPicked
       IF SlotName IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE 138 TO Msg-Number
       MOVE SlotName TO Msg-Arg-Value(1)
       MOVE WorldSaveName TO Msg-Arg-Value(2)
       PERFORM SayMessage
       EXIT.

ShowWorldCatalog.
       MOVE "R" TO Wct-Action
       CALL "WORLDCAT" USING World-Catalog-Request
       IF NOT Wct-Done
           EXIT PARAGRAPH
       END-IF
       MOVE 121 TO Msg-Number
       PERFORM SayMessage
       IF Wct-Count IS EQUAL TO 0
           MOVE 124 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 122 TO Msg-Number
       PERFORM SayMessage
       PERFORM VARYING SlotScan FROM 1 BY 1
           UNTIL SlotScan IS GREATER THAN Wct-Count
           PERFORM ShowWorldSlot
       END-PERFORM
       EXIT.

ShowWorldSlot.
       MOVE 123 TO Msg-Number
       MOVE SlotScan TO SlotShow
       MOVE SlotShow TO Msg-Arg-Value(1)
       MOVE 2 TO Msg-Arg-Width(1)
       MOVE Wct-Ent-Name(SlotScan) TO Msg-Arg-Value(2)
       MOVE 12 TO Msg-Arg-Width(2)
       MOVE Wct-Ent-Owner(SlotScan) TO Msg-Arg-Value(3)
       IF Wct-Ent-Owner(SlotScan) IS EQUAL TO SPACES
           MOVE "-" TO Msg-Arg-Value(3)
       END-IF
       MOVE 12 TO Msg-Arg-Width(3)
       MOVE Wct-Ent-Size(SlotScan) TO Msg-Arg-Value(4)
       MOVE 2 TO Msg-Arg-Width(4)
       MOVE Wct-Ent-Levels(SlotScan) TO Msg-Arg-Value(5)
       MOVE 2 TO Msg-Arg-Width(5)
       MOVE Wct-Ent-Played(SlotScan) TO Msg-Arg-Value(6)
       IF Wct-Ent-Played(SlotScan) IS EQUAL TO 0
           MOVE "-" TO Msg-Arg-Value(6)
       END-IF
       MOVE 8 TO Msg-Arg-Width(6)
       MOVE "N" TO Msg-Arg-Value(7)
       IF Wct-Ent-Victory(SlotScan) IS EQUAL TO "Y"
           MOVE "Y" TO Msg-Arg-Value(7)
       END-IF
       MOVE 1 TO Msg-Arg-Width(7)
       EVALUATE Wct-Ent-Audit(SlotScan)
           WHEN "P"
               MOVE "pass" TO Msg-Arg-Value(8)
           WHEN "F"
               MOVE "FAIL" TO Msg-Arg-Value(8)
           WHEN OTHER
               MOVE "-" TO Msg-Arg-Value(8)
       END-EVALUATE
       PERFORM SayMessage
       EXIT.

AskWorldSlot.
       MOVE 125 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO SlotInput
       ACCEPT SlotInput
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SlotInput)) TO SlotInput
       EVALUATE SlotInput
           WHEN SPACES
               PERFORM PickOwnWorld
           WHEN "N"
               PERFORM AddWorldSlot
           WHEN "C"
               PERFORM CopyWorldSlot
           WHEN "D"
               PERFORM DeleteWorldSlot
           WHEN OTHER
               PERFORM ReadSlotNumber
               IF SlotNumber IS GREATER THAN 0
                   PERFORM TakeWorldSlot
               END-IF
       END-EVALUATE
       EXIT.

      *> SlotNumber from SlotInput, or zero (with the player told)
      *> when it names no world in the list.
ReadSlotNumber.
       MOVE 0 TO SlotNumber
       IF SlotInput(1:2) IS NUMERIC
           MOVE SlotInput(1:2) TO SlotNumber
       ELSE
           IF SlotInput(1:1) IS NUMERIC
               MOVE SlotInput(1:1) TO SlotNumber
           END-IF
       END-IF
       IF SlotNumber IS GREATER THAN Wct-Count
           OR SlotNumber IS EQUAL TO 0
           MOVE 137 TO Msg-Number
           MOVE SlotInput TO Msg-Arg-Value(1)
           PERFORM SayMessage
           MOVE 0 TO SlotNumber
       END-IF
       EXIT.

TakeWorldSlot.
       MOVE Wct-Ent-Name(SlotNumber) TO SlotName
       MOVE Wct-Ent-File(SlotNumber) TO WorldSaveName
       MOVE "Y" TO SlotPickedFlag
       EXIT.

PickOwnWorld.
       MOVE 0 TO SlotNumber
       PERFORM VARYING SlotScan FROM Wct-Count BY -1
           UNTIL SlotScan IS LESS THAN 1
           IF Wct-Ent-Owner(SlotScan) IS EQUAL TO Prof-Name
               MOVE SlotScan TO SlotNumber
           END-IF
       END-PERFORM
       IF SlotNumber IS EQUAL TO 0 AND Wct-Count IS GREATER THAN 0
           MOVE 1 TO SlotNumber
       END-IF
       IF SlotNumber IS GREATER THAN 0
           PERFORM TakeWorldSlot
           EXIT PARAGRAPH
       END-IF
       MOVE Prof-Name TO SlotInput
       PERFORM AddNamedWorld
       IF NOT SlotPicked
           MOVE 139 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO SlotPickedFlag
       END-IF
       EXIT.

AddWorldSlot.
       MOVE 126 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO SlotInput
       ACCEPT SlotInput
       IF SlotInput IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       PERFORM AddNamedWorld
       EXIT.

      *> The catalog names the new world's save; INVENTORY builds the
      *> world itself when it finds that save missing.
AddNamedWorld.
       MOVE "A" TO Wct-Action
       MOVE SlotInput TO Wct-Name
       MOVE Prof-Name TO Wct-Owner
       MOVE 0 TO Wct-Size
       CALL "WORLDCAT" USING World-Catalog-Request
       EVALUATE TRUE
           WHEN Wct-Done
               MOVE Wct-Name TO SlotName
               MOVE Wct-File TO WorldSaveName
               MOVE "Y" TO SlotPickedFlag
           WHEN Wct-Taken
               PERFORM SayNameTaken
           WHEN OTHER
               MOVE 140 TO Msg-Number
               PERFORM SayMessage
       END-EVALUATE
       EXIT.

SayNameTaken.
       IF Wct-Count IS NOT LESS THAN 20
           MOVE 128 TO Msg-Number
       ELSE
           MOVE 127 TO Msg-Number
           MOVE Wct-Name TO Msg-Arg-Value(1)
       END-IF
       PERFORM SayMessage
       EXIT.

      *> The copy belongs to whoever made it. WORLDCAT will not copy
      *> a world more than one level deep.
CopyWorldSlot.
       MOVE 129 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO SlotInput
       ACCEPT SlotInput
       PERFORM ReadSlotNumber
       IF SlotNumber IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE 130 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO SlotInput
       ACCEPT SlotInput
       IF SlotInput IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO Wct-Action
       MOVE Wct-Ent-Name(SlotNumber) TO Wct-Name
       MOVE SlotInput TO Wct-New-Name
       MOVE Prof-Name TO Wct-Owner
       CALL "WORLDCAT" USING World-Catalog-Request
       EVALUATE TRUE
           WHEN Wct-Done
               MOVE 131 TO Msg-Number
               MOVE Wct-Name TO Msg-Arg-Value(1)
               MOVE Wct-New-Name TO Msg-Arg-Value(2)
               PERFORM SayMessage
           WHEN Wct-Taken
               MOVE Wct-New-Name TO Wct-Name
               PERFORM SayNameTaken
           WHEN Wct-Levelled
               MOVE 145 TO Msg-Number
               MOVE Wct-Name TO Msg-Arg-Value(1)
               MOVE Wct-Levels TO SlotShow
               MOVE FUNCTION TRIM(SlotShow) TO Msg-Arg-Value(2)
               PERFORM SayMessage
           WHEN OTHER
               MOVE 132 TO Msg-Number
               PERFORM SayMessage
       END-EVALUATE
       PERFORM ShowWorldCatalog
       EXIT.

      *> WORLDCAT refuses a world somebody else owns, or one more than
      *> one level deep.
DeleteWorldSlot.
       MOVE 133 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO SlotInput
       ACCEPT SlotInput
       PERFORM ReadSlotNumber
       IF SlotNumber IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE 134 TO Msg-Number
       MOVE Wct-Ent-Name(SlotNumber) TO Msg-Arg-Value(1)
       PERFORM SayPrompt
       MOVE SPACE TO SlotAnswer
       ACCEPT SlotAnswer
       IF SlotAnswer IS NOT EQUAL TO "y" AND SlotAnswer IS NOT EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "D" TO Wct-Action
       MOVE Wct-Ent-Name(SlotNumber) TO Wct-Name
       MOVE Prof-Name TO Wct-Owner
       CALL "WORLDCAT" USING World-Catalog-Request
       EVALUATE TRUE
           WHEN Wct-Done
               MOVE 135 TO Msg-Number
               MOVE Wct-Name TO Msg-Arg-Value(1)
               PERFORM SayMessage
           WHEN Wct-Refused
               MOVE 136 TO Msg-Number
               MOVE Wct-Name TO Msg-Arg-Value(1)
               MOVE Wct-Ent-Owner(SlotNumber) TO Msg-Arg-Value(2)
               PERFORM SayMessage
           WHEN Wct-Levelled
               MOVE 146 TO Msg-Number
               MOVE Wct-Name TO Msg-Arg-Value(1)
               MOVE Wct-Levels TO SlotShow
               MOVE FUNCTION TRIM(SlotShow) TO Msg-Arg-Value(2)
               PERFORM SayMessage
           WHEN OTHER
               MOVE 140 TO Msg-Number
               PERFORM SayMessage
       END-EVALUATE
       PERFORM ShowWorldCatalog
       EXIT.

      *> The catalog hears how the session left the world: played
      *> today, its size and flights, and whether the amulet got out.
StampWorldSlot.
       IF SlotName IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "P" TO Wct-Action
       MOVE SlotName TO Wct-Name
       MOVE WorldSize TO Wct-Size
       MOVE 1 TO Wct-Levels
       IF CurrentLevel IS GREATER THAN 0
           AND LinkTopLevel IS GREATER THAN 1
           MOVE LinkTopLevel TO Wct-Levels
       END-IF
       MOVE WorldWon TO Wct-Victory
       CALL "WORLDCAT" USING World-Catalog-Request
       EXIT.

LoadWorldIfSaved.
       MOVE "N" TO WorldIdRejected
       MOVE WorldSaveName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorldSaveName
       OPEN INPUT WorldSaveFile
       IF WorldSaveFileStatus IS EQUAL TO "00"
           READ WorldSaveFile
           PERFORM RestoreWorld
           PERFORM ValidateWorld
           IF ValErrors IS EQUAL TO 0
               MOVE 3 TO Msg-Number
               PERFORM SayMessage
               PERFORM LedgerWorldLoaded
           ELSE
               MOVE 4 TO Msg-Number
               MOVE ValErrors TO Msg-Arg-Value(1)
               PERFORM SayMessage
               PERFORM ResetWorldDefaults
               PERFORM InitializeLocations
               MOVE 1 TO LocationId OF ScratchPad
       EXIT.

AskWorldSize.
       MOVE 5 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO SizeAskInput
       ACCEPT SizeAskInput
       MOVE 10 TO WorldSize
       END-IF
       COMPUTE LocCount = WorldSize * WorldSize
       MOVE LocCount TO ExitLocationId
       MOVE 6 TO Msg-Number
       MOVE WorldSize TO Msg-Arg-Value(1)
       MOVE WorldSize TO Msg-Arg-Value(2)
       MOVE LocCount TO Msg-Arg-Value(3)
       PERFORM SayMessage
       PERFORM ChooseStockTemplate
       EXIT.

      *> A fresh world is stocked from a template: the one the stair
      *> manifest names, or else the operator's pick.
ChooseStockTemplate.
       IF LinkStockName IS NOT EQUAL TO SPACES
           MOVE LinkStockName TO StockTemplateName
           MOVE 7 TO Msg-Number
           MOVE FUNCTION TRIM(StockTemplateName) TO Msg-Arg-Value(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 8 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO StockTemplateInput
       ACCEPT StockTemplateInput
       IF StockTemplateInput IS EQUAL TO SPACES
           MOVE "STANDARD" TO StockTemplateName
       ELSE
           MOVE FUNCTION UPPER-CASE(StockTemplateInput)
               TO StockTemplateName
       END-IF
       EXIT.

      *> The first record may be the "#V" identification stamp. A
      *> is layout 01 (the data is already in the buffer); anything
      *> else is refused with its own words quoted back.
CheckWorldIdRecord.
       PERFORM ClearExplored
       MOVE "01" TO WorldLayoutVersion
       IF WorldIdTag IS NOT EQUAL TO "#V "
           EXIT PARAGRAPH
       END-IF
       IF WorldIdType IS NOT EQUAL TO "INVSAVE "
           MOVE 9 TO Msg-Number
           MOVE WorldIdType TO Msg-Arg-Value(1)
           MOVE 8 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           MOVE "Y" TO WorldIdRejected
           EXIT PARAGRAPH
       END-IF
       IF WorldIdVersion IS GREATER THAN "06"
           MOVE 10 TO Msg-Number
           MOVE WorldIdVersion TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           MOVE "Y" TO WorldIdRejected
           EXIT PARAGRAPH
       END-IF
       READ WorldSaveFile
           AT END
               MOVE "Y" TO WorldIdRejected
               MOVE 11 TO Msg-Number
               PERFORM SayMessage
           NOT AT END
               PERFORM ReadExploreRecord
       END-READ
       EXIT.

      *> Layout 06 and later carry the explored map behind the world
      *> record. An older save, or one rewritten by a program that
      *> keeps only the world record, starts with nothing explored.
ReadExploreRecord.
       IF WorldLayoutVersion IS LESS THAN "06"
           EXIT PARAGRAPH
       END-IF
       MOVE WorldSaveRecord TO WorldRecordHold
       READ WorldSaveFile
           AT END
               CONTINUE
           NOT AT END
               IF MapTag IS EQUAL TO "#M "
                   PERFORM VARYING MapScan FROM 1 BY 1
                       UNTIL MapScan IS GREATER THAN LocCount
                       MOVE SaveExplore(MapScan) TO ExploreCells(MapScan)
                   END-PERFORM
               END-IF
       END-READ
       MOVE WorldRecordHold TO WorldSaveRecord
       MOVE "00" TO WorldSaveFileStatus
       EXIT.

ClearExplored.
       PERFORM VARYING MapScan FROM 1 BY 1
           UNTIL MapScan IS GREATER THAN 400
           MOVE "NNNNN" TO ExploreCells(MapScan)
       END-PERFORM
       EXIT.

      *> inventory_save.dat is trusted by nobody after the 000-location
      *> incident: a truncated or hand-damaged file used to load
      *> silently and misbehave later. Every failed check is named so
           MOVE 0 TO ItemStatus OF Items(ValLocIdx)
           MOVE 0 TO ItemAges(ValLocIdx)
       END-PERFORM
       PERFORM ClearExplored
       EXIT.

ValidateWorld.
       IF LocationId OF ScratchPad IS EQUAL TO 0
           OR LocationId OF ScratchPad IS GREATER THAN LocCount
           ADD 1 TO ValErrors
           MOVE 12 TO Msg-Number
           MOVE LocationId OF ScratchPad TO Msg-Arg-Value(1)
           MOVE WorldSize TO Msg-Arg-Value(2)
           MOVE WorldSize TO Msg-Arg-Value(3)
           PERFORM SayMessage
       END-IF
       IF CarriedCount IS GREATER THAN 20
           ADD 1 TO ValErrors
           MOVE 13 TO Msg-Number
           MOVE CarriedCount TO Msg-Arg-Value(1)
           PERFORM SayMessage
       ELSE
           PERFORM VARYING ValSlot FROM 1 BY 1
               UNTIL ValSlot IS GREATER THAN CarriedCount
               IF ValItemId IS EQUAL TO 0
                   OR ValItemId IS GREATER THAN LocCount
                   ADD 1 TO ValErrors
                   MOVE 14 TO Msg-Number
                   MOVE ValSlot TO Msg-Arg-Value(1)
                   MOVE ValItemId TO Msg-Arg-Value(2)
                   PERFORM SayMessage
               ELSE
                   IF NOT ItemCarried(ValItemId)
                       AND NOT ItemRotten(ValItemId)
                       ADD 1 TO ValErrors
                       MOVE 15 TO Msg-Number
                       MOVE ValItemId TO Msg-Arg-Value(1)
                       MOVE ItemStatus OF Items(ValItemId) TO Msg-Arg-Value(2)
                       PERFORM SayMessage
                   END-IF
               END-IF
           END-PERFORM
           IF LocationTypes(ValLocIdx) IS NOT EQUAL TO "P"
               AND LocationTypes(ValLocIdx) IS NOT EQUAL TO "C"
               ADD 1 TO ValErrors
               MOVE 16 TO Msg-Number
               MOVE ValLocIdx TO Msg-Arg-Value(1)
               MOVE LocationTypes(ValLocIdx) TO Msg-Arg-Value(2)
               MOVE 1 TO Msg-Arg-Width(2)
               PERFORM SayMessage
           END-IF
           PERFORM VARYING ValDoorIdx FROM 1 BY 1
               UNTIL ValDoorIdx IS GREATER THAN 4
               IF Doors(ValLocIdx, ValDoorIdx) IS NOT EQUAL TO "Y"
                   AND Doors(ValLocIdx, ValDoorIdx) IS NOT EQUAL TO "N"
                   ADD 1 TO ValErrors
                   MOVE 17 TO Msg-Number
                   MOVE ValLocIdx TO Msg-Arg-Value(1)
                   MOVE ValDoorIdx TO Msg-Arg-Value(2)
                   MOVE Doors(ValLocIdx, ValDoorIdx) TO Msg-Arg-Value(3)
                   MOVE 1 TO Msg-Arg-Width(3)
                   PERFORM SayMessage
               END-IF
           END-PERFORM
           IF ValLocIdx IS NOT GREATER THAN LocCount - WorldSize
               IF Doors(ValLocIdx, 2) IS NOT EQUAL TO
                   Doors(ValLocIdx + WorldSize, 1)
                   ADD 1 TO ValErrors
                   MOVE 18 TO Msg-Number
                   MOVE ValLocIdx TO Msg-Arg-Value(1)
                   PERFORM SayMessage
               END-IF
           END-IF
           IF FUNCTION MOD(ValLocIdx, WorldSize) IS NOT EQUAL TO 0
               IF Doors(ValLocIdx, 3) IS NOT EQUAL TO
                   Doors(ValLocIdx + 1, 4)
                   ADD 1 TO ValErrors
                   MOVE 19 TO Msg-Number
                   MOVE ValLocIdx TO Msg-Arg-Value(1)
                   PERFORM SayMessage
               END-IF
           END-IF
       END-PERFORM
      *> The stamp goes out first, while the shared record area is
      *> still free - the data moves below reuse the same buffer.
SaveWorld.
       MOVE WorldSaveName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorldSaveName
       OPEN OUTPUT WorldSaveFile
       MOVE SPACES TO WorldIdRecord
       MOVE "#V " TO WorldIdTag
       MOVE "INVSAVE " TO WorldIdType
       MOVE "06" TO WorldIdVersion
       MOVE "INVENTRY" TO WorldIdProgram
       ACCEPT WorldIdDateWork FROM DATE YYYYMMDD
       MOVE WorldIdDateWork TO WorldIdDate
       MOVE PedStockKey TO SavePedKey
       MOVE CurrentLevel TO SaveLevelNumber
       WRITE WorldSaveRecord
       MOVE SPACES TO WorldMapRecord
       MOVE "#M " TO MapTag
       PERFORM VARYING MapScan FROM 1 BY 1 UNTIL MapScan > 400
           MOVE ExploreCells(MapScan) TO SaveExplore(MapScan)
       END-PERFORM
       WRITE WorldMapRecord
       CLOSE WorldSaveFile
       MOVE 20 TO Msg-Number
       PERFORM SayMessage
       MOVE "SAVE" TO LedgerAction
       PERFORM WriteLedgerMarker
       PERFORM PrintWorldMap
       EXIT.

GameLoop.
       MOVE "Y" TO LocVisited(LocationId OF ScratchPad)
       MOVE 21 TO Msg-Number
       MOVE LocationId OF ScratchPad TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 22 TO Msg-Number
       MOVE Energy TO Msg-Arg-Value(1)
       PERFORM SayMessage
       IF Energy IS NOT GREATER THAN 3
           MOVE 23 TO Msg-Number
           PERFORM SayMessage
       END-IF
       IF IsChamber(LocationId OF ScratchPad)
           MOVE 24 TO Msg-Number
           MOVE FUNCTION TRIM(LocationTypeDesc(2)) TO Msg-Arg-Value(1)
           PERFORM SayMessage
       ELSE
           MOVE 24 TO Msg-Number
           MOVE FUNCTION TRIM(LocationTypeDesc(1)) TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       IF ItemId OF Locations(LocationId OF ScratchPad) IS EQUAL TO 0
           MOVE 25 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE 26 TO Msg-Number
           MOVE ItemTypeDesc(ItemTypes OF Items (ItemId OF Locations(LocationId OF ScratchPad)) + 1) TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       IF LocationId OF ScratchPad IS EQUAL TO PeddlerLoc
           PERFORM ShowPeddlerStall
               PERFORM BuyFromPeddler
           WHEN "sell"
               PERFORM SellToPeddler
           WHEN "map"
               PERFORM ShowMap
       END-EVALUATE.

TakeItem.
       MOVE ItemId OF Locations(LocationId OF ScratchPad) TO TakenItemId
       IF TakenItemId IS EQUAL TO 0
           MOVE 27 TO Msg-Number
           PERFORM SayMessage
       ELSE
           IF CarriedCount < 20
               MOVE 1 TO ItemStatus OF Items(TakenItemId)
               MOVE 0 TO ItemId OF Locations(LocationId OF ScratchPad)
               ADD 1 TO CarriedCount
               MOVE TakenItemId TO CarriedItemIds(CarriedCount)
               MOVE "TAKE" TO LedgerAction
               MOVE TakenItemId TO LedgerItemId
               MOVE "L" TO LedgerFrom
               MOVE LocationId OF ScratchPad TO LedgerFromLoc
               MOVE "P" TO LedgerTo
               PERFORM WriteLedger
               MOVE ItemTypeWeight(ItemTypes OF Items(TakenItemId) + 1)
                   TO TakenWeight
               PERFORM TallyPackWeight
               MOVE 28 TO Msg-Number
               MOVE TakenWeight TO Msg-Arg-Value(1)
               MOVE PackWeight TO Msg-Arg-Value(2)
               MOVE PackLimit TO Msg-Arg-Value(3)
               PERFORM SayMessage
               IF PackWeight IS GREATER THAN PackLimit
                   MOVE 29 TO Msg-Number
                   PERFORM SayMessage
                   MOVE 30 TO Msg-Number
                   PERFORM SayMessage
               END-IF
           ELSE
               MOVE 31 TO Msg-Number
               PERFORM SayMessage
           END-IF
       END-IF
       EXIT.
       EVALUATE TRUE
           WHEN TakenItemId IS GREATER THAN 0
               MOVE 2 TO ItemStatus OF Items(TakenItemId)
               MOVE "EAT" TO LedgerAction
               MOVE TakenItemId TO LedgerItemId
               MOVE "P" TO LedgerFrom
               MOVE "X" TO LedgerTo
               PERFORM WriteLedger
               PERFORM RemoveCarriedSlot
               ADD 2 TO Energy
               IF Energy > 99
                   MOVE 99 TO Energy
               END-IF
               ADD 1 TO Prof-Items-Eaten
               MOVE 32 TO Msg-Number
               MOVE Energy TO Msg-Arg-Value(1)
               PERFORM SayMessage
           WHEN StewItemId IS GREATER THAN 0
               MOVE 2 TO ItemStatus OF Items(StewItemId)
               MOVE "EAT" TO LedgerAction
               MOVE StewItemId TO LedgerItemId
               MOVE "P" TO LedgerFrom
               MOVE "X" TO LedgerTo
               PERFORM WriteLedger
               MOVE StewSlot TO CarriedSlot
               PERFORM RemoveCarriedSlot
               ADD 5 TO Energy
                   MOVE 99 TO Energy
               END-IF
               ADD 1 TO Prof-Items-Eaten
               MOVE 33 TO Msg-Number
               MOVE Energy TO Msg-Arg-Value(1)
               PERFORM SayMessage
           WHEN RottenItemId IS GREATER THAN 0
               MOVE 2 TO ItemStatus OF Items(RottenItemId)
               MOVE "EAT" TO LedgerAction
               MOVE RottenItemId TO LedgerItemId
               MOVE "P" TO LedgerFrom
               MOVE "X" TO LedgerTo
               PERFORM WriteLedger
               PERFORM RemoveCarriedSlot
               IF Energy IS NOT GREATER THAN 2
                   MOVE 0 TO Energy
                   SUBTRACT 2 FROM Energy
               END-IF
               ADD 1 TO Prof-Items-Eaten
               MOVE 34 TO Msg-Number
               MOVE Energy TO Msg-Arg-Value(1)
               PERFORM SayMessage
               IF Energy IS EQUAL TO 0
                   MOVE 35 TO Msg-Number
                   PERFORM SayMessage
                   MOVE 0 TO LocationId OF ScratchPad
               END-IF
           WHEN OTHER
               MOVE 36 TO Msg-Number
               PERFORM SayMessage
       END-EVALUATE
       EXIT.

DropItem.
       IF CarriedCount IS EQUAL TO 0
           MOVE 37 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF ItemId OF Locations(LocationId OF ScratchPad) IS NOT EQUAL TO 0
           MOVE 38 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE CarriedItemIds(CarriedCount) TO TakenItemId
       MOVE 0 TO ItemStatus OF Items(TakenItemId)
       MOVE TakenItemId TO ItemId OF Locations(LocationId OF ScratchPad)
       MOVE "DROP" TO LedgerAction
       MOVE TakenItemId TO LedgerItemId
       MOVE "P" TO LedgerFrom
       MOVE "L" TO LedgerTo
       MOVE LocationId OF ScratchPad TO LedgerToLoc
       PERFORM WriteLedger
       MOVE CarriedCount TO CarriedSlot
       PERFORM RemoveCarriedSlot
       MOVE 39 TO Msg-Number
       PERFORM SayMessage
       EXIT.

RememberBlockedDoor.
       MOVE LocationId OF ScratchPad TO BlockedLocId
       MOVE BlockedLocId TO DoorLocIdx
       MOVE BlockedDoorIdx TO DoorIdx
       PERFORM DetermineDoorNeighbor
       PERFORM DetermineOppositeDoorDirection
       MOVE "Y" TO LockKnown(DoorLocIdx, DoorIdx)
       MOVE "Y" TO LockKnown(DoorNeighborId, DoorOppositeIdx)
       MOVE 40 TO Msg-Number
       PERFORM SayMessage
       EXIT.

      *> Opens the door last bumped into, both sides at once, the
UnlockDoor.
       IF BlockedLocId IS EQUAL TO 0
           OR BlockedLocId IS NOT EQUAL TO LocationId OF ScratchPad
           MOVE 41 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO KeyItemId
           END-IF
       END-PERFORM
       IF KeyItemId IS EQUAL TO 0 AND SkeletonItemId IS EQUAL TO 0
           MOVE 42 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE BlockedLocId TO DoorLocIdx
       PERFORM DetermineOppositeDoorDirection
       MOVE "Y" TO Doors(DoorLocIdx, DoorIdx)
       MOVE "Y" TO Doors(DoorNeighborId, DoorOppositeIdx)
       MOVE "N" TO LockKnown(DoorLocIdx, DoorIdx)
       MOVE "N" TO LockKnown(DoorNeighborId, DoorOppositeIdx)
      *> A tarnished key is spent in the lock; the filed-down
      *> skeleton key is the whole point of the filing - it lasts.
       IF KeyItemId IS GREATER THAN 0
           MOVE 2 TO ItemStatus OF Items(KeyItemId)
           MOVE "UNLOCK" TO LedgerAction
           MOVE KeyItemId TO LedgerItemId
           MOVE "P" TO LedgerFrom
           MOVE "X" TO LedgerTo
           PERFORM WriteLedger
           PERFORM RemoveCarriedSlot
           MOVE 43 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE 44 TO Msg-Number
           PERFORM SayMessage
           MOVE 45 TO Msg-Number
           PERFORM SayMessage
       END-IF
       MOVE 0 TO BlockedLocId
       MOVE 0 TO BlockedDoorIdx
               IF ItemAges(CarriedItemIds(AgeIdx)) > SpoilTurns
                   MOVE 3 TO ItemStatus OF
                       Items(CarriedItemIds(AgeIdx))
                   MOVE 46 TO Msg-Number
                   PERFORM SayMessage
               END-IF
           END-IF
       END-PERFORM
           END-IF
       END-PERFORM
       IF TakenItemId IS EQUAL TO 0
           MOVE 47 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE 2 TO ItemStatus OF Items(TakenItemId)
           MOVE "QUAFF" TO LedgerAction
           MOVE TakenItemId TO LedgerItemId
           MOVE "P" TO LedgerFrom
           MOVE "X" TO LedgerTo
           PERFORM WriteLedger
           PERFORM RemoveCarriedSlot
           ADD 1 TO Luck
           IF Luck > 99
               MOVE 99 TO Luck
           END-IF
           MOVE 48 TO Msg-Number
           MOVE Luck TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.


ListCarried.
       IF CarriedCount IS EQUAL TO 0
           MOVE 49 TO Msg-Number
           PERFORM SayMessage
       ELSE
           PERFORM TallyPackWeight
           IF PackWeight IS GREATER THAN PackLimit
               MOVE 50 TO Msg-Number
               MOVE PackWeight TO Msg-Arg-Value(1)
               MOVE PackLimit TO Msg-Arg-Value(2)
               PERFORM SayMessage
           ELSE
               MOVE 51 TO Msg-Number
               MOVE PackWeight TO Msg-Arg-Value(1)
               MOVE PackLimit TO Msg-Arg-Value(2)
               PERFORM SayMessage
           END-IF
           MOVE 52 TO Msg-Number
           PERFORM SayMessage
           PERFORM VARYING CarriedIdx FROM 1 BY 1
               UNTIL CarriedIdx > CarriedCount
               EVALUATE TRUE
                WHEN Food(CarriedItemIds(CarriedIdx))
                       AND ItemRotten(CarriedItemIds(CarriedIdx))
                   MOVE 53 TO Msg-Number
                   PERFORM SayMessage
                WHEN Food(CarriedItemIds(CarriedIdx))
                   MOVE 54 TO Msg-Number
                   PERFORM SayMessage
                WHEN Potion(CarriedItemIds(CarriedIdx))
                   MOVE 55 TO Msg-Number
                   PERFORM SayMessage
                WHEN DoorKey(CarriedItemIds(CarriedIdx))
                   MOVE 56 TO Msg-Number
                   PERFORM SayMessage
                WHEN Amulet(CarriedItemIds(CarriedIdx))
                   MOVE 57 TO Msg-Number
                   PERFORM SayMessage
                WHEN Stew(CarriedItemIds(CarriedIdx))
                   MOVE 58 TO Msg-Number
                   PERFORM SayMessage
                WHEN SkeletonKey(CarriedItemIds(CarriedIdx))
                   MOVE 59 TO Msg-Number
                   PERFORM SayMessage
                WHEN Coin(CarriedItemIds(CarriedIdx))
                   MOVE 60 TO Msg-Number
                   PERFORM SayMessage
               END-EVALUATE
           END-PERFORM
       END-IF
           COMPUTE StaggerRoll = FUNCTION RANDOM() * 2
           IF StaggerRoll IS EQUAL TO 1
               IF PackWeight IS GREATER THAN PackLimit
                   MOVE 61 TO Msg-Number
                   PERFORM SayMessage
               ELSE
                   MOVE 62 TO Msg-Number
                   PERFORM SayMessage
               END-IF
               MOVE "N" TO StepFlag
           END-IF
       PERFORM AgeCarriedFood
       SUBTRACT 1 FROM Energy
       IF Energy IS EQUAL TO 0
           MOVE 63 TO Msg-Number
           PERFORM SayMessage
           MOVE 64 TO Msg-Number
           PERFORM SayMessage
           MOVE 0 TO LocationId OF ScratchPad
       END-IF
       IF NOT GameOver
       ELSE
           MOVE "up" TO StairWord
       END-IF
       MOVE 65 TO Msg-Number
       MOVE FUNCTION TRIM(StairWord) TO Msg-Arg-Value(1)
       MOVE LkTargetLevel(LinkScan) TO Msg-Arg-Value(2)
       PERFORM SayPrompt
       ACCEPT StairChoice
       IF StairChoice IS NOT EQUAL TO "y"
           AND StairChoice IS NOT EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
      *> this level goes to rest in its own file before the climb -
      *> without the pack, which leaves with the player
       PERFORM HoldTravellingPack
       PERFORM ReleaseTravellingPack
       PERFORM SaveWorld
       MOVE WorldSaveName TO FallbackName
       MOVE LkTargetFile(LinkScan) TO WorldSaveName
       PERFORM ReloadLinkedLevel
       IF LevelReloaded
           MOVE TakenItemId TO LocationId OF ScratchPad
           MOVE 66 TO Msg-Number
           MOVE CurrentLevel TO Msg-Arg-Value(1)
           MOVE LocationId OF ScratchPad TO Msg-Arg-Value(2)
           PERFORM SayMessage
       ELSE
           MOVE 67 TO Msg-Number
           PERFORM SayMessage
           MOVE 68 TO Msg-Number
           PERFORM SayMessage
           MOVE FallbackName TO WorldSaveName
           PERFORM ReloadLinkedLevel
           IF NOT LevelReloaded
               PERFORM RestoreTravellingPack
           END-IF
       END-IF
       EXIT.

ReloadLinkedLevel.
       MOVE "N" TO ReloadOkFlag
       MOVE "N" TO WorldIdRejected
       MOVE WorldSaveName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorldSaveName
       OPEN INPUT WorldSaveFile
       IF WorldSaveFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       IF WorldSaveFileStatus IS NOT EQUAL TO "00" OR WorldIdBad
           EXIT PARAGRAPH
       END-IF
       PERFORM RestoreWorld
       PERFORM LedgerWorldLoaded
       PERFORM RestoreTravellingPack
       MOVE "Y" TO ReloadOkFlag
       EXIT.
               MOVE 0 TO ItemAges(NewItemId)
               ADD 1 TO CarriedCount
               MOVE NewItemId TO CarriedItemIds(CarriedCount)
               MOVE "STAIRIN" TO LedgerAction
               MOVE NewItemId TO LedgerItemId
               MOVE "T" TO LedgerFrom
               MOVE "P" TO LedgerTo
               PERFORM WriteLedger
           ELSE
               MOVE 69 TO Msg-Number
               PERFORM SayMessage
               MOVE 70 TO Msg-Number
               PERFORM SayMessage
           END-IF
       END-PERFORM
       EXIT.

*> The pack's items leave this level's item table as the player
*> takes the stair, so the level file put to rest holds no stale
*> copies of them - they arrive on the far side under new ids.
ReleaseTravellingPack.
       PERFORM VARYING CarriedIdx FROM 1 BY 1
           UNTIL CarriedIdx IS GREATER THAN CarriedCount
           MOVE "STAIROUT" TO LedgerAction
           MOVE CarriedItemIds(CarriedIdx) TO LedgerItemId
           MOVE "P" TO LedgerFrom
           MOVE "T" TO LedgerTo
           PERFORM WriteLedger
           MOVE 0 TO ItemTypes OF Items(CarriedItemIds(CarriedIdx))
           MOVE 0 TO ItemStatus OF Items(CarriedItemIds(CarriedIdx))
           MOVE 0 TO CarriedItemIds(CarriedIdx)
       END-PERFORM
       MOVE 0 TO CarriedCount
       EXIT.

LoadLevelLinks.
       MOVE 0 TO LinkCount
       OPEN INPUT LinkFile
               AT END
                   MOVE "10" TO LinkFileStatus
               NOT AT END
                   IF LnkStockTag IS EQUAL TO "#STOCK "
                       MOVE LnkStockName TO LinkStockName
                   END-IF
                   IF LinkCount IS LESS THAN 40
                       AND LnkLevel IS NUMERIC
                       AND LnkLocation IS NUMERIC
                       MOVE LnkTargetLevel TO LkTargetLevel(LinkCount)
                       MOVE LnkTargetLoc TO LkTargetLoc(LinkCount)
                       MOVE LnkTargetFile TO LkTargetFile(LinkCount)
                       IF LnkLevel IS GREATER THAN LinkTopLevel
                           MOVE LnkLevel TO LinkTopLevel
                       END-IF
                       IF LnkTargetLevel IS NUMERIC
                           AND LnkTargetLevel IS GREATER THAN LinkTopLevel
                           MOVE LnkTargetLevel TO LinkTopLevel
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LinkFile
       IF LinkCount IS GREATER THAN 0
           MOVE 71 TO Msg-Number
           MOVE LinkCount TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.

           EXIT PARAGRAPH
       END-IF
       IF CarriedCount IS EQUAL TO 0
           MOVE 72 TO Msg-Number
           PERFORM SayMessage
           MOVE 73 TO Msg-Number
           PERFORM SayMessage
           PERFORM ScavengerFlees
           EXIT PARAGRAPH
       END-IF
       COMPUTE ScavSlot = FUNCTION RANDOM() * CarriedCount + 1
       MOVE CarriedItemIds(ScavSlot) TO StolenItemId
       MOVE 4 TO ItemStatus OF Items(StolenItemId)
       MOVE "STEAL" TO LedgerAction
       MOVE StolenItemId TO LedgerItemId
       MOVE "P" TO LedgerFrom
       MOVE "S" TO LedgerTo
       PERFORM WriteLedger
       MOVE ScavSlot TO CarriedSlot
       PERFORM RemoveCarriedSlot
       MOVE 74 TO Msg-Number
       MOVE FUNCTION TRIM(ItemTypeDesc( ItemTypes OF Items(StolenItemId) + 1)) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 75 TO Msg-Number
       PERFORM SayMessage
       PERFORM ScavengerFlees
       EXIT.

CatchScavenger.
       MOVE 76 TO Msg-Number
       MOVE FUNCTION TRIM(ItemTypeDesc( ItemTypes OF Items(StolenItemId) + 1)) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       IF CarriedCount IS LESS THAN 20
           MOVE 1 TO ItemStatus OF Items(StolenItemId)
           ADD 1 TO CarriedCount
           MOVE StolenItemId TO CarriedItemIds(CarriedCount)
           MOVE "CATCH" TO LedgerAction
           MOVE StolenItemId TO LedgerItemId
           MOVE "S" TO LedgerFrom
           MOVE "P" TO LedgerTo
           PERFORM WriteLedger
           MOVE 77 TO Msg-Number
           PERFORM SayMessage
       ELSE
           IF ItemId OF Locations(LocationId OF ScratchPad)
               IS EQUAL TO 0
               MOVE 0 TO ItemStatus OF Items(StolenItemId)
               MOVE StolenItemId TO
                   ItemId OF Locations(LocationId OF ScratchPad)
               MOVE "CATCH" TO LedgerAction
               MOVE StolenItemId TO LedgerItemId
               MOVE "S" TO LedgerFrom
               MOVE "L" TO LedgerTo
               MOVE LocationId OF ScratchPad TO LedgerToLoc
               PERFORM WriteLedger
               MOVE 78 TO Msg-Number
               PERFORM SayMessage
           ELSE
               MOVE 0 TO ItemStatus OF Items(StolenItemId)
               MOVE "CATCH" TO LedgerAction
               MOVE StolenItemId TO LedgerItemId
               MOVE "S" TO LedgerFrom
               MOVE "N" TO LedgerTo
               PERFORM WriteLedger
               MOVE 79 TO Msg-Number
               PERFORM SayMessage
               MOVE 80 TO Msg-Number
               PERFORM SayMessage
           END-IF
       END-IF
       MOVE 0 TO StolenItemId
       COMPUTE HazardKind = FUNCTION RANDOM() * 3 + 1
       EVALUATE HazardKind
           WHEN 1
               MOVE 81 TO Msg-Number
               PERFORM SayMessage
           WHEN 2
               MOVE 82 TO Msg-Number
               PERFORM SayMessage
           WHEN OTHER
               MOVE 83 TO Msg-Number
               PERFORM SayMessage
       END-EVALUATE
       IF Luck IS GREATER THAN 0
           SUBTRACT 1 FROM Luck
           MOVE 84 TO Msg-Number
           MOVE Luck TO Msg-Arg-Value(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       COMPUTE HazardDamage = FUNCTION RANDOM() * 3 + 1
       ELSE
           SUBTRACT HazardDamage FROM Energy
       END-IF
       MOVE 85 TO Msg-Number
       MOVE HazardDamage TO Msg-Arg-Value(1)
       MOVE Energy TO Msg-Arg-Value(2)
       PERFORM SayMessage
       IF Energy IS EQUAL TO 0
           MOVE 86 TO Msg-Number
           PERFORM SayMessage
           MOVE 0 TO LocationId OF ScratchPad
       END-IF
       EXIT.
           PERFORM CountChambers
       END-PERFORM
       COMPUTE LocationsInitialized = LocationId OF LocationData - 1
       MOVE 87 TO Msg-Number
       MOVE LocationsInitialized TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM SetDoors
       PERFORM PlaceItems
       MOVE "BUILD" TO LedgerAction
       PERFORM LedgerSnapshot.

SetDoors.
       PERFORM VARYING DoorLocIdx FROM 1 BY 1
       EXIT.

PlaceItems.
       PERFORM LoadStockTemplate
       COMPUTE StockCeiling = LocCount / 2
       PERFORM VARYING StockTypeIdx FROM 1 BY 1
           UNTIL StockTypeIdx IS GREATER THAN 7
           PERFORM PlaceStockedType
       END-PERFORM
       PERFORM PlaceAmulet
       PERFORM PlaceScavenger
       PERFORM DesignatePeddler
       MOVE 88 TO Msg-Number
       MOVE ItemsPlaced TO Msg-Arg-Value(1)
       PERFORM SayMessage.

*> The stocking plan for this world's size: the chosen template's
*> band, or STANDARD's when the template has none that fits, or the
*> built-in STANDARD rows when the file cannot be read at all.
LoadStockTemplate.
       PERFORM EnsureStockFile
       MOVE StockTemplateName TO StockReadName
       PERFORM ReadStockTemplate
       IF NOT StockBandMatched
           AND StockReadName IS NOT EQUAL TO "STANDARD"
           MOVE 89 TO Msg-Number
           MOVE FUNCTION TRIM(StockTemplateName) TO Msg-Arg-Value(1)
           MOVE WorldSize TO Msg-Arg-Value(2)
           PERFORM SayMessage
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
       MOVE 90 TO Msg-Number
       MOVE FUNCTION TRIM(StockReadName) TO Msg-Arg-Value(1)
       MOVE StockBandLow TO Msg-Arg-Value(2)
       MOVE StockBandHigh TO Msg-Arg-Value(3)
       PERFORM SayMessage
       EXIT.

EnsureStockFile.
       OPEN INPUT StockFile
       IF StockFileStatus IS EQUAL TO "00"
           CLOSE StockFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT StockFile
       IF StockFileStatus IS NOT EQUAL TO "00"
           MOVE 91 TO Msg-Number
           MOVE StockFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
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

*> One template line against this world: the right template, a
*> band that holds WorldSize, a type other than the amulet. The
*> first line for a type wins; a density is per 100 locations.
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
           COMPUTE StockWant(StockTypeIdx) = StkAmount * LocCount / 100
       ELSE
           MOVE StkAmount TO StockWant(StockTypeIdx)
       END-IF
       IF StkPrefer IS EQUAL TO "C" OR StkPrefer IS EQUAL TO "P"
           MOVE StkPrefer TO StockPrefer(StockTypeIdx)
       ELSE
           MOVE "A" TO StockPrefer(StockTypeIdx)
       END-IF
       EXIT.

*> Half the grid is the most a template may fill; the rest stays
*> free for crafting and the coins the stall mints.
PlaceStockedType.
       IF StockTypeIdx IS EQUAL TO 4
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO PlacedCount
       PERFORM UNTIL PlacedCount IS NOT LESS THAN StockWant(StockTypeIdx)
           OR ItemsPlaced IS NOT LESS THAN StockCeiling
           PERFORM PickStockLocation
           ADD 1 TO ItemsPlaced
           MOVE StockTypeIdx TO ItemTypes OF Items(ItemsPlaced)
           MOVE ItemsPlaced TO ItemId OF Locations(CandidateLocation)
           ADD 1 TO PlacedCount
       END-PERFORM
       IF PlacedCount IS LESS THAN StockWant(StockTypeIdx)
           MOVE 92 TO Msg-Number
           MOVE PlacedCount TO Msg-Arg-Value(1)
           MOVE StockWant(StockTypeIdx) TO Msg-Arg-Value(2)
           MOVE FUNCTION TRIM(ItemTypeDesc(StockTypeIdx + 1)) TO Msg-Arg-Value(3)
           PERFORM SayMessage
       END-IF
       EXIT.

*> The preferred ground while an empty spot of it turns up; any
*> empty location once it will not.
PickStockLocation.
       IF StockPrefer(StockTypeIdx) IS NOT EQUAL TO "C"
           AND StockPrefer(StockTypeIdx) IS NOT EQUAL TO "P"
           PERFORM PickEmptyLocation
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING StockAttempts FROM 1 BY 1
           UNTIL StockAttempts IS GREATER THAN LocCount * 4
           COMPUTE CandidateLocation = FUNCTION RANDOM() * LocCount + 1
           IF ItemId OF Locations(CandidateLocation) IS EQUAL TO 0
               AND LocationTypes(CandidateLocation) IS EQUAL TO
                   StockPrefer(StockTypeIdx)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       PERFORM PickEmptyLocation
       EXIT.

PickEmptyLocation.
       PERFORM WITH TEST AFTER
           UNTIL ItemId OF Locations(CandidateLocation) IS EQUAL TO 0
           COMPUTE CandidateLocation = FUNCTION RANDOM() * LocCount + 1
       END-PERFORM
       EXIT.

           END-IF
       END-PERFORM
       IF AmuletHeld IS NOT EQUAL TO "Y"
           MOVE 93 TO Msg-Number
           PERFORM SayMessage
           MOVE 94 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO ConsumedCount
       MOVE "VICTORY" TO GL-Event
       MOVE "the amulet left the dungeon" TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       MOVE "Y" TO WorldWon
       PERFORM BankCarriedCoins
       MOVE 95 TO Msg-Number
       PERFORM SayMessage
       MOVE 96 TO Msg-Number
       PERFORM SayMessage
       MOVE 97 TO Msg-Number
       MOVE TurnsTaken TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 98 TO Msg-Number
       MOVE ConsumedCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 0 TO LocationId OF ScratchPad
       EXIT.

       END-IF
       OPEN OUTPUT RecipeFile
       IF RecipeFileStatus IS NOT EQUAL TO "00"
           MOVE 99 TO Msg-Number
           MOVE RecipeFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 01 TO RcpFileTypeA
           PERFORM TryOneRecipe
       END-PERFORM
       IF NOT CombineDone
           MOVE 100 TO Msg-Number
           PERFORM SayMessage
       END-IF
       EXIT.

       END-IF
       PERFORM FindFreeItemSlot
       IF NewItemId IS EQUAL TO 0
           MOVE 101 TO Msg-Number
           PERFORM SayMessage
           MOVE 102 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO CombDoneFlag
           EXIT PARAGRAPH
       END-IF
       MOVE 2 TO ItemStatus OF Items(CarriedItemIds(CombSlotA))
       MOVE 2 TO ItemStatus OF Items(CarriedItemIds(CombSlotB))
       MOVE "COMBINE" TO LedgerAction
       MOVE CarriedItemIds(CombSlotA) TO LedgerItemId
       MOVE "P" TO LedgerFrom
       MOVE "X" TO LedgerTo
       PERFORM WriteLedger
       MOVE "COMBINE" TO LedgerAction
       MOVE CarriedItemIds(CombSlotB) TO LedgerItemId
       MOVE "P" TO LedgerFrom
       MOVE "X" TO LedgerTo
       PERFORM WriteLedger
*> Remove the higher slot first - RemoveCarriedSlot shifts the
*> pack down, which would move the lower slot's neighbor.
       IF CombSlotA IS GREATER THAN CombSlotB
       MOVE 0 TO ItemAges(NewItemId)
       ADD 1 TO CarriedCount
       MOVE NewItemId TO CarriedItemIds(CarriedCount)
       MOVE "MAKE" TO LedgerAction
       MOVE NewItemId TO LedgerItemId
       MOVE "M" TO LedgerFrom
       MOVE "P" TO LedgerTo
       PERFORM WriteLedger
       MOVE 103 TO Msg-Number
       MOVE FUNCTION TRIM(ItemTypeDesc(RcpResult(RecipeIdx) + 1)) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "Y" TO CombDoneFlag
       EXIT.


ShowPeddlerStall.
       PERFORM TallyPurse
       MOVE 104 TO Msg-Number
       PERFORM SayMessage
       MOVE 105 TO Msg-Number
       MOVE PedBuyFood TO Msg-Arg-Value(1)
       MOVE PedBuyPotion TO Msg-Arg-Value(2)
       MOVE PedBuyKey TO Msg-Arg-Value(3)
       PERFORM SayMessage
       MOVE 106 TO Msg-Number
       MOVE PedStockFood TO Msg-Arg-Value(1)
       MOVE PedStockPotion TO Msg-Arg-Value(2)
       MOVE PedStockKey TO Msg-Arg-Value(3)
       PERFORM SayMessage
       MOVE 107 TO Msg-Number
       MOVE PurseCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 108 TO Msg-Number
       PERFORM SayMessage
       EXIT.

TallyPurse.

AskPeddlerWare.
       MOVE 0 TO PedWantType
       MOVE 109 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO PedWord
       ACCEPT PedWord
       EVALUATE PedWord
           WHEN "key"
               MOVE 3 TO PedWantType
           WHEN OTHER
               MOVE 110 TO Msg-Number
               PERFORM SayMessage
       END-EVALUATE
       EXIT.

BuyFromPeddler.
       IF LocationId OF ScratchPad IS NOT EQUAL TO PeddlerLoc
           MOVE 111 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM AskPeddlerWare
           OR (PedWantType IS EQUAL TO 2
               AND PedStockPotion IS EQUAL TO 0)
           OR (PedWantType IS EQUAL TO 3 AND PedStockKey IS EQUAL TO 0)
           MOVE 112 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM TallyPurse
       IF PurseCount IS LESS THAN PedPrice
           MOVE 113 TO Msg-Number
           MOVE PedPrice TO Msg-Arg-Value(1)
           MOVE PurseCount TO Msg-Arg-Value(2)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF CarriedCount IS NOT LESS THAN 20
           MOVE 114 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM FindFreeItemSlot
       IF NewItemId IS EQUAL TO 0
           MOVE 115 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE PedPrice TO PedSpend
       MOVE 0 TO ItemAges(NewItemId)
       ADD 1 TO CarriedCount
       MOVE NewItemId TO CarriedItemIds(CarriedCount)
       MOVE "BUY" TO LedgerAction
       MOVE NewItemId TO LedgerItemId
       MOVE "D" TO LedgerFrom
       MOVE "P" TO LedgerTo
       PERFORM WriteLedger
       EVALUATE PedWantType
           WHEN 1
               SUBTRACT 1 FROM PedStockFood
               SUBTRACT 1 FROM PedStockKey
       END-EVALUATE
       PERFORM TallyPurse
       MOVE 116 TO Msg-Number
       MOVE FUNCTION TRIM(ItemTypeDesc(PedWantType + 1)) TO Msg-Arg-Value(1)
       MOVE PedPrice TO Msg-Arg-Value(2)
       MOVE PurseCount TO Msg-Arg-Value(3)
       PERFORM SayMessage
       EXIT.

*> Coins leave the pack newest-first - the order never mattered to
           END-PERFORM
           MOVE 2 TO ItemStatus OF
               Items(CarriedItemIds(PedSellSlot))
           MOVE "SPEND" TO LedgerAction
           MOVE CarriedItemIds(PedSellSlot) TO LedgerItemId
           MOVE "P" TO LedgerFrom
           MOVE "D" TO LedgerTo
           PERFORM WriteLedger
           MOVE PedSellSlot TO CarriedSlot
           PERFORM RemoveCarriedSlot
           SUBTRACT 1 FROM PedSpend

SellToPeddler.
       IF LocationId OF ScratchPad IS NOT EQUAL TO PeddlerLoc
           MOVE 117 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM AskPeddlerWare
           END-IF
       END-PERFORM
       IF PedSellSlot IS EQUAL TO 0
           MOVE 118 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 2 TO ItemStatus OF Items(CarriedItemIds(PedSellSlot))
       MOVE "SELL" TO LedgerAction
       MOVE CarriedItemIds(PedSellSlot) TO LedgerItemId
       MOVE "P" TO LedgerFrom
       MOVE "D" TO LedgerTo
       PERFORM WriteLedger
       MOVE PedSellSlot TO CarriedSlot
       PERFORM RemoveCarriedSlot
       EVALUATE PedWantType
       END-EVALUATE
       PERFORM MintCoins
       PERFORM TallyPurse
       MOVE 119 TO Msg-Number
       MOVE PedPrice TO Msg-Arg-Value(1)
       MOVE PurseCount TO Msg-Arg-Value(2)
       PERFORM SayMessage
       EXIT.

DrawFromPurse.
       MOVE "B" TO Purse-Action
       MOVE Prof-Name TO Purse-Name
       CALL "PURSE" USING Purse-Request
       IF NOT Purse-Done
           OR Purse-Balance IS LESS THAN CoinRate
           EXIT PARAGRAPH
       END-IF
       MOVE 9 TO DrawLimit
       IF Purse-Balance / CoinRate IS LESS THAN DrawLimit
           COMPUTE DrawLimit = Purse-Balance / CoinRate
       END-IF
       IF 20 - CarriedCount IS LESS THAN DrawLimit
           COMPUTE DrawLimit = 20 - CarriedCount
       END-IF
       IF DrawLimit IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE 141 TO Msg-Number
       MOVE Purse-Balance TO Msg-Arg-Value(1)
       MOVE CoinRate TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE 142 TO Msg-Number
       MOVE DrawLimit TO Msg-Arg-Value(1)
       PERFORM SayPrompt
       MOVE SPACES TO DrawInput
       ACCEPT DrawInput
       MOVE 0 TO DrawCount
       IF DrawInput(1:1) IS NUMERIC
           MOVE DrawInput(1:1) TO DrawCount
       END-IF
       IF DrawCount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF DrawCount IS GREATER THAN DrawLimit
           MOVE DrawLimit TO DrawCount
       END-IF
       MOVE "W" TO Purse-Action
       MOVE "INVENTRY" TO Purse-Game
       COMPUTE Purse-Amount = DrawCount * CoinRate
       MOVE SPACES TO Purse-Memo
       STRING "coins for " DELIMITED BY SIZE
           SlotName DELIMITED BY SIZE
           INTO Purse-Memo
       END-STRING
       CALL "PURSE" USING Purse-Request
       IF NOT Purse-Done
           EXIT PARAGRAPH
       END-IF
       MOVE DrawCount TO PedPrice
       PERFORM MintCoins
       MOVE 143 TO Msg-Number
       MOVE DrawCount TO Msg-Arg-Value(1)
       MOVE Purse-Balance TO Msg-Arg-Value(2)
       PERFORM SayMessage
       EXIT.

*> The coins a winner carries out go into the purse and leave the
*> pack for good, and the world is saved without them, so winning
*> the same save again pays nothing twice.
BankCarriedCoins.
       PERFORM TallyPurse
       IF PurseCount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE "D" TO Purse-Action
       MOVE Prof-Name TO Purse-Name
       MOVE "INVENTRY" TO Purse-Game
       COMPUTE Purse-Amount = PurseCount * CoinRate
       MOVE SPACES TO Purse-Memo
       STRING "coins from " DELIMITED BY SIZE
           SlotName DELIMITED BY SIZE
           INTO Purse-Memo
       END-STRING
       CALL "PURSE" USING Purse-Request
       IF NOT Purse-Done
           EXIT PARAGRAPH
       END-IF
       MOVE 144 TO Msg-Number
       MOVE PurseCount TO Msg-Arg-Value(1)
       MOVE Purse-Amount TO Msg-Arg-Value(2)
       MOVE Purse-Balance TO Msg-Arg-Value(3)
       PERFORM SayMessage
       MOVE PurseCount TO PedSpend
       PERFORM SpendCoins
       PERFORM SaveWorld
       EXIT.

MintCoins.
               MOVE 1 TO ItemStatus OF Items(NewItemId)
               ADD 1 TO CarriedCount
               MOVE NewItemId TO CarriedItemIds(CarriedCount)
               MOVE "MINT" TO LedgerAction
               MOVE NewItemId TO LedgerItemId
               MOVE "D" TO LedgerFrom
               MOVE "P" TO LedgerTo
               PERFORM WriteLedger
           ELSE
               MOVE 120 TO Msg-Number
               PERFORM SayMessage
           END-IF
       END-PERFORM
       EXIT.

ShowMap.
       MOVE "D" TO MapOutput
       PERFORM DrawExploredMap
       EXIT.

*> The explored map, printed for the board each time the world is
*> saved - one file, rewritten with the latest picture.
PrintWorldMap.
       MOVE SPACES TO MapTitle
       IF CurrentLevel IS GREATER THAN 0
           STRING "INVENTORY EXPLORED MAP - LEVEL " DELIMITED BY SIZE
               CurrentLevel DELIMITED BY SIZE
               INTO MapTitle
           END-STRING
       ELSE
           MOVE "INVENTORY EXPLORED MAP" TO MapTitle
       END-IF
       MOVE "O" TO Rpt-Action
       MOVE "inventory_map.txt" TO Rpt-File
       MOVE MapTitle TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "N" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE "P" TO MapOutput
       PERFORM DrawExploredMap
       MOVE "T" TO Rpt-Action
       MOVE "LOCATIONS VISITED" TO Rpt-Total-Label
       MOVE MapVisitedCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       EXIT.

DrawExploredMap.
       MOVE 0 TO MapVisitedCount
       PERFORM VARYING MapScan FROM 1 BY 1
           UNTIL MapScan IS GREATER THAN LocCount
           IF WasVisited(MapScan)
               ADD 1 TO MapVisitedCount
           END-IF
       END-PERFORM
       MOVE SPACES TO MapLine
       PERFORM VARYING MapCol FROM 1 BY 1
           UNTIL MapCol IS GREATER THAN WorldSize
           IF WasVisited(MapCol)
               COMPUTE MapPos = MapCol * 2 - 1
               MOVE "+-+" TO MapLine(MapPos:3)
           END-IF
       END-PERFORM
       PERFORM EmitMapLine
       PERFORM VARYING MapRow FROM 1 BY 1
           UNTIL MapRow IS GREATER THAN WorldSize
           PERFORM DrawMapCellLine
           PERFORM DrawMapWallLine
       END-PERFORM
       MOVE "@ ye   o chamber   . passageway   $ peddler" TO MapLine
       PERFORM EmitMapLine
       MOVE "E exit stair   U D stairs up and down" TO MapLine
       PERFORM EmitMapLine
       MOVE "| - wall   ! = locked door found   gap = open door"
           TO MapLine
       PERFORM EmitMapLine
       EXIT.

*> One row of cells, each with the wall or door on its east side.
DrawMapCellLine.
       MOVE SPACES TO MapLine
       PERFORM VARYING MapCol FROM 1 BY 1
           UNTIL MapCol IS GREATER THAN WorldSize
           COMPUTE MapLoc = (MapRow - 1) * WorldSize + MapCol
           COMPUTE MapPos = MapCol * 2
           IF WasVisited(MapLoc)
               PERFORM PickMapGlyph
               MOVE MapGlyph TO MapLine(MapPos:1)
               IF MapCol IS EQUAL TO 1
                   MOVE "|" TO MapLine(1:1)
               END-IF
           END-IF
           MOVE "N" TO MapKnownFlag
           IF WasVisited(MapLoc)
               MOVE "Y" TO MapKnownFlag
           END-IF
           IF MapCol IS LESS THAN WorldSize
               IF WasVisited(MapLoc + 1)
                   MOVE "Y" TO MapKnownFlag
               END-IF
           END-IF
           IF MapSideKnown
               EVALUATE TRUE
                   WHEN MapCol IS EQUAL TO WorldSize
                       MOVE "|" TO MapLine(MapPos + 1:1)
                   WHEN DoorOpen(MapLoc, 3)
                       MOVE SPACE TO MapLine(MapPos + 1:1)
                   WHEN LockRemembered(MapLoc, 3)
                       MOVE "!" TO MapLine(MapPos + 1:1)
                   WHEN OTHER
                       MOVE "|" TO MapLine(MapPos + 1:1)
               END-EVALUATE
           END-IF
       END-PERFORM
       PERFORM EmitMapLine
       EXIT.

*> The walls and doors under a row of cells - the grid's own edge
*> along the bottom.
DrawMapWallLine.
       MOVE SPACES TO MapLine
       PERFORM VARYING MapCol FROM 1 BY 1
           UNTIL MapCol IS GREATER THAN WorldSize
           COMPUTE MapLoc = (MapRow - 1) * WorldSize + MapCol
           COMPUTE MapPos = MapCol * 2
           MOVE "N" TO MapKnownFlag
           IF WasVisited(MapLoc)
               MOVE "Y" TO MapKnownFlag
           END-IF
           IF MapRow IS LESS THAN WorldSize
               IF WasVisited(MapLoc + WorldSize)
                   MOVE "Y" TO MapKnownFlag
               END-IF
           END-IF
           IF MapSideKnown
               MOVE "+" TO MapLine(MapPos - 1:1)
               MOVE "+" TO MapLine(MapPos + 1:1)
               EVALUATE TRUE
                   WHEN MapRow IS EQUAL TO WorldSize
                       MOVE "-" TO MapLine(MapPos:1)
                   WHEN DoorOpen(MapLoc, 2)
                       MOVE SPACE TO MapLine(MapPos:1)
                   WHEN LockRemembered(MapLoc, 2)
                       MOVE "=" TO MapLine(MapPos:1)
                   WHEN OTHER
                       MOVE "-" TO MapLine(MapPos:1)
               END-EVALUATE
           END-IF
       END-PERFORM
       PERFORM EmitMapLine
       EXIT.

*> Last rule wins: the player over the peddler over a stair over
*> the kind of ground.
PickMapGlyph.
       IF IsChamber(MapLoc)
           MOVE "o" TO MapGlyph
       ELSE
           MOVE "." TO MapGlyph
       END-IF
       IF MapLoc IS EQUAL TO ExitLocationId
           MOVE "E" TO MapGlyph
       END-IF
       PERFORM VARYING MapLinkScan FROM 1 BY 1
           UNTIL MapLinkScan IS GREATER THAN LinkCount
           IF LkLevel(MapLinkScan) IS EQUAL TO CurrentLevel
               AND LkLocation(MapLinkScan) IS EQUAL TO MapLoc
               IF LkDir(MapLinkScan) IS EQUAL TO "D"
                   MOVE "D" TO MapGlyph
               ELSE
                   MOVE "U" TO MapGlyph
               END-IF
           END-IF
       END-PERFORM
       IF MapLoc IS EQUAL TO PeddlerLoc
           MOVE "$" TO MapGlyph
       END-IF
       IF MapLoc IS EQUAL TO LocationId OF ScratchPad
           MOVE "@" TO MapGlyph
       END-IF
       EXIT.

EmitMapLine.
       IF MapToReport
           MOVE "L" TO Rpt-Action
           MOVE MapLine TO Rpt-Line
           CALL "REPORTSVC" USING Report-Request
       ELSE
           DISPLAY "  " FUNCTION TRIM(MapLine TRAILING)
       END-IF
       EXIT.

*> One move to the ledger: LedgerItemId from LedgerFrom to
*> LedgerTo, the item's type as it stands now. The Loc fields
*> matter only for L and go back to zero after each write.
WriteLedger.
       PERFORM OpenLedger
       IF LedgerIsOpen
           PERFORM PutLedgerRecord
           CLOSE LedgerFile
       END-IF
       MOVE 0 TO LedgerFromLoc
       MOVE 0 TO LedgerToLoc
       EXIT.

OpenLedger.
       MOVE "N" TO LedgerOpenFlag
       OPEN EXTEND LedgerFile
       IF LedgerFileStatus IS EQUAL TO "35"
           OPEN OUTPUT LedgerFile
       END-IF
       IF LedgerFileStatus IS EQUAL TO "00"
           MOVE "Y" TO LedgerOpenFlag
       END-IF
       EXIT.

PutLedgerRecord.
       MOVE SPACES TO LedgerRecord
       ACCEPT LgDate FROM DATE YYYYMMDD
       ACCEPT LgTime FROM TIME
       MOVE WorldSaveName TO LgWorld
       MOVE LedgerAction TO LgAction
       MOVE LedgerItemId TO LgItemId
       MOVE 0 TO LgItemType
       IF LedgerItemId IS GREATER THAN 0
           MOVE ItemTypes OF Items(LedgerItemId) TO LgItemType
       END-IF
       MOVE LedgerFrom TO LgFrom
       MOVE LedgerFromLoc TO LgFromLoc
       MOVE LedgerTo TO LgTo
       MOVE LedgerToLoc TO LgToLoc
       WRITE LedgerRecord
       EXIT.

*> Open a world in the ledger: the BUILD or ADOPT marker the
*> caller set, then every item in the table, from the world's
*> stock to wherever it lies now - STOCK lines for a build, HELD
*> lines for a world adopted as saved.
LedgerSnapshot.
       PERFORM OpenLedger
       IF NOT LedgerIsOpen
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO LedgerItemId
       MOVE "W" TO LedgerFrom
       MOVE "W" TO LedgerTo
       PERFORM PutLedgerRecord
       IF LedgerAction IS EQUAL TO "BUILD"
           MOVE "STOCK" TO LedgerAction
       ELSE
           MOVE "HELD" TO LedgerAction
       END-IF
       PERFORM VARYING LedgerScan FROM 1 BY 1
           UNTIL LedgerScan IS GREATER THAN LocCount
           IF NOT NotAnItem(LedgerScan)
               MOVE LedgerScan TO LedgerItemId
               PERFORM FindLedgerPlace
               PERFORM PutLedgerRecord
           END-IF
       END-PERFORM
       CLOSE LedgerFile
       MOVE 0 TO LedgerToLoc
       EXIT.

*> Where LedgerItemId lies by its status - a placed item is looked
*> for on the grid, and one found nowhere is N.
FindLedgerPlace.
       MOVE 0 TO LedgerToLoc
       EVALUATE TRUE
           WHEN ItemCarried(LedgerItemId) OR ItemRotten(LedgerItemId)
               MOVE "P" TO LedgerTo
           WHEN ItemConsumed(LedgerItemId)
               MOVE "X" TO LedgerTo
           WHEN ItemStolen(LedgerItemId)
               MOVE "S" TO LedgerTo
           WHEN OTHER
               MOVE "N" TO LedgerTo
               PERFORM VARYING LedgerLocScan FROM 1 BY 1
                   UNTIL LedgerLocScan IS GREATER THAN LocCount
                   IF ItemId OF Locations(LedgerLocScan)
                       IS EQUAL TO LedgerItemId
                       MOVE "L" TO LedgerTo
                       MOVE LedgerLocScan TO LedgerToLoc
                   END-IF
               END-PERFORM
       END-EVALUATE
       EXIT.

*> A loaded world the ledger has never opened - a save from before
*> the ledger, a MAZETOWORLD build, a level file seen for the
*> first time - is adopted as it stands. Then the LOAD mark.
LedgerWorldLoaded.
       MOVE "N" TO LedgerKnownFlag
       OPEN INPUT LedgerFile
       IF LedgerFileStatus IS EQUAL TO "00"
           PERFORM UNTIL LedgerFileStatus IS NOT EQUAL TO "00"
               READ LedgerFile
                   AT END
                       MOVE "10" TO LedgerFileStatus
                   NOT AT END
                       IF LgWorld IS EQUAL TO WorldSaveName
                           AND (LgAction IS EQUAL TO "BUILD"
                               OR LgAction IS EQUAL TO "ADOPT")
                           MOVE "Y" TO LedgerKnownFlag
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
       END-IF
       IF NOT LedgerKnowsWorld
           MOVE "ADOPT" TO LedgerAction
           PERFORM LedgerSnapshot
       END-IF
       MOVE "LOAD" TO LedgerAction
       PERFORM WriteLedgerMarker
       EXIT.

*> A record that moves no item - SAVE or LOAD.
WriteLedgerMarker.
       MOVE 0 TO LedgerItemId
       MOVE "W" TO LedgerFrom
       MOVE "W" TO LedgerTo
       PERFORM WriteLedger
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
           UNTIL DataFileIdx > 4
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
       MOVE "INVENTORY" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
