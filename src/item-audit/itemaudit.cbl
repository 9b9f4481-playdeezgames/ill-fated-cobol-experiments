       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ITEMAUDIT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorldFile ASSIGN DYNAMIC AuditWorldName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorldFileStatus.
           SELECT LedgerFile ASSIGN DYNAMIC LedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors INVENTORY's sized WorldSaveRecord field-for-field,
      *> like WORLDAUDIT. Only layout 05 and later are audited - the
      *> ledger is younger than the sized save.
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

      *> Mirrors INVENTORY's LedgerRecord field-for-field.
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
          02 LedgerFileName PIC X(60) VALUE "inventory_ledger.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 WorldFileStatus PIC XX.
       01 LedgerFileStatus PIC XX.
       01 AuditWorldName PIC X(60).
      *> The declared world side from the "#V" stamp.
       01 WorldShape.
          02 WorldSize PIC 99 VALUE 10.
          02 LocCount PIC 999 VALUE 100.
          02 StampVersion PIC XX VALUE "01".
       COPY "ITEMDESC.cpy".
      *> The ledger's account of every item id. Rp is the running
      *> replay; Ck is where things stood at the world's last SAVE (or
      *> as adopted) - what the save on disk ought to hold. A LOAD
      *> winds Rp back to Ck: moves made after a save and never saved
      *> did not happen as far as the world file knows. Place codes
      *> are INVENTORY's, plus "-" for an id not in being.
       01 ReplayData.
          02 ReplayItems OCCURS 400 TIMES.
             03 RpPlace PIC X.
             03 RpLoc PIC 999.
             03 RpType PIC 99.
             03 CkPlace PIC X.
             03 CkLoc PIC 999.
             03 CkType PIC 99.
          02 RecordNo PIC 9(7).
          02 LastMarkerNo PIC 9(7) VALUE 0.
          02 MarkerKind PIC X(8).
          02 MarkerDate PIC 9(8).
          02 MarkerTime PIC 9(8).
          02 MovesReplayed PIC 9(6) VALUE 0.
          02 MovesSinceSave PIC 9(6) VALUE 0.
          02 MovesDiscarded PIC 9(6) VALUE 0.
          02 SavesSeen PIC 9(5) VALUE 0.
          02 StockByType PIC 999 OCCURS 8 TIMES.
          02 StockTotal PIC 999 VALUE 0.
          02 TypeIdx PIC 99.
          02 ItemIdx PIC 999.
      *> The save's own account: where each item id lies, and how
      *> many homes (grid cells, pack slots, the scavenger's grip)
      *> claim it.
       01 SaveView.
          02 SaveItemView OCCURS 400 TIMES.
             03 SvPlace PIC X.
             03 SvLoc PIC 999.
             03 SvGridLoc PIC 999.
             03 SvPackHits PIC 99.
             03 SvHomes PIC 99.
          02 ScanLoc PIC 999.
          02 ScanSlot PIC 99.
       01 FindingData.
          02 CreatedCount PIC 999 VALUE 0.
          02 LostCount PIC 999 VALUE 0.
          02 DuplicatedCount PIC 999 VALUE 0.
          02 MisplacedCount PIC 999 VALUE 0.
          02 FaultCount PIC 999 VALUE 0.
      *> Words for a place code, for the findings.
       01 PlaceWording.
          02 PlaceCode PIC X.
          02 PlaceLoc PIC 999.
          02 PlaceText PIC X(24).
          02 FirstText PIC X(24).
          02 ItemText PIC X(20).

PROCEDURE DIVISION.
      *> Conservation audit: replay INVENTORY's item ledger for one
      *> world from its BUILD or ADOPT, and hold the result against
      *> the world's save. Anything in the save the ledger never
      *> brought into being is CREATED; anything the ledger says
      *> should be there and is not is LOST; any item in two places
      *> at once, or made again while it still existed, is
      *> DUPLICATED.
       PERFORM ResolveDataFiles
       DISPLAY "World file to audit (blank for inventory_save.dat)? "
           WITH NO ADVANCING
       ACCEPT AuditWorldName
       IF AuditWorldName IS EQUAL TO SPACES
           MOVE "inventory_save.dat" TO AuditWorldName
       END-IF
       PERFORM LoadSave
       PERFORM FindLastMarker
       IF LastMarkerNo IS EQUAL TO 0
           DISPLAY "ITEMAUDIT: the ledger holds no history for "
               FUNCTION TRIM(AuditWorldName) " - nothing to replay."
           DISPLAY "ITEMAUDIT: FAIL"
           STOP RUN
       END-IF
       DISPLAY " "
       DISPLAY "ITEM AUDIT OF " FUNCTION TRIM(AuditWorldName)
           " (" WorldSize " X " WorldSize ")"
       PERFORM ReplayLedger
       PERFORM ShowStartingStock
       PERFORM ReadSaveView
       PERFORM AuditAgainstSave
       DISPLAY " "
       DISPLAY "MOVES REPLAYED: " MovesReplayed ", SAVES: " SavesSeen
       IF MovesDiscarded IS GREATER THAN 0
           DISPLAY "  NOTE: " MovesDiscarded
               " move(s) made after a save were never saved and"
           DISPLAY "        were wound back at the next load"
       END-IF
       IF MovesSinceSave IS GREATER THAN 0
           DISPLAY "  NOTE: " MovesSinceSave
               " move(s) since the last save are not in the file"
       END-IF
       DISPLAY "FINDINGS: " CreatedCount " created, " LostCount
           " lost, " DuplicatedCount " duplicated, " MisplacedCount
           " out of place, " FaultCount " ledger fault(s)."
       IF CreatedCount IS EQUAL TO 0 AND LostCount IS EQUAL TO 0
           AND DuplicatedCount IS EQUAL TO 0
           AND MisplacedCount IS EQUAL TO 0 AND FaultCount IS EQUAL TO 0
           DISPLAY "ITEMAUDIT: PASS"
       ELSE
           DISPLAY "ITEMAUDIT: FAIL"
       END-IF
STOP RUN.

LoadSave.
       MOVE AuditWorldName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO AuditWorldName
       OPEN INPUT WorldFile
       IF WorldFileStatus IS NOT EQUAL TO "00"
           DISPLAY "ITEMAUDIT: unable to open "
               FUNCTION TRIM(AuditWorldName) ", status "
               WorldFileStatus "."
           DISPLAY "ITEMAUDIT: FAIL"
           STOP RUN
       END-IF
       READ WorldFile
           AT END
               DISPLAY "ITEMAUDIT: the file is empty."
               DISPLAY "ITEMAUDIT: FAIL"
               CLOSE WorldFile
               STOP RUN
       END-READ
       IF WorldFileRecord(1:3) IS EQUAL TO "#V "
           MOVE WorldFileRecord(13:2) TO StampVersion
           IF WorldFileRecord(34:2) IS NUMERIC
               MOVE WorldFileRecord(34:2) TO WorldSize
           END-IF
       END-IF
       IF StampVersion IS LESS THAN "05"
           DISPLAY "ITEMAUDIT: layout " StampVersion
               " predates the sized save - load and save it in"
           DISPLAY "INVENTORY first."
           DISPLAY "ITEMAUDIT: FAIL"
           CLOSE WorldFile
           STOP RUN
       END-IF
       READ WorldFile
           AT END
               DISPLAY "ITEMAUDIT: only a version stamp - no world."
               DISPLAY "ITEMAUDIT: FAIL"
               CLOSE WorldFile
               STOP RUN
       END-READ
       CLOSE WorldFile
       IF WorldSize IS LESS THAN 5 OR WorldSize IS GREATER THAN 20
           MOVE 10 TO WorldSize
       END-IF
       COMPUTE LocCount = WorldSize * WorldSize
       EXIT.

      *> The world may have been built more than once under the same
      *> file name; only its latest BUILD or ADOPT onward counts.
FindLastMarker.
       MOVE 0 TO RecordNo
       OPEN INPUT LedgerFile
       IF LedgerFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LedgerFileStatus IS NOT EQUAL TO "00"
           READ LedgerFile
               AT END
                   MOVE "10" TO LedgerFileStatus
               NOT AT END
                   ADD 1 TO RecordNo
                   IF LgWorld IS EQUAL TO AuditWorldName
                       AND (LgAction IS EQUAL TO "BUILD"
                           OR LgAction IS EQUAL TO "ADOPT")
                       MOVE RecordNo TO LastMarkerNo
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile
       EXIT.

ReplayLedger.
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > 400
           MOVE "-" TO RpPlace(ItemIdx)
           MOVE 0 TO RpLoc(ItemIdx)
           MOVE 0 TO RpType(ItemIdx)
           MOVE "-" TO CkPlace(ItemIdx)
           MOVE 0 TO CkLoc(ItemIdx)
           MOVE 0 TO CkType(ItemIdx)
       END-PERFORM
       PERFORM VARYING TypeIdx FROM 1 BY 1 UNTIL TypeIdx > 8
           MOVE 0 TO StockByType(TypeIdx)
       END-PERFORM
       MOVE 0 TO RecordNo
       OPEN INPUT LedgerFile
       PERFORM UNTIL LedgerFileStatus IS NOT EQUAL TO "00"
           READ LedgerFile
               AT END
                   MOVE "10" TO LedgerFileStatus
               NOT AT END
                   ADD 1 TO RecordNo
                   IF RecordNo IS NOT LESS THAN LastMarkerNo
                       AND LgWorld IS EQUAL TO AuditWorldName
                       PERFORM ApplyLedgerRecord
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile
       EXIT.

ApplyLedgerRecord.
       EVALUATE LgAction
           WHEN "BUILD"
           WHEN "ADOPT"
               MOVE LgAction TO MarkerKind
               MOVE LgDate TO MarkerDate
               MOVE LgTime TO MarkerTime
           WHEN "SAVE"
               PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > 400
                   MOVE RpPlace(ItemIdx) TO CkPlace(ItemIdx)
                   MOVE RpLoc(ItemIdx) TO CkLoc(ItemIdx)
                   MOVE RpType(ItemIdx) TO CkType(ItemIdx)
               END-PERFORM
               ADD 1 TO SavesSeen
               MOVE 0 TO MovesSinceSave
           WHEN "LOAD"
               PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > 400
                   MOVE CkPlace(ItemIdx) TO RpPlace(ItemIdx)
                   MOVE CkLoc(ItemIdx) TO RpLoc(ItemIdx)
                   MOVE CkType(ItemIdx) TO RpType(ItemIdx)
               END-PERFORM
               ADD MovesSinceSave TO MovesDiscarded
               MOVE 0 TO MovesSinceSave
           WHEN OTHER
               PERFORM ApplyMove
       END-EVALUATE
       EXIT.

      *> One item move. W, M, D and T on the from side bring an item
      *> into being on this level - the id must be free. L, P and S
      *> move one that exists - it must be where the ledger last put
      *> it.
ApplyMove.
       IF LgItemId IS NOT NUMERIC OR LgItemId IS EQUAL TO 0
           OR LgItemId IS GREATER THAN LocCount
           ADD 1 TO FaultCount
           DISPLAY "  FAULT: ledger record " RecordNo " ("
               FUNCTION TRIM(LgAction) ") names item " LgItemId
           EXIT PARAGRAPH
       END-IF
       MOVE LgItemId TO ItemIdx
       IF LgItemType IS NUMERIC AND LgItemType IS LESS THAN 8
           MOVE ItemTypeDesc(LgItemType + 1) TO ItemText
       ELSE
           MOVE "an unknown thing" TO ItemText
       END-IF
       MOVE RpPlace(ItemIdx) TO PlaceCode
       MOVE RpLoc(ItemIdx) TO PlaceLoc
       PERFORM WordPlace
       IF LgFrom IS EQUAL TO "W" OR LgFrom IS EQUAL TO "M"
           OR LgFrom IS EQUAL TO "D" OR LgFrom IS EQUAL TO "T"
           IF RpPlace(ItemIdx) IS NOT EQUAL TO "-"
               AND RpPlace(ItemIdx) IS NOT EQUAL TO "T"
               ADD 1 TO DuplicatedCount
               DISPLAY "  DUPLICATED: item " ItemIdx " ("
                   FUNCTION TRIM(ItemText) ") made again by "
                   FUNCTION TRIM(LgAction) " while "
                   FUNCTION TRIM(PlaceText)
           END-IF
       ELSE
           EVALUATE TRUE
               WHEN RpPlace(ItemIdx) IS EQUAL TO "-"
                   OR RpPlace(ItemIdx) IS EQUAL TO "T"
                   ADD 1 TO CreatedCount
                   DISPLAY "  CREATED: item " ItemIdx " ("
                       FUNCTION TRIM(ItemText) ") moved by "
                       FUNCTION TRIM(LgAction)
                       " but never came into being"
               WHEN RpPlace(ItemIdx) IS NOT EQUAL TO LgFrom
                   OR (LgFrom IS EQUAL TO "L"
                       AND RpLoc(ItemIdx) IS NOT EQUAL TO LgFromLoc)
                   MOVE PlaceText TO FirstText
                   MOVE LgFrom TO PlaceCode
                   MOVE LgFromLoc TO PlaceLoc
                   PERFORM WordPlace
                   ADD 1 TO DuplicatedCount
                   DISPLAY "  DUPLICATED: item " ItemIdx " ("
                       FUNCTION TRIM(ItemText) ") moved by "
                       FUNCTION TRIM(LgAction) " from "
                       FUNCTION TRIM(PlaceText) " while "
                       FUNCTION TRIM(FirstText)
           END-EVALUATE
       END-IF
       MOVE LgTo TO RpPlace(ItemIdx)
       MOVE LgToLoc TO RpLoc(ItemIdx)
       MOVE LgItemType TO RpType(ItemIdx)
      *>   The opening stock is where the save stood when the world
      *>   was adopted, and is what a build starts out holding.
       IF LgAction IS EQUAL TO "STOCK" OR LgAction IS EQUAL TO "HELD"
           MOVE LgTo TO CkPlace(ItemIdx)
           MOVE LgToLoc TO CkLoc(ItemIdx)
           MOVE LgItemType TO CkType(ItemIdx)
           IF LgItemType IS NUMERIC AND LgItemType IS LESS THAN 8
               ADD 1 TO StockByType(LgItemType + 1)
           END-IF
           ADD 1 TO StockTotal
       ELSE
           ADD 1 TO MovesReplayed
           ADD 1 TO MovesSinceSave
       END-IF
       EXIT.

ShowStartingStock.
       DISPLAY "STARTING STOCK (" FUNCTION TRIM(MarkerKind) " "
           MarkerDate " " MarkerTime "): " StockTotal " item(s)"
       PERFORM VARYING TypeIdx FROM 2 BY 1 UNTIL TypeIdx > 8
           IF StockByType(TypeIdx) IS GREATER THAN 0
               DISPLAY "  " ItemTypeDesc(TypeIdx) " " StockByType(TypeIdx)
           END-IF
       END-PERFORM
       EXIT.

      *> Where the save puts each item id, by its status and by the
      *> grid, pack and scavenger entries that name it.
ReadSaveView.
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > 400
           MOVE 0 TO SvGridLoc(ItemIdx)
           MOVE 0 TO SvPackHits(ItemIdx)
           MOVE 0 TO SvHomes(ItemIdx)
       END-PERFORM
       PERFORM VARYING ScanLoc FROM 1 BY 1 UNTIL ScanLoc > LocCount
           MOVE SaveItemIdAtLocation(ScanLoc) TO ItemIdx
           IF ItemIdx IS GREATER THAN 0 AND ItemIdx IS NOT GREATER THAN 400
               MOVE ScanLoc TO SvGridLoc(ItemIdx)
               ADD 1 TO SvHomes(ItemIdx)
           END-IF
       END-PERFORM
       PERFORM VARYING ScanSlot FROM 1 BY 1
           UNTIL ScanSlot IS GREATER THAN SaveCarriedCount
           OR ScanSlot IS GREATER THAN 20
           MOVE SaveCarriedItemIds(ScanSlot) TO ItemIdx
           IF ItemIdx IS GREATER THAN 0 AND ItemIdx IS NOT GREATER THAN 400
               ADD 1 TO SvPackHits(ItemIdx)
               ADD 1 TO SvHomes(ItemIdx)
           END-IF
       END-PERFORM
       IF SaveStolenItemId IS NUMERIC
           AND SaveStolenItemId IS GREATER THAN 0
           AND SaveStolenItemId IS NOT GREATER THAN 400
           ADD 1 TO SvHomes(SaveStolenItemId)
       END-IF
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > 400
           MOVE 0 TO SvLoc(ItemIdx)
           MOVE "N" TO SvPlace(ItemIdx)
           EVALUATE TRUE
               WHEN SaveItemType(ItemIdx) IS EQUAL TO 0
                   MOVE "-" TO SvPlace(ItemIdx)
               WHEN SaveItemStatus(ItemIdx) IS EQUAL TO 2
                   MOVE "X" TO SvPlace(ItemIdx)
               WHEN SaveItemStatus(ItemIdx) IS EQUAL TO 0
                   IF SvGridLoc(ItemIdx) IS GREATER THAN 0
                       MOVE "L" TO SvPlace(ItemIdx)
                       MOVE SvGridLoc(ItemIdx) TO SvLoc(ItemIdx)
                   END-IF
               WHEN SaveItemStatus(ItemIdx) IS EQUAL TO 1
                   OR SaveItemStatus(ItemIdx) IS EQUAL TO 3
                   IF SvPackHits(ItemIdx) IS GREATER THAN 0
                       MOVE "P" TO SvPlace(ItemIdx)
                   END-IF
               WHEN SaveItemStatus(ItemIdx) IS EQUAL TO 4
                   IF SaveStolenItemId IS EQUAL TO ItemIdx
                       MOVE "S" TO SvPlace(ItemIdx)
                   END-IF
           END-EVALUATE
       END-PERFORM
       EXIT.

      *> The ledger's word against the save's, item by item. A stair
      *> carry-off reads as not in being, a sale as used up - both
      *> leave the id empty or spent in the level's file.
AuditAgainstSave.
       PERFORM VARYING ItemIdx FROM 1 BY 1 UNTIL ItemIdx > LocCount
           IF CkPlace(ItemIdx) IS EQUAL TO "T"
               MOVE "-" TO CkPlace(ItemIdx)
           END-IF
           IF CkPlace(ItemIdx) IS EQUAL TO "D"
               MOVE "X" TO CkPlace(ItemIdx)
           END-IF
           PERFORM AuditOneItem
       END-PERFORM
       EXIT.

AuditOneItem.
       IF SaveItemType(ItemIdx) IS GREATER THAN 0
           AND SaveItemType(ItemIdx) IS LESS THAN 8
           MOVE ItemTypeDesc(SaveItemType(ItemIdx) + 1) TO ItemText
       ELSE
           IF CkType(ItemIdx) IS LESS THAN 8
               MOVE ItemTypeDesc(CkType(ItemIdx) + 1) TO ItemText
           ELSE
               MOVE "an unknown thing" TO ItemText
           END-IF
       END-IF
       MOVE CkPlace(ItemIdx) TO PlaceCode
       MOVE CkLoc(ItemIdx) TO PlaceLoc
       PERFORM WordPlace
       MOVE PlaceText TO FirstText
       MOVE SvPlace(ItemIdx) TO PlaceCode
       MOVE SvLoc(ItemIdx) TO PlaceLoc
       PERFORM WordPlace
       IF SvHomes(ItemIdx) IS GREATER THAN 1
           ADD 1 TO DuplicatedCount
           DISPLAY "  DUPLICATED: item " ItemIdx " ("
               FUNCTION TRIM(ItemText) ") is claimed by "
               SvHomes(ItemIdx) " places in the save"
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN CkPlace(ItemIdx) IS EQUAL TO "-"
               AND SvPlace(ItemIdx) IS NOT EQUAL TO "-"
               ADD 1 TO CreatedCount
               DISPLAY "  CREATED: item " ItemIdx " ("
                   FUNCTION TRIM(ItemText) ") is "
                   FUNCTION TRIM(PlaceText)
                   " in the save but the ledger never made it"
           WHEN (CkPlace(ItemIdx) IS EQUAL TO "X"
               OR CkPlace(ItemIdx) IS EQUAL TO "N")
               AND (SvPlace(ItemIdx) IS EQUAL TO "L"
                   OR SvPlace(ItemIdx) IS EQUAL TO "P"
                   OR SvPlace(ItemIdx) IS EQUAL TO "S")
               ADD 1 TO CreatedCount
               DISPLAY "  CREATED: item " ItemIdx " ("
                   FUNCTION TRIM(ItemText) ") was "
                   FUNCTION TRIM(FirstText) " but is back "
                   FUNCTION TRIM(PlaceText)
           WHEN (CkPlace(ItemIdx) IS EQUAL TO "L"
               OR CkPlace(ItemIdx) IS EQUAL TO "P"
               OR CkPlace(ItemIdx) IS EQUAL TO "S")
               AND (SvPlace(ItemIdx) IS EQUAL TO "-"
                   OR SvPlace(ItemIdx) IS EQUAL TO "X"
                   OR SvPlace(ItemIdx) IS EQUAL TO "N")
               ADD 1 TO LostCount
               DISPLAY "  LOST: item " ItemIdx " ("
                   FUNCTION TRIM(ItemText) ") should be "
                   FUNCTION TRIM(FirstText) " but the save has it "
                   FUNCTION TRIM(PlaceText)
           WHEN (CkPlace(ItemIdx) IS EQUAL TO "L"
               OR CkPlace(ItemIdx) IS EQUAL TO "P"
               OR CkPlace(ItemIdx) IS EQUAL TO "S")
               AND (SvPlace(ItemIdx) IS NOT EQUAL TO CkPlace(ItemIdx)
                   OR SvLoc(ItemIdx) IS NOT EQUAL TO CkLoc(ItemIdx))
               ADD 1 TO MisplacedCount
               DISPLAY "  OUT OF PLACE: item " ItemIdx " ("
                   FUNCTION TRIM(ItemText) ") should be "
                   FUNCTION TRIM(FirstText) " but is "
                   FUNCTION TRIM(PlaceText)
       END-EVALUATE
       EXIT.

WordPlace.
       MOVE SPACES TO PlaceText
       EVALUATE PlaceCode
           WHEN "L"
               STRING "at location " DELIMITED BY SIZE
                   PlaceLoc DELIMITED BY SIZE
                   INTO PlaceText
               END-STRING
           WHEN "P"
               MOVE "in the pack" TO PlaceText
           WHEN "S"
               MOVE "with the scavenger" TO PlaceText
           WHEN "D"
               MOVE "sold to the peddler" TO PlaceText
           WHEN "X"
               MOVE "used up" TO PlaceText
           WHEN "T"
               MOVE "carried off by a stair" TO PlaceText
           WHEN "N"
               MOVE "nowhere" TO PlaceText
           WHEN "M"
               MOVE "at the workbench" TO PlaceText
           WHEN "W"
               MOVE "in the world's stock" TO PlaceText
           WHEN OTHER
               MOVE "not in being" TO PlaceText
       END-EVALUATE
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
       MOVE "ITEMAUDIT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
