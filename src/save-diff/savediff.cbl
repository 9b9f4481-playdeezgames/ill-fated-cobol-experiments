       01 SaveInLine PIC X(5400).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 SaveInStatus PIC XX.
       01 SaveInName PIC X(60).
      *> "What changed between these two saves?" answered field by
      *> field instead of by squinting. Both #V-stamped layouts are
      *> understood: SHOSSAVE (the house of shadows run) and INVSAVE
          02 NameA PIC X(40).
          02 NameB PIC X(40).
      *> The SHOS save and the world record laid over each held
      *> record (SHOS layout 04, world layout 05; older records
      *> leave their tails as spaces or are widened on load).
       01 RecordHold PIC X(5400).
       01 RecordA PIC X(5400).
             03 SA-GearHeld PIC X.
             03 SA-GearWorn PIC X.
          02 SA-Preset PIC X.
          02 SA-PackCode PIC X(8).
          02 SA-PrideSize PIC X.
          02 SA-TextId PIC XX OCCURS 20 TIMES.
          02 FILLER PIC X(5079).
       01 WorldViewA REDEFINES RecordA.
          02 WA-Locations OCCURS 400 TIMES.
             03 WA-LocType PIC X.
             03 SB-GearHeld PIC X.
             03 SB-GearWorn PIC X.
          02 SB-Preset PIC X.
          02 SB-PackCode PIC X(8).
          02 SB-PrideSize PIC X.
          02 SB-TextId PIC XX OCCURS 20 TIMES.
          02 FILLER PIC X(5079).
       01 WorldViewB REDEFINES RecordB.
          02 WB-Locations OCCURS 400 TIMES.
             03 WB-LocType PIC X.
       MOVE SPACES TO RecordHold
       MOVE 10 TO SizeHold
       MOVE "01" TO StampVersion
       MOVE SaveInName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveInName
       OPEN INPUT SaveInFile
       IF SaveInStatus IS NOT EQUAL TO "00"
           DISPLAY "SAVEDIFF: could not open "
       MOVE SA-Preset TO DiffValA
       MOVE SB-Preset TO DiffValB
       PERFORM NoteField
       MOVE "SCENARIO PACK" TO DiffFieldName
       MOVE SA-PackCode TO DiffValA
       MOVE SB-PackCode TO DiffValB
       PERFORM NoteField
       MOVE "PRIDE SIZE" TO DiffFieldName
       MOVE SA-PrideSize TO DiffValA
       MOVE SB-PrideSize TO DiffValB
       PERFORM NoteField
       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx > 20
           PERFORM VARYING DirIdx FROM 1 BY 1 UNTIL DirIdx > 4
               IF SA-Exit(RoomIdx, DirIdx) IS NOT EQUAL TO
                   SA-Visited(RoomIdx) "' -> '"
                   SB-Visited(RoomIdx) "'"
           END-IF
           IF SA-TextId(RoomIdx) IS NOT EQUAL TO SB-TextId(RoomIdx)
               ADD 1 TO DiffCount
               DISPLAY "  ROOM " RoomIdx " TEXT ID: '"
                   SA-TextId(RoomIdx) "' -> '"
                   SB-TextId(RoomIdx) "'"
           END-IF
       END-PERFORM
       PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 4
           IF SA-TreasureRoom(SlotIdx) IS NOT EQUAL TO
               FUNCTION TRIM(DiffValB) "'"
       END-IF
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "SAVEDIFF" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
