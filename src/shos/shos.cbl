           SELECT SaveFile ASSIGN DYNAMIC SaveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SaveFileStatus.
           SELECT CatalogFile ASSIGN DYNAMIC CatalogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CatalogFileStatus.
           SELECT RoomsFile ASSIGN DYNAMIC RoomsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RoomsFileId
               FILE STATUS IS RoomsFileStatus.
           SELECT RoomsSeqFile ASSIGN DYNAMIC RoomsSeqFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RoomsSeqFileStatus.
           SELECT TranscriptFile ASSIGN DYNAMIC TranscriptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranscriptFileStatus.
           SELECT ScriptFile ASSIGN DYNAMIC ScriptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScriptFileStatus.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.
           SELECT ScoreSeqFile ASSIGN DYNAMIC ScoreSeqName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScoreSeqFileStatus.
           SELECT DailyFile ASSIGN DYNAMIC DailyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DailyFileStatus.
           SELECT MazeFile ASSIGN DYNAMIC MazeFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MazeFileStatus.
           SELECT MazeFeatureFile ASSIGN DYNAMIC MazeFeatureFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MazeFeatureStatus.
           SELECT PackRegFile ASSIGN DYNAMIC PackRegFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PackRegFileStatus.
           SELECT PackFile ASSIGN DYNAMIC PackFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PackFileStatus.
           SELECT SplitFile ASSIGN DYNAMIC SplitFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SplitFileStatus.
           SELECT LiveFile ASSIGN DYNAMIC LiveTempName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LiveFileStatus.

DATA DIVISION.
       FILE SECTION.
             03 SaveGearHeld PIC X.
             03 SaveGearWorn PIC X.
          02 SavePreset PIC X.
      *> Layout 04: a scenario-pack run carries its pack code, the
      *> pack's pride size (which overrides the preset's), and the
      *> rooms.dat text id each room shows. A blank code is an
      *> ordinary house.
          02 SavePackCode PIC X(8).
          02 SavePrideSize PIC 9.
          02 SaveTextId PIC 99 OCCURS 20 TIMES.
       FD CatalogFile.
       01 CatalogFileRecord.
          02 CatFileSlot PIC 9.
      *> "V" once SCOREVFY has replayed the run from its seed and
      *> script and watched the same score come out.
          02 ScoreFileVerified PIC X.
      *> The run key: the date and time the run was posted, and a
      *> tie-breaker for two posted in the same hundredth of a
      *> second. Runs carried over from the line-sequential board
      *> keep their own date and take their line number as the time.
          02 ScoreFileRunKey.
             03 ScoreFileRunDate PIC 9(8).
             03 ScoreFileRunTime PIC 9(8).
             03 ScoreFileRunSeq PIC 99.
      *> The board as it was before the reorganization - the same
      *> fields, one run to a line, no run key - kept so an older
      *> shos_scores.dat is migrated, not clobbered.
       FD ScoreSeqFile.
       01 ScoreSeqRecord.
          02 ScoreSeqValue PIC X(5).
          02 ScoreSeqRest PIC X(23).
      *> The daily board mirrors the score record; only today's
      *> entries count, so the board resets itself at midnight.
       FD DailyFile.
          02 MazeFileRow PIC 99.
          02 MazeFileState PIC X.
          02 MazeFileDoors PIC X OCCURS 4 TIMES.
      *> Mirrors MAZEGEN's FeatureRecord field-for-field.
       FD MazeFeatureFile.
       01 MazeFeatureRecord.
          02 FtColumn PIC 99.
          02 FtRow PIC 99.
          02 FtLevel PIC 99.
          02 FtDoors PIC X(4).
          02 FtClass PIC X.
          02 FtFeature PIC X(8).
      *> Mirrors PACKCHK's PackRegRecord field-for-field.
       FD PackRegFile.
       01 PackRegRecord.
          02 PrCode PIC X(8).
          02 PrName PIC X(30).
          02 PrFile PIC X(60).
          02 PrRooms PIC 99.
          02 PrLions PIC 9.
          02 PrDate PIC 9(8).
      *> Mirrors PACKCHK's pack records field-for-field.
       FD PackFile.
       01 PackHeaderRecord.
          02 PkType PIC X.
          02 PkCode PIC X(8).
          02 PkName PIC X(30).
          02 PkRoomCount PIC 99.
          02 PkLionCount PIC 9.
          02 PkZarrRoom PIC 99.
          02 PkTreasureRoom PIC 99 OCCURS 4 TIMES.
          02 PkGearRoom PIC 99 OCCURS 3 TIMES.
          02 FILLER PIC X(22).
       01 PackRoomRecord.
          02 PkRoomType PIC X.
          02 PkRoomId PIC 99.
          02 PkExit PIC 99 OCCURS 4 TIMES.
          02 PkTextId PIC 99.
          02 FILLER PIC X(67).
      *> One line per split: every room entry, every treasure and
      *> ZARR pickup, and the walk out ("E", which alone carries the
      *> clean-run mark). A run is keyed by player, preset, and the
      *> date and time its clock started. SplMark numbers the
      *> milestone - the nth new room, the nth treasure - so two
      *> runs through different houses still compare split for
      *> split; SplNew is "N" on a room entered before.
       FD SplitFile.
       01 SplitRecord.
          02 SplPlayer PIC X(12).
          02 SplPreset PIC X.
          02 SplRunDate PIC 9(8).
          02 SplRunTime PIC 9(8).
          02 SplKind PIC X.
          02 SplMark PIC 99.
          02 SplRoom PIC 99.
          02 SplElapsed PIC 9(7).
          02 SplTurn PIC 9(4).
          02 SplNew PIC X.
          02 SplClean PIC X.
          02 SplHouse PIC X(8).
      *> The spectator feed: one record, rewritten whole after every
      *> command of a run. LvSeq climbs with each rewrite so a
      *> watcher can tell a fresh status from the one it has drawn;
      *> LvState is "P" while the run is on, then "W" (walked out),
      *> "D" (slain), "T" (the turns ran out), or "E" (ended any
      *> other way).
       FD LiveFile.
       01 LiveRecord.
          02 LvSeq PIC 9(6).
          02 LvState PIC X.
          02 LvRunDate PIC 9(8).
          02 LvRunTime PIC 9(8).
          02 LvPlayer PIC X(12).
          02 LvPreset PIC X.
          02 LvRoom PIC 99.
          02 LvRoomCount PIC 99.
          02 LvHealth PIC 99.
          02 LvMaxHealth PIC 99.
          02 LvLionsBeaten PIC 99.
          02 LvLionsLeft PIC 9.
          02 LvHaul PIC 9(4).
          02 LvTurns PIC 9(4).
          02 LvTurnLimit PIC 9(4).
          02 LvHasZarr PIC X.
          02 LvLastCommand PIC X(12).
          02 LvStampTime PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 CatalogFileName PIC X(60) VALUE "shos_catalog.dat".
          02 RoomsFileName PIC X(60) VALUE "rooms.dat".
          02 RoomsSeqFileName PIC X(60) VALUE "rooms.dat".
          02 TranscriptFileName PIC X(60) VALUE "shos_transcript.dat".
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 DailyFileName PIC X(60) VALUE "shos_daily.dat".
          02 MazeFileName PIC X(60) VALUE "maze.dat".
          02 MazeFeatureFileName PIC X(60) VALUE "maze_features.dat".
          02 PackRegFileName PIC X(60) VALUE "shos_packs.dat".
          02 SplitFileName PIC X(60) VALUE "shos_splits.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 10 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 SaveFileStatus PIC XX.
       01 CatalogFileStatus PIC XX.
       01 SaveFileName PIC X(60).
       01 CatalogData.
          02 CatalogSlots OCCURS 5 TIMES.
             03 CatUsed PIC X VALUE "N".
       01 OverwriteFlag PIC X.
          88 OverwriteApproved VALUE "Y".
       01 ScoreFileStatus PIC XX.
       01 ScoreSeqFileStatus PIC XX.
       01 ScoreSeqName PIC X(60).
      *> Carrying an older board over: it is moved aside under its
      *> .old name first, so both layouts are never open on one file.
       01 ScoreMigData.
          02 ScoreBoardName PIC X(60) VALUE "shos_scores.dat".
          02 ScoreOldName PIC X(60) VALUE "shos_scores.old".
          02 ScoreRenameStatus PIC S9(9) COMP-5.
          02 MigScoreRead PIC 9(6).
          02 MigScoreKept PIC 9(6).
          02 ScorePosted PIC X.
          02 LeaderDone PIC X.
       01 ScoreData.
          02 RunScore PIC 9(5).
          02 VisitedCount PIC 99.
             03 SwpZarr PIC X.
             03 SwpPreset PIC X.
             03 SwpVerified PIC X.
      *> Where a fresh all-time run landed, judged against the top
      *> ten as it stood just before the write: the poster is told
      *> their place, and whoever the run pushed off the ten is told
      *> too. A scripted run is a replay or a test and tells nobody.
       01 BoardNewsData.
          02 PosterName PIC X(12).
          02 BoardEntered PIC X.
             88 BoardEntry VALUE "Y".
          02 BoardPlace PIC 99.
          02 BoardBumped PIC X(3).
          02 BoardBumpedScore PIC 9(5).
      *> Every AutosaveInterval turns the full SaveRecord is quietly
      *> checkpointed to the scratch save; the next TitleScreen offers
      *> an orphaned checkpoint back. Any return to the MainMenu -
       01 TranscriptTime PIC 9(8).
       01 TranscriptDate PIC 9(8).
       01 ScriptFileStatus PIC XX.
       01 ScriptFileName PIC X(60).
       01 ScriptMode PIC X VALUE "N".
          88 ScriptModeOn VALUE "Y".
       01 ScriptInput PIC X(12).
                88 GearIsWielded VALUE "Y".
          02 GearChoice PIC 9.
          02 GearHeldCount PIC 9.
          02 GearListNo PIC 9.
      *> What the quartermaster at the door asks for each piece, paid
      *> out of the player's purse before a run.
       01 GearPriceData.
          02 FILLER PIC 999 VALUE 80.
          02 FILLER PIC 999 VALUE 60.
          02 FILLER PIC 999 VALUE 40.
       01 GearPriceTable REDEFINES GearPriceData.
          02 GearPrice PIC 999 OCCURS 3 TIMES.
       01 GearShopData.
          02 GearShopFlag PIC X.
             88 GearShopClosed VALUE "Y".
          02 GearShopCheapest PIC 999 VALUE 40.
       01 RoomTable.
          02 Rooms OCCURS 20 TIMES INDEXED BY RoomIdx.
             03 ExitNorth PIC 99 VALUE 0.
             03 RoomVisited PIC X VALUE "N".
                88 RoomWasVisited VALUE "Y".
             03 RoomDesc PIC X(60) OCCURS 3 TIMES.
      *> The rooms.dat record shown here; 0 means the room's own
      *> number, which is every house but a scenario pack's.
             03 RoomTextId PIC 99 VALUE 0.
       01 ScratchPad.
          02 Command PIC X.
          02 CombatRoll PIC 9.
          02 LayoutScanParent PIC 99.
          02 LayoutScanDir PIC 9.
       COPY "PLAYPROF.cpy".
       COPY "MSGCAT.cpy".
       COPY "GAMELOG.cpy".
       COPY "SEEDREQ.cpy".
       COPY "DIRSVC.cpy".
       COPY "FILELOCK.cpy".
       COPY "JOURNAL.cpy".
       COPY "CMDPARSE.cpy".
       COPY "MAZECAT.cpy".
       COPY "PLAYMAIL.cpy".
       COPY "PURSE.cpy".
       COPY "MAZEWALK.cpy".
       01 SaveIdWork.
          02 SaveLayoutVersion PIC XX.
          02 SaveIdDateWork PIC 9(8).
          02 MazeExitNeighbor PIC 99.
          02 NeighborDoorCount PIC 9.
          02 NeighborScanDir PIC 9.
      *> A maze run keeps its walls - the house never shifts under a
      *> maze, so everyone who plays it races the very maze MAZEGEN
      *> published, and its solved path still holds at the end.
          02 MazeRunFlag PIC X VALUE "N".
             88 MazeRun VALUE "Y".
      *> MAZEGEN's dressing for the maze, read from maze_features.dat
      *> beside maze.dat. Each room keeps its cell's door flags so a
      *> features file left over from another maze is caught and set
      *> aside whole rather than dressing the wrong rooms.
       01 MazeFeatureStatus PIC XX.
       01 MazeFeatureData.
          02 MazeDoorSig PIC X(4) OCCURS 20 TIMES.
          02 RoomFeature PIC X(8) OCCURS 20 TIMES.
          02 MazeFeatureCount PIC 99.
          02 MazeFeatureMismatch PIC 99.
          02 FeatureRoom PIC 99.
          02 FeatureSlot PIC 99.
          02 FeatureWanted PIC X(8).
          02 FeatureBanned PIC X(8).
          02 FeatureTries PIC 99.
      *> Scenario packs: hand-built houses checked in by PACKCHK and
      *> listed from shos_packs.dat. The pack's layout, treasure,
      *> gear, and ZARR placements are fixed; only the pride's
      *> starting rooms and the dice are left to the seed.
       01 PackRegFileStatus PIC XX.
       01 PackFileStatus PIC XX.
       01 PackFileName PIC X(60).
       01 PackData.
          02 PackCode PIC X(8) VALUE SPACES.
             88 NoPackRun VALUE SPACES.
          02 PackName PIC X(30).
          02 PackCount PIC 99.
          02 PackChoice PIC 99.
          02 PackScan PIC 99.
          02 PackEntries OCCURS 20 TIMES.
             03 PackListCode PIC X(8).
             03 PackListName PIC X(30).
             03 PackListFile PIC X(60).
             03 PackListRooms PIC 99.
             03 PackListLions PIC 9.
          02 PackLoadOk PIC X.
             88 PackLoaded VALUE "Y".
          02 PackHeaderSeen PIC X.
             88 PackHasHeader VALUE "Y".
          02 PackLions PIC 9.
          02 PackSlot PIC 9.
          02 PackDir PIC 9.
      *> Speedrun splits. The clock starts when a fresh solo house is
      *> entered and reads in hundredths of a second. A run is clean
      *> when it walks out with ZARR, was never resumed from a save,
      *> and was played from the keyboard rather than a script.
      *> Co-op and resumed runs are not timed.
       01 SplitFileStatus PIC XX.
       01 SplitData.
          02 SplitTiming PIC X VALUE "N".
             88 SplitsRunning VALUE "Y".
          02 SplitClean PIC X.
             88 SplitCleanSoFar VALUE "Y".
          02 SplitHouse PIC X(8).
          02 SplitRunDate PIC 9(8).
          02 SplitRunTime PIC 9(8).
          02 SplitStartHund PIC 9(8).
          02 SplitLastRoom PIC 99.
          02 SplitNewRooms PIC 99.
          02 SplitTreasures PIC 9.
          02 SplitElapsed PIC 9(7).
          02 SplitKind PIC X.
          02 SplitMarkNo PIC 99.
          02 SplitIsNew PIC X.
          02 SplitClock PIC 9(8).
          02 SplitClockParts REDEFINES SplitClock.
             03 SplitClockHH PIC 99.
             03 SplitClockMM PIC 99.
             03 SplitClockSS PIC 99.
             03 SplitClockTT PIC 99.
          02 SplitClockHund PIC 9(8).
          02 SplitToday PIC 9(8).
      *> This run's milestones, held for the comparison at the exit.
          02 SplitMarkCount PIC 99.
          02 SplitMarks OCCURS 30 TIMES.
             03 SmKind PIC X.
             03 SmMark PIC 99.
             03 SmRoom PIC 99.
             03 SmElapsed PIC 9(7).
             03 SmBest PIC 9(7).
             03 SmHasBest PIC X.
                88 SmBestKnown VALUE "Y".
          02 SplitScan PIC 99.
      *> The player's fastest clean run on this preset so far.
          02 PbFound PIC X.
             88 PbOnFile VALUE "Y".
          02 PbElapsed PIC 9(7).
          02 PbRunDate PIC 9(8).
          02 PbRunTime PIC 9(8).
          02 FmtHund PIC 9(7).
          02 FmtMinutes PIC ZZ9.
          02 FmtSeconds PIC 99.
          02 FmtHundths PIC 99.
          02 FmtText PIC X(10).
          02 FmtDeltaSign PIC X.
          02 SplitLabel PIC X(24).
          02 SplitDeltaText PIC X(11).
      *> The feed is written to a scratch name and renamed over
      *> shos_live.dat, so SHOSWATCH never reads a half-written
      *> status - it sees the old record or the new one, whole.
       01 LiveFileStatus PIC XX.
       01 LiveData.
          02 LiveTempName PIC X(60) VALUE "shos_live.tmp".
          02 LiveFileName PIC X(60) VALUE "shos_live.dat".
          02 LiveFlag PIC X VALUE "N".
             88 LiveFeedOn VALUE "Y".
          02 LiveSeq PIC 9(6) VALUE 0.
          02 LiveState PIC X.
          02 LiveRunDate PIC 9(8).
          02 LiveRunTime PIC 9(8).
          02 LiveLastCommand PIC X(12).
          02 LiveRenameStatus PIC S9(9) COMP-5.
PROCEDURE DIVISION.
TitleScreen.
       PERFORM ResolveDataFiles
       MOVE "SHOS" TO Msg-Program
       MOVE "T" TO Msg-Action
       MOVE SPACES TO Msg-Language
       INITIALIZE Msg-Args
       MOVE "SHOS" TO GL-Program
       MOVE "START" TO GL-Event
       MOVE "session opened" TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       MOVE "L" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Prof-Language TO Msg-Language
       MOVE "C" TO Walk-State
       DISPLAY "*********************************"
       DISPLAY "*                               *"
       MOVE 1 TO Msg-Number
       PERFORM SayMessage
       DISPLAY "*                               *"
       MOVE 2 TO Msg-Number
       PERFORM SayMessage
       MOVE 3 TO Msg-Number
       PERFORM SayMessage
       DISPLAY "*                               *"
       DISPLAY "*********************************"
       DISPLAY " "
       MOVE 4 TO Msg-Number
       PERFORM SayMessage
       MOVE 5 TO Msg-Number
       PERFORM SayMessage
       MOVE 6 TO Msg-Number
       PERFORM SayMessage.

      *> The transcript's CMD= values replay a reported session exactly:
      *> one command per script line, in the order they were logged.

AskScriptMode.
       DISPLAY " "
       MOVE 7 TO Msg-Number
       PERFORM SayMessage
       ACCEPT Command
       IF Command IS EQUAL TO "Y"
           MOVE 8 TO Msg-Number
           PERFORM SayMessage
           ACCEPT ScriptFileName
           IF ScriptFileName IS EQUAL TO SPACES
               MOVE "shos_script.dat" TO ScriptFileName
           END-IF
           MOVE ScriptFileName TO Env-File
           PERFORM ResolveFileName
           MOVE Env-File TO ScriptFileName
           OPEN INPUT ScriptFile
           IF ScriptFileStatus IS NOT EQUAL TO "00"
               MOVE 9 TO Msg-Number
               PERFORM SayMessage
           ELSE
               MOVE "Y" TO ScriptMode
               MOVE 10 TO Msg-Number
               MOVE FUNCTION TRIM(ScriptFileName) TO Msg-Arg-Value(1)
               PERFORM SayMessage
           END-IF
       END-IF.

      *> CMD= values plays back move for move, lions and all.
AskSeed.
       DISPLAY " "
       MOVE 11 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetInputLine
       MOVE 0 TO Seed-In
       IF ScriptInput(1:5) IS NUMERIC
       PERFORM ProbeForCheckpoint
       IF CheckpointOnFile
           DISPLAY " "
           MOVE 12 TO Msg-Number
           PERFORM SayMessage
           MOVE 13 TO Msg-Number
           PERFORM SayMessage
           PERFORM GetCommand
           IF Command IS EQUAL TO "Y"
               MOVE AutosaveName TO SaveFileName
      *> transcript's ROOM= field at 00 so menu commands are not
      *> mistaken for in-room commands.
MainMenu.
       IF LiveFeedOn
           EVALUATE TRUE
               WHEN TurnCount IS NOT LESS THAN TurnLimit
                   MOVE "T" TO LiveState
               WHEN SlainFlag IS EQUAL TO "Y"
                   MOVE "D" TO LiveState
               WHEN OTHER
                   MOVE "E" TO LiveState
           END-EVALUATE
           PERFORM WriteLiveStatus
           MOVE "N" TO LiveFlag
       END-IF
       IF Walk-Open
           EVALUATE TRUE
               WHEN TurnCount IS NOT LESS THAN TurnLimit
                   MOVE "T" TO Walk-Outcome
               WHEN SlainFlag IS EQUAL TO "Y"
                   MOVE "D" TO Walk-Outcome
               WHEN OTHER
                   MOVE "Q" TO Walk-Outcome
           END-EVALUATE
           PERFORM CloseMazeWalk
       END-IF
       MOVE 0 TO RoomNumber
      *> A finished daily run must not bleed its date-seed into the
      *> next game - put back whatever was typed at AskSeed.
           MOVE "N" TO DailyFlag
       END-IF
       MOVE "N" TO CoopFlag
       MOVE SPACES TO PackCode
       MOVE "N" TO SplitTiming
       MOVE "N" TO MazeRunFlag
       PERFORM ClearCheckpointSave
       DISPLAY " "
       MOVE 14 TO Msg-Number
       PERFORM SayMessage
       MOVE 15 TO Msg-Number
       PERFORM SayMessage
       MOVE 16 TO Msg-Number
       PERFORM SayMessage
       MOVE 17 TO Msg-Number
       PERFORM SayMessage
       MOVE 18 TO Msg-Number
       PERFORM SayMessage
       MOVE 19 TO Msg-Number
       PERFORM SayMessage
       MOVE 20 TO Msg-Number
       PERFORM SayMessage
       MOVE 21 TO Msg-Number
       PERFORM SayMessage
       MOVE 22 TO Msg-Number
       PERFORM SayMessage
       MOVE 23 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetCommand
       EVALUATE Command
           WHEN "E"
               GO TO StartDailyGame
           WHEN "M"
               GO TO StartMazeGame
           WHEN "S"
               GO TO StartPackGame
           WHEN "R"
               GO TO ResumeGame
           WHEN "T"

ResumeGame.
       CALL "RNGSEED" USING Seed-Request
       MOVE 24 TO Msg-Number
       MOVE Seed-Used TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "SHOS" TO GL-Program
       MOVE "SEED" TO GL-Event
       MOVE SPACES TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       PERFORM LoadCatalog
       PERFORM ShowCatalog
       MOVE 25 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetInputLine
       MOVE ScriptInput(1:1) TO SlotChoice
       IF SlotChoice IS NOT NUMERIC OR SlotChoice IS EQUAL TO 0
       END-IF
       IF NOT SlotInUse(SlotChoice)
           DISPLAY SPACE
           MOVE 26 TO Msg-Number
           PERFORM SayMessage
           GO TO MainMenu
       END-IF
       PERFORM BuildSlotFileName
      *> from ResumeGame, or the crash checkpoint from the recovery
      *> offer at startup.
ResumeFromFile.
       MOVE SaveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveFileName
       OPEN INPUT SaveFile
       IF SaveFileStatus IS NOT EQUAL TO "00"
           DISPLAY SPACE
           MOVE 27 TO Msg-Number
           PERFORM SayMessage
           GO TO MainMenu
       END-IF
       READ SaveFile
           AT END
               DISPLAY SPACE
               MOVE 28 TO Msg-Number
               PERFORM SayMessage
               CLOSE SaveFile
               GO TO MainMenu
       END-READ
       IF SaveIdTag IS EQUAL TO "#V "
           IF SaveIdType IS NOT EQUAL TO "SHOSSAVE"
               DISPLAY SPACE
               MOVE 29 TO Msg-Number
               PERFORM SayMessage
               MOVE 30 TO Msg-Number
               MOVE SaveIdType TO Msg-Arg-Value(1)
               MOVE 8 TO Msg-Arg-Width(1)
               PERFORM SayMessage
               CLOSE SaveFile
               GO TO MainMenu
           END-IF
           IF SaveIdVersion IS GREATER THAN "04"
               DISPLAY SPACE
               MOVE 31 TO Msg-Number
               MOVE SaveIdVersion TO Msg-Arg-Value(1)
               MOVE 2 TO Msg-Arg-Width(1)
               PERFORM SayMessage
               CLOSE SaveFile
               GO TO MainMenu
           END-IF
           READ SaveFile
               AT END
                   DISPLAY SPACE
                   MOVE 28 TO Msg-Number
                   PERFORM SayMessage
                   CLOSE SaveFile
                   GO TO MainMenu
           END-READ
       END-IF
       IF SaveLayoutVersion IS LESS THAN "04"
           MOVE 32 TO Msg-Number
           PERFORM SayMessage
       END-IF
       MOVE SaveRoomNumber TO RoomNumber
       MOVE SaveHasZarr TO HasZarr
           MOVE "N" TO Preset
       END-IF
       PERFORM ApplyDifficulty
       MOVE SPACES TO PackCode
       IF SaveLayoutVersion IS NOT LESS THAN "04"
           AND SavePackCode IS NOT EQUAL TO SPACES
           AND SavePrideSize IS NUMERIC
           MOVE SavePackCode TO PackCode
           MOVE SavePrideSize TO LionPrideSize
           MOVE 33 TO Msg-Number
           MOVE FUNCTION TRIM(PackCode) TO Msg-Arg-Value(1)
           MOVE LionPrideSize TO Msg-Arg-Value(2)
           PERFORM SayMessage
       END-IF
       IF SaveHealth IS NUMERIC
           MOVE SaveHealth TO Health
       ELSE
           SET ZarrIsHere(ZarrRoom) TO TRUE
       END-IF
       MOVE "N" TO SlainFlag
       PERFORM StartLiveFeed
       DISPLAY SPACE
       MOVE 34 TO Msg-Number
       PERFORM SayMessage
       GO TO ShowRoom.

RestoreSavedRoomLayout.
           ELSE
               MOVE "N" TO RoomVisited(RoomIdx)
           END-IF
           IF NOT NoPackRun AND SaveTextId(RoomIdx) IS NUMERIC
               MOVE SaveTextId(RoomIdx) TO RoomTextId(RoomIdx)
           END-IF
       END-PERFORM
       PERFORM NameTreasures
       PERFORM VARYING TreasureIdx FROM 1 BY 1
SaveGame.
       PERFORM LoadCatalog
       PERFORM ShowCatalog
       MOVE 35 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetInputLine
       MOVE ScriptInput(1:1) TO SlotChoice
       IF SlotChoice IS NOT NUMERIC OR SlotChoice IS EQUAL TO 0
           OR SlotChoice IS GREATER THAN 5
           DISPLAY SPACE
           MOVE 36 TO Msg-Number
           PERFORM SayMessage
       ELSE
           PERFORM ConfirmOverwrite
           IF OverwriteApproved
               PERFORM WriteSaveSlot
           ELSE
               DISPLAY SPACE
               MOVE 36 TO Msg-Number
               PERFORM SayMessage
           END-IF
       END-IF
       EXIT.
ConfirmOverwrite.
       MOVE "Y" TO OverwriteFlag
       IF SlotInUse(SlotChoice)
           MOVE 37 TO Msg-Number
           MOVE SlotChoice TO Msg-Arg-Value(1)
           MOVE CatOwner(SlotChoice) TO Msg-Arg-Value(2)
           MOVE 12 TO Msg-Arg-Width(2)
           PERFORM SayMessage
           PERFORM GetCommand
           IF Command IS NOT EQUAL TO "Y"
               MOVE "N" TO OverwriteFlag
       EXIT.

WriteSaveSlot.
       MOVE 38 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetInputLine
       MOVE ScriptInput TO SaveOwner
       PERFORM BuildSlotFileName
       MOVE SaveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveFileName
       OPEN OUTPUT SaveFile
       IF SaveFileStatus IS NOT EQUAL TO "00"
           DISPLAY SPACE
           MOVE 39 TO Msg-Number
           PERFORM SayMessage
       ELSE
           PERFORM WriteSaveRecords
           CLOSE SaveFile
           ACCEPT CatTime(SlotChoice) FROM TIME
           PERFORM WriteCatalog
           DISPLAY SPACE
           MOVE 40 TO Msg-Number
           MOVE SlotChoice TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.

       MOVE SPACES TO SaveIdRecord
       MOVE "#V " TO SaveIdTag
       MOVE "SHOSSAVE" TO SaveIdType
       MOVE "04" TO SaveIdVersion
       MOVE "SHOS" TO SaveIdProgram
       ACCEPT SaveIdDateWork FROM DATE YYYYMMDD
       MOVE SaveIdDateWork TO SaveIdDate
           END-IF
       END-PERFORM
       MOVE Preset TO SavePreset
       MOVE PackCode TO SavePackCode
       MOVE LionPrideSize TO SavePrideSize
       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx IS GREATER THAN 20
           MOVE RoomTextId(RoomIdx) TO SaveTextId(RoomIdx)
           MOVE ExitNorth(RoomIdx) TO SaveExitNorth(RoomIdx)
           MOVE ExitSouth(RoomIdx) TO SaveExitSouth(RoomIdx)
           MOVE ExitEast(RoomIdx) TO SaveExitEast(RoomIdx)
           EXIT PARAGRAPH
       END-IF
       MOVE AutosaveName TO SaveFileName
       MOVE SaveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveFileName
       OPEN OUTPUT SaveFile
       IF SaveFileStatus IS EQUAL TO "00"
           PERFORM WriteSaveRecords

ClearCheckpointSave.
       MOVE AutosaveName TO SaveFileName
       MOVE SaveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveFileName
       OPEN OUTPUT SaveFile
       IF SaveFileStatus IS EQUAL TO "00"
           CLOSE SaveFile
ProbeForCheckpoint.
       MOVE "N" TO AutosaveSeen
       MOVE AutosaveName TO SaveFileName
       MOVE SaveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveFileName
       OPEN INPUT SaveFile
       IF SaveFileStatus IS EQUAL TO "00"
           READ SaveFile
      *> the release - the very complaint the slots exist to fix.
MigrateLegacySave.
       MOVE "shos_save.dat" TO SaveFileName
       MOVE SaveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveFileName
       OPEN INPUT SaveFile
       IF SaveFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
           EXIT PARAGRAPH
       END-IF
       MOVE "shos_save_1.dat" TO SaveFileName
       MOVE SaveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveFileName
       OPEN OUTPUT SaveFile
       IF SaveFileStatus IS NOT EQUAL TO "00"
           MOVE 41 TO Msg-Number
           MOVE SaveFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE MigrateHold1 TO SaveRecord
       MOVE "(MIGRATED)" TO CatOwner(1)
       MOVE 0 TO CatDate(1)
       MOVE 0 TO CatTime(1)
       MOVE 42 TO Msg-Number
       PERFORM SayMessage
       MOVE 43 TO Msg-Number
       PERFORM SayMessage
       EXIT.

InitializeCatalog.
WriteCatalog.
       OPEN OUTPUT CatalogFile
       IF CatalogFileStatus IS NOT EQUAL TO "00"
           MOVE 44 TO Msg-Number
           PERFORM SayMessage
       ELSE
           PERFORM VARYING SlotScan FROM 1 BY 1
               UNTIL SlotScan IS GREATER THAN 5

ShowCatalog.
       DISPLAY SPACE
       MOVE 45 TO Msg-Number
       PERFORM SayMessage
       PERFORM VARYING SlotScan FROM 1 BY 1 UNTIL SlotScan IS GREATER THAN 5
           IF SlotInUse(SlotScan)
               MOVE 46 TO Msg-Number
               MOVE SlotScan TO Msg-Arg-Value(1)
               MOVE CatOwner(SlotScan) TO Msg-Arg-Value(2)
               MOVE 12 TO Msg-Arg-Width(2)
               MOVE CatRoom(SlotScan) TO Msg-Arg-Value(3)
               MOVE CatDate(SlotScan) TO Msg-Arg-Value(4)
               MOVE CatTime(SlotScan) TO Msg-Arg-Value(5)
               PERFORM SayMessage
           ELSE
               MOVE 47 TO Msg-Number
               MOVE SlotScan TO Msg-Arg-Value(1)
               PERFORM SayMessage
           END-IF
       END-PERFORM
       EXIT.
       ACCEPT DailyDate FROM DATE YYYYMMDD
       COMPUTE Seed-In = FUNCTION MOD(DailyDate, 100000)
       DISPLAY SPACE
       MOVE 48 TO Msg-Number
       MOVE DailyDate TO Msg-Arg-Value(1)
       PERFORM SayMessage
       GO TO StartGame.

AskDifficulty.
       DISPLAY SPACE
       MOVE 49 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetCommand
       IF Command IS EQUAL TO "E" OR Command IS EQUAL TO "C"
           MOVE Command TO Preset
               MOVE 10 TO MaxHealth
               MOVE 400 TO TurnLimit
       END-EVALUATE
       MOVE 50 TO Msg-Number
       MOVE Preset TO Msg-Arg-Value(1)
       MOVE 1 TO Msg-Arg-Width(1)
       MOVE LionPrideSize TO Msg-Arg-Value(2)
       MOVE MaxHealth TO Msg-Arg-Value(3)
       MOVE TurnLimit TO Msg-Arg-Value(4)
       PERFORM SayMessage
       EXIT.

StartCoopGame.
       MOVE "Y" TO CoopFlag
       DISPLAY SPACE
       MOVE 51 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetInputLine
       MOVE ScriptInput TO PartyName(1)
       MOVE 52 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetInputLine
       MOVE ScriptInput TO PartyName(2)
       GO TO StartGame.
StartGame.
       MOVE 9 TO RoomCount
       CALL "RNGSEED" USING Seed-Request
       MOVE 24 TO Msg-Number
       MOVE Seed-Used TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "SHOS" TO GL-Program
       MOVE "SEED" TO GL-Event
       MOVE SPACES TO GL-Detail
       PERFORM PlaceTreasures
       PERFORM NameGear
       PERFORM PlaceGear
       PERFORM OfferGearShop
       PERFORM SeedLions
       MOVE 1 TO RoomNumber
       IF CoopRun
           PERFORM FormParty
       ELSE
           IF DailyRun
               MOVE "DAILY" TO SplitHouse
           ELSE
               MOVE "RANDOM" TO SplitHouse
           END-IF
           PERFORM StartSplitClock
       END-IF
       PERFORM StartLiveFeed
       GO TO ShowRoom.

FormParty.
       MOVE "N" TO PartyFallen(2)
       MOVE "N" TO TurnTakenFlag
       DISPLAY SPACE
       MOVE 53 TO Msg-Number
       MOVE FUNCTION TRIM(PartyName(1)) TO Msg-Arg-Value(1)
       MOVE FUNCTION TRIM(PartyName(2)) TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE 54 TO Msg-Number
       MOVE FUNCTION TRIM(PartyName(1)) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       EXIT.

      *> The end of a consumed turn in a co-op run: park the mover's
       MOVE PartyHealth(ActivePlayer) TO Health
       MOVE PartyRoom(ActivePlayer) TO RoomNumber
       DISPLAY SPACE
       MOVE 55 TO Msg-Number
       MOVE FUNCTION TRIM(PartyName(ActivePlayer)) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM DisplayRoomDesc
       EXIT.

       IF MemberFallen(BenchPlayer)
           MOVE "Y" TO PartyWipedFlag
           DISPLAY SPACE
           MOVE 56 TO Msg-Number
           PERFORM SayMessage
           MOVE 57 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE "N" TO PartyWipedFlag
           MOVE "N" TO SlainFlag
           MOVE PartyHealth(ActivePlayer) TO Health
           MOVE PartyRoom(ActivePlayer) TO RoomNumber
           DISPLAY SPACE
           MOVE 58 TO Msg-Number
           MOVE FUNCTION TRIM(PartyName(ActivePlayer)) TO Msg-Arg-Value(1)
           PERFORM SayMessage
           PERFORM DisplayRoomDesc
       END-IF
       EXIT.

StartMazeGame.
       CALL "RNGSEED" USING Seed-Request
       MOVE 24 TO Msg-Number
       MOVE Seed-Used TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "SHOS" TO GL-Program
       MOVE "SEED" TO GL-Event
       MOVE SPACES TO GL-Detail
       IF NOT MazeLoaded
           GO TO MainMenu
       END-IF
       PERFORM LogMazeCatalogKey
       MOVE MazeZarrRoom TO ZarrRoom
       SET ZarrIsHere(ZarrRoom) TO TRUE
       PERFORM NameTreasures
       PERFORM NameGear
       PERFORM PlaceGear
       PERFORM SeedLions
       IF MazeFeatureCount IS GREATER THAN 0
           PERFORM HonorMazeFeatures
       END-IF
       PERFORM OfferGearShop
       MOVE MazeEntranceRoom TO RoomNumber
       MOVE "MAZE" TO SplitHouse
       MOVE "Y" TO MazeRunFlag
       PERFORM StartSplitClock
       PERFORM StartLiveFeed
       PERFORM OpenMazeWalk
       DISPLAY SPACE
       MOVE 59 TO Msg-Number
       MOVE RoomCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       GO TO ShowRoom.

      *> MAZEGEN's maze.dat holds one record per cell, doors in
           MOVE 0 TO ExitSouth(RoomIdx)
           MOVE 0 TO ExitEast(RoomIdx)
           MOVE 0 TO ExitWest(RoomIdx)
           MOVE SPACES TO MazeDoorSig(RoomIdx)
       END-PERFORM
       OPEN INPUT MazeFile
       IF MazeFileStatus IS NOT EQUAL TO "00"
           DISPLAY SPACE
           MOVE 60 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MazeFileStatus IS NOT EQUAL TO "00"
       CLOSE MazeFile
       IF MazeCellCount IS EQUAL TO 0
           DISPLAY SPACE
           MOVE 61 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF MazeSize IS GREATER THAN 4
           DISPLAY SPACE
           MOVE 62 TO Msg-Number
           MOVE MazeSize TO Msg-Arg-Value(1)
           PERFORM SayMessage
           MOVE 63 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       COMPUTE RoomCount = MazeSize * MazeSize
       PERFORM PlaceMazeOutsideExit
       IF MazeExitDir IS EQUAL TO 0
           DISPLAY SPACE
           MOVE 64 TO Msg-Number
           PERFORM SayMessage
           MOVE 65 TO Msg-Number
           PERFORM SayMessage
           MOVE 66 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO MazeLoadOk
       PERFORM LoadMazeFeatures
       EXIT.

      *> The catalog key of the maze being played goes in the log, so a
      *> run can be traced back to the very maze it was played in.
LogMazeCatalogKey.
       MOVE "L" TO Mzc-Action
       MOVE "maze.dat" TO Mzc-Maze-File
       CALL "MAZECAT" USING Maze-Catalog-Request
       MOVE "SHOS" TO GL-Program
       MOVE "MAZE" TO GL-Event
       MOVE SPACES TO GL-Detail
       IF Mzc-Found
           STRING "maze.dat " DELIMITED BY SIZE
               Mzc-Key DELIMITED BY SIZE
               INTO GL-Detail
           END-STRING
       ELSE
           MOVE "maze.dat uncatalogued" TO GL-Detail
       END-IF
       CALL "GAMELOG" USING GameLog-Request
       EXIT.

      *> A maze run from the keyboard has its route kept, cell by
      *> cell, for MAZERACE to score against MAZEGEN's solved path. A
      *> replayed script only walks the same route over again.
OpenMazeWalk.
       IF ScriptModeOn
           EXIT PARAGRAPH
       END-IF
       MOVE "O" TO Walk-Action
       MOVE "SHOS" TO Walk-Game
       MOVE Prof-Name TO Walk-Player
       IF Mzc-Found
           MOVE Mzc-Key TO Walk-Maze-Key
       ELSE
           MOVE SPACES TO Walk-Maze-Key
       END-IF
       MOVE "maze.dat" TO Walk-Maze-File
       CALL "MAZEWALK" USING Maze-Walk-Request
       EXIT.

      *> Rooms are the maze's cells, (row-1)*size+column.
WalkMazeRoom.
       MOVE "S" TO Walk-Action
       COMPUTE Walk-Column = FUNCTION MOD(RoomNumber - 1, MazeSize) + 1
       COMPUTE Walk-Row = (RoomNumber - 1) / MazeSize + 1
       CALL "MAZEWALK" USING Maze-Walk-Request
       EXIT.

CloseMazeWalk.
       MOVE "E" TO Walk-Action
       CALL "MAZEWALK" USING Maze-Walk-Request
       EXIT.

LoadMazeFeatures.
       MOVE 0 TO MazeFeatureCount
       MOVE 0 TO MazeFeatureMismatch
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
       IF MazeFeatureMismatch IS GREATER THAN 0
           DISPLAY SPACE
           MOVE 67 TO Msg-Number
           PERFORM SayMessage
           MOVE 68 TO Msg-Number
           PERFORM SayMessage
           MOVE 0 TO MazeFeatureCount
           PERFORM VARYING RoomIdx FROM 1 BY 1
               UNTIL RoomIdx IS GREATER THAN 20
               MOVE SPACES TO RoomFeature(RoomIdx)
           END-PERFORM
       END-IF
       EXIT.

KeepMazeFeature.
       IF FtColumn IS NOT NUMERIC OR FtRow IS NOT NUMERIC
           OR FtColumn IS EQUAL TO 0 OR FtRow IS EQUAL TO 0
           OR FtColumn IS GREATER THAN MazeSize
           OR FtRow IS GREATER THAN MazeSize
           ADD 1 TO MazeFeatureMismatch
           EXIT PARAGRAPH
       END-IF
       COMPUTE FeatureRoom = (FtRow - 1) * MazeSize + FtColumn
       IF FtDoors IS NOT EQUAL TO MazeDoorSig(FeatureRoom)
           ADD 1 TO MazeFeatureMismatch
           EXIT PARAGRAPH
       END-IF
       IF FtFeature IS NOT EQUAL TO SPACES
           MOVE FtFeature TO RoomFeature(FeatureRoom)
           ADD 1 TO MazeFeatureCount
       END-IF
       EXIT.

      *> The shared placing paragraphs scatter the valuables and the
      *> pride as in the house; the maze's dressing then has its say.
      *> Treasuries take the treasures and armories the gear, one
      *> apiece in turn, and lairs take the lions; nothing is left
      *> lying in a trap and no lion settles in a shrine.
HonorMazeFeatures.
       MOVE "TREASURY" TO FeatureWanted
       MOVE 0 TO FeatureRoom
       PERFORM VARYING TreasureIdx FROM 1 BY 1
           UNTIL TreasureIdx IS GREATER THAN 4
           PERFORM NextWantedRoom
           IF FeatureRoom IS GREATER THAN 0
               MOVE FeatureRoom TO TreasureRoom(TreasureIdx)
           END-IF
       END-PERFORM
       MOVE "ARMORY" TO FeatureWanted
       MOVE 0 TO FeatureRoom
       PERFORM VARYING GearIdx FROM 1 BY 1
           UNTIL GearIdx IS GREATER THAN 3
           PERFORM NextWantedRoom
           IF FeatureRoom IS GREATER THAN 0
               MOVE FeatureRoom TO GearRoom(GearIdx)
           END-IF
       END-PERFORM
       MOVE "LAIR" TO FeatureWanted
       MOVE 0 TO FeatureRoom
       PERFORM VARYING LionIdx FROM 1 BY 1
           UNTIL LionIdx IS GREATER THAN LionPrideSize
           PERFORM NextWantedRoom
           IF FeatureRoom IS GREATER THAN 0
               MOVE FeatureRoom TO LionRooms(LionIdx)
           END-IF
       END-PERFORM
       MOVE "TRAP" TO FeatureBanned
       PERFORM VARYING TreasureIdx FROM 1 BY 1
           UNTIL TreasureIdx IS GREATER THAN 4
           MOVE TreasureRoom(TreasureIdx) TO FeatureRoom
           PERFORM StepPastBanned
           MOVE FeatureRoom TO TreasureRoom(TreasureIdx)
       END-PERFORM
       PERFORM VARYING GearIdx FROM 1 BY 1
           UNTIL GearIdx IS GREATER THAN 3
           MOVE GearRoom(GearIdx) TO FeatureRoom
           PERFORM StepPastBanned
           MOVE FeatureRoom TO GearRoom(GearIdx)
       END-PERFORM
       MOVE "SHRINE" TO FeatureBanned
       PERFORM VARYING LionIdx FROM 1 BY 1
           UNTIL LionIdx IS GREATER THAN LionPrideSize
           MOVE LionRooms(LionIdx) TO FeatureRoom
           PERFORM StepPastBanned
           MOVE FeatureRoom TO LionRooms(LionIdx)
       END-PERFORM
       EXIT.

      *> The next room after FeatureRoom dressed as FeatureWanted, or
      *> 0 once there are no more of them. The entrance is never one.
NextWantedRoom.
       MOVE FeatureRoom TO FeatureSlot
       MOVE 0 TO FeatureRoom
       ADD 1 TO FeatureSlot
       PERFORM UNTIL FeatureSlot IS GREATER THAN RoomCount
           OR FeatureRoom IS GREATER THAN 0
           IF RoomFeature(FeatureSlot) IS EQUAL TO FeatureWanted
               AND FeatureSlot IS NOT EQUAL TO MazeEntranceRoom
               MOVE FeatureSlot TO FeatureRoom
           END-IF
           ADD 1 TO FeatureSlot
       END-PERFORM
       EXIT.

      *> Walks FeatureRoom on through rooms 2..RoomCount, wrapping,
      *> until it is out of a FeatureBanned room. A maze that is all
      *> banned rooms leaves it where it was.
StepPastBanned.
       MOVE 0 TO FeatureTries
       MOVE FeatureRoom TO FeatureSlot
       PERFORM UNTIL RoomFeature(FeatureSlot) IS NOT EQUAL TO FeatureBanned
           OR FeatureTries IS GREATER THAN RoomCount
           ADD 1 TO FeatureSlot
           IF FeatureSlot IS GREATER THAN RoomCount
               MOVE 2 TO FeatureSlot
           END-IF
           ADD 1 TO FeatureTries
       END-PERFORM
       IF FeatureTries IS NOT GREATER THAN RoomCount
           MOVE FeatureSlot TO FeatureRoom
       END-IF
       EXIT.

SizeMazeCell.
           ADD 1 TO MazeCellsTooFar
           EXIT PARAGRAPH
       END-IF
       MOVE MazeFileRecord(6:4) TO MazeDoorSig(MazeRoomId)
      *> A door leading off the grid (possible in a hand-tweaked
      *> maze.dat) is left closed rather than stored as a bogus exit.
      *> DIRSVC translates this program's direction order into
       END-PERFORM
       EXIT.

      *> A scenario pack is a house built by hand and checked in by
      *> PACKCHK - layout, room text, ZARR, treasures, gear, and the
      *> size of the pride all come from the pack file, so a themed
      *> event needs no recompile. Only installed packs are offered.
StartPackGame.
       PERFORM LoadPackRegistry
       IF PackCount IS EQUAL TO 0
           DISPLAY SPACE
           MOVE 69 TO Msg-Number
           PERFORM SayMessage
           MOVE 70 TO Msg-Number
           PERFORM SayMessage
           GO TO MainMenu
       END-IF
       DISPLAY SPACE
       MOVE 71 TO Msg-Number
       PERFORM SayMessage
       PERFORM VARYING PackScan FROM 1 BY 1
           UNTIL PackScan IS GREATER THAN PackCount
           MOVE 72 TO Msg-Number
           MOVE PackScan TO Msg-Arg-Value(1)
           MOVE PackListCode(PackScan) TO Msg-Arg-Value(2)
           MOVE 8 TO Msg-Arg-Width(2)
           MOVE PackListName(PackScan) TO Msg-Arg-Value(3)
           MOVE 30 TO Msg-Arg-Width(3)
           MOVE PackListRooms(PackScan) TO Msg-Arg-Value(4)
           MOVE PackListLions(PackScan) TO Msg-Arg-Value(5)
           PERFORM SayMessage
       END-PERFORM
       MOVE 73 TO Msg-Number
       MOVE PackCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM GetInputLine
       IF FUNCTION TRIM(ScriptInput) IS NUMERIC
           MOVE FUNCTION NUMVAL(ScriptInput) TO PackChoice
       ELSE
           MOVE 0 TO PackChoice
       END-IF
       IF PackChoice IS EQUAL TO 0 OR PackChoice IS GREATER THAN PackCount
           GO TO MainMenu
       END-IF
       MOVE PackListCode(PackChoice) TO PackCode
       MOVE PackListName(PackChoice) TO PackName
       MOVE PackListFile(PackChoice) TO PackFileName
       CALL "RNGSEED" USING Seed-Request
       MOVE 24 TO Msg-Number
       MOVE Seed-Used TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "SHOS" TO GL-Program
       MOVE "SEED" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "seed=" DELIMITED BY SIZE
           Seed-Used DELIMITED BY SIZE INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       PERFORM AskDifficulty
       MOVE "N" TO SlainFlag
       MOVE "N" TO HasZarr
       MOVE MaxHealth TO Health
       MOVE 0 TO LionsBeaten
       MOVE 0 TO TurnCount
       MOVE ShiftInterval TO NextShiftTurn
       PERFORM InitializeRooms
       PERFORM NameTreasures
       PERFORM NameGear
       PERFORM LoadPackLayout
       IF NOT PackLoaded
           GO TO MainMenu
       END-IF
       PERFORM OfferGearShop
       SET ZarrIsHere(ZarrRoom) TO TRUE
      *> The pack's pride replaces the preset's; the preset still
      *> sets health and the turn limit.
       MOVE PackLions TO LionPrideSize
       PERFORM SeedLions
       MOVE "SHOS" TO GL-Program
       MOVE "PACK" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "pack=" DELIMITED BY SIZE
           PackCode DELIMITED BY SPACE
           " lions=" DELIMITED BY SIZE
           LionPrideSize DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       MOVE 1 TO RoomNumber
       MOVE PackCode TO SplitHouse
       PERFORM StartSplitClock
       PERFORM StartLiveFeed
       DISPLAY SPACE
       MOVE 74 TO Msg-Number
       MOVE FUNCTION TRIM(PackName) TO Msg-Arg-Value(1)
       MOVE RoomCount TO Msg-Arg-Value(2)
       MOVE LionPrideSize TO Msg-Arg-Value(3)
       PERFORM SayMessage
       GO TO ShowRoom.

LoadPackRegistry.
       MOVE 0 TO PackCount
       OPEN INPUT PackRegFile
       IF PackRegFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PackRegFileStatus IS NOT EQUAL TO "00"
           READ PackRegFile
               AT END
                   MOVE "10" TO PackRegFileStatus
               NOT AT END
                   IF PackCount IS LESS THAN 20
                       ADD 1 TO PackCount
                       MOVE PrCode TO PackListCode(PackCount)
                       MOVE PrName TO PackListName(PackCount)
                       MOVE PrFile TO PackListFile(PackCount)
                       MOVE PrRooms TO PackListRooms(PackCount)
                       MOVE PrLions TO PackListLions(PackCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PackRegFile
       EXIT.

      *> PACKCHK has already passed the pack; the file is still read
      *> defensively, and the house is put through the same flood
      *> the shifting walls use, in case it was edited after the
      *> check-in.
LoadPackLayout.
       MOVE "N" TO PackLoadOk
       MOVE "N" TO PackHeaderSeen
       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx IS GREATER THAN 20
           MOVE 0 TO ExitNorth(RoomIdx)
           MOVE 0 TO ExitSouth(RoomIdx)
           MOVE 0 TO ExitEast(RoomIdx)
           MOVE 0 TO ExitWest(RoomIdx)
       END-PERFORM
       MOVE PackFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO PackFileName
       OPEN INPUT PackFile
       IF PackFileStatus IS NOT EQUAL TO "00"
           DISPLAY SPACE
           MOVE 75 TO Msg-Number
           MOVE FUNCTION TRIM(PackFileName) TO Msg-Arg-Value(1)
           MOVE PackFileStatus TO Msg-Arg-Value(2)
           MOVE 2 TO Msg-Arg-Width(2)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PackFileStatus IS NOT EQUAL TO "00"
           READ PackFile
               AT END
                   MOVE "10" TO PackFileStatus
               NOT AT END
                   PERFORM LoadPackRecord
           END-READ
       END-PERFORM
       CLOSE PackFile
       IF NOT PackHasHeader
           DISPLAY SPACE
           MOVE 76 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckHouseConnected
       IF NOT HouseStillConnected
           DISPLAY SPACE
           MOVE 77 TO Msg-Number
           PERFORM SayMessage
           MOVE 78 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO PackLoadOk
       EXIT.

LoadPackRecord.
       EVALUATE PkType
           WHEN "H"
               IF PkRoomCount IS NOT NUMERIC OR PkRoomCount IS LESS THAN 2
                   OR PkRoomCount IS GREATER THAN 20
                   OR PkLionCount IS NOT NUMERIC
                   OR PkLionCount IS GREATER THAN 7
                   OR PkZarrRoom IS NOT NUMERIC
                   OR PkZarrRoom IS LESS THAN 2
                   OR PkZarrRoom IS GREATER THAN PkRoomCount
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO PackHeaderSeen
               MOVE PkRoomCount TO RoomCount
               MOVE PkLionCount TO PackLions
               MOVE PkZarrRoom TO ZarrRoom
               PERFORM VARYING PackSlot FROM 1 BY 1
                   UNTIL PackSlot IS GREATER THAN 4
                   MOVE PkTreasureRoom(PackSlot) TO TreasureRoom(PackSlot)
                   MOVE "N" TO TreasureHeld(PackSlot)
                   MOVE 0 TO TreasureOwner(PackSlot)
               END-PERFORM
               PERFORM VARYING PackSlot FROM 1 BY 1
                   UNTIL PackSlot IS GREATER THAN 3
                   MOVE PkGearRoom(PackSlot) TO GearRoom(PackSlot)
                   MOVE "N" TO GearHeld(PackSlot)
                   MOVE "N" TO GearWorn(PackSlot)
               END-PERFORM
           WHEN "R"
               IF PkRoomId IS NOT NUMERIC OR PkRoomId IS EQUAL TO 0
                   OR PkRoomId IS GREATER THAN 20
                   EXIT PARAGRAPH
               END-IF
               MOVE PkRoomId TO LayoutRoomIdx
               PERFORM VARYING PackDir FROM 1 BY 1
                   UNTIL PackDir IS GREATER THAN 4
                   IF PkExit(PackDir) IS NUMERIC
                       MOVE PackDir TO LayoutDir
                       MOVE PkExit(PackDir) TO LayoutExitValue
                       PERFORM SetExitByDirection
                   END-IF
               END-PERFORM
               IF PkTextId IS NUMERIC
                   MOVE PkTextId TO RoomTextId(LayoutRoomIdx)
               END-IF
       END-EVALUATE
       EXIT.

NameTreasures.
       MOVE "THE SILVER CANDELABRA" TO TreasureName(1)
       MOVE 50 TO TreasureValue(1)
           IF TreasureRoom(TreasureIdx) IS EQUAL TO RoomNumber
               AND NOT TreasureIsHeld(TreasureIdx)
               DISPLAY SPACE
               MOVE 79 TO Msg-Number
               MOVE FUNCTION TRIM(TreasureName(TreasureIdx)) TO Msg-Arg-Value(1)
               PERFORM SayMessage
               PERFORM GetCommand
               IF Command IS EQUAL TO "Y"
                   MOVE "Y" TO TreasureHeld(TreasureIdx)
                   MOVE ActivePlayer TO TreasureOwner(TreasureIdx)
                   MOVE 80 TO Msg-Number
                   PERFORM SayMessage
                   IF SplitsRunning
                       ADD 1 TO SplitTreasures
                       MOVE "T" TO SplitKind
                       MOVE SplitTreasures TO SplitMarkNo
                       MOVE "Y" TO SplitIsNew
                       PERFORM TakeSplit
                   END-IF
               END-IF
           END-IF
       END-PERFORM
           IF GearRoom(GearIdx) IS EQUAL TO RoomNumber
               AND NOT GearIsHeld(GearIdx)
               DISPLAY SPACE
               MOVE 81 TO Msg-Number
               MOVE FUNCTION TRIM(GearName(GearIdx)) TO Msg-Arg-Value(1)
               PERFORM SayMessage
               PERFORM GetCommand
               IF Command IS EQUAL TO "Y"
                   MOVE "Y" TO GearHeld(GearIdx)
                   MOVE 82 TO Msg-Number
                   PERFORM SayMessage
                   MOVE 83 TO Msg-Number
                   PERFORM SayMessage
               END-IF
           END-IF
       END-PERFORM
WieldGear.
       MOVE 0 TO GearHeldCount
       DISPLAY SPACE
       MOVE 84 TO Msg-Number
       PERFORM SayMessage
       PERFORM VARYING GearIdx FROM 1 BY 1
           UNTIL GearIdx IS GREATER THAN 3
           IF GearIsHeld(GearIdx)
               ADD 1 TO GearHeldCount
               IF GearIsWielded(GearIdx)
                   MOVE 85 TO Msg-Number
                   SET GearListNo TO GearIdx
                   MOVE GearListNo TO Msg-Arg-Value(1)
                   MOVE FUNCTION TRIM(GearName(GearIdx)) TO Msg-Arg-Value(2)
                   PERFORM SayMessage
               ELSE
                   MOVE 86 TO Msg-Number
                   SET GearListNo TO GearIdx
                   MOVE GearListNo TO Msg-Arg-Value(1)
                   MOVE FUNCTION TRIM(GearName(GearIdx)) TO Msg-Arg-Value(2)
                   PERFORM SayMessage
               END-IF
           END-IF
       END-PERFORM
       IF GearHeldCount IS EQUAL TO 0
           MOVE 87 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 88 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetInputLine
       MOVE 0 TO GearChoice
       IF ScriptInput(1:1) IS NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF NOT GearIsHeld(GearChoice)
           MOVE 89 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF GearIsWielded(GearChoice)
           MOVE "N" TO GearWorn(GearChoice)
           MOVE 90 TO Msg-Number
           MOVE FUNCTION TRIM(GearName(GearChoice)) TO Msg-Arg-Value(1)
           PERFORM SayMessage
       ELSE
           MOVE "Y" TO GearWorn(GearChoice)
           MOVE 91 TO Msg-Number
           MOVE FUNCTION TRIM(GearName(GearChoice)) TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.

      *> Before a run the player may buy gear out of the shared
      *> purse; bought gear is carried from the first room, the way
      *> found gear is. A daily or co-op run starts everyone even, and
      *> a script replay buys nothing, so the stall stays shut for
      *> those. The answers are not transcript input.
OfferGearShop.
       IF DailyRun OR CoopRun OR ScriptModeOn
           EXIT PARAGRAPH
       END-IF
       MOVE "B" TO Purse-Action
       MOVE Prof-Name TO Purse-Name
       CALL "PURSE" USING Purse-Request
       IF NOT Purse-Done
           OR Purse-Balance IS LESS THAN GearShopCheapest
           EXIT PARAGRAPH
       END-IF
       DISPLAY SPACE
       MOVE 207 TO Msg-Number
       MOVE Purse-Balance TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "N" TO GearShopFlag
       PERFORM BuyGear UNTIL GearShopClosed
       EXIT.

BuyGear.
       MOVE 0 TO GearHeldCount
       PERFORM VARYING GearIdx FROM 1 BY 1
           UNTIL GearIdx IS GREATER THAN 3
           IF GearIsHeld(GearIdx)
               ADD 1 TO GearHeldCount
           END-IF
       END-PERFORM
       IF GearHeldCount IS EQUAL TO 3
           MOVE "Y" TO GearShopFlag
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING GearIdx FROM 1 BY 1
           UNTIL GearIdx IS GREATER THAN 3
           IF NOT GearIsHeld(GearIdx)
               MOVE 208 TO Msg-Number
               SET GearListNo TO GearIdx
               MOVE GearListNo TO Msg-Arg-Value(1)
               MOVE FUNCTION TRIM(GearName(GearIdx)) TO Msg-Arg-Value(2)
               MOVE GearPrice(GearIdx) TO Msg-Arg-Value(3)
               PERFORM SayMessage
           END-IF
       END-PERFORM
       MOVE 209 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO ScriptInput
       ACCEPT ScriptInput
       MOVE 0 TO GearChoice
       IF ScriptInput(1:1) IS NUMERIC
           MOVE ScriptInput(1:1) TO GearChoice
       END-IF
       IF GearChoice IS EQUAL TO 0 OR GearChoice IS GREATER THAN 3
           MOVE "Y" TO GearShopFlag
           EXIT PARAGRAPH
       END-IF
       IF GearIsHeld(GearChoice)
           EXIT PARAGRAPH
       END-IF
       MOVE "W" TO Purse-Action
       MOVE Prof-Name TO Purse-Name
       MOVE "SHOS" TO Purse-Game
       MOVE GearPrice(GearChoice) TO Purse-Amount
       MOVE SPACES TO Purse-Memo
       STRING "gear " DELIMITED BY SIZE
           GearName(GearChoice) DELIMITED BY SIZE
           INTO Purse-Memo
       END-STRING
       CALL "PURSE" USING Purse-Request
       IF Purse-Refused
           MOVE 210 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF NOT Purse-Done
           MOVE "Y" TO GearShopFlag
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO GearHeld(GearChoice)
       MOVE 0 TO GearRoom(GearChoice)
       MOVE 211 TO Msg-Number
       MOVE FUNCTION TRIM(GearName(GearChoice)) TO Msg-Arg-Value(1)
       MOVE Purse-Balance TO Msg-Arg-Value(2)
       PERFORM SayMessage
       IF Purse-Balance IS LESS THAN GearShopCheapest
           MOVE "Y" TO GearShopFlag
       END-IF
       EXIT.

      *> A haul carried out of the house is banked in the purse of the
      *> player who picked it up. A replay banks nothing.
BankHaul.
       IF ScriptModeOn
           EXIT PARAGRAPH
       END-IF
       MOVE "D" TO Purse-Action
       MOVE "SHOS" TO Purse-Game
       MOVE "haul" TO Purse-Memo
       IF CoopRun
           PERFORM VARYING BenchPlayer FROM 1 BY 1
               UNTIL BenchPlayer IS GREATER THAN 2
               PERFORM TallyPlayerHaul
               MOVE PartyName(BenchPlayer) TO Purse-Name
               MOVE PlayerHaul TO Purse-Amount
               PERFORM BankOneHaul
           END-PERFORM
       ELSE
           MOVE Prof-Name TO Purse-Name
           MOVE HaulValue TO Purse-Amount
           PERFORM BankOneHaul
       END-IF
       EXIT.

BankOneHaul.
       IF Purse-Amount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE "D" TO Purse-Action
       CALL "PURSE" USING Purse-Request
       IF Purse-Done
           MOVE 206 TO Msg-Number
           MOVE Purse-Amount TO Msg-Arg-Value(1)
           MOVE FUNCTION TRIM(Purse-Name) TO Msg-Arg-Value(2)
           MOVE Purse-Balance TO Msg-Arg-Value(3)
           PERFORM SayMessage
       END-IF
       EXIT.

       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx IS GREATER THAN 20
           MOVE "N" TO RoomHasZarr(RoomIdx)
           MOVE "N" TO RoomVisited(RoomIdx)
           MOVE 0 TO RoomTextId(RoomIdx)
           MOVE SPACES TO RoomFeature(RoomIdx)
       END-PERFORM
       PERFORM EnsureRoomsFile
       EXIT.
           END-IF
       END-PERFORM
       IF NOT LayoutParentFound
           MOVE 92 TO Msg-Number
           MOVE LayoutNewRoom TO Msg-Arg-Value(1)
           PERFORM SayMessage
           PERFORM ScanForFreeParent
       END-IF
       PERFORM DetermineLayoutOpposite
       END-PERFORM
       CLOSE RoomsSeqFile
       IF MigRoomCount IS EQUAL TO 0
           MOVE 93 TO Msg-Number
           PERFORM SayMessage
           MOVE 94 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT RoomsFile
       IF RoomsFileStatus IS NOT EQUAL TO "00"
           MOVE 95 TO Msg-Number
           PERFORM SayMessage
           MOVE 96 TO Msg-Number
           MOVE RoomsFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           MOVE 97 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING MigSlotIdx FROM 1 BY 1
           END-IF
       END-PERFORM
       CLOSE RoomsFile
       MOVE 98 TO Msg-Number
       PERFORM SayMessage
       MOVE 99 TO Msg-Number
       MOVE MigRoomCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       EXIT.

      *> Flavor text only - the room layout is randomized fresh each
WriteDefaultRoomsFile.
       OPEN OUTPUT RoomsFile
       IF RoomsFileStatus IS NOT EQUAL TO "00"
           MOVE 100 TO Msg-Number
           MOVE RoomsFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 1 TO RoomsFileId
       MOVE SPACE TO RoomDesc(RoomNumber, 3)
       OPEN INPUT RoomsFile
       IF RoomsFileStatus IS EQUAL TO "00"
           IF RoomTextId(RoomNumber) IS GREATER THAN 0
               MOVE RoomTextId(RoomNumber) TO RoomsFileId
           ELSE
               MOVE RoomNumber TO RoomsFileId
           END-IF
           READ RoomsFile
               INVALID KEY
                   CONTINUE
ShowRoom.
       DISPLAY SPACE
       IF TurnCount IS NOT LESS THAN TurnLimit
           MOVE 101 TO Msg-Number
           PERFORM SayMessage
           MOVE 102 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO SlainFlag
           MOVE "!" TO Command
           PERFORM AppendTranscript
           GO TO MainMenu
       END-IF
       IF RoomNumber IS GREATER THAN RoomCount
           MOVE 103 TO Msg-Number
           PERFORM SayMessage
           STOP RUN
       END-IF
       PERFORM CheckAutosave
       IF SplitsRunning AND RoomNumber IS NOT EQUAL TO SplitLastRoom
           PERFORM SplitRoomEntry
       END-IF
       IF Walk-Open
           PERFORM WalkMazeRoom
       END-IF
       MOVE "Y" TO RoomVisited(RoomNumber)
       PERFORM DisplayRoomDesc
       MOVE 104 TO Msg-Number
       MOVE Health TO Msg-Arg-Value(1)
       MOVE MaxHealth TO Msg-Arg-Value(2)
       MOVE LionsLeft TO Msg-Arg-Value(3)
       PERFORM SayMessage
       PERFORM ZarrCheck
       PERFORM TreasureCheck
       PERFORM GearCheck
                   MOVE MaxHealth TO Health
               END-IF
               DISPLAY SPACE
               MOVE 105 TO Msg-Number
               PERFORM SayMessage
               MOVE 106 TO Msg-Number
               MOVE Health TO Msg-Arg-Value(1)
               PERFORM SayMessage
           END-IF
       END-IF
       EXIT.
ZarrCheck.
       IF ZarrIsHere(RoomNumber) AND NOT PlayerHasZarr
           DISPLAY SPACE
           MOVE 107 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO HasZarr
           IF SplitsRunning
               MOVE "Z" TO SplitKind
               MOVE 1 TO SplitMarkNo
               MOVE "Y" TO SplitIsNew
               PERFORM TakeSplit
           END-IF
       END-IF
       EXIT.

           COMPUTE CombatRoll = FUNCTION RANDOM() * 3
           IF CombatRoll IS EQUAL TO 0
               DISPLAY SPACE
               MOVE 108 TO Msg-Number
               PERFORM SayMessage
               MOVE 109 TO Msg-Number
               PERFORM SayMessage
               MOVE LionRooms(CurrentLion) TO LayoutRoomIdx
               COMPUTE LayoutDir = FUNCTION RANDOM() * 4 + 1
               PERFORM GetExitByDirection

LionEncounter.
       DISPLAY SPACE
       MOVE 110 TO Msg-Number
       PERFORM SayMessage
       MOVE 111 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetCommand
       EVALUATE Command
           WHEN "F"
               PERFORM FightLion
           WHEN OTHER
               MOVE 112 TO Msg-Number
               PERFORM SayMessage
       END-EVALUATE
       EXIT.

       IF CombatRoll IS EQUAL TO 1
           SUBTRACT 1 FROM LionHits
           IF LionHits IS EQUAL TO 0
               MOVE 113 TO Msg-Number
               PERFORM SayMessage
               ADD 1 TO LionsBeaten
               IF CurrentLion IS GREATER THAN 0
                   MOVE 0 TO LionRooms(CurrentLion)
                   END-IF
                   IF LionsLeft IS EQUAL TO 0
                       DISPLAY " "
                       MOVE 114 TO Msg-Number
                       PERFORM SayMessage
                       MOVE 115 TO Msg-Number
                       PERFORM SayMessage
                   ELSE
                       MOVE 116 TO Msg-Number
                       MOVE LionsLeft TO Msg-Arg-Value(1)
                       PERFORM SayMessage
                   END-IF
               END-IF
               SET FightDone TO TRUE
           ELSE
               MOVE 117 TO Msg-Number
               PERFORM SayMessage
           END-IF
       ELSE
           COMPUTE LionDamage = FUNCTION RANDOM() * 3 + 1
               SUBTRACT 1 FROM LionDamage
           END-IF
           IF LionDamage IS EQUAL TO 0
               MOVE 118 TO Msg-Number
               PERFORM SayMessage
           ELSE
               IF LionDamage IS NOT LESS THAN Health
                   MOVE 0 TO Health
               ELSE
                   SUBTRACT LionDamage FROM Health
               END-IF
               MOVE 119 TO Msg-Number
               MOVE LionDamage TO Msg-Arg-Value(1)
               PERFORM SayMessage
           END-IF
           IF Health IS EQUAL TO 0
               MOVE 120 TO Msg-Number
               PERFORM SayMessage
               DISPLAY " "
               MOVE "Y" TO SlainFlag
               MOVE "!" TO Command
               CALL "GAMELOG" USING GameLog-Request
               SET FightDone TO TRUE
           ELSE
               MOVE 121 TO Msg-Number
               MOVE Health TO Msg-Arg-Value(1)
               PERFORM SayMessage
           END-IF
       END-IF
       IF NOT FightDone
           MOVE 122 TO Msg-Number
           PERFORM SayMessage
           PERFORM GetCommand
           IF Command IS NOT EQUAL TO "F"
               MOVE 123 TO Msg-Number
               PERFORM SayMessage
               SET FightDone TO TRUE
           END-IF
       END-IF
       IF RoomDesc(RoomNumber, 3) IS NOT EQUAL TO SPACE
           DISPLAY RoomDesc(RoomNumber, 3)
       END-IF
       EVALUATE RoomFeature(RoomNumber)
           WHEN "SHRINE"
               MOVE 124 TO Msg-Number
               PERFORM SayMessage
           WHEN "ARMORY"
               MOVE 125 TO Msg-Number
               PERFORM SayMessage
           WHEN "LAIR"
               MOVE 126 TO Msg-Number
               PERFORM SayMessage
           WHEN "TREASURY"
               MOVE 127 TO Msg-Number
               PERFORM SayMessage
           WHEN "TRAP"
               MOVE 128 TO Msg-Number
               PERFORM SayMessage
       END-EVALUATE
       EXIT.

NowWhat.
       IF LiveFeedOn
           PERFORM WriteLiveStatus
       END-IF
       DISPLAY SPACE
       IF CoopRun
           MOVE 129 TO Msg-Number
           MOVE FUNCTION TRIM(PartyName(ActivePlayer)) TO Msg-Arg-Value(1)
           MOVE Health TO Msg-Arg-Value(2)
           MOVE MaxHealth TO Msg-Arg-Value(3)
           PERFORM SayMessage
       END-IF
       IF ExitNorth(RoomNumber) IS NOT EQUAL TO 0
           MOVE 130 TO Msg-Number
           PERFORM SayMessage
       END-IF
       IF ExitEast(RoomNumber) IS NOT EQUAL TO 0
           MOVE 131 TO Msg-Number
           PERFORM SayMessage
       END-IF
       IF ExitSouth(RoomNumber) IS NOT EQUAL TO 0
           MOVE 132 TO Msg-Number
           PERFORM SayMessage
       END-IF
       IF ExitWest(RoomNumber) IS NOT EQUAL TO 0
           MOVE 133 TO Msg-Number
           PERFORM SayMessage
       END-IF
       MOVE 134 TO Msg-Number
       PERFORM SayMessage
       MOVE 135 TO Msg-Number
       PERFORM SayMessage
       MOVE 136 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetCommand
       MOVE ScriptInput TO LiveLastCommand
       EVALUATE Command
           WHEN "E"
               GO TO MoveEast
      *> The save record holds one adventurer - a hot-seat run
      *> lives and dies at the keyboard.
                   DISPLAY SPACE
                   MOVE 137 TO Msg-Number
                   PERFORM SayMessage
               ELSE
                   PERFORM SaveGame
               END-IF

InvalidCommand.
       DISPLAY SPACE
       MOVE 138 TO Msg-Number
       PERFORM SayMessage
       EXIT.

      *> Every consumed input line is logged here, in one place, so a
               AT END
                   MOVE "N" TO ScriptMode
                   CLOSE ScriptFile
                   MOVE 139 TO Msg-Number
                   PERFORM SayMessage
                   ACCEPT ScriptInput
               NOT AT END
                   MOVE ScriptRecord TO ScriptInput
                   MOVE 140 TO Msg-Number
                   MOVE FUNCTION TRIM(ScriptInput) TO Msg-Arg-Value(1)
                   PERFORM SayMessage
           END-READ
       ELSE
           ACCEPT ScriptInput
RestAWhile.
       DISPLAY SPACE
       IF Health IS EQUAL TO MaxHealth
           MOVE 141 TO Msg-Number
           PERFORM SayMessage
       ELSE
           COMPUTE HealAmount = FUNCTION RANDOM() * 2 + 1
           ADD HealAmount TO Health
           IF Health IS GREATER THAN MaxHealth
               MOVE MaxHealth TO Health
           END-IF
           MOVE 142 TO Msg-Number
           PERFORM SayMessage
           MOVE 106 TO Msg-Number
           MOVE Health TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       PERFORM ProwlLions
       PERFORM FindLionHere
       IF LionIsHere
           MOVE 143 TO Msg-Number
           PERFORM SayMessage
           PERFORM LionEncounter
       END-IF
       EXIT.
       PERFORM ProwlLions
       PERFORM CheckHouseShift
       IF ExitNorth(RoomNumber) IS EQUAL TO 0
           MOVE 144 TO Msg-Number
           PERFORM SayMessage
           GO TO ShowRoom
       END-IF
       IF ExitNorth(RoomNumber) IS EQUAL TO 99
       PERFORM ProwlLions
       PERFORM CheckHouseShift
       IF ExitSouth(RoomNumber) IS EQUAL TO 0
           MOVE 144 TO Msg-Number
           PERFORM SayMessage
           GO TO ShowRoom
       END-IF
       IF ExitSouth(RoomNumber) IS EQUAL TO 99
       PERFORM ProwlLions
       PERFORM CheckHouseShift
       IF ExitEast(RoomNumber) IS EQUAL TO 0
           MOVE 144 TO Msg-Number
           PERFORM SayMessage
           GO TO ShowRoom
       END-IF
       IF ExitEast(RoomNumber) IS EQUAL TO 99
       PERFORM ProwlLions
       PERFORM CheckHouseShift
       IF ExitWest(RoomNumber) IS EQUAL TO 0
           MOVE 144 TO Msg-Number
           PERFORM SayMessage
           GO TO ShowRoom
       END-IF
       IF ExitWest(RoomNumber) IS EQUAL TO 99
       GO TO ShowRoom.

CheckHouseShift.
       IF MazeRun
           EXIT PARAGRAPH
       END-IF
       IF TurnCount IS LESS THAN NextShiftTurn
           EXIT PARAGRAPH
       END-IF
      *> instead of fizzling.
ShiftTheHouse.
       DISPLAY SPACE
       MOVE 145 TO Msg-Number
       PERFORM SayMessage
       PERFORM ShiftOpenNewExit
       PERFORM ShiftCloseAnExit
       IF ShiftOpened OR ShiftClosed
           MOVE "~" TO Command
           PERFORM AppendTranscript
       ELSE
           MOVE 146 TO Msg-Number
           PERFORM SayMessage
       END-IF
       EXIT.

                       MOVE ShiftRoom TO LayoutExitValue
                       PERFORM SetExitByDirection
                       MOVE "Y" TO ShiftOpenedFlag
                       MOVE 147 TO Msg-Number
                       PERFORM SayMessage
                   END-IF
               END-IF
           END-IF
                   PERFORM CheckHouseConnected
                   IF HouseStillConnected
                       MOVE "Y" TO ShiftClosedFlag
                       MOVE 148 TO Msg-Number
                       PERFORM SayMessage
                   ELSE
                       PERFORM ReopenShiftPair
                   END-IF
       CALL "GAMELOG" USING GameLog-Request
       DISPLAY " "
       IF PlayerHasZarr
           MOVE 149 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE 150 TO Msg-Number
           PERFORM SayMessage
       END-IF
       IF PlayerHasZarr
           ADD 1 TO Prof-Shos-Wins
       PERFORM TallyHaul
       IF HaulCount IS GREATER THAN 0
           DISPLAY " "
           MOVE 151 TO Msg-Number
           PERFORM SayMessage
           PERFORM VARYING TreasureIdx FROM 1 BY 1
               UNTIL TreasureIdx IS GREATER THAN 4
               IF TreasureIsHeld(TreasureIdx)
                   MOVE 152 TO Msg-Number
                   MOVE FUNCTION TRIM(TreasureName(TreasureIdx)) TO Msg-Arg-Value(1)
                   MOVE TreasureValue(TreasureIdx) TO Msg-Arg-Value(2)
                   PERFORM SayMessage
               END-IF
           END-PERFORM
           MOVE 153 TO Msg-Number
           MOVE HaulValue TO Msg-Arg-Value(1)
           PERFORM SayMessage
           PERFORM BankHaul
       END-IF
       IF SplitsRunning
           PERFORM CloseSplitRun
       END-IF
       IF Walk-Open
           MOVE "W" TO Walk-Outcome
           PERFORM CloseMazeWalk
       END-IF
       IF LiveFeedOn
           MOVE "W" TO LiveState
           PERFORM WriteLiveStatus
           MOVE "N" TO LiveFlag
       END-IF
       PERFORM RecordScore
       GO TO MainMenu.

StartLiveFeed.
       MOVE "Y" TO LiveFlag
       MOVE "P" TO LiveState
       MOVE SPACES TO LiveLastCommand
       ACCEPT LiveRunDate FROM DATE YYYYMMDD
       ACCEPT LiveRunTime FROM TIME
       EXIT.

WriteLiveStatus.
       PERFORM TallyHaul
       ADD 1 TO LiveSeq
       MOVE SPACES TO LiveRecord
       MOVE LiveSeq TO LvSeq
       MOVE LiveState TO LvState
       MOVE LiveRunDate TO LvRunDate
       MOVE LiveRunTime TO LvRunTime
       IF CoopRun
           MOVE PartyName(ActivePlayer) TO LvPlayer
       ELSE
           MOVE Prof-Name TO LvPlayer
       END-IF
       MOVE Preset TO LvPreset
       MOVE RoomNumber TO LvRoom
       MOVE RoomCount TO LvRoomCount
       MOVE Health TO LvHealth
       MOVE MaxHealth TO LvMaxHealth
       MOVE LionsBeaten TO LvLionsBeaten
       MOVE LionsLeft TO LvLionsLeft
       MOVE HaulValue TO LvHaul
       MOVE TurnCount TO LvTurns
       MOVE TurnLimit TO LvTurnLimit
       MOVE HasZarr TO LvHasZarr
       MOVE LiveLastCommand TO LvLastCommand
       ACCEPT LvStampTime FROM TIME
       OPEN OUTPUT LiveFile
       IF LiveFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       WRITE LiveRecord
       CLOSE LiveFile
       CALL "CBL_RENAME_FILE" USING LiveTempName LiveFileName
           RETURNING LiveRenameStatus
       EXIT.

StartSplitClock.
       MOVE "Y" TO SplitTiming
       IF ScriptModeOn
           MOVE "N" TO SplitClean
       ELSE
           MOVE "Y" TO SplitClean
       END-IF
       ACCEPT SplitRunDate FROM DATE YYYYMMDD
       ACCEPT SplitRunTime FROM TIME
       MOVE SplitRunTime TO SplitClock
       PERFORM ClockToHundredths
       MOVE SplitClockHund TO SplitStartHund
       MOVE 0 TO SplitLastRoom
       MOVE 0 TO SplitNewRooms
       MOVE 0 TO SplitTreasures
       MOVE 0 TO SplitMarkCount
       EXIT.

ClockToHundredths.
       COMPUTE SplitClockHund = SplitClockHH * 360000
           + SplitClockMM * 6000 + SplitClockSS * 100 + SplitClockTT
       EXIT.

      *> Elapsed time since the clock started; a run that crosses
      *> midnight picks up the day it rolled over.
ReadSplitClock.
       ACCEPT SplitToday FROM DATE YYYYMMDD
       ACCEPT SplitClock FROM TIME
       PERFORM ClockToHundredths
       IF SplitToday IS NOT EQUAL TO SplitRunDate
           ADD 8640000 TO SplitClockHund
       END-IF
       IF SplitClockHund IS LESS THAN SplitStartHund
           MOVE 0 TO SplitElapsed
       ELSE
           COMPUTE SplitElapsed = SplitClockHund - SplitStartHund
       END-IF
       EXIT.

SplitRoomEntry.
       MOVE RoomNumber TO SplitLastRoom
       MOVE "R" TO SplitKind
       IF RoomWasVisited(RoomNumber)
           MOVE "N" TO SplitIsNew
           MOVE SplitNewRooms TO SplitMarkNo
       ELSE
           MOVE "Y" TO SplitIsNew
           ADD 1 TO SplitNewRooms
           MOVE SplitNewRooms TO SplitMarkNo
       END-IF
       PERFORM TakeSplit
       EXIT.

      *> Stamp the split on the file the way the transcript is kept -
      *> open, append, close - so a run cut short still leaves its
      *> splits behind. New milestones are also held for the exit.
TakeSplit.
       PERFORM ReadSplitClock
       IF SplitIsNew IS EQUAL TO "Y" AND SplitMarkCount IS LESS THAN 30
           ADD 1 TO SplitMarkCount
           MOVE SplitKind TO SmKind(SplitMarkCount)
           MOVE SplitMarkNo TO SmMark(SplitMarkCount)
           MOVE RoomNumber TO SmRoom(SplitMarkCount)
           MOVE SplitElapsed TO SmElapsed(SplitMarkCount)
           MOVE 0 TO SmBest(SplitMarkCount)
           MOVE "N" TO SmHasBest(SplitMarkCount)
       END-IF
       MOVE SPACES TO SplitRecord
       MOVE SPACE TO SplClean
       PERFORM WriteSplitRecord
       EXIT.

WriteSplitRecord.
       MOVE Prof-Name TO SplPlayer
       MOVE Preset TO SplPreset
       MOVE SplitRunDate TO SplRunDate
       MOVE SplitRunTime TO SplRunTime
       MOVE SplitKind TO SplKind
       MOVE SplitMarkNo TO SplMark
       MOVE RoomNumber TO SplRoom
       MOVE SplitElapsed TO SplElapsed
       MOVE TurnCount TO SplTurn
       MOVE SplitIsNew TO SplNew
       MOVE SplitHouse TO SplHouse
       OPEN EXTEND SplitFile
       IF SplitFileStatus IS EQUAL TO "35"
           OPEN OUTPUT SplitFile
       END-IF
       IF SplitFileStatus IS EQUAL TO "00"
           WRITE SplitRecord
           CLOSE SplitFile
       END-IF
       EXIT.

      *> At the walk out: look up the player's best clean run on this
      *> preset, show every split of this run against the same
      *> milestone of that one, then write the run's closing split.
CloseSplitRun.
       MOVE "E" TO SplitKind
       MOVE 1 TO SplitMarkNo
       MOVE "Y" TO SplitIsNew
       PERFORM ReadSplitClock
       IF SplitMarkCount IS LESS THAN 30
           ADD 1 TO SplitMarkCount
           MOVE "E" TO SmKind(SplitMarkCount)
           MOVE 1 TO SmMark(SplitMarkCount)
           MOVE RoomNumber TO SmRoom(SplitMarkCount)
           MOVE SplitElapsed TO SmElapsed(SplitMarkCount)
           MOVE 0 TO SmBest(SplitMarkCount)
           MOVE "N" TO SmHasBest(SplitMarkCount)
       END-IF
       IF NOT PlayerHasZarr
           MOVE "N" TO SplitClean
       END-IF
       PERFORM FindPersonalBest
       IF PbOnFile
           PERFORM LoadPersonalBestSplits
       END-IF
       PERFORM ShowSplits
       MOVE SPACES TO SplitRecord
       MOVE SplitClean TO SplClean
       PERFORM WriteSplitRecord
       MOVE "N" TO SplitTiming
       EXIT.

FindPersonalBest.
       MOVE "N" TO PbFound
       MOVE 0 TO PbElapsed
       OPEN INPUT SplitFile
       IF SplitFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SplitFileStatus IS NOT EQUAL TO "00"
           READ SplitFile
               AT END
                   MOVE "10" TO SplitFileStatus
               NOT AT END
                   IF SplKind IS EQUAL TO "E" AND SplClean IS EQUAL TO "Y"
                       AND SplPlayer IS EQUAL TO Prof-Name
                       AND SplPreset IS EQUAL TO Preset
                       AND SplElapsed IS NUMERIC
                       IF NOT PbOnFile OR SplElapsed IS LESS THAN PbElapsed
                           MOVE "Y" TO PbFound
                           MOVE SplElapsed TO PbElapsed
                           MOVE SplRunDate TO PbRunDate
                           MOVE SplRunTime TO PbRunTime
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SplitFile
       EXIT.

LoadPersonalBestSplits.
       OPEN INPUT SplitFile
       IF SplitFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SplitFileStatus IS NOT EQUAL TO "00"
           READ SplitFile
               AT END
                   MOVE "10" TO SplitFileStatus
               NOT AT END
                   IF SplPlayer IS EQUAL TO Prof-Name
                       AND SplPreset IS EQUAL TO Preset
                       AND SplRunDate IS EQUAL TO PbRunDate
                       AND SplRunTime IS EQUAL TO PbRunTime
                       AND SplNew IS EQUAL TO "Y"
                       PERFORM MatchBestSplit
                   END-IF
           END-READ
       END-PERFORM
       CLOSE SplitFile
       EXIT.

MatchBestSplit.
       PERFORM VARYING SplitScan FROM 1 BY 1
           UNTIL SplitScan IS GREATER THAN SplitMarkCount
           IF SmKind(SplitScan) IS EQUAL TO SplKind
               AND SmMark(SplitScan) IS EQUAL TO SplMark
               AND NOT SmBestKnown(SplitScan)
               MOVE SplElapsed TO SmBest(SplitScan)
               MOVE "Y" TO SmHasBest(SplitScan)
           END-IF
       END-PERFORM
       EXIT.

ShowSplits.
       DISPLAY " "
       IF PbOnFile
           MOVE PbElapsed TO FmtHund
           PERFORM FormatSplitTime
           MOVE 154 TO Msg-Number
           MOVE Preset TO Msg-Arg-Value(1)
           MOVE 1 TO Msg-Arg-Width(1)
           MOVE FUNCTION TRIM(FmtText) TO Msg-Arg-Value(2)
           PERFORM SayMessage
       ELSE
           MOVE 155 TO Msg-Number
           MOVE Preset TO Msg-Arg-Value(1)
           MOVE 1 TO Msg-Arg-Width(1)
           PERFORM SayMessage
       END-IF
       PERFORM VARYING SplitScan FROM 1 BY 1
           UNTIL SplitScan IS GREATER THAN SplitMarkCount
           PERFORM ShowOneSplit
       END-PERFORM
       IF SplitCleanSoFar
           IF NOT PbOnFile OR SplitElapsed IS LESS THAN PbElapsed
               MOVE 156 TO Msg-Number
               MOVE Preset TO Msg-Arg-Value(1)
               MOVE 1 TO Msg-Arg-Width(1)
               PERFORM SayMessage
           END-IF
       ELSE
           MOVE 157 TO Msg-Number
           PERFORM SayMessage
       END-IF
       EXIT.

ShowOneSplit.
       MOVE SPACES TO SplitLabel
       EVALUATE SmKind(SplitScan)
           WHEN "R"
               STRING "NEW ROOM " DELIMITED BY SIZE
                   SmMark(SplitScan) DELIMITED BY SIZE
                   " (ROOM " DELIMITED BY SIZE
                   SmRoom(SplitScan) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SplitLabel
               END-STRING
           WHEN "T"
               STRING "TREASURE " DELIMITED BY SIZE
                   SmMark(SplitScan) DELIMITED BY SIZE
                   INTO SplitLabel
               END-STRING
           WHEN "Z"
               MOVE "ZARR" TO SplitLabel
           WHEN OTHER
               MOVE "WALKED OUT" TO SplitLabel
       END-EVALUATE
       MOVE SmElapsed(SplitScan) TO FmtHund
       PERFORM FormatSplitTime
       MOVE SPACES TO SplitDeltaText
       IF SmBestKnown(SplitScan)
           IF SmElapsed(SplitScan) IS LESS THAN SmBest(SplitScan)
               MOVE "-" TO FmtDeltaSign
               COMPUTE FmtHund = SmBest(SplitScan) - SmElapsed(SplitScan)
           ELSE
               MOVE "+" TO FmtDeltaSign
               COMPUTE FmtHund = SmElapsed(SplitScan) - SmBest(SplitScan)
           END-IF
           PERFORM FormatSplitTime
           STRING FmtDeltaSign DELIMITED BY SIZE
               FUNCTION TRIM(FmtText) DELIMITED BY SIZE
               INTO SplitDeltaText
           END-STRING
           MOVE SmElapsed(SplitScan) TO FmtHund
           PERFORM FormatSplitTime
       ELSE
           MOVE "(NONE)" TO SplitDeltaText
       END-IF
       DISPLAY "  " SplitLabel " " FmtText " " SplitDeltaText
       EXIT.

      *> Hundredths of a second as "mmm:ss.hh".
FormatSplitTime.
       COMPUTE FmtMinutes = FmtHund / 6000
       COMPUTE FmtSeconds = FUNCTION MOD(FmtHund, 6000) / 100
       COMPUTE FmtHundths = FUNCTION MOD(FmtHund, 100)
       MOVE SPACES TO FmtText
       STRING FmtMinutes DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           FmtSeconds DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           FmtHundths DELIMITED BY SIZE
           INTO FmtText
       END-STRING
       EXIT.

RecordScore.
       MOVE 0 TO VisitedCount
       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx IS GREATER THAN 20
           MOVE 0 TO RunScore
       END-IF
       DISPLAY " "
       MOVE 158 TO Msg-Number
       PERFORM SayMessage
       MOVE 159 TO Msg-Number
       MOVE VisitedCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 160 TO Msg-Number
       MOVE LionsBeaten TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 161 TO Msg-Number
       MOVE TurnCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 162 TO Msg-Number
       MOVE RunScore TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 163 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetInputLine
       MOVE ScriptInput TO PostInitials
       MOVE Prof-Name TO PosterName
       PERFORM BeginScoreUnit
       PERFORM WriteScoreRecord
       IF DailyRun
           PERFORM PostDailyScore
       END-IF
       PERFORM EndScoreUnit
       IF DailyRun
           PERFORM ShowDailyBoard
       END-IF
       EXIT.

      *> The boards' writes for one run are a unit of work in the
      *> journal: if the session dies between them, RECOVER finds the
      *> unit never finished and takes the half that landed back off.
BeginScoreUnit.
       MOVE "B" TO Jnl-Action
       MOVE "SHOS" TO Jnl-Program
       MOVE GL-Session TO Jnl-Session
       CALL "JOURNAL" USING Journal-Request
       EXIT.

EndScoreUnit.
       MOVE "D" TO Jnl-Action
       CALL "JOURNAL" USING Journal-Request
       EXIT.

      *> WANDER reads this file back mid-chain and two sessions have
      *> already truncated it between them - the write queues on the
      *> shop lock.
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           MOVE 164 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM EnsureScoreFile
       PERFORM JudgeBoardEntry
       OPEN I-O ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           MOVE 165 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE RunScore TO ScoreFileValue
           MOVE PostInitials TO ScoreFileInitials
           MOVE DailyFlag TO ScoreFileDaily
           MOVE Preset TO ScoreFilePreset
           MOVE SPACE TO ScoreFileVerified
           MOVE ScoreFileDate TO ScoreFileRunDate
           ACCEPT ScoreFileRunTime FROM TIME
           MOVE 0 TO ScoreFileRunSeq
           MOVE "N" TO ScorePosted
           PERFORM UNTIL ScorePosted IS NOT EQUAL TO "N"
               MOVE "I" TO Jnl-Action
               MOVE "K" TO Jnl-Op
               MOVE "shos_scores.dat" TO Jnl-File
               MOVE ScoreFileRecord TO Jnl-Image
               CALL "JOURNAL" USING Journal-Request
               IF Jnl-Failed
                   MOVE "F" TO ScorePosted
               ELSE
                   WRITE ScoreFileRecord
                       INVALID KEY
                           IF ScoreFileRunSeq IS LESS THAN 99
                               ADD 1 TO ScoreFileRunSeq
                           ELSE
                               MOVE "F" TO ScorePosted
                           END-IF
                       NOT INVALID KEY
                           MOVE "Y" TO ScorePosted
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE ScoreFile
           IF ScorePosted IS EQUAL TO "Y"
               MOVE 166 TO Msg-Number
               MOVE PostInitials TO Msg-Arg-Value(1)
               MOVE 3 TO Msg-Arg-Width(1)
               PERFORM SayMessage
           ELSE
               MOVE 165 TO Msg-Number
               PERFORM SayMessage
           END-IF
       END-IF
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       IF ScorePosted IS EQUAL TO "Y" AND BoardEntry
           PERFORM MailBoardNews
       END-IF
       EXIT.

      *> Read under the score lock, before the run goes on the board.
      *> The run enters the ten when the board is short of ten or it
      *> beats the tenth; the tenth is the one pushed off.
JudgeBoardEntry.
       MOVE "N" TO BoardEntered
       MOVE SPACES TO BoardBumped
       IF DailyRun OR ScriptModeOn
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadTopRuns
       IF ScoreCount IS LESS THAN 10
           OR RunScore IS GREATER THAN TblScore(10)
           MOVE "Y" TO BoardEntered
       ELSE
           EXIT PARAGRAPH
       END-IF
       MOVE 1 TO BoardPlace
       PERFORM VARYING ScoreScan FROM 1 BY 1
           UNTIL ScoreScan IS GREATER THAN ScoreCount
           IF TblScore(ScoreScan) IS NOT LESS THAN RunScore
               ADD 1 TO BoardPlace
           END-IF
       END-PERFORM
       IF ScoreCount IS NOT LESS THAN 10
           MOVE TblInitials(10) TO BoardBumped
           MOVE TblScore(10) TO BoardBumpedScore
       END-IF
       EXIT.

MailBoardNews.
       MOVE "P" TO Mail-Action
       MOVE PosterName TO Mail-To
       MOVE "SHOS" TO Mail-From
       MOVE SPACES TO Mail-Text
       STRING "Your run of " DELIMITED BY SIZE
           RunScore DELIMITED BY SIZE
           " took place " DELIMITED BY SIZE
           BoardPlace DELIMITED BY SIZE
           " on the all-time board as " DELIMITED BY SIZE
           PostInitials DELIMITED BY SIZE
           INTO Mail-Text
       END-STRING
       CALL "PLAYMAIL" USING Mail-Request
       IF BoardBumped IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "I" TO Mail-Action
       MOVE BoardBumped TO Mail-To
       MOVE SPACES TO Mail-Text
       STRING "Your run of " DELIMITED BY SIZE
           BoardBumpedScore DELIMITED BY SIZE
           " was pushed off the top ten by " DELIMITED BY SIZE
           PostInitials DELIMITED BY SIZE
           INTO Mail-Text
       END-STRING
       CALL "PLAYMAIL" USING Mail-Request
       EXIT.

      *> Both names go to the score file: the shared part of the run
           ADD 100 TO CoopScoreBase
       END-IF
       DISPLAY " "
       MOVE 167 TO Msg-Number
       PERFORM SayMessage
       MOVE 159 TO Msg-Number
       MOVE VisitedCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 160 TO Msg-Number
       MOVE LionsBeaten TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 161 TO Msg-Number
       MOVE TurnCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM BeginScoreUnit
       PERFORM VARYING BenchPlayer FROM 1 BY 1
           UNTIL BenchPlayer IS GREATER THAN 2
           PERFORM TallyPlayerHaul
           ELSE
               MOVE 0 TO RunScore
           END-IF
           MOVE 168 TO Msg-Number
           MOVE FUNCTION TRIM(PartyName(BenchPlayer)) TO Msg-Arg-Value(1)
           MOVE PlayerHaul TO Msg-Arg-Value(2)
           MOVE RunScore TO Msg-Arg-Value(3)
           PERFORM SayMessage
           MOVE PartyName(BenchPlayer)(1:3) TO PostInitials
           MOVE PartyName(BenchPlayer) TO PosterName
           PERFORM WriteScoreRecord
           IF DailyRun
               PERFORM PostDailyScore
           END-IF
       END-PERFORM
       PERFORM EndScoreUnit
       IF DailyRun
           PERFORM ShowDailyBoard
       END-IF
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           MOVE 169 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM EnsureDailyFile
       OPEN EXTEND DailyFile
       IF DailyFileStatus IS NOT EQUAL TO "00"
           MOVE 170 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE RunScore TO DailyFileValue
           MOVE PostInitials TO DailyFileInitials
           MOVE LionsBeaten TO DailyFileLions
           MOVE TurnCount TO DailyFileTurns
           MOVE HasZarr TO DailyFileZarr
           MOVE "I" TO Jnl-Action
           MOVE "A" TO Jnl-Op
           MOVE "shos_daily.dat" TO Jnl-File
           MOVE DailyFileRecord TO Jnl-Image
           CALL "JOURNAL" USING Journal-Request
           IF Jnl-Failed
               MOVE 170 TO Msg-Number
               PERFORM SayMessage
           ELSE
               WRITE DailyFileRecord
           END-IF
           CLOSE DailyFile
       END-IF
       MOVE "R" TO Lock-Action
       END-IF
       DISPLAY " "
       IF ScoreCount IS EQUAL TO 0
           MOVE 171 TO Msg-Number
           PERFORM SayMessage
       ELSE
           PERFORM SortScoreTable
           MOVE 172 TO Msg-Number
           MOVE DailyDate TO Msg-Arg-Value(1)
           PERFORM SayMessage
           PERFORM VARYING ScoreScan FROM 1 BY 1
               UNTIL ScoreScan IS GREATER THAN ScoreCount
               OR ScoreScan IS GREATER THAN 10
               MOVE 173 TO Msg-Number
               MOVE ScoreScan TO Msg-Arg-Value(1)
               MOVE TblInitials(ScoreScan) TO Msg-Arg-Value(2)
               MOVE 3 TO Msg-Arg-Width(2)
               MOVE TblScore(ScoreScan) TO Msg-Arg-Value(3)
               MOVE TblRooms(ScoreScan) TO Msg-Arg-Value(4)
               MOVE TblLions(ScoreScan) TO Msg-Arg-Value(5)
               MOVE TblTurns(ScoreScan) TO Msg-Arg-Value(6)
               MOVE TblZarr(ScoreScan) TO Msg-Arg-Value(7)
               PERFORM SayMessage
           END-PERFORM
           MOVE TblInitials(1) TO DailyChampion
           MOVE 174 TO Msg-Number
           MOVE DailyChampion TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.

       END-IF
       EXIT.

      *> As with rooms.dat, an indexed open that fails may mean a
      *> board from before the reorganization - every run ever posted.
      *> It is carried over, never overwritten with an empty board.
EnsureScoreFile.
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS EQUAL TO "00"
           CLOSE ScoreFile
           EXIT PARAGRAPH
       END-IF
       MOVE ScoreBoardName TO ScoreSeqName
       MOVE ScoreSeqName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ScoreSeqName
       OPEN INPUT ScoreSeqFile
       IF ScoreSeqFileStatus IS EQUAL TO "00"
           PERFORM CheckSequentialScores
           IF MigScoreRead IS GREATER THAN 0
               AND MigScoreKept IS EQUAL TO 0
               MOVE 175 TO Msg-Number
               PERFORM SayMessage
               MOVE 176 TO Msg-Number
               PERFORM SayMessage
               EXIT PARAGRAPH
           END-IF
           PERFORM MigrateSequentialScores
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ScoreFile
       CLOSE ScoreFile
       EXIT.

CheckSequentialScores.
       MOVE 0 TO MigScoreRead
       MOVE 0 TO MigScoreKept
       PERFORM UNTIL ScoreSeqFileStatus IS NOT EQUAL TO "00"
           READ ScoreSeqFile
               AT END
                   MOVE "10" TO ScoreSeqFileStatus
               NOT AT END
                   ADD 1 TO MigScoreRead
                   IF ScoreSeqValue IS NUMERIC
                       ADD 1 TO MigScoreKept
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ScoreSeqFile
       EXIT.

MigrateSequentialScores.
       CALL "CBL_RENAME_FILE" USING ScoreBoardName ScoreOldName
           RETURNING ScoreRenameStatus
       IF ScoreRenameStatus IS NOT EQUAL TO 0
           MOVE 177 TO Msg-Number
           PERFORM SayMessage
           MOVE 178 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE ScoreOldName TO ScoreSeqName
       MOVE ScoreSeqName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ScoreSeqName
       OPEN INPUT ScoreSeqFile
       OPEN OUTPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           MOVE 179 TO Msg-Number
           PERFORM SayMessage
           MOVE 180 TO Msg-Number
           MOVE ScoreFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           MOVE 181 TO Msg-Number
           PERFORM SayMessage
           CLOSE ScoreSeqFile
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO MigScoreRead
       MOVE 0 TO MigScoreKept
       PERFORM UNTIL ScoreSeqFileStatus IS NOT EQUAL TO "00"
           READ ScoreSeqFile
               AT END
                   MOVE "10" TO ScoreSeqFileStatus
               NOT AT END
                   ADD 1 TO MigScoreRead
                   IF ScoreSeqValue IS NUMERIC
                       MOVE SPACES TO ScoreFileRecord
                       MOVE ScoreSeqRecord TO ScoreFileRecord(1:28)
                       IF ScoreFileDate IS NUMERIC
                           MOVE ScoreFileDate TO ScoreFileRunDate
                       ELSE
                           MOVE 0 TO ScoreFileRunDate
                       END-IF
                       MOVE MigScoreRead TO ScoreFileRunTime
                       MOVE 0 TO ScoreFileRunSeq
                       WRITE ScoreFileRecord
                           NOT INVALID KEY
                               ADD 1 TO MigScoreKept
                       END-WRITE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ScoreSeqFile
       CLOSE ScoreFile
       MOVE 182 TO Msg-Number
       PERFORM SayMessage
       MOVE 183 TO Msg-Number
       MOVE MigScoreKept TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 184 TO Msg-Number
       PERFORM SayMessage
       EXIT.

      *> The all-time board: its ten best runs, the verified ones
      *> starred.
ShowLeaderboard.
       PERFORM EnsureScoreFile
       PERFORM LoadTopRuns
       DISPLAY " "
       IF ScoreCount IS EQUAL TO 0
           MOVE 185 TO Msg-Number
           PERFORM SayMessage
       ELSE
           MOVE 186 TO Msg-Number
           PERFORM SayMessage
           PERFORM VARYING ScoreScan FROM 1 BY 1
               UNTIL ScoreScan IS GREATER THAN ScoreCount
               IF TblVerified(ScoreScan) IS EQUAL TO "V"
                   MOVE "*" TO VerifiedMark
               ELSE
                   MOVE SPACE TO VerifiedMark
               END-IF
               MOVE 187 TO Msg-Number
               MOVE ScoreScan TO Msg-Arg-Value(1)
               MOVE TblInitials(ScoreScan) TO Msg-Arg-Value(2)
               MOVE 3 TO Msg-Arg-Width(2)
               MOVE TblScore(ScoreScan) TO Msg-Arg-Value(3)
               MOVE VerifiedMark TO Msg-Arg-Value(4)
               MOVE 1 TO Msg-Arg-Width(4)
               MOVE TblRooms(ScoreScan) TO Msg-Arg-Value(5)
               MOVE TblLions(ScoreScan) TO Msg-Arg-Value(6)
               MOVE TblTurns(ScoreScan) TO Msg-Arg-Value(7)
               MOVE TblZarr(ScoreScan) TO Msg-Arg-Value(8)
               MOVE 1 TO Msg-Arg-Width(8)
               MOVE TblPreset(ScoreScan) TO Msg-Arg-Value(9)
               MOVE 1 TO Msg-Arg-Width(9)
               MOVE TblDate(ScoreScan) TO Msg-Arg-Value(10)
               PERFORM SayMessage
           END-PERFORM
           MOVE 188 TO Msg-Number
           PERFORM SayMessage
       END-IF
       EXIT.

      *> The score key is walked from the top down, so only the ten
      *> best all-time runs are read.
LoadTopRuns.
       MOVE 0 TO ScoreCount
       MOVE "N" TO LeaderDone
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS EQUAL TO "00"
           MOVE 99999 TO ScoreFileValue
           START ScoreFile KEY IS LESS THAN OR EQUAL TO ScoreFileValue
               INVALID KEY
                   MOVE "Y" TO LeaderDone
           END-START
           PERFORM UNTIL LeaderDone IS EQUAL TO "Y"
               READ ScoreFile PREVIOUS RECORD
                   AT END
                       MOVE "Y" TO LeaderDone
                   NOT AT END
                       PERFORM KeepScoreRecord
               END-READ
           END-PERFORM
           CLOSE ScoreFile
       END-IF
       EXIT.

      *> Records arrive best first; the tenth all-time run ends the
      *> walk.
KeepScoreRecord.
      *> Daily-challenge runs live on their own board.
       IF ScoreFileDaily IS EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ScoreCount
       MOVE ScoreFileValue TO TblScore(ScoreCount)
       MOVE ScoreFileInitials TO TblInitials(ScoreCount)
       MOVE ScoreFileDate TO TblDate(ScoreCount)
       MOVE ScoreFileRooms TO TblRooms(ScoreCount)
       MOVE ScoreFileLions TO TblLions(ScoreCount)
       MOVE ScoreFileTurns TO TblTurns(ScoreCount)
       MOVE ScoreFileZarr TO TblZarr(ScoreCount)
       MOVE ScoreFilePreset TO TblPreset(ScoreCount)
       MOVE ScoreFileVerified TO TblVerified(ScoreCount)
       IF ScoreCount IS NOT LESS THAN 10
           MOVE "Y" TO LeaderDone
       END-IF
       EXIT.


LearnToPlay.
       DISPLAY SPACE
       MOVE 189 TO Msg-Number
       PERFORM SayMessage
       MOVE 190 TO Msg-Number
       PERFORM SayMessage
       MOVE 191 TO Msg-Number
       PERFORM SayMessage
       MOVE 192 TO Msg-Number
       PERFORM SayMessage
       MOVE 193 TO Msg-Number
       PERFORM SayMessage
       MOVE 194 TO Msg-Number
       PERFORM SayMessage
       MOVE 195 TO Msg-Number
       PERFORM SayMessage
       MOVE 196 TO Msg-Number
       PERFORM SayMessage
       MOVE 197 TO Msg-Number
       PERFORM SayMessage
       MOVE 198 TO Msg-Number
       PERFORM SayMessage
       MOVE 199 TO Msg-Number
       PERFORM SayMessage
       MOVE 200 TO Msg-Number
       PERFORM SayMessage
       MOVE 201 TO Msg-Number
       PERFORM SayMessage
       MOVE 202 TO Msg-Number
       PERFORM SayMessage
       GO TO MainMenu.

ConfirmQuit.
       DISPLAY SPACE
       MOVE 203 TO Msg-Number
       PERFORM SayMessage
       MOVE 204 TO Msg-Number
       PERFORM SayMessage
       MOVE 212 TO Msg-Number
       PERFORM SayMessage
       PERFORM GetCommand
       EVALUATE Command
           WHEN "Y"
       MOVE "session closed" TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       DISPLAY " "
       MOVE 205 TO Msg-Number
       PERFORM SayMessage
       STOP RUN.

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
       MOVE ScoreBoardName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ScoreBoardName
       MOVE ScoreOldName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ScoreOldName
       MOVE LiveTempName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO LiveTempName
       MOVE LiveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO LiveFileName
       MOVE "Y" TO DataFilesFlag
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "SHOS" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
