ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ListFile ASSIGN DYNAMIC ListFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ListFileStatus.
           SELECT WorkInFile ASSIGN DYNAMIC WorkInName
           SELECT ManifestFile ASSIGN DYNAMIC ManifestName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ManifestFileStatus.
           SELECT PointerFile ASSIGN DYNAMIC PointerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointerFileStatus.

          02 PtrLogName PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ListFilePath PIC X(60) VALUE "backup_list.dat".
          02 PointerFileName PIC X(60) VALUE "game_events_current.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 ListFileStatus PIC XX.
       01 WorkInStatus PIC XX.
       01 ManifestFileStatus PIC XX.
             88 RestoreMode VALUES "R" "r".
          02 BundleDate PIC X(8).
          02 DateInput PIC X(8).
          02 BundleDir PIC X(46).
          02 MkdirCommand PIC X(60).
          02 CopyCommand PIC X(130).
          02 FilesBundled PIC 99 VALUE 0.
          02 FilesMissing PIC 99 VALUE 0.
          02 CopyRecCount PIC 9(6).
          02 CopyChecksum PIC 9(6).
          02 LineInkCount PIC 9(5).
          02 ManifestEntries OCCURS 99 TIMES.
             03 MeName PIC X(40).
             03 MeRecCount PIC 9(6).
             03 MeChecksum PIC 9(6).
      *> events are always in the bundle whatever the month is.
          02 EventPartition PIC X(40) VALUE SPACES.
          02 PartitionSeen PIC X VALUE "N".
      *> Every world in INVENTORY's catalog has its own save; those
      *> the list does not name go in the bundle after it.
          02 WorldIdx PIC 99.
          02 WorldMarkIdx PIC 99.
          02 WorldListed PIC X OCCURS 20 TIMES.
       COPY "WORLDCAT.cpy".

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "(B)ackup the run directory or (R)estore a bundle? "
           "(blank for B) " WITH NO ADVANCING
       ACCEPT RunMode
           EXIT PARAGRAPH
       END-IF
       PERFORM ResolveEventPartition
       PERFORM ReadWorldCatalog
       OPEN INPUT ListFile
       PERFORM UNTIL ListFileStatus IS NOT EQUAL TO "00"
           READ ListFile
                       IF ListFileName IS EQUAL TO EventPartition
                           MOVE "Y" TO PartitionSeen
                       END-IF
                       PERFORM MarkListedWorld
                       PERFORM BundleOneFile
                   END-IF
           END-READ
           MOVE EventPartition TO ListFileName
           PERFORM BundleOneFile
       END-IF
       PERFORM VARYING WorldIdx FROM 1 BY 1
           UNTIL WorldIdx IS GREATER THAN Wct-Count
           IF WorldListed(WorldIdx) IS NOT EQUAL TO "Y"
               MOVE Wct-Ent-File(WorldIdx) TO ListFileName
               PERFORM MarkListedWorld
               PERFORM BundleOneFile
           END-IF
       END-PERFORM
       CLOSE ManifestFile
       DISPLAY " "
       DISPLAY "BACKUP: " FilesBundled " file(s) bundled into "
       END-IF
       EXIT.

      *> With no catalog there are no worlds beyond what the list
      *> already names.
ReadWorldCatalog.
       MOVE "R" TO Wct-Action
       MOVE 0 TO Wct-Count
       CALL "WORLDCAT" USING World-Catalog-Request
       IF NOT Wct-Done
           MOVE 0 TO Wct-Count
       END-IF
       PERFORM VARYING WorldIdx FROM 1 BY 1 UNTIL WorldIdx > 20
           MOVE "N" TO WorldListed(WorldIdx)
       END-PERFORM
       EXIT.

      *> Two catalog worlds can share a save; it is bundled once.
MarkListedWorld.
       PERFORM VARYING WorldMarkIdx FROM 1 BY 1
           UNTIL WorldMarkIdx IS GREATER THAN Wct-Count
           IF Wct-Ent-File(WorldMarkIdx) IS EQUAL TO ListFileName
               MOVE "Y" TO WorldListed(WorldMarkIdx)
           END-IF
       END-PERFORM
       EXIT.

BuildBundleDir.
       MOVE SPACES TO BundleDir
       STRING "backup_" DELIMITED BY SIZE
           BundleDate DELIMITED BY SIZE
           INTO BundleDir
       END-STRING
       MOVE BundleDir TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO BundleDir
       EXIT.

BundleOneFile.
       IF WorkInStatus IS EQUAL TO "XX"
           EXIT PARAGRAPH
       END-IF
       MOVE WorkOutName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkOutName
       MOVE SPACES TO CopyCommand
       STRING "cp " DELIMITED BY SIZE
           FUNCTION TRIM(WorkInName) DELIMITED BY SIZE
CountAndSum.
       MOVE 0 TO CopyRecCount
       MOVE 0 TO CopyChecksum
       MOVE WorkInName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkInName
       OPEN INPUT WorkInFile
       IF WorkInStatus IS NOT EQUAL TO "00"
           MOVE "XX" TO WorkInStatus
               AT END
                   MOVE "10" TO ManifestFileStatus
               NOT AT END
                   IF ManifestCount IS LESS THAN 99
                       AND ManRecCount IS NUMERIC
                       ADD 1 TO ManifestCount
                       MOVE ManFileName TO MeName(ManifestCount)
       WRITE ListFileRecord
       MOVE "wander_contracts.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "wander_notes.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "inventory_save.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "world.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "maze.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "maze_catalog.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "game_events.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "game_events_current.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "guess_standings.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "guess_speed.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "guess_codebest.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "bestscore.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "player_profile.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "sched_calendar.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "room_image_history.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "art_palette.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "sched_holdover.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "incidents.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "incident_notes.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "capacity_limits.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "capacity_history.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "layout_registry.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "maint_audit.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "msg_catalog.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "scorevfy_queue.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "batch_timing.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "shop_envs.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "player_mail.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "menu_items.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "operator_pass.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "gazette_news.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "world_catalog.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "purse_ledger.dat" TO ListFileName
       WRITE ListFileRecord
       MOVE "maze_routes.dat" TO ListFileName
       WRITE ListFileRecord
       CLOSE ListFile
       DISPLAY "BACKUP: seeded backup_list.dat with the standard set."
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 2
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
       MOVE "BACKUP" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
