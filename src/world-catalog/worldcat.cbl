       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WORLDCAT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalogFile ASSIGN DYNAMIC CatalogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CatalogFileStatus.
           SELECT CatalogTempFile ASSIGN DYNAMIC CatalogTempName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CatalogTempStatus.
           SELECT SaveInFile ASSIGN DYNAMIC SaveInName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SaveInStatus.
           SELECT SaveOutFile ASSIGN DYNAMIC SaveOutName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SaveOutStatus.

DATA DIVISION.
       FILE SECTION.
      *> One world per record. CatPlayed is the last day INVENTORY
      *> put the world away (zero until then); CatVictory turns Y the
      *> first time the amulet leaves it and stays so. CatAudit is
      *> WORLDAUDIT's last verdict - P passed, F failed, blank never
      *> audited - from the day in CatAuditDate.
       FD CatalogFile.
       01 CatalogRecord.
          02 CatName PIC X(12).
          02 CatFile PIC X(40).
          02 CatOwner PIC X(12).
          02 CatSize PIC 99.
          02 CatLevels PIC 99.
          02 CatCreated PIC 9(8).
          02 CatPlayed PIC 9(8).
          02 CatVictory PIC X.
          02 CatAudit PIC X.
          02 CatAuditDate PIC 9(8).
       FD CatalogTempFile.
       01 CatalogTempRecord PIC X(94).
      *> A world save, copied through as it lies: the stamp, the world
      *> record and the map record, each the length INVENTORY wrote.
       FD SaveInFile.
       01 SaveInRecord PIC X(5286).
       01 SaveStampRecord.
          02 SaveStampTag PIC X(3).
          02 FILLER PIC X(21).
          02 SaveStampDate PIC X(8).
          02 FILLER PIC X.
          02 SaveStampSize PIC XX.
       FD SaveOutFile.
       01 SaveOutRecord PIC X(5286).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 CatalogFileName PIC X(60) VALUE "world_catalog.dat".
          02 CatalogTempName PIC X(60) VALUE "world_catalog.tmp".
          02 MainSaveName PIC X(60) VALUE "inventory_save.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 CatalogFileStatus PIC XX.
       01 CatalogTempStatus PIC XX.
       01 SaveInStatus PIC XX.
       01 SaveOutStatus PIC XX.
       01 SaveInName PIC X(60).
       01 SaveOutName PIC X(60).
       COPY "FILELOCK.cpy".
      *> The whole catalog is held while one action works on it - it
      *> is never more than a screenful of worlds.
       01 CatalogTable.
          02 CatCount PIC 99 VALUE 0.
          02 CatEntries OCCURS 20 TIMES.
             03 CatEntName PIC X(12).
             03 CatEntFile PIC X(40).
             03 CatEntOwner PIC X(12).
             03 CatEntSize PIC 99.
             03 CatEntLevels PIC 99.
             03 CatEntCreated PIC 9(8).
             03 CatEntPlayed PIC 9(8).
             03 CatEntVictory PIC X.
             03 CatEntAudit PIC X.
             03 CatEntAuditDate PIC 9(8).
       01 CatalogWork.
          02 MainSaveBare PIC X(40) VALUE "inventory_save.dat".
          02 MainWorldName PIC X(12) VALUE "MAIN".
          02 CatIdx PIC 99.
          02 CatHit PIC 99.
          02 CatNewHit PIC 99.
          02 CatFromHit PIC 99.
          02 CatLoadFlag PIC X.
             88 CatalogLoaded VALUE "Y".
          02 WantedName PIC X(12).
          02 NewFileBare PIC X(40).
          02 NameLower PIC X(12).
          02 NameScan PIC 99.
          02 NameLength PIC 99.
          02 StampDate PIC 9(8).
          02 RenameStatus PIC S9(9) COMP-5.
          02 DeleteStatus PIC S9(9) COMP-5.

       LINKAGE SECTION.
       COPY "WORLDCAT.cpy".

PROCEDURE DIVISION USING World-Catalog-Request.
       PERFORM ResolveDataFiles
       SET Wct-Failed TO TRUE
       ACCEPT StampDate FROM DATE YYYYMMDD
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Wct-Name LEADING))
           TO Wct-Name
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Wct-New-Name LEADING))
           TO Wct-New-Name
       EVALUATE Wct-Action
           WHEN "R"
               PERFORM ListCatalog
           WHEN "F"
               PERFORM FindWorld
           WHEN "A"
               PERFORM AddWorld
           WHEN "P"
               PERFORM StampPlayed
           WHEN "C"
               PERFORM CopyWorld
           WHEN "D"
               PERFORM DeleteWorld
           WHEN "U"
               PERFORM StampAudit
           WHEN OTHER
               DISPLAY "WORLDCAT: unknown action '" Wct-Action "'."
       END-EVALUATE
EXIT PROGRAM.

ListCatalog.
       PERFORM LoadCatalog
       IF NOT CatalogLoaded
           EXIT PARAGRAPH
       END-IF
       MOVE CatCount TO Wct-Count
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx IS GREATER THAN CatCount
           MOVE CatEntries(CatIdx) TO Wct-Entries(CatIdx)
       END-PERFORM
       SET Wct-Done TO TRUE
       EXIT.

FindWorld.
       PERFORM LoadCatalog
       IF NOT CatalogLoaded
           EXIT PARAGRAPH
       END-IF
       MOVE Wct-Name TO WantedName
       PERFORM FindWantedName
       IF CatHit IS EQUAL TO 0
           SET Wct-Not-Found TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE CatEntFile(CatHit) TO Wct-File
       MOVE CatEntOwner(CatHit) TO Wct-Owner
       MOVE CatEntSize(CatHit) TO Wct-Size
       MOVE CatEntLevels(CatHit) TO Wct-Levels
       MOVE CatEntVictory(CatHit) TO Wct-Victory
       MOVE CatEntAudit(CatHit) TO Wct-Audit
       SET Wct-Done TO TRUE
       EXIT.

      *> A new world gets its own save, named after it; INVENTORY
      *> builds the world itself the first time it finds the file
      *> missing.
AddWorld.
       PERFORM TakeCatalogLock
       IF NOT Lock-Held
           DISPLAY "WORLDCAT: world_catalog.dat is busy - "
               FUNCTION TRIM(Wct-Name) " was not added."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadCatalog
       IF NOT CatalogLoaded
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE Wct-Name TO WantedName
       PERFORM MakeNewEntry
       IF CatNewHit IS EQUAL TO 0
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE Wct-Owner TO CatEntOwner(CatNewHit)
       IF Wct-Size IS NUMERIC AND Wct-Size IS GREATER THAN 0
           MOVE Wct-Size TO CatEntSize(CatNewHit)
       END-IF
       MOVE CatEntFile(CatNewHit) TO Wct-File
       PERFORM WriteCatalog
       PERFORM DropCatalogLock
       EXIT.

StampPlayed.
       PERFORM TakeCatalogLock
       IF NOT Lock-Held
           DISPLAY "WORLDCAT: world_catalog.dat is busy - "
               FUNCTION TRIM(Wct-Name) " keeps its old stamp."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadCatalog
       IF NOT CatalogLoaded
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE Wct-Name TO WantedName
       PERFORM FindWantedName
       IF CatHit IS EQUAL TO 0
           SET Wct-Not-Found TO TRUE
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE StampDate TO CatEntPlayed(CatHit)
       IF Wct-Size IS NUMERIC AND Wct-Size IS GREATER THAN 0
           MOVE Wct-Size TO CatEntSize(CatHit)
       END-IF
       IF Wct-Levels IS NUMERIC AND Wct-Levels IS GREATER THAN 0
           MOVE Wct-Levels TO CatEntLevels(CatHit)
       END-IF
       IF Wct-Victory IS EQUAL TO "Y"
           MOVE "Y" TO CatEntVictory(CatHit)
       END-IF
       PERFORM WriteCatalog
       PERFORM DropCatalogLock
       EXIT.

      *> The copy is the copier's: it keeps the original's size,
      *> levels and audit verdict, but starts unwon and unplayed.
      *> Only a one-level world is copied - the flights below live in
      *> their own saves, named in world_links.dat, not the catalog.
CopyWorld.
       PERFORM TakeCatalogLock
       IF NOT Lock-Held
           DISPLAY "WORLDCAT: world_catalog.dat is busy - "
               FUNCTION TRIM(Wct-Name) " was not copied."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadCatalog
       IF NOT CatalogLoaded
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE Wct-Name TO WantedName
       PERFORM FindWantedName
       IF CatHit IS EQUAL TO 0
           SET Wct-Not-Found TO TRUE
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       IF CatEntLevels(CatHit) IS GREATER THAN 1
           MOVE CatEntLevels(CatHit) TO Wct-Levels
           SET Wct-Levelled TO TRUE
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE CatHit TO CatFromHit
       MOVE Wct-New-Name TO WantedName
       PERFORM MakeNewEntry
       IF CatNewHit IS EQUAL TO 0
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE CatEntFile(CatFromHit) TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveInName
       MOVE CatEntFile(CatNewHit) TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO SaveOutName
       PERFORM CopySaveFile
       IF NOT Wct-Done
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE Wct-Owner TO CatEntOwner(CatNewHit)
       MOVE CatEntSize(CatFromHit) TO CatEntSize(CatNewHit)
       MOVE CatEntLevels(CatFromHit) TO CatEntLevels(CatNewHit)
       MOVE CatEntAudit(CatFromHit) TO CatEntAudit(CatNewHit)
       MOVE CatEntAuditDate(CatFromHit) TO CatEntAuditDate(CatNewHit)
       MOVE CatEntFile(CatNewHit) TO Wct-File
       SET Wct-Failed TO TRUE
       PERFORM WriteCatalog
       PERFORM DropCatalogLock
       EXIT.

CopySaveFile.
       SET Wct-Failed TO TRUE
       OPEN INPUT SaveInFile
       IF SaveInStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDCAT: " FUNCTION TRIM(CatEntFile(CatFromHit))
               " could not be read, status " SaveInStatus "."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SaveOutFile
       IF SaveOutStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDCAT: " FUNCTION TRIM(CatEntFile(CatNewHit))
               " could not be written, status " SaveOutStatus "."
           CLOSE SaveInFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SaveInStatus IS NOT EQUAL TO "00"
           READ SaveInFile
               AT END
                   MOVE "10" TO SaveInStatus
               NOT AT END
                   WRITE SaveOutRecord FROM SaveInRecord
           END-READ
       END-PERFORM
       CLOSE SaveInFile
       CLOSE SaveOutFile
       SET Wct-Done TO TRUE
       EXIT.

      *> Only the owner, or anybody for a world nobody owns, may put
      *> a world out of the catalog; its save goes with it. A world
      *> of more than one level stays, lest its lower flights be left
      *> behind in world_links.dat with nothing above them.
DeleteWorld.
       PERFORM TakeCatalogLock
       IF NOT Lock-Held
           DISPLAY "WORLDCAT: world_catalog.dat is busy - "
               FUNCTION TRIM(Wct-Name) " was not deleted."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadCatalog
       IF NOT CatalogLoaded
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE Wct-Name TO WantedName
       PERFORM FindWantedName
       IF CatHit IS EQUAL TO 0
           SET Wct-Not-Found TO TRUE
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       IF CatEntOwner(CatHit) IS NOT EQUAL TO SPACES
           AND CatEntOwner(CatHit) IS NOT EQUAL TO Wct-Owner
           SET Wct-Refused TO TRUE
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       IF CatEntLevels(CatHit) IS GREATER THAN 1
           MOVE CatEntLevels(CatHit) TO Wct-Levels
           SET Wct-Levelled TO TRUE
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE CatEntFile(CatHit) TO Wct-File
       PERFORM VARYING CatIdx FROM CatHit BY 1
           UNTIL CatIdx IS NOT LESS THAN CatCount
           MOVE CatEntries(CatIdx + 1) TO CatEntries(CatIdx)
       END-PERFORM
       SUBTRACT 1 FROM CatCount
       PERFORM WriteCatalog
       IF Wct-Done
           MOVE Wct-File TO Env-File
           PERFORM ResolveFileName
           MOVE Env-File TO SaveOutName
           CALL "CBL_DELETE_FILE" USING SaveOutName
               RETURNING DeleteStatus
       END-IF
       PERFORM DropCatalogLock
       EXIT.

      *> WORLDAUDIT knows files, not names; every world saved in the
      *> audited file takes the verdict.
StampAudit.
       PERFORM TakeCatalogLock
       IF NOT Lock-Held
           DISPLAY "WORLDCAT: world_catalog.dat is busy - the audit "
               "of " FUNCTION TRIM(Wct-File) " was not recorded."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadCatalog
       IF NOT CatalogLoaded
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO CatHit
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx IS GREATER THAN CatCount
           IF CatEntFile(CatIdx) IS EQUAL TO Wct-File
               MOVE CatIdx TO CatHit
               MOVE Wct-Audit TO CatEntAudit(CatIdx)
               MOVE StampDate TO CatEntAuditDate(CatIdx)
           END-IF
       END-PERFORM
       IF CatHit IS EQUAL TO 0
           SET Wct-Not-Found TO TRUE
           PERFORM DropCatalogLock
           EXIT PARAGRAPH
       END-IF
       PERFORM WriteCatalog
       PERFORM DropCatalogLock
       EXIT.

FindWantedName.
       MOVE 0 TO CatHit
       IF WantedName IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx IS GREATER THAN CatCount
           IF CatEntName(CatIdx) IS EQUAL TO WantedName
               MOVE CatIdx TO CatHit
           END-IF
       END-PERFORM
       EXIT.

      *> A fresh entry for WantedName at the end of the table, its
      *> save named invworld_<name>.dat with anything but letters and
      *> digits turned to underscores. CatNewHit stays zero, with
      *> Wct-Result saying why, when the name or its file is taken
      *> or the table is full.
MakeNewEntry.
       MOVE 0 TO CatNewHit
       IF WantedName IS EQUAL TO SPACES
           SET Wct-Not-Found TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM FindWantedName
       IF CatHit IS NOT EQUAL TO 0 OR CatCount IS NOT LESS THAN 20
           SET Wct-Taken TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION LOWER-CASE(WantedName) TO NameLower
       MOVE FUNCTION LENGTH(FUNCTION TRIM(NameLower TRAILING))
           TO NameLength
       PERFORM VARYING NameScan FROM 1 BY 1
           UNTIL NameScan IS GREATER THAN NameLength
           IF NameLower(NameScan:1) IS NOT ALPHABETIC-LOWER
               OR NameLower(NameScan:1) IS EQUAL TO SPACE
               IF NameLower(NameScan:1) IS NOT NUMERIC
                   MOVE "_" TO NameLower(NameScan:1)
               END-IF
           END-IF
       END-PERFORM
       MOVE SPACES TO NewFileBare
       STRING "invworld_" DELIMITED BY SIZE
           FUNCTION TRIM(NameLower) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO NewFileBare
       END-STRING
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx IS GREATER THAN CatCount
           IF CatEntFile(CatIdx) IS EQUAL TO NewFileBare
               SET Wct-Taken TO TRUE
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       ADD 1 TO CatCount
       MOVE CatCount TO CatNewHit
       INITIALIZE CatEntries(CatNewHit)
       MOVE WantedName TO CatEntName(CatNewHit)
       MOVE NewFileBare TO CatEntFile(CatNewHit)
       MOVE 10 TO CatEntSize(CatNewHit)
       MOVE 1 TO CatEntLevels(CatNewHit)
       MOVE StampDate TO CatEntCreated(CatNewHit)
       MOVE "N" TO CatEntVictory(CatNewHit)
       EXIT.

      *> The catalog into CatalogTable. A missing catalog is an empty
      *> one; either way the old single inventory_save.dat, if it is
      *> there and nothing names it, is taken in as MAIN.
LoadCatalog.
       MOVE "N" TO CatLoadFlag
       MOVE 0 TO CatCount
       OPEN INPUT CatalogFile
       IF CatalogFileStatus IS EQUAL TO "00"
           PERFORM UNTIL CatalogFileStatus IS NOT EQUAL TO "00"
               READ CatalogFile
                   AT END
                       MOVE "10" TO CatalogFileStatus
                   NOT AT END
                       IF CatCount IS LESS THAN 20
                           AND CatName IS NOT EQUAL TO SPACES
                           ADD 1 TO CatCount
                           MOVE CatalogRecord TO CatEntries(CatCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CatalogFile
       ELSE
           IF CatalogFileStatus IS NOT EQUAL TO "35"
               DISPLAY "WORLDCAT: world_catalog.dat could not be read, "
                   "status " CatalogFileStatus "."
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE "Y" TO CatLoadFlag
       PERFORM AdoptMainSave
       EXIT.

AdoptMainSave.
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx IS GREATER THAN CatCount
           IF CatEntFile(CatIdx) IS EQUAL TO MainSaveBare
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
       MOVE MainWorldName TO WantedName
       PERFORM FindWantedName
       IF CatHit IS NOT EQUAL TO 0 OR CatCount IS NOT LESS THAN 20
           EXIT PARAGRAPH
       END-IF
       MOVE MainSaveName TO SaveInName
       OPEN INPUT SaveInFile
       IF SaveInStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO SaveInRecord
       READ SaveInFile
           AT END
               MOVE "10" TO SaveInStatus
       END-READ
       CLOSE SaveInFile
       IF SaveInStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO CatCount
       INITIALIZE CatEntries(CatCount)
       MOVE MainWorldName TO CatEntName(CatCount)
       MOVE MainSaveBare TO CatEntFile(CatCount)
       MOVE 10 TO CatEntSize(CatCount)
       MOVE 1 TO CatEntLevels(CatCount)
       MOVE "N" TO CatEntVictory(CatCount)
       IF SaveStampTag IS EQUAL TO "#V "
           IF SaveStampDate IS NUMERIC
               MOVE SaveStampDate TO CatEntCreated(CatCount)
           END-IF
           IF SaveStampSize IS NUMERIC
               MOVE SaveStampSize TO CatEntSize(CatCount)
           END-IF
       END-IF
       EXIT.

      *> The table goes out through world_catalog.tmp and is put in
      *> the catalog's place whole.
WriteCatalog.
       OPEN OUTPUT CatalogTempFile
       IF CatalogTempStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDCAT: world_catalog.tmp could not be written, "
               "status " CatalogTempStatus "."
           SET Wct-Failed TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx IS GREATER THAN CatCount
           WRITE CatalogTempRecord FROM CatEntries(CatIdx)
       END-PERFORM
       CLOSE CatalogTempFile
       CALL "CBL_RENAME_FILE" USING CatalogTempName CatalogFileName
           RETURNING RenameStatus
       IF RenameStatus IS NOT EQUAL TO 0
           DISPLAY "WORLDCAT: world_catalog.dat could not be replaced - "
               "the catalog is unchanged."
           SET Wct-Failed TO TRUE
           EXIT PARAGRAPH
       END-IF
       SET Wct-Done TO TRUE
       EXIT.

TakeCatalogLock.
       MOVE "A" TO Lock-Action
       MOVE "world_catalog" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       EXIT.

DropCatalogLock.
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
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
       MOVE "WORLDCAT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
