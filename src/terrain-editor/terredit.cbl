ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TerrainFile ASSIGN DYNAMIC TerrainFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TerrainFileStatus.
           SELECT LandmarkFile ASSIGN DYNAMIC LandmarkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LandmarkFileStatus.

          02 LmFileY PIC 999.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 TerrainFileName PIC X(60) VALUE "terrain.dat".
          02 LandmarkFileName PIC X(60) VALUE "landmarks.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 TerrainFileStatus PIC XX.
       01 LandmarkFileStatus PIC XX.
      *> Same world bounds WANDER plays in.
          02 HoldCoord PIC 999.
          02 ShiftIdx PIC 99.
          02 SwallowCount PIC 99.
          02 OperatorName PIC X(12).
          02 AuditRegion PIC 99.
      *> Every change is noted with MAINTLOG as it is made and
      *> committed to maint_audit.dat when the save reaches the file.
       COPY "MAINTLOG.cpy".
       01 PreviewData.
          02 PvMinX PIC S9(4).
          02 PvMinY PIC S9(4).

PROCEDURE DIVISION.
StartEditor.
       PERFORM ResolveDataFiles
       DISPLAY "TERRAIN EDITOR FOR WANDER"
       PERFORM AskOperatorName
       PERFORM LoadTerrainFile
       PERFORM LoadLandmarks.

QuitEditor.
       STOP RUN.

AskOperatorName.
       DISPLAY "YOUR NAME FOR THE AUDIT TRAIL (BLANK FOR OPERATOR)?"
       MOVE SPACES TO OperatorName
       ACCEPT OperatorName
       IF OperatorName IS EQUAL TO SPACES
           MOVE "OPERATOR" TO OperatorName
       END-IF
       MOVE "TERREDIT" TO Maint-Program
       MOVE OperatorName TO Maint-Operator
       EXIT.

      *> The caller has set Maint-Change, both images and the
      *> region's place in the list, AuditRegion - the place is the
      *> key, since record order decides who wins an overlap.
NoteRegionChange.
       MOVE "N" TO Maint-Action
       MOVE SPACES TO Maint-Key
       STRING "REGION " DELIMITED BY SIZE
           AuditRegion DELIMITED BY SIZE
           INTO Maint-Key
       END-STRING
       CALL "MAINTLOG" USING Maint-Request
       EXIT.

LoadTerrainFile.
       MOVE 0 TO TerrainCount
       OPEN INPUT TerrainFile
       MOVE NewY2 TO TerrainY2(TerrainCount)
       MOVE "Y" TO DirtyFlag
       MOVE TerrainCount TO EntryNumber
       MOVE "ADD" TO Maint-Change
       MOVE SPACES TO Maint-Before
       MOVE TerrainRegions(TerrainCount) TO Maint-After
       MOVE TerrainCount TO AuditRegion
       PERFORM NoteRegionChange
       DISPLAY "REGION " TerrainCount " ADDED."
       PERFORM PreviewOneRegion
       EXIT.
           EXIT PARAGRAPH
       END-IF
       PERFORM WarnSwallowedLandmarks
       MOVE TerrainRegions(EntryNumber) TO Maint-Before
       MOVE NewX1 TO TerrainX1(EntryNumber)
       MOVE NewY1 TO TerrainY1(EntryNumber)
       MOVE NewX2 TO TerrainX2(EntryNumber)
       MOVE NewY2 TO TerrainY2(EntryNumber)
       MOVE "Y" TO DirtyFlag
       MOVE "CHANGE" TO Maint-Change
       MOVE TerrainRegions(EntryNumber) TO Maint-After
       MOVE EntryNumber TO AuditRegion
       PERFORM NoteRegionChange
       DISPLAY "REGION " EntryNumber " RESIZED."
       PERFORM PreviewOneRegion
       EXIT.
       MOVE TerrainX2(EntryNumber) TO NewX2
       MOVE TerrainY2(EntryNumber) TO NewY2
       PERFORM WarnSwallowedLandmarks
       MOVE TerrainRegions(EntryNumber) TO Maint-Before
       MOVE NewType TO TerrainType(EntryNumber)
       MOVE "Y" TO DirtyFlag
       MOVE "CHANGE" TO Maint-Change
       MOVE TerrainRegions(EntryNumber) TO Maint-After
       MOVE EntryNumber TO AuditRegion
       PERFORM NoteRegionChange
       DISPLAY "REGION " EntryNumber " IS NOW TYPE " NewType "."
       EXIT.

           DISPLAY "THAT IS NOT A REGION NUMBER."
           EXIT PARAGRAPH
       END-IF
       MOVE "DELETE" TO Maint-Change
       MOVE TerrainRegions(EntryNumber) TO Maint-Before
       MOVE SPACES TO Maint-After
       MOVE EntryNumber TO AuditRegion
       PERFORM NoteRegionChange
       DISPLAY "REGION " EntryNumber " (TYPE "
           TerrainType(EntryNumber) ") DELETED."
       PERFORM VARYING ShiftIdx FROM EntryNumber BY 1
           CLOSE TerrainFile
           MOVE "N" TO DirtyFlag
           DISPLAY "terrain.dat SAVED."
           PERFORM CommitAudit
       END-IF
       EXIT.

CommitAudit.
       MOVE "C" TO Maint-Action
       CALL "MAINTLOG" USING Maint-Request
       IF Maint-Done AND Maint-Count IS GREATER THAN 0
           DISPLAY Maint-Count " CHANGE(S) RECORDED IN maint_audit.dat."
       END-IF
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
       MOVE "TERREDIT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
