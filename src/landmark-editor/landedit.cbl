ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LandmarkFile ASSIGN DYNAMIC LandmarkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LandmarkFileStatus.

          02 LmFileGift PIC X.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LandmarkFileName PIC X(60) VALUE "landmarks.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 LandmarkFileStatus PIC XX.
      *> Same world bounds WANDER plays in - a landmark placed outside
      *> them could never be reached.
          02 CoordOk PIC X.
             88 CoordIsValid VALUE "Y".
          02 ShiftIdx PIC 99.
          02 OperatorName PIC X(12).
      *> Every change is noted with MAINTLOG as it is made and
      *> committed to maint_audit.dat when the save reaches the file.
       COPY "MAINTLOG.cpy".

PROCEDURE DIVISION.
StartEditor.
       PERFORM ResolveDataFiles
       DISPLAY "LANDMARK EDITOR FOR WANDER"
       PERFORM AskOperatorName
       PERFORM LoadLandmarkFile.

MainMenu.
QuitEditor.
       STOP RUN.

AskOperatorName.
       DISPLAY "YOUR NAME FOR THE AUDIT TRAIL (BLANK FOR OPERATOR)?"
       MOVE SPACES TO OperatorName
       ACCEPT OperatorName
       IF OperatorName IS EQUAL TO SPACES
           MOVE "OPERATOR" TO OperatorName
       END-IF
       MOVE "LANDEDIT" TO Maint-Program
       MOVE OperatorName TO Maint-Operator
       EXIT.

      *> The caller has set Maint-Change and both images; the key is
      *> the landmark's name as it stands after the change (before
      *> it, for a delete).
NoteLandmarkChange.
       MOVE "N" TO Maint-Action
       MOVE SPACES TO Maint-Key
       IF Maint-After IS EQUAL TO SPACES
           STRING "LANDMARK " DELIMITED BY SIZE
               Maint-Before(1:20) DELIMITED BY SIZE
               INTO Maint-Key
           END-STRING
       ELSE
           STRING "LANDMARK " DELIMITED BY SIZE
               Maint-After(1:20) DELIMITED BY SIZE
               INTO Maint-Key
           END-STRING
       END-IF
       CALL "MAINTLOG" USING Maint-Request
       EXIT.

LoadLandmarkFile.
       MOVE 0 TO LandmarkCount
       OPEN INPUT LandmarkFile
       MOVE SPACE TO LandmarkSite(LandmarkCount)
       MOVE SPACE TO LandmarkGift(LandmarkCount)
       MOVE "Y" TO DirtyFlag
       MOVE "ADD" TO Maint-Change
       MOVE SPACES TO Maint-Before
       MOVE LandmarkEntries(LandmarkCount) TO Maint-After
       PERFORM NoteLandmarkChange
       DISPLAY FUNCTION TRIM(NameInput) " ADDED."
       EXIT.

           DISPLAY "THAT IS NOT A LANDMARK NUMBER."
           EXIT PARAGRAPH
       END-IF
       MOVE LandmarkEntries(EntryNumber) TO Maint-Before
       DISPLAY "SITE: [S] HOUSE OF SHADOWS, [I] INVENTORY DUNGEON,"
       DISPLAY "[SPACE/OTHER] NO DUNGEON?"
       ACCEPT Command
               MOVE SPACE TO LandmarkSite(EntryNumber)
       END-EVALUATE
       MOVE "Y" TO DirtyFlag
       MOVE "CHANGE" TO Maint-Change
       MOVE LandmarkEntries(EntryNumber) TO Maint-After
       PERFORM NoteLandmarkChange
       DISPLAY FUNCTION TRIM(LandmarkName(EntryNumber))
           " GATE SET TO '" LandmarkSite(EntryNumber) "'."
       EXIT.
           DISPLAY "THAT IS NOT A LANDMARK NUMBER."
           EXIT PARAGRAPH
       END-IF
       MOVE LandmarkEntries(EntryNumber) TO Maint-Before
       DISPLAY "GIFT: [C]ANOE, [M]ULE, [SPACE/OTHER] NOTHING?"
       ACCEPT Command
       EVALUATE Command
               MOVE SPACE TO LandmarkGift(EntryNumber)
       END-EVALUATE
       MOVE "Y" TO DirtyFlag
       MOVE "CHANGE" TO Maint-Change
       MOVE LandmarkEntries(EntryNumber) TO Maint-After
       PERFORM NoteLandmarkChange
       DISPLAY FUNCTION TRIM(LandmarkName(EntryNumber))
           " GIFT SET TO '" LandmarkGift(EntryNumber) "'."
       EXIT.
           DISPLAY "THAT IS NOT A LANDMARK NUMBER."
           EXIT PARAGRAPH
       END-IF
       MOVE LandmarkEntries(EntryNumber) TO Maint-Before
       DISPLAY "NEW X COORDINATE?"
       PERFORM AskCoordinate
       IF NOT CoordIsValid
           MOVE CoordValue TO LandmarkY(EntryNumber)
       END-IF
       MOVE "Y" TO DirtyFlag
       MOVE "CHANGE" TO Maint-Change
       MOVE LandmarkEntries(EntryNumber) TO Maint-After
       PERFORM NoteLandmarkChange
       DISPLAY FUNCTION TRIM(LandmarkName(EntryNumber)) " IS NOW AT ("
           LandmarkX(EntryNumber) "," LandmarkY(EntryNumber) ")."
       EXIT.
       IF NameInput IS EQUAL TO SPACES
           DISPLAY "A LANDMARK NEEDS A NAME."
       ELSE
           MOVE LandmarkEntries(EntryNumber) TO Maint-Before
           MOVE NameInput TO LandmarkName(EntryNumber)
           MOVE "Y" TO DirtyFlag
           MOVE "CHANGE" TO Maint-Change
           MOVE LandmarkEntries(EntryNumber) TO Maint-After
           PERFORM NoteLandmarkChange
           DISPLAY "RENAMED."
       END-IF
       EXIT.
           DISPLAY "THAT IS NOT A LANDMARK NUMBER."
           EXIT PARAGRAPH
       END-IF
       MOVE "DELETE" TO Maint-Change
       MOVE LandmarkEntries(EntryNumber) TO Maint-Before
       MOVE SPACES TO Maint-After
       PERFORM NoteLandmarkChange
       DISPLAY FUNCTION TRIM(LandmarkName(EntryNumber)) " DELETED."
       PERFORM VARYING ShiftIdx FROM EntryNumber BY 1
           UNTIL ShiftIdx IS NOT LESS THAN LandmarkCount
           CLOSE LandmarkFile
           MOVE "N" TO DirtyFlag
           DISPLAY "landmarks.dat SAVED."
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
       MOVE "LANDEDIT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
