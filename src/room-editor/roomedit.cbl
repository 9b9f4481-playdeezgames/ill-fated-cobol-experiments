ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RoomsFile ASSIGN DYNAMIC RoomsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RoomsFileId
               FILE STATUS IS RoomsFileStatus.
           SELECT RoomsSeqFile ASSIGN DYNAMIC RoomsSeqFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RoomsSeqFileStatus.
           SELECT ExportFile ASSIGN DYNAMIC ExportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExportFileStatus.

       01 ExportLine PIC X(70).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 RoomsFileName PIC X(60) VALUE "rooms.dat".
          02 RoomsSeqFileName PIC X(60) VALUE "rooms.dat".
          02 ExportFileName PIC X(60) VALUE "rooms_export.txt".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 RoomsFileStatus PIC XX.
       01 RoomsSeqFileStatus PIC XX.
      *> Mirrors SHOS's RoomTable ceiling of 20 rooms - writing a
          02 WideInput PIC X(70).
          02 WidthOk PIC X.
             88 InputFitsWidth VALUE "Y".
      *> Every change is noted with MAINTLOG as it is made and
      *> committed to maint_audit.dat when the save reaches the file.
      *> RoomImage is a room as rooms.dat holds it - the before and
      *> after images of the audit record.
       01 AuditData.
          02 OperatorName PIC X(12).
          02 AuditRoomId PIC 99.
          02 RoomImage.
             03 RiId PIC 99.
             03 RiLine PIC X(60) OCCURS 3 TIMES.
       COPY "MAINTLOG.cpy".

PROCEDURE DIVISION.
StartEditor.
       PERFORM ResolveDataFiles
       DISPLAY "ROOM TEXT EDITOR FOR THE HOUSE OF SHADOWS"
       PERFORM AskOperatorName
       PERFORM LoadRoomsFile.

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
       MOVE "ROOMEDIT" TO Maint-Program
       MOVE OperatorName TO Maint-Operator
       EXIT.

CaptureRoomImage.
       MOVE AuditRoomId TO RiId
       MOVE SlotLine(AuditRoomId, 1) TO RiLine(1)
       MOVE SlotLine(AuditRoomId, 2) TO RiLine(2)
       MOVE SlotLine(AuditRoomId, 3) TO RiLine(3)
       EXIT.

      *> The caller has set Maint-Change and both images; the key is
      *> the room's number, AuditRoomId.
NoteRoomChange.
       MOVE "N" TO Maint-Action
       MOVE SPACES TO Maint-Key
       STRING "ROOM " DELIMITED BY SIZE
           AuditRoomId DELIMITED BY SIZE
           INTO Maint-Key
       END-STRING
       CALL "MAINTLOG" USING Maint-Request
       EXIT.

LoadRoomsFile.
       MOVE 0 TO RoomsLoaded
       PERFORM VARYING RoomSlotIdx FROM 1 BY 1
               DISPLAY "ROOM " TargetRoomId " DOES NOT EXIST YET."
               DISPLAY "USE [A]DD TO CREATE IT."
           ELSE
               MOVE TargetRoomId TO AuditRoomId
               PERFORM CaptureRoomImage
               MOVE RoomImage TO Maint-Before
               PERFORM AcceptRoomLines
               PERFORM CaptureRoomImage
               MOVE RoomImage TO Maint-After
               MOVE "CHANGE" TO Maint-Change
               PERFORM NoteRoomChange
           END-IF
       END-IF
       EXIT.
           ELSE
               MOVE "Y" TO SlotUsed(TargetRoomId)
               PERFORM AcceptRoomLines
               MOVE TargetRoomId TO AuditRoomId
               PERFORM CaptureRoomImage
               MOVE SPACES TO Maint-Before
               MOVE RoomImage TO Maint-After
               MOVE "ADD" TO Maint-Change
               PERFORM NoteRoomChange
           END-IF
       END-IF
       EXIT.
                   DISPLAY "ROOM " TargetRoomId " ALREADY EXISTS - "
                       "A RENUMBER MUST NOT COLLIDE."
               ELSE
                   MOVE OldRoomId TO AuditRoomId
                   PERFORM CaptureRoomImage
                   MOVE RoomImage TO Maint-Before
                   MOVE "Y" TO SlotUsed(TargetRoomId)
                   MOVE SlotLine(OldRoomId, 1) TO SlotLine(TargetRoomId, 1)
                   MOVE SlotLine(OldRoomId, 2) TO SlotLine(TargetRoomId, 2)
                   MOVE SPACE TO SlotLine(OldRoomId, 2)
                   MOVE SPACE TO SlotLine(OldRoomId, 3)
                   MOVE "Y" TO DirtyFlag
                   MOVE TargetRoomId TO AuditRoomId
                   PERFORM CaptureRoomImage
                   MOVE RoomImage TO Maint-After
                   MOVE OldRoomId TO AuditRoomId
                   MOVE "RENUMBER" TO Maint-Change
                   PERFORM NoteRoomChange
                   DISPLAY "ROOM " OldRoomId " IS NOW ROOM "
                       TargetRoomId "."
               END-IF
           DISPLAY "NOTHING USABLE IN THE FILE - NOTHING CHANGED."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING AuditRoomId FROM 1 BY 1
           UNTIL AuditRoomId IS GREATER THAN MaxRooms
           PERFORM NoteImportedRoom
       END-PERFORM
       PERFORM VARYING RoomSlotIdx FROM 1 BY 1
           UNTIL RoomSlotIdx IS GREATER THAN MaxRooms
           MOVE ImpUsed(RoomSlotIdx) TO SlotUsed(RoomSlotIdx)
           ImpRoomsRead " ROOM(S)."
       EXIT.

      *> Only the rooms the batch really changes are audited.
NoteImportedRoom.
       MOVE SPACES TO Maint-Before
       MOVE SPACES TO Maint-After
       IF RoomSlotUsed(AuditRoomId)
           PERFORM CaptureRoomImage
           MOVE RoomImage TO Maint-Before
       END-IF
       IF ImpUsed(AuditRoomId) IS EQUAL TO "Y"
           MOVE AuditRoomId TO RiId
           MOVE ImpLine(AuditRoomId, 1) TO RiLine(1)
           MOVE ImpLine(AuditRoomId, 2) TO RiLine(2)
           MOVE ImpLine(AuditRoomId, 3) TO RiLine(3)
           MOVE RoomImage TO Maint-After
       END-IF
       IF Maint-Before IS EQUAL TO Maint-After
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN Maint-Before IS EQUAL TO SPACES
               MOVE "ADD" TO Maint-Change
           WHEN Maint-After IS EQUAL TO SPACES
               MOVE "DELETE" TO Maint-Change
           WHEN OTHER
               MOVE "CHANGE" TO Maint-Change
       END-EVALUATE
       PERFORM NoteRoomChange
       EXIT.

JudgeImportLine.
       IF WantHeader
           IF ExportLine IS EQUAL TO SPACES
           CLOSE RoomsFile
           MOVE "N" TO DirtyFlag
           DISPLAY "rooms.dat SAVED."
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
       MOVE "ROOMEDIT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
