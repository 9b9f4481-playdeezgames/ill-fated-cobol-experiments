       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INCIDENT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IncidentFile ASSIGN DYNAMIC IncidentFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IncidentFileStatus.
           SELECT NoteFile ASSIGN DYNAMIC NoteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoteFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors INCLOG's IncidentRecord field-for-field.
       FD IncidentFile.
       01 IncidentRecord.
          02 IncNumber PIC 9(6).
          02 IncDate PIC 9(8).
          02 IncTime PIC 9(6).
          02 IncProgram PIC X(8).
          02 IncSeverity PIC X(4).
          02 IncSession PIC 9(8).
          02 IncState PIC X.
             88 IncOpen VALUE "O".
             88 IncAcknowledged VALUE "A".
             88 IncClosed VALUE "C".
          02 IncAckBy PIC X(12).
          02 IncClosedDate PIC 9(8).
          02 IncResolution PIC X(6).
          02 IncDetail PIC X(50).
      *> The follow-up trail: every note, acknowledgement and closing
      *> against an incident, oldest first.
       FD NoteFile.
       01 NoteRecord.
          02 NoteNumber PIC 9(6).
          02 NoteDate PIC 9(8).
          02 NoteBy PIC X(12).
          02 NoteText PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 IncidentFileName PIC X(60) VALUE "incidents.dat".
          02 NoteFileName PIC X(60) VALUE "incident_notes.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 IncidentFileStatus PIC XX.
       01 NoteFileStatus PIC XX.
       COPY "FILELOCK.cpy".
       COPY "GAMELOG.cpy".
      *> The operator's desk for the incidents the batch programs
      *> raise: what is still open, who owns it, what was tried, and
      *> the resolution code it was closed with.
       01 DeskData.
          02 TodayDate PIC 9(8).
          02 OperatorName PIC X(12).
          02 MenuCommand PIC X.
          02 MenuDone PIC X VALUE "N".
             88 MenuFinished VALUE "Y".
          02 NumberInput PIC X(8).
          02 WantedNumber PIC 9(6).
          02 NoteInput PIC X(60).
          02 ResolutionInput PIC X(6).
          02 OpenCount PIC 9(4).
          02 UnackedCount PIC 9(4).
          02 NotesShown PIC 9(4).
          02 UpdateKind PIC X.
             88 DoAcknowledge VALUE "A".
             88 DoClose VALUE "C".
       01 IncidentTable.
          02 IncidentCount PIC 9(4) VALUE 0.
          02 IncidentEntry OCCURS 999 TIMES.
             03 ItRecord PIC X(117).
          02 IncidentIdx PIC 9(4).
          02 FoundIdx PIC 9(4).
      *> Closing codes: one word each for why an incident is done.
       01 ResolutionCodes.
          02 FILLER PIC X(46) VALUE
              "FIXED the fault was found and put right".
          02 FILLER PIC X(46) VALUE
              "RERUN a rerun went through clean".
          02 FILLER PIC X(46) VALUE
              "FALSE a false alarm - nothing was wrong".
          02 FILLER PIC X(46) VALUE
              "DUP   another incident covers it".
          02 FILLER PIC X(46) VALUE
              "KNOWN a known fault, accepted for now".
       01 ResolutionTable REDEFINES ResolutionCodes.
          02 ResolutionEntry OCCURS 5 TIMES.
             03 ResCode PIC X(6).
             03 ResMeaning PIC X(40).
       01 ResIdx PIC 9.
       01 ResFound PIC 9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       DISPLAY "Yer name for the notes (blank for OPERATOR)? "
           WITH NO ADVANCING
       MOVE SPACES TO OperatorName
       ACCEPT OperatorName
       IF OperatorName IS EQUAL TO SPACES
           MOVE "OPERATOR" TO OperatorName
       END-IF
       PERFORM ListOpen
       PERFORM MenuTurn UNTIL MenuFinished
STOP RUN.

MenuTurn.
       DISPLAY " "
       DISPLAY "[L]ist open  [V]iew  [N]ote  [A]cknowledge  [C]lose  "
           "[Q]uit"
       MOVE SPACE TO MenuCommand
       ACCEPT MenuCommand
       EVALUATE MenuCommand
           WHEN "L" WHEN "l"
               PERFORM ListOpen
           WHEN "V" WHEN "v"
               PERFORM ViewIncident
           WHEN "N" WHEN "n"
               PERFORM AddNote
           WHEN "A" WHEN "a"
               PERFORM AcknowledgeIncident
           WHEN "C" WHEN "c"
               PERFORM CloseIncident
           WHEN "Q" WHEN "q"
               SET MenuFinished TO TRUE
       END-EVALUATE
       EXIT.

LoadIncidents.
       MOVE 0 TO IncidentCount
       OPEN INPUT IncidentFile
       IF IncidentFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL IncidentFileStatus IS NOT EQUAL TO "00"
           READ IncidentFile
               AT END
                   MOVE "10" TO IncidentFileStatus
               NOT AT END
                   IF IncidentCount IS LESS THAN 999
                       ADD 1 TO IncidentCount
                       MOVE IncidentRecord TO ItRecord(IncidentCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE IncidentFile
       EXIT.

ListOpen.
       PERFORM LoadIncidents
       MOVE 0 TO OpenCount
       MOVE 0 TO UnackedCount
       DISPLAY " "
       DISPLAY "OPEN INCIDENTS:"
       PERFORM VARYING IncidentIdx FROM 1 BY 1
           UNTIL IncidentIdx > IncidentCount
           MOVE ItRecord(IncidentIdx) TO IncidentRecord
           IF NOT IncClosed
               ADD 1 TO OpenCount
               IF IncOpen
                   ADD 1 TO UnackedCount
               END-IF
               PERFORM ShowIncidentLine
           END-IF
       END-PERFORM
       IF OpenCount IS EQUAL TO 0
           DISPLAY "  None - nothing is waiting on anyone."
       ELSE
           DISPLAY "  " OpenCount " open, " UnackedCount
               " not yet acknowledged."
       END-IF
       EXIT.

ShowIncidentLine.
       DISPLAY "  " IncNumber " " IncDate(1:4) "-" IncDate(5:2) "-"
           IncDate(7:2) " " IncProgram " " IncSeverity " "
           FUNCTION TRIM(IncDetail)
       IF IncAcknowledged
           DISPLAY "         acknowledged by " FUNCTION TRIM(IncAckBy)
       END-IF
       EXIT.

      *> Loads the file and finds the number asked for; FoundIdx is
      *> 0 when there is no such incident.
AskIncident.
       DISPLAY "Incident number? " WITH NO ADVANCING
       MOVE SPACES TO NumberInput
       ACCEPT NumberInput
       MOVE 0 TO WantedNumber
       MOVE 0 TO FoundIdx
       IF FUNCTION TEST-NUMVAL(NumberInput) IS EQUAL TO 0
           COMPUTE WantedNumber = FUNCTION NUMVAL(NumberInput)
       END-IF
       PERFORM LoadIncidents
       PERFORM FindIncident
       IF FoundIdx IS EQUAL TO 0
           DISPLAY "INCIDENT: there is no incident "
               FUNCTION TRIM(NumberInput) "."
       END-IF
       EXIT.

FindIncident.
       MOVE 0 TO FoundIdx
       PERFORM VARYING IncidentIdx FROM 1 BY 1
           UNTIL IncidentIdx > IncidentCount OR FoundIdx > 0
           MOVE ItRecord(IncidentIdx) TO IncidentRecord
           IF IncNumber IS EQUAL TO WantedNumber
               AND WantedNumber IS GREATER THAN 0
               MOVE IncidentIdx TO FoundIdx
           END-IF
       END-PERFORM
       IF FoundIdx IS GREATER THAN 0
           MOVE ItRecord(FoundIdx) TO IncidentRecord
       END-IF
       EXIT.

ViewIncident.
       PERFORM AskIncident
       IF FoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY "INCIDENT " IncNumber " RAISED BY "
           FUNCTION TRIM(IncProgram) " " IncDate(1:4) "-" IncDate(5:2)
           "-" IncDate(7:2) " "
           IncTime(1:2) ":" IncTime(3:2) ":" IncTime(5:2)
       DISPLAY "  SEVERITY " IncSeverity "  SESSION " IncSession
       DISPLAY "  " FUNCTION TRIM(IncDetail)
       EVALUATE TRUE
           WHEN IncOpen
               DISPLAY "  OPEN - nobody has acknowledged it."
           WHEN IncAcknowledged
               DISPLAY "  ACKNOWLEDGED by " FUNCTION TRIM(IncAckBy) "."
           WHEN IncClosed
               DISPLAY "  CLOSED " IncClosedDate(1:4) "-"
                   IncClosedDate(5:2) "-" IncClosedDate(7:2) " - "
                   FUNCTION TRIM(IncResolution)
       END-EVALUATE
       MOVE 0 TO NotesShown
       OPEN INPUT NoteFile
       IF NoteFileStatus IS EQUAL TO "00"
           PERFORM UNTIL NoteFileStatus IS NOT EQUAL TO "00"
               READ NoteFile
                   AT END
                       MOVE "10" TO NoteFileStatus
                   NOT AT END
                       IF NoteNumber IS EQUAL TO WantedNumber
                           ADD 1 TO NotesShown
                           DISPLAY "  " NoteDate(1:4) "-" NoteDate(5:2)
                               "-" NoteDate(7:2) " " NoteBy " "
                               FUNCTION TRIM(NoteText)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NoteFile
       END-IF
       IF NotesShown IS EQUAL TO 0
           DISPLAY "  (no notes)"
       END-IF
       EXIT.

AddNote.
       PERFORM AskIncident
       IF FoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Note: " WITH NO ADVANCING
       MOVE SPACES TO NoteInput
       ACCEPT NoteInput
       IF NoteInput IS EQUAL TO SPACES
           DISPLAY "Nothing noted."
           EXIT PARAGRAPH
       END-IF
       PERFORM AppendNote
       DISPLAY "Noted against incident " WantedNumber "."
       EXIT.

AppendNote.
       OPEN EXTEND NoteFile
       IF NoteFileStatus IS EQUAL TO "35"
           OPEN OUTPUT NoteFile
       END-IF
       IF NoteFileStatus IS NOT EQUAL TO "00"
           DISPLAY "INCIDENT: incident_notes.dat could not be written, "
               "status " NoteFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE WantedNumber TO NoteNumber
       MOVE TodayDate TO NoteDate
       MOVE OperatorName TO NoteBy
       MOVE NoteInput TO NoteText
       WRITE NoteRecord
       CLOSE NoteFile
       EXIT.

AcknowledgeIncident.
       PERFORM AskIncident
       IF FoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF NOT IncOpen
           DISPLAY "INCIDENT: incident " WantedNumber
               " is not waiting on an acknowledgement."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ResolutionInput
       SET DoAcknowledge TO TRUE
       PERFORM UpdateIncident
       EXIT.

CloseIncident.
       PERFORM AskIncident
       IF FoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF IncClosed
           DISPLAY "INCIDENT: incident " WantedNumber
               " is already closed."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Resolution codes:"
       PERFORM VARYING ResIdx FROM 1 BY 1 UNTIL ResIdx > 5
           DISPLAY "  " ResCode(ResIdx) FUNCTION TRIM(ResMeaning(ResIdx))
       END-PERFORM
       DISPLAY "Resolution code? " WITH NO ADVANCING
       MOVE SPACES TO ResolutionInput
       ACCEPT ResolutionInput
       MOVE FUNCTION UPPER-CASE(ResolutionInput) TO ResolutionInput
       MOVE 0 TO ResFound
       PERFORM VARYING ResIdx FROM 1 BY 1 UNTIL ResIdx > 5
           IF ResCode(ResIdx) IS EQUAL TO ResolutionInput
               MOVE ResIdx TO ResFound
           END-IF
       END-PERFORM
       IF ResFound IS EQUAL TO 0
           DISPLAY "INCIDENT: that is not a resolution code - "
               "nothing closed."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Closing note (blank for none)? " WITH NO ADVANCING
       MOVE SPACES TO NoteInput
       ACCEPT NoteInput
       SET DoClose TO TRUE
       PERFORM UpdateIncident
       EXIT.

      *> The change is made to the file as it stands under the lock,
      *> so an incident raised while the operator was typing is kept.
UpdateIncident.
       MOVE "A" TO Lock-Action
       MOVE "incidents" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY "INCIDENT: incidents.dat is busy - try again."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadIncidents
       PERFORM FindIncident
       IF FoundIdx IS EQUAL TO 0
           DISPLAY "INCIDENT: incident " WantedNumber " has gone."
           MOVE "R" TO Lock-Action
           CALL "FILELOCK" USING Lock-Request
           EXIT PARAGRAPH
       END-IF
       IF DoAcknowledge
           MOVE "A" TO IncState
           MOVE OperatorName TO IncAckBy
       ELSE
           MOVE "C" TO IncState
           IF IncAckBy IS EQUAL TO SPACES
               MOVE OperatorName TO IncAckBy
           END-IF
           MOVE TodayDate TO IncClosedDate
           MOVE ResolutionInput TO IncResolution
       END-IF
       MOVE IncidentRecord TO ItRecord(FoundIdx)
       OPEN OUTPUT IncidentFile
       IF IncidentFileStatus IS NOT EQUAL TO "00"
           DISPLAY "INCIDENT: incidents.dat could not be written, "
               "status " IncidentFileStatus "."
           MOVE "R" TO Lock-Action
           CALL "FILELOCK" USING Lock-Request
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING IncidentIdx FROM 1 BY 1
           UNTIL IncidentIdx > IncidentCount
           MOVE ItRecord(IncidentIdx) TO IncidentRecord
           WRITE IncidentRecord
       END-PERFORM
       CLOSE IncidentFile
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       MOVE "INCIDENT" TO GL-Program
       MOVE SPACES TO GL-Detail
       IF DoAcknowledge
           MOVE "ACK" TO GL-Event
           MOVE "ACKNOWLEDGED" TO NoteInput
           DISPLAY "Incident " WantedNumber " acknowledged by "
               FUNCTION TRIM(OperatorName) "."
       ELSE
           MOVE "CLOSE" TO GL-Event
           IF NoteInput IS EQUAL TO SPACES
               STRING "CLOSED " DELIMITED BY SIZE
                   ResolutionInput DELIMITED BY SPACE
                   INTO NoteInput
               END-STRING
           ELSE
               MOVE NoteInput TO GL-Detail
               MOVE SPACES TO NoteInput
               STRING "CLOSED " DELIMITED BY SIZE
                   ResolutionInput DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   GL-Detail DELIMITED BY SIZE
                   INTO NoteInput
               END-STRING
           END-IF
           DISPLAY "Incident " WantedNumber " closed - "
               FUNCTION TRIM(ResolutionInput) "."
       END-IF
       PERFORM AppendNote
       MOVE SPACES TO GL-Detail
       STRING "#" DELIMITED BY SIZE
           WantedNumber DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OperatorName DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           ResolutionInput DELIMITED BY SPACE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
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
       MOVE "INCIDENT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
