       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INCLOG.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IncidentFile ASSIGN DYNAMIC IncidentFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IncidentFileStatus.
           SELECT SessionFile ASSIGN DYNAMIC SessionFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One incident per record. IncState is O open, A acknowledged
      *> (someone owns it), C closed; a closed incident carries the
      *> date and the resolution code it was closed with. The
      *> operator's notes live in incident_notes.dat, keyed by number.
       FD IncidentFile.
       01 IncidentRecord.
          02 IncNumber PIC 9(6).
          02 IncDate PIC 9(8).
          02 IncTime PIC 9(6).
          02 IncProgram PIC X(8).
          02 IncSeverity PIC X(4).
          02 IncSession PIC 9(8).
          02 IncState PIC X.
          02 IncAckBy PIC X(12).
          02 IncClosedDate PIC 9(8).
          02 IncResolution PIC X(6).
          02 IncDetail PIC X(50).
      *> Mirrors GAMELOG's SessionRecord field-for-field; read only.
       FD SessionFile.
       01 SessionRecord.
          02 SessId PIC 9(8).
          02 SessDate PIC 9(8).
          02 SessDepth PIC 99.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 IncidentFileName PIC X(60) VALUE "incidents.dat".
          02 SessionFileName PIC X(60) VALUE "game_session.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 IncidentFileStatus PIC XX.
       01 SessionFileStatus PIC XX.
       COPY "FILELOCK.cpy".
       01 RaiseData.
          02 HighestNumber PIC 9(6).
          02 StampDate PIC 9(8).
          02 StampTime PIC 9(8).

       LINKAGE SECTION.
       COPY "INCLOG.cpy".

PROCEDURE DIVISION USING Incident-Request.
       PERFORM ResolveDataFiles
       SET Inc-Failed TO TRUE
       MOVE 0 TO Inc-Number
       MOVE 0 TO Inc-Session
       MOVE "A" TO Lock-Action
       MOVE "incidents" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY "INCLOG: incidents.dat is busy - incident not raised: "
               FUNCTION TRIM(Inc-Detail)
           EXIT PROGRAM
       END-IF
       ACCEPT StampDate FROM DATE YYYYMMDD
       ACCEPT StampTime FROM TIME
       PERFORM FindHighestNumber
       ADD 1 TO HighestNumber GIVING Inc-Number
       PERFORM ReadSession
       PERFORM AppendIncident
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
EXIT PROGRAM.

FindHighestNumber.
       MOVE 0 TO HighestNumber
       OPEN INPUT IncidentFile
       IF IncidentFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL IncidentFileStatus IS NOT EQUAL TO "00"
           READ IncidentFile
               AT END
                   MOVE "10" TO IncidentFileStatus
               NOT AT END
                   IF IncNumber IS NUMERIC
                       AND IncNumber IS GREATER THAN HighestNumber
                       MOVE IncNumber TO HighestNumber
                   END-IF
           END-READ
       END-PERFORM
       CLOSE IncidentFile
       EXIT.

      *> The chain's session, as GAMELOG keeps it, ties the incident
      *> to the event-log lines of the run that raised it. Zero when
      *> no chain is open today.
ReadSession.
       OPEN INPUT SessionFile
       IF SessionFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       READ SessionFile
           NOT AT END
               IF SessId IS NUMERIC AND SessDate IS NUMERIC
                   AND SessDate IS EQUAL TO StampDate
                   MOVE SessId TO Inc-Session
               END-IF
       END-READ
       CLOSE SessionFile
       EXIT.

AppendIncident.
       OPEN EXTEND IncidentFile
       IF IncidentFileStatus IS EQUAL TO "35"
           OPEN OUTPUT IncidentFile
       END-IF
       IF IncidentFileStatus IS NOT EQUAL TO "00"
           DISPLAY "INCLOG: incidents.dat could not be written, status "
               IncidentFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO IncidentRecord
       MOVE Inc-Number TO IncNumber
       MOVE StampDate TO IncDate
       MOVE StampTime(1:6) TO IncTime
       MOVE Inc-Program TO IncProgram
       MOVE Inc-Severity TO IncSeverity
       MOVE Inc-Session TO IncSession
       MOVE "O" TO IncState
       MOVE 0 TO IncClosedDate
       MOVE Inc-Detail TO IncDetail
       WRITE IncidentRecord
       CLOSE IncidentFile
       SET Inc-Raised TO TRUE
       DISPLAY FUNCTION TRIM(Inc-Program) " raised incident "
           Inc-Number " (" FUNCTION TRIM(Inc-Severity) "): "
           FUNCTION TRIM(Inc-Detail)
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
       MOVE "INCLOG" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
