           SELECT ProbeFile ASSIGN DYNAMIC ProbeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProbeFileStatus.
           SELECT CatalogFile ASSIGN DYNAMIC CatalogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CatalogFileStatus.
           SELECT CheckpointFile ASSIGN DYNAMIC CheckpointFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointFileStatus.
           SELECT JobsFile ASSIGN DYNAMIC JobsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobsFileStatus.
           SELECT BestScoreFile ASSIGN DYNAMIC BestScoreFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BestScoreFileStatus.
           SELECT MazeProbeFile ASSIGN DYNAMIC MazeProbeFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MazeProbeFileStatus.
           SELECT PointerFile ASSIGN DYNAMIC PointerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointerFileStatus.
           SELECT IncidentFile ASSIGN DYNAMIC IncidentFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IncidentFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD PointerFile.
       01 PointerRecord.
          02 PtrLogName PIC X(40).
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
          02 IncAckBy PIC X(12).
          02 IncClosedDate PIC 9(8).
          02 IncResolution PIC X(6).
          02 IncDetail PIC X(50).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 CatalogFileName PIC X(60) VALUE "shos_catalog.dat".
          02 CheckpointFileName PIC X(60) VALUE "driver_checkpoint.dat".
          02 JobsFileName PIC X(60) VALUE "driver_jobs.dat".
          02 BestScoreFileName PIC X(60) VALUE "bestscore.dat".
          02 MazeProbeFileName PIC X(60) VALUE "maze.dat".
          02 PointerFileName PIC X(60) VALUE "game_events_current.dat".
          02 IncidentFileName PIC X(60) VALUE "incidents.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 7 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 ProbeFileStatus PIC XX.
       01 CatalogFileStatus PIC XX.
       01 CheckpointFileStatus PIC XX.
       01 JobsFileStatus PIC XX.
       01 BestScoreFileStatus PIC XX.
       01 MazeProbeFileStatus PIC XX.
       01 ProbeFileName PIC X(60).
       01 PointerFileStatus PIC XX.
       01 EventLogName PIC X(40).
       01 IncidentFileStatus PIC XX.
      *> INVENTORY's worlds come from its world catalog; a shop with
      *> no catalog yet still has the one inventory_save.dat.
       COPY "WORLDCAT.cpy".
       01 WorldSurveyData.
          02 WorldIdx PIC 99.
          02 WorldIndent PIC X(4) VALUE SPACES.
          02 WorldIndentWidth PIC 9 VALUE 2.
          02 WorldWonWord PIC X(3).
          02 WorldAuditWord PIC X(5).
          02 WorldPlayedWord PIC X(8).
          02 WorldOwnerWord PIC X(12).
      *> The first screen of the morning: everything the run
      *> directory can say about itself on one page, with anything
      *> unreadable shouted at the top instead of buried.
          02 SlotSeen PIC 9 VALUE 0.
          02 MazeRecCount PIC 9(5).
          02 StaleWord PIC X(12).
          02 IncidentsOpen PIC 9(4) VALUE 0.
          02 IncidentsUnacked PIC 9(4) VALUE 0.
          02 IncidentsHigh PIC 9(4) VALUE 0.
      *> Yesterday's session starts broken out per game - the program
      *> id sits in fixed columns 19-26 of every event-log line.
          02 GameTally.
             03 GameFoundIdx PIC 99.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       COMPUTE DayNumber = FUNCTION INTEGER-OF-DATE(TodayDate) - 1
       COMPUTE YesterdayDate = FUNCTION DATE-OF-INTEGER(DayNumber)
       DISPLAY "=========================================="
       DISPLAY " MORNING OPERATIONS DASHBOARD  " TodayDate
       DISPLAY "=========================================="
       PERFORM ShowIncidents
       PERFORM PreflightChecks
       PERFORM ShowTroubles
       PERFORM SurveySaves
       PERFORM SurveyCheckpoint
STOP RUN.

      *> Before anything else: how many incidents the batch programs
      *> have raised that nobody has closed. INCIDENT works them.
ShowIncidents.
       OPEN INPUT IncidentFile
       IF IncidentFileStatus IS EQUAL TO "00"
           PERFORM UNTIL IncidentFileStatus IS NOT EQUAL TO "00"
               READ IncidentFile
                   AT END
                       MOVE "10" TO IncidentFileStatus
                   NOT AT END
                       IF IncState IS NOT EQUAL TO "C"
                           ADD 1 TO IncidentsOpen
                           IF IncState IS EQUAL TO "O"
                               ADD 1 TO IncidentsUnacked
                           END-IF
                           IF IncSeverity IS EQUAL TO "HIGH"
                               ADD 1 TO IncidentsHigh
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IncidentFile
       END-IF
       IF IncidentsOpen IS EQUAL TO 0
           DISPLAY "OPEN INCIDENTS: NONE"
       ELSE
           DISPLAY "*** OPEN INCIDENTS: " IncidentsOpen " ("
               IncidentsHigh " HIGH, " IncidentsUnacked
               " NOT ACKNOWLEDGED) - RUN INCIDENT ***"
       END-IF
       EXIT.

      *> The quick look before the detail: every data file that is
      *> present but unreadable or unrecognizable gets shouted here,
      *> at the top, before the eye reaches the section reports.
PreflightChecks.
       PERFORM ReadWorldCatalog
       IF Wct-Count IS EQUAL TO 0
           MOVE "inventory_save.dat" TO ProbeFileName
           PERFORM PreflightOneWorld
       END-IF
       PERFORM VARYING WorldIdx FROM 1 BY 1
           UNTIL WorldIdx IS GREATER THAN Wct-Count
           MOVE Wct-Ent-File(WorldIdx) TO ProbeFileName
           PERFORM PreflightOneWorld
       END-PERFORM
       MOVE "world.dat" TO ProbeFileName
       PERFORM PreflightOneWorld
       OPEN INPUT MazeProbeFile
       EXIT.

PreflightOneWorld.
       MOVE ProbeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ProbeFileName
       OPEN INPUT ProbeFile
       IF ProbeFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
CountProbeLines.
       MOVE 0 TO LineCount
       MOVE 0 TO MatchCount
       MOVE ProbeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ProbeFileName
       OPEN INPUT ProbeFile
       IF ProbeFileStatus IS NOT EQUAL TO "00"
           MOVE "XX" TO ProbeFileStatus
       MOVE SPACES TO MatchWord
       EXIT.

      *> Every world in the catalog, with who owns it, when it was
      *> last played, whether it has been won and how its last audit
      *> went, and then what its save looks like.
SurveyWorldSave.
       DISPLAY " "
       MOVE SPACES TO MatchWord
       PERFORM ReadWorldCatalog
       IF Wct-Count IS EQUAL TO 0
           DISPLAY "INVENTORY WORLD (inventory_save.dat):"
           MOVE 2 TO WorldIndentWidth
           MOVE "inventory_save.dat" TO ProbeFileName
           PERFORM SurveyOneWorldFile
           EXIT PARAGRAPH
       END-IF
       DISPLAY "INVENTORY WORLDS (world_catalog.dat): " Wct-Count
           " catalogued."
       MOVE 4 TO WorldIndentWidth
       PERFORM VARYING WorldIdx FROM 1 BY 1
           UNTIL WorldIdx IS GREATER THAN Wct-Count
           PERFORM SurveyCatalogWorld
       END-PERFORM
       EXIT.

SurveyCatalogWorld.
       MOVE "no" TO WorldWonWord
       IF Wct-Ent-Victory(WorldIdx) IS EQUAL TO "Y"
           MOVE "YES" TO WorldWonWord
       END-IF
       EVALUATE Wct-Ent-Audit(WorldIdx)
           WHEN "P"
               MOVE "pass" TO WorldAuditWord
           WHEN "F"
               MOVE "FAIL" TO WorldAuditWord
           WHEN OTHER
               MOVE "never" TO WorldAuditWord
       END-EVALUATE
       MOVE Wct-Ent-Owner(WorldIdx) TO WorldOwnerWord
       IF WorldOwnerWord IS EQUAL TO SPACES
           MOVE "-" TO WorldOwnerWord
       END-IF
       MOVE "never" TO WorldPlayedWord
       IF Wct-Ent-Played(WorldIdx) IS GREATER THAN 0
           MOVE Wct-Ent-Played(WorldIdx) TO WorldPlayedWord
       END-IF
       DISPLAY "  " Wct-Ent-Name(WorldIdx) " owner "
           WorldOwnerWord " played " WorldPlayedWord
           " won " WorldWonWord " audit " WorldAuditWord
       DISPLAY "    " FUNCTION TRIM(Wct-Ent-File(WorldIdx)) ", "
           Wct-Ent-Size(WorldIdx) " x " Wct-Ent-Size(WorldIdx) ", "
           Wct-Ent-Levels(WorldIdx) " level(s):"
       MOVE Wct-Ent-File(WorldIdx) TO ProbeFileName
       PERFORM SurveyOneWorldFile
       EXIT.

SurveyOneWorldFile.
       MOVE ProbeFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ProbeFileName
       OPEN INPUT ProbeFile
       IF ProbeFileStatus IS NOT EQUAL TO "00"
           DISPLAY WorldIndent(1:WorldIndentWidth) "not present."
           EXIT PARAGRAPH
       END-IF
       READ ProbeFile
           AT END
               DISPLAY WorldIndent(1:WorldIndentWidth)
                   "PRESENT BUT EMPTY."
               CLOSE ProbeFile
               EXIT PARAGRAPH
       END-READ
       CLOSE ProbeFile
       IF ProbeLine(1:3) IS EQUAL TO "#V "
           DISPLAY WorldIndent(1:WorldIndentWidth)
               "present, stamped: " ProbeLine(1:32)
       ELSE
           IF ProbeLine(1:1) IS EQUAL TO "P"
               OR ProbeLine(1:1) IS EQUAL TO "C"
               DISPLAY WorldIndent(1:WorldIndentWidth)
                   "present (legacy unstamped layout)."
           ELSE
               DISPLAY WorldIndent(1:WorldIndentWidth)
                   "PRESENT BUT UNRECOGNIZABLE."
           END-IF
       END-IF
       EXIT.

      *> Wct-Count stays zero when there is no catalog to read.
ReadWorldCatalog.
       MOVE "R" TO Wct-Action
       MOVE 0 TO Wct-Count
       CALL "WORLDCAT" USING World-Catalog-Request
       IF NOT Wct-Done
           MOVE 0 TO Wct-Count
       END-IF
       EXIT.

SurveyMaze.
       DISPLAY " "
       DISPLAY "MAZE FILE (maze.dat):"
           MOVE 4 TO ChainLastStep
       END-IF
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 7
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
       MOVE "OPSDASH" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
