ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CheckpointFile ASSIGN DYNAMIC CheckpointFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointFileStatus.
           SELECT JobsFile ASSIGN DYNAMIC JobsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobsFileStatus.
           SELECT RunLogFile ASSIGN DYNAMIC RunLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunLogFileStatus.
           SELECT ArtifactFile ASSIGN DYNAMIC ArtifactFileName
           SELECT MazeCheckFile ASSIGN DYNAMIC ArtifactFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MazeCheckFileStatus.
           SELECT TimingFile ASSIGN DYNAMIC TimingFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TimingFileStatus.

DATA DIVISION.
       FILE SECTION.
          02 MazeCheckState PIC X.
          02 MazeCheckDoors PIC X OCCURS 4 TIMES.

      *> Mirrors SCHEDULER's TimingRecord field-for-field.
       FD TimingFile.
       01 TimingRecord.
          02 TmNight PIC 9(8).
          02 TmProgram PIC X(8).
          02 TmChain PIC X(8).
          02 TmStep PIC 9.
          02 TmDesc PIC X(30).
          02 TmStartDate PIC 9(8).
          02 TmStartTime PIC 9(8).
          02 TmEndDate PIC 9(8).
          02 TmEndTime PIC 9(8).
          02 TmSeconds PIC 9(6)V99.
          02 TmOutcome PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 CheckpointFileName PIC X(60) VALUE "driver_checkpoint.dat".
          02 JobsFileName PIC X(60) VALUE "driver_jobs.dat".
          02 RunLogFileName PIC X(60) VALUE "driver_runlog.dat".
          02 TimingFileName PIC X(60) VALUE "batch_timing.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 4 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 CheckpointFileStatus PIC XX.
       01 JobsFileStatus PIC XX.
       01 RunLogFileStatus PIC XX.
       01 ArtifactFileStatus PIC XX.
       01 TimingFileStatus PIC XX.
       01 ArtifactFileName PIC X(60).
       01 CheckpointStep PIC 9 VALUE 0.
       01 CheckpointMode PIC X VALUE "I".
       01 ChainStopFlag PIC X VALUE "N".
             03 JobArtifact PIC X(40).
          02 JobIdx PIC 9.
       COPY "GAMELOG.cpy".
       COPY "INCLOG.cpy".
       01 RunLogData.
          02 LogStartTime PIC 9(8).
          02 LogEndTime PIC 9(8).
          02 LogOutcome PIC X(20).
          02 LogDate PIC 9(8).
          02 LogStartDate PIC 9(8).
          02 LogEndDate PIC 9(8).
      *> Each step's start and end go to batch_timing.dat as well,
      *> under the date DRIVER was started and the chain name the
      *> calendar knows it by - handed down by SCHEDULER in
      *> SHOP_CHAIN, or WORLD / IMAGES when DRIVER is run by hand.
       01 TimingData.
          02 RunNight PIC 9(8).
          02 TimingChain PIC X(8).
          02 HandedChain PIC X(8).
          02 ClockDate PIC 9(8).
          02 ClockTime PIC 9(8).
          02 ClockParts REDEFINES ClockTime.
             03 ClockHours PIC 99.
             03 ClockMinutes PIC 99.
             03 ClockSecs PIC 99V99.
          02 ClockSeconds PIC 9(11)V99.
          02 StartSeconds PIC 9(11)V99.
      *> The world-build production line: MAZEGEN's maze.dat becomes
      *> MAZETOWORLD's world.dat becomes INVENTORY's save - with each
      *> artifact checked for shape before the next step may eat it.
          02 ConvertCommand PIC X(100)
              VALUE "printf '\nmaze.dat\nworld.dat\n\n\n' | ./mazetoworld".
          02 InstallCommand PIC X(100)
              VALUE "cp $SHOP_DATA/world.dat $SHOP_DATA/inventory_save.dat".
          02 PipeStepOk PIC X.
             88 PipeStepGood VALUE "Y".
          02 MazeRecCount PIC 9(4).
          02 WorldStampVersion PIC XX.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT RunNight FROM DATE YYYYMMDD
       DISPLAY "Run (1) the image chain from driver_jobs.dat or (2)"
       DISPLAY "the world-build pipeline? (blank for 1) "
           WITH NO ADVANCING
       IF NOT WorldPipeline
           MOVE 1 TO RunChoice
       END-IF
      *> A stopped chain or pipeline ends with a non-zero return
      *> code, so SCHEDULER can hold back the chains that need it.
       IF WorldPipeline
           MOVE "WORLD" TO TimingChain
           PERFORM TakeHandedChain
           PERFORM RunWorldPipeline
           IF ChainStopped
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
       END-IF
       PERFORM EnsureJobsFile
           STOP RUN
       END-IF
       MOVE "I" TO CheckpointMode
       MOVE "IMAGES" TO TimingChain
       PERFORM TakeHandedChain
       PERFORM LoadCheckpoint
      *> The first failed step ends the run - later steps would feed
      *> on the missing artifact, and a success after the failure
       IF ChainStopped
           DISPLAY "DRIVER: CHAIN STOPPED - rerun DRIVER to pick up"
           DISPLAY "at the failed step."
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY "DRIVER: batch chain complete."
       END-IF
STOP RUN.

TakeHandedChain.
       MOVE SPACES TO HandedChain
       ACCEPT HandedChain FROM ENVIRONMENT "SHOP_CHAIN"
       IF HandedChain IS NOT EQUAL TO SPACES
           MOVE HandedChain TO TimingChain
       END-IF
       EXIT.

RunWorldPipeline.
       MOVE "W" TO CheckpointMode
       PERFORM LoadCheckpoint
           MOVE 1 TO JobStep(1)
           MOVE "MAZEGEN builds maze.dat" TO JobDesc(1)
           MOVE 1 TO JobIdx
           ACCEPT LogStartDate FROM DATE YYYYMMDD
           ACCEPT LogStartTime FROM TIME
           CALL "SYSTEM" USING MazegenCommand
           ACCEPT LogEndDate FROM DATE YYYYMMDD
           ACCEPT LogEndTime FROM TIME
           PERFORM ValidateMazeArtifact
           PERFORM FinishPipelineStep
           MOVE 2 TO JobStep(1)
           MOVE "MAZETOWORLD builds world.dat" TO JobDesc(1)
           MOVE 1 TO JobIdx
           ACCEPT LogStartDate FROM DATE YYYYMMDD
           ACCEPT LogStartTime FROM TIME
           CALL "SYSTEM" USING ConvertCommand
           ACCEPT LogEndDate FROM DATE YYYYMMDD
           ACCEPT LogEndTime FROM TIME
           PERFORM ValidateWorldArtifact
           PERFORM FinishPipelineStep
           MOVE 3 TO JobStep(1)
           MOVE "install inventory_save.dat" TO JobDesc(1)
           MOVE 1 TO JobIdx
           ACCEPT LogStartDate FROM DATE YYYYMMDD
           ACCEPT LogStartTime FROM TIME
           CALL "SYSTEM" USING InstallCommand
           ACCEPT LogEndDate FROM DATE YYYYMMDD
           ACCEPT LogEndTime FROM TIME
           MOVE "inventory_save.dat" TO ArtifactFileName
           PERFORM ValidateWorldShape
           MOVE "OK" TO LogOutcome
       END-IF
       PERFORM AppendRunLog
       PERFORM AppendTiming
       IF PipeStepGood
           MOVE JobStep(1) TO CheckpointStep
           PERFORM WriteCheckpoint
       ELSE
           DISPLAY "DRIVER: PIPELINE STOPPED - "
               FUNCTION TRIM(LogOutcome)
           MOVE "Y" TO ChainStopFlag
           DISPLAY "DRIVER: the checkpoint stays at " CheckpointStep
               " so the failed step reruns next time."
           MOVE "HIGH" TO Inc-Severity
           MOVE SPACES TO Inc-Detail
           STRING "WORLD PIPELINE STEP " DELIMITED BY SIZE
               JobStep(1) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               LogOutcome DELIMITED BY "  "
               INTO Inc-Detail
           END-STRING
           PERFORM RaiseIncident
       END-IF
       EXIT.

      *> A stopped chain is somebody's morning: it goes on the
      *> incident register as well as the run log.
RaiseIncident.
       MOVE "DRIVER" TO Inc-Program
       CALL "INCLOG" USING Incident-Request
       EXIT.

      *> maze.dat must exist, hold at least one cell, and be whole
      *> 9-byte records with numeric coordinates.
ValidateMazeArtifact.
       MOVE "N" TO PipeStepOk
       MOVE "maze.dat" TO ArtifactFileName
       MOVE 0 TO MazeRecCount
       MOVE ArtifactFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ArtifactFileName
       OPEN INPUT MazeCheckFile
       IF MazeCheckFileStatus IS NOT EQUAL TO "00"
           MOVE "maze.dat IS MISSING" TO LogOutcome
ValidateWorldShape.
       MOVE "N" TO PipeStepOk
       MOVE "01" TO WorldStampVersion
       MOVE ArtifactFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ArtifactFileName
       OPEN INPUT WorldCheckFile
       IF WorldCheckFileStatus IS NOT EQUAL TO "00"
           MOVE "WORLD FILE IS MISSING" TO LogOutcome
       MOVE "STEP" TO GL-Event
       MOVE JobDesc(JobIdx) TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       ACCEPT LogStartDate FROM DATE YYYYMMDD
       ACCEPT LogStartTime FROM TIME
       CALL "SYSTEM" USING JobCommand(JobIdx)
       ACCEPT LogEndDate FROM DATE YYYYMMDD
       ACCEPT LogEndTime FROM TIME
       PERFORM CheckArtifact
       PERFORM AppendRunLog
       PERFORM AppendTiming
       IF LogOutcome IS EQUAL TO "OK"
           MOVE JobStep(JobIdx) TO CheckpointStep
           PERFORM WriteCheckpoint
               FUNCTION TRIM(JobArtifact(JobIdx))
               ") - checkpoint stays for a rerun."
           MOVE "Y" TO ChainStopFlag
           MOVE "MED" TO Inc-Severity
           MOVE SPACES TO Inc-Detail
           STRING "IMAGE CHAIN STEP " DELIMITED BY SIZE
               JobStep(JobIdx) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               LogOutcome DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               JobDesc(JobIdx) DELIMITED BY "  "
               INTO Inc-Detail
           END-STRING
           PERFORM RaiseIncident
       END-IF
       EXIT.

           EXIT PARAGRAPH
       END-IF
       MOVE JobArtifact(JobIdx) TO ArtifactFileName
       MOVE ArtifactFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ArtifactFileName
       OPEN INPUT ArtifactFile
       IF ArtifactFileStatus IS EQUAL TO "00"
           CLOSE ArtifactFile
       CLOSE RunLogFile
       EXIT.

AppendTiming.
       OPEN EXTEND TimingFile
       IF TimingFileStatus IS EQUAL TO "35"
           OPEN OUTPUT TimingFile
       END-IF
       IF TimingFileStatus IS NOT EQUAL TO "00"
           DISPLAY "DRIVER: batch_timing.dat could not be written, "
               "status " TimingFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO TimingRecord
       MOVE RunNight TO TmNight
       MOVE "DRIVER" TO TmProgram
       MOVE TimingChain TO TmChain
       MOVE JobStep(JobIdx) TO TmStep
       MOVE JobDesc(JobIdx) TO TmDesc
       MOVE LogStartDate TO TmStartDate
       MOVE LogStartTime TO TmStartTime
       MOVE LogEndDate TO TmEndDate
       MOVE LogEndTime TO TmEndTime
       MOVE LogStartDate TO ClockDate
       MOVE LogStartTime TO ClockTime
       PERFORM ClockToSeconds
       MOVE ClockSeconds TO StartSeconds
       MOVE LogEndDate TO ClockDate
       MOVE LogEndTime TO ClockTime
       PERFORM ClockToSeconds
       IF ClockSeconds IS GREATER THAN StartSeconds
           COMPUTE TmSeconds = ClockSeconds - StartSeconds
       ELSE
           MOVE 0 TO TmSeconds
       END-IF
       IF LogOutcome IS EQUAL TO "OK"
           MOVE "OK" TO TmOutcome
       ELSE
           MOVE "FAILED" TO TmOutcome
       END-IF
       WRITE TimingRecord
       CLOSE TimingFile
       EXIT.

      *> A date and an HHMMSSTT clock as seconds since the start of
      *> the integer calendar, so an elapsed time can span midnight.
ClockToSeconds.
       COMPUTE ClockSeconds =
           FUNCTION INTEGER-OF-DATE(ClockDate) * 86400
           + ClockHours * 3600 + ClockMinutes * 60 + ClockSecs
       EXIT.

      *> The original hardwired chain, seeded as data the first time
      *> through so it can be edited instead of recompiled.
EnsureJobsFile.
       WRITE JobsFileRecord
       MOVE 2 TO JobFileStep
       MOVE "READFILE checks the image" TO JobFileDesc
       MOVE "rm -f $SHOP_DATA/roomimage_validated.txt; printf 'RoomImage.txt\nroomimage_validated.txt\n' | ./readfile" TO JobFileCommand
       MOVE "roomimage_validated.txt" TO JobFileArtifact
       WRITE JobsFileRecord
       MOVE 3 TO JobFileStep
       MOVE "handing the result onward" TO JobFileDesc
       MOVE "cp $SHOP_DATA/roomimage_validated.txt $SHOP_DATA/RoomImage.txt" TO JobFileCommand
       MOVE "RoomImage.txt" TO JobFileArtifact
       WRITE JobsFileRecord
       MOVE 4 TO JobFileStep
       WRITE CheckpointRecord
       CLOSE CheckpointFile
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 4
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
       MOVE "DRIVER" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
