ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PolicyFile ASSIGN DYNAMIC PolicyFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PolicyFileStatus.
           SELECT WorkInFile ASSIGN DYNAMIC WorkInName
           SELECT WorkOutFile ASSIGN DYNAMIC WorkOutName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkOutStatus.
           SELECT CheckpointFile ASSIGN DYNAMIC CheckpointFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointFileStatus.
           SELECT JobsFile ASSIGN DYNAMIC JobsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobsFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One policy record per line: what to do, to which file, and
      *> (for PURGE) how many days a work file may lie around - for
      *> MAILPURG, how many days a read note stays in the mailbox.
       FD PolicyFile.
       01 PolicyFileRecord.
          02 PolicyAction PIC X(8).
          02 FILLER PIC X(170).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 PolicyFilePath PIC X(60) VALUE "housekeep_policy.dat".
          02 CheckpointFileName PIC X(60) VALUE "driver_checkpoint.dat".
          02 JobsFileName PIC X(60) VALUE "driver_jobs.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 PolicyFileStatus PIC XX.
       01 WorkInStatus PIC XX.
       01 WorkOutStatus PIC XX.
       01 CheckpointFileStatus PIC XX.
       01 JobsFileStatus PIC XX.
       01 WorkInName PIC X(60).
       01 WorkOutName PIC X(60).
       COPY "PLAYMAIL.cpy".
       01 HousekeepData.
          02 RunDate PIC 9(8).
          02 LinesMoved PIC 9(6).
          02 PurgedCount PIC 99 VALUE 0.
          02 KeptCount PIC 99 VALUE 0.
          02 ClearedCount PIC 99 VALUE 0.
          02 PurgeCommand PIC X(150).
          02 DaysText PIC X(3).
          02 FilePresent PIC X.
          02 CheckpointValue PIC 9.
          02 ChainLastStep PIC 9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT RunDate FROM DATE YYYYMMDD
       DISPLAY "HOUSEKEEPING RUN FOR " RunDate
       PERFORM EnsurePolicyFile
               PERFORM PurgeOneFile
           WHEN "CLEARCKP"
               PERFORM ClearCheckpoint
           WHEN "MAILPURG"
               PERFORM PurgeReadMail
           WHEN OTHER
               DISPLAY "  policy line not understood: '"
                   PolicyAction "' - kept as-is."
      *> the original again from empty.
ArchiveOneFile.
       MOVE PolicyFileName TO WorkInName
       MOVE WorkInName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkInName
       OPEN INPUT WorkInFile
       IF WorkInStatus IS NOT EQUAL TO "00"
           DISPLAY "  " FUNCTION TRIM(PolicyFileName)
           ".arc" DELIMITED BY SIZE
           INTO WorkOutName
       END-STRING
       MOVE WorkOutName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkOutName
       OPEN EXTEND WorkOutFile
       IF WorkOutStatus IS EQUAL TO "35"
           OPEN OUTPUT WorkOutFile
       CLOSE WorkInFile
       CLOSE WorkOutFile
       MOVE PolicyFileName TO WorkInName
       MOVE WorkInName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkInName
       OPEN OUTPUT WorkInFile
       CLOSE WorkInFile
       ADD 1 TO ArchivedCount
       END-IF
       MOVE PolicyDays TO DaysText
       MOVE SPACES TO PurgeCommand
       STRING "find " DELIMITED BY SIZE
           FUNCTION TRIM(Env-Dir) DELIMITED BY SIZE
           " -maxdepth 1 -name '" DELIMITED BY SIZE
           FUNCTION TRIM(PolicyFileName) DELIMITED BY SIZE
           "' -mtime +" DELIMITED BY SIZE
           DaysText DELIMITED BY SIZE
       END-IF
       EXIT.

      *> The mailbox itself stays; PLAYMAIL takes out the notes read
      *> longer ago than the policy's days. Unread notes are never
      *> purged, however old.
PurgeReadMail.
       MOVE "X" TO Mail-Action
       MOVE PolicyDays TO Mail-Days
       CALL "PLAYMAIL" USING Mail-Request
       IF Mail-Failed
           DISPLAY "  " FUNCTION TRIM(PolicyFileName)
               " - could not be purged, kept as-is."
           ADD 1 TO KeptCount
           EXIT PARAGRAPH
       END-IF
       IF Mail-Count IS EQUAL TO 0
           DISPLAY "  " FUNCTION TRIM(PolicyFileName)
               " - no read notes older than " PolicyDays " day(s)."
           ADD 1 TO KeptCount
       ELSE
           DISPLAY "  " FUNCTION TRIM(PolicyFileName) " - " Mail-Count
               " read note(s) older than " PolicyDays " day(s) purged."
           ADD 1 TO PurgedCount
       END-IF
       EXIT.

ProbeFilePresent.
       MOVE PolicyFileName TO WorkInName
       MOVE WorkInName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkInName
       OPEN INPUT WorkInFile
       IF WorkInStatus IS EQUAL TO "00"
           CLOSE WorkInFile
       MOVE "PURGE   " TO PolicyAction
       MOVE "frame_output.txt" TO PolicyFileName
       WRITE PolicyFileRecord
       MOVE "crawler_map.txt" TO PolicyFileName
       WRITE PolicyFileRecord
       MOVE "CLEARCKP" TO PolicyAction
       MOVE "driver_checkpoint.dat" TO PolicyFileName
       MOVE 0 TO PolicyDays
       WRITE PolicyFileRecord
       MOVE "MAILPURG" TO PolicyAction
       MOVE "player_mail.dat" TO PolicyFileName
       MOVE 30 TO PolicyDays
       WRITE PolicyFileRecord
       CLOSE PolicyFile
       DISPLAY "HOUSEKEEP: seeded housekeep_policy.dat with the "
           "standard nightly policy."
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
       MOVE "HOUSEKEEP" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
