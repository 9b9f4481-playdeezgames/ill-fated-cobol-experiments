           SELECT EventLogFile ASSIGN DYNAMIC EventLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventLogFileStatus.
           SELECT PointerFile ASSIGN DYNAMIC PointerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointerFileStatus.
           SELECT SessionFile ASSIGN DYNAMIC SessionFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SessionFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD EventLogFile.
       01 EventLogLine PIC X(110).

      *> Names the month's live partition so readers (the dashboard,
      *> LOGQRY, RECON) stop scanning years of history for
          02 SessDepth PIC 99.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 PointerFileName PIC X(60) VALUE "game_events_current.dat".
          02 SessionFileName PIC X(60) VALUE "game_session.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 EventLogFileStatus PIC XX.
       01 PointerFileStatus PIC XX.
       01 SessionFileStatus PIC XX.
      *> event of the run unit and stays open - a long WANDER walk
      *> stops paying an open-and-close for every step logged. The
      *> chain's last END (and the end of the run unit) closes it.
      *> The log is partitioned by month: game_events_YYYYMM.dat,
      *> in the run's environment directory. The pointer file names
      *> the partition bare, for each reader to resolve.
       01 EventLogName PIC X(60).
       01 PartitionName PIC X(40).
       01 LogOpenData.
          02 LogOpenFlag PIC X VALUE "N".
             88 LogIsOpen VALUE "Y".
          02 OpenLogName PIC X(60) VALUE SPACES.
       01 StampData.
          02 StampDate PIC 9(8).
          02 StampTime PIC 9(8).
       COPY "GAMELOG.cpy".

PROCEDURE DIVISION USING GameLog-Request.
       PERFORM ResolveDataFiles
       ACCEPT StampDate FROM DATE YYYYMMDD
       ACCEPT StampTime FROM TIME
       PERFORM ResolveSession
           GL-Detail DELIMITED BY SIZE
           " S=" DELIMITED BY SIZE
           CurrentSession DELIMITED BY SIZE
           " E=" DELIMITED BY SIZE
           Env-Name DELIMITED BY SIZE
           INTO EventLogLine
       END-STRING
       WRITE EventLogLine
      *> rollover mid-session closes the old partition and points the
      *> readers' file at the new one.
ResolvePartition.
       MOVE SPACES TO PartitionName
       STRING "game_events_" DELIMITED BY SIZE
           StampDate(1:6) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO PartitionName
       END-STRING
       MOVE PartitionName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO EventLogName
       IF LogIsOpen AND EventLogName IS NOT EQUAL TO OpenLogName
           CLOSE EventLogFile
           MOVE "N" TO LogOpenFlag
WritePointerFile.
       OPEN OUTPUT PointerFile
       IF PointerFileStatus IS EQUAL TO "00"
           MOVE PartitionName TO PtrLogName
           WRITE PointerRecord
           CLOSE PointerFile
       END-IF
           CLOSE SessionFile
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
       MOVE "GAMELOG" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
