       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CAPSNAP.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LimitsFile ASSIGN DYNAMIC LimitsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LimitsFileStatus.
           SELECT ListFile ASSIGN DYNAMIC ListFilePath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ListFileStatus.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.
           SELECT WorkInFile ASSIGN DYNAMIC WorkInName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkInStatus.
           SELECT PointerFile ASSIGN DYNAMIC PointerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointerFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One known ceiling per record: the file, the program that
      *> reads it, how many of something its table holds, and what.
      *> LimRecLen is the record length of a record-sequential file
      *> (its records are its size over that); 0 means one record a
      *> line. With no key the ceiling counts records; with one it
      *> counts distinct keys - LimKey1 and LimKey2 are column
      *> ranges of a line, joined - for tables that hold one entry
      *> per run, per reign or per group rather than per line.
      *> LimFile "@EVENTLOG" is the live event-log partition.
       FD LimitsFile.
       01 LimitsRecord.
          02 LimFile PIC X(40).
          02 LimProgram PIC X(8).
          02 LimMax PIC 9(6).
          02 LimRecLen PIC 9(4).
          02 LimKey1Pos PIC 9(4).
          02 LimKey1Len PIC 99.
          02 LimKey2Pos PIC 9(4).
          02 LimKey2Len PIC 99.
          02 LimWhat PIC X(30).
      *> Mirrors BACKUP's ListFileRecord: the shop's data files.
       FD ListFile.
       01 ListFileRecord.
          02 ListFileName PIC X(40).
      *> One line per file per night, CapProgram blank, holding its
      *> records and bytes; and one per known ceiling, CapProgram
      *> naming the reader, holding the count that ceiling measures.
       FD HistoryFile.
       01 HistoryRecord.
          02 CapDate PIC 9(8).
          02 CapFile PIC X(40).
          02 CapProgram PIC X(8).
          02 CapCount PIC 9(7).
          02 CapBytes PIC 9(10).
       FD WorkInFile.
       01 WorkInLine PIC X(6000).
       FD PointerFile.
       01 PointerRecord.
          02 PtrLogName PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LimitsFileName PIC X(60) VALUE "capacity_limits.dat".
          02 ListFilePath PIC X(60) VALUE "backup_list.dat".
          02 HistoryFileName PIC X(60) VALUE "capacity_history.dat".
          02 PointerFileName PIC X(60) VALUE "game_events_current.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 4 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 LimitsFileStatus PIC XX.
       01 ListFileStatus PIC XX.
       01 HistoryFileStatus PIC XX.
       01 WorkInStatus PIC XX.
       01 PointerFileStatus PIC XX.
       01 WorkInName PIC X(60).
      *> The nightly headcount: every shop data file's records and
      *> bytes, and every known table ceiling's count, appended to
      *> capacity_history.dat for CAPTREND to project forward.
       01 SnapData.
          02 TodayDate PIC 9(8).
          02 EventLogName PIC X(40) VALUE SPACES.
          02 FilesCounted PIC 9(4) VALUE 0.
          02 FilesMissing PIC 9(4) VALUE 0.
          02 CeilingsCounted PIC 9(4) VALUE 0.
          02 LineCount PIC 9(7).
          02 ByteCount PIC 9(10).
          02 FileFound PIC X.
             88 FileIsThere VALUE "Y".
       01 LimitTable.
          02 LimitCount PIC 99 VALUE 0.
          02 LimitEntry OCCURS 50 TIMES.
             03 LtRecord PIC X(100).
          02 LimitIdx PIC 99.
       01 FileTable.
          02 FileCount PIC 999 VALUE 0.
          02 FileEntry OCCURS 150 TIMES.
             03 FtName PIC X(40).
          02 FileIdx PIC 999.
          02 FileSeen PIC X.
             88 AlreadyListed VALUE "Y".
      *> The distinct keys seen for a keyed ceiling. The table is
      *> sized well past every ceiling it measures; a count that
      *> fills it is reported as the table's size.
       01 KeyTable.
          02 KeyCount PIC 9(5).
          02 KeyEntry PIC X(40) OCCURS 5000 TIMES.
          02 KeyIdx PIC 9(5).
          02 KeyHold PIC X(40).
          02 KeyFound PIC X.
             88 KeyAlreadySeen VALUE "Y".
       01 FileDetails.
          02 FdSize PIC X(8) COMP-X.
          02 FdDay PIC X COMP-X.
          02 FdMonth PIC X COMP-X.
          02 FdYear PIC XX COMP-X.
          02 FdHours PIC X COMP-X.
          02 FdMinutes PIC X COMP-X.
          02 FdSeconds PIC X COMP-X.
          02 FdHundredths PIC X COMP-X.
       01 SizeName PIC X(61).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       PERFORM EnsureLimitsFile
       PERFORM LoadLimits
       PERFORM ResolveEventLog
       PERFORM LoadFileList
       OPEN EXTEND HistoryFile
       IF HistoryFileStatus IS EQUAL TO "35"
           OPEN OUTPUT HistoryFile
       END-IF
       IF HistoryFileStatus IS NOT EQUAL TO "00"
           DISPLAY "CAPSNAP: capacity_history.dat could not be written,"
               " status " HistoryFileStatus "."
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > FileCount
           PERFORM SnapOneFile
       END-PERFORM
       PERFORM VARYING LimitIdx FROM 1 BY 1 UNTIL LimitIdx > LimitCount
           PERFORM SnapOneCeiling
       END-PERFORM
       CLOSE HistoryFile
       DISPLAY "CAPSNAP: " FilesCounted " file(s) and " CeilingsCounted
           " ceiling(s) recorded for " TodayDate "; " FilesMissing
           " listed file(s) not present."
STOP RUN.

LoadLimits.
       MOVE 0 TO LimitCount
       OPEN INPUT LimitsFile
       IF LimitsFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LimitsFileStatus IS NOT EQUAL TO "00"
           READ LimitsFile
               AT END
                   MOVE "10" TO LimitsFileStatus
               NOT AT END
                   IF LimFile IS NOT EQUAL TO SPACES
                       AND LimMax IS NUMERIC
                       AND LimitCount IS LESS THAN 50
                       ADD 1 TO LimitCount
                       MOVE LimitsRecord TO LtRecord(LimitCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LimitsFile
       EXIT.

      *> GAMELOG's pointer names this month's partition.
ResolveEventLog.
       OPEN INPUT PointerFile
       IF PointerFileStatus IS EQUAL TO "00"
           READ PointerFile
               NOT AT END
                   MOVE PtrLogName TO EventLogName
           END-READ
           CLOSE PointerFile
       END-IF
       IF EventLogName IS EQUAL TO SPACES
           STRING "game_events_" DELIMITED BY SIZE
               TodayDate(1:6) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO EventLogName
           END-STRING
       END-IF
       EXIT.

      *> BACKUP's list is the shop's data files; a file that only a
      *> ceiling names is counted too.
LoadFileList.
       MOVE 0 TO FileCount
       OPEN INPUT ListFile
       IF ListFileStatus IS EQUAL TO "00"
           PERFORM UNTIL ListFileStatus IS NOT EQUAL TO "00"
               READ ListFile
                   AT END
                       MOVE "10" TO ListFileStatus
                   NOT AT END
                       IF ListFileName IS NOT EQUAL TO SPACES
                           MOVE ListFileName TO KeyHold
                           PERFORM AddFileName
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ListFile
       ELSE
           DISPLAY "CAPSNAP: no backup_list.dat - counting only the "
               "files with known ceilings."
       END-IF
       MOVE EventLogName TO KeyHold
       PERFORM AddFileName
       PERFORM VARYING LimitIdx FROM 1 BY 1 UNTIL LimitIdx > LimitCount
           MOVE LtRecord(LimitIdx) TO LimitsRecord
           PERFORM ResolveLimitFile
           MOVE WorkInName TO KeyHold
           PERFORM AddFileName
       END-PERFORM
       EXIT.

AddFileName.
       MOVE "N" TO FileSeen
       PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > FileCount
           IF FtName(FileIdx) IS EQUAL TO KeyHold
               MOVE "Y" TO FileSeen
           END-IF
       END-PERFORM
       IF NOT AlreadyListed AND FileCount IS LESS THAN 150
           ADD 1 TO FileCount
           MOVE KeyHold TO FtName(FileCount)
       END-IF
       EXIT.

ResolveLimitFile.
       IF LimFile IS EQUAL TO "@EVENTLOG"
           MOVE EventLogName TO WorkInName
       ELSE
           MOVE LimFile TO WorkInName
       END-IF
       EXIT.

SnapOneFile.
       MOVE FtName(FileIdx) TO WorkInName
       PERFORM MeasureFile
       IF NOT FileIsThere
           ADD 1 TO FilesMissing
           EXIT PARAGRAPH
       END-IF
       PERFORM CountLines
       ADD 1 TO FilesCounted
       MOVE SPACES TO HistoryRecord
       MOVE TodayDate TO CapDate
       MOVE FtName(FileIdx) TO CapFile
       MOVE LineCount TO CapCount
       MOVE ByteCount TO CapBytes
       WRITE HistoryRecord
       EXIT.

      *> A ceiling's count is recorded under the name it is listed
      *> by, so the event log's trend runs on across partitions.
SnapOneCeiling.
       MOVE LtRecord(LimitIdx) TO LimitsRecord
       PERFORM ResolveLimitFile
       PERFORM MeasureFile
       MOVE 0 TO LineCount
       IF FileIsThere
           EVALUATE TRUE
               WHEN LimKey1Len IS NUMERIC AND LimKey1Len > 0
                   PERFORM CountDistinctKeys
                   MOVE KeyCount TO LineCount
               WHEN LimRecLen IS NUMERIC AND LimRecLen > 0
                   COMPUTE LineCount = ByteCount / LimRecLen
               WHEN OTHER
                   PERFORM CountLines
           END-EVALUATE
       END-IF
       ADD 1 TO CeilingsCounted
       MOVE SPACES TO HistoryRecord
       MOVE TodayDate TO CapDate
       MOVE LimFile TO CapFile
       MOVE LimProgram TO CapProgram
       MOVE LineCount TO CapCount
       MOVE ByteCount TO CapBytes
       WRITE HistoryRecord
       EXIT.

MeasureFile.
       MOVE WorkInName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkInName
       MOVE "N" TO FileFound
       MOVE 0 TO ByteCount
       MOVE SPACES TO SizeName
       STRING WorkInName DELIMITED BY SPACE
           X"00" DELIMITED BY SIZE
           INTO SizeName
       END-STRING
       CALL "CBL_CHECK_FILE_EXIST" USING SizeName FileDetails
       IF RETURN-CODE IS EQUAL TO 0
           MOVE "Y" TO FileFound
           MOVE FdSize TO ByteCount
       END-IF
       MOVE 0 TO RETURN-CODE
       EXIT.

      *> Counted the way BACKUP counts for its manifest: a line read
      *> is a record.
CountLines.
       MOVE 0 TO LineCount
       OPEN INPUT WorkInFile
       IF WorkInStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WorkInStatus IS NOT EQUAL TO "00"
           READ WorkInFile
               AT END
                   MOVE "10" TO WorkInStatus
               NOT AT END
                   ADD 1 TO LineCount
           END-READ
       END-PERFORM
       CLOSE WorkInFile
       EXIT.

CountDistinctKeys.
       MOVE 0 TO KeyCount
       OPEN INPUT WorkInFile
       IF WorkInStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WorkInStatus IS NOT EQUAL TO "00"
           MOVE SPACES TO WorkInLine
           READ WorkInFile
               AT END
                   MOVE "10" TO WorkInStatus
               NOT AT END
                   PERFORM NoteOneKey
           END-READ
       END-PERFORM
       CLOSE WorkInFile
       EXIT.

NoteOneKey.
       MOVE SPACES TO KeyHold
       MOVE WorkInLine(LimKey1Pos:LimKey1Len) TO KeyHold
       IF LimKey2Len IS NUMERIC AND LimKey2Len > 0
           MOVE WorkInLine(LimKey2Pos:LimKey2Len)
               TO KeyHold(LimKey1Len + 1:LimKey2Len)
       END-IF
       MOVE "N" TO KeyFound
       PERFORM VARYING KeyIdx FROM KeyCount BY -1
           UNTIL KeyIdx < 1 OR KeyAlreadySeen
           IF KeyEntry(KeyIdx) IS EQUAL TO KeyHold
               MOVE "Y" TO KeyFound
           END-IF
       END-PERFORM
       IF NOT KeyAlreadySeen AND KeyCount IS LESS THAN 5000
           ADD 1 TO KeyCount
           MOVE KeyHold TO KeyEntry(KeyCount)
       END-IF
       EXIT.

      *> The ceilings known when this was written, seeded once; a new
      *> table limit is a line added here, not a recompile.
EnsureLimitsFile.
       OPEN INPUT LimitsFile
       IF LimitsFileStatus IS EQUAL TO "00"
           CLOSE LimitsFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT LimitsFile
       IF LimitsFileStatus IS NOT EQUAL TO "00"
           DISPLAY "CAPSNAP: could not seed capacity_limits.dat, status "
               LimitsFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM NewLimit
       MOVE "@EVENTLOG" TO LimFile
       MOVE "LOGQRY" TO LimProgram
       MOVE 200 TO LimMax
       MOVE "date/program/event groups" TO LimWhat
       MOVE 1 TO LimKey1Pos
       MOVE 8 TO LimKey1Len
       MOVE 19 TO LimKey2Pos
       MOVE 19 TO LimKey2Len
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "shos_splits.dat" TO LimFile
       MOVE "SPLITRPT" TO LimProgram
       MOVE 500 TO LimMax
       MOVE "runs" TO LimWhat
       MOVE 1 TO LimKey1Pos
       MOVE 29 TO LimKey1Len
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "hamurabi_ledger.dat" TO LimFile
       MOVE "HAMCHRON" TO LimProgram
       MOVE 100 TO LimMax
       MOVE "reigns" TO LimWhat
       MOVE 1 TO LimKey1Pos
       MOVE 12 TO LimKey1Len
       MOVE 18 TO LimKey2Pos
       MOVE 16 TO LimKey2Len
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "hamurabi_save.dat" TO LimFile
       MOVE "HAMURABI" TO LimProgram
       MOVE 20 TO LimMax
       MOVE "saved reigns" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "hamurabi_scenarios.dat" TO LimFile
       MOVE "HAMURABI" TO LimProgram
       MOVE 20 TO LimMax
       MOVE "scenarios" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "cmd_synonyms.dat" TO LimFile
       MOVE "CMDPARSE" TO LimProgram
       MOVE 100 TO LimMax
       MOVE "synonyms" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "wander_log.dat" TO LimFile
       MOVE "WANDMAP" TO LimProgram
       MOVE 2000 TO LimMax
       MOVE "route points" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "landmarks.dat" TO LimFile
       MOVE "WANDMAP" TO LimProgram
       MOVE 50 TO LimMax
       MOVE "landmarks" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "terrain.dat" TO LimFile
       MOVE "WANDMAP" TO LimProgram
       MOVE 50 TO LimMax
       MOVE "terrain regions" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "player_profile.dat" TO LimFile
       MOVE "PLAYPROF" TO LimProgram
       MOVE 20 TO LimMax
       MOVE "roster entries" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "achievements.dat" TO LimFile
       MOVE "PLAYPROF" TO LimProgram
       MOVE 20 TO LimMax
       MOVE "achievement definitions" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "shos_packs.dat" TO LimFile
       MOVE "PACKCHK" TO LimProgram
       MOVE 20 TO LimMax
       MOVE "registered packs" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "RoomLibrary.txt" TO LimFile
       MOVE "IMGLIB" TO LimProgram
       MOVE 2400 TO LimMax
       MOVE "library rows" TO LimWhat
       MOVE 58 TO LimRecLen
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "frames_index.txt" TO LimFile
       MOVE "FRAMECHK" TO LimProgram
       MOVE 999 TO LimMax
       MOVE "frames" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "incidents.dat" TO LimFile
       MOVE "INCIDENT" TO LimProgram
       MOVE 999 TO LimMax
       MOVE "incidents" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "sched_holdover.dat" TO LimFile
       MOVE "SCHEDULE" TO LimProgram
       MOVE 50 TO LimMax
       MOVE "holdover entries" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "backup_list.dat" TO LimFile
       MOVE "BACKUP" TO LimProgram
       MOVE 99 TO LimMax
       MOVE "bundled files" TO LimWhat
       WRITE LimitsRecord
       PERFORM NewLimit
       MOVE "msg_catalog.dat" TO LimFile
       MOVE "MSGCAT" TO LimProgram
       MOVE 1500 TO LimMax
       MOVE "catalog messages" TO LimWhat
       WRITE LimitsRecord
       CLOSE LimitsFile
       DISPLAY "CAPSNAP: seeded capacity_limits.dat with the known "
           "table ceilings."
       EXIT.

      *> A fresh ceiling: one record a line, no key.
NewLimit.
       MOVE SPACES TO LimitsRecord
       MOVE 0 TO LimMax
       MOVE 0 TO LimRecLen
       MOVE 0 TO LimKey1Pos
       MOVE 0 TO LimKey1Len
       MOVE 0 TO LimKey2Pos
       MOVE 0 TO LimKey2Len
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
       MOVE "CAPSNAP" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
