           SELECT EventLogFile ASSIGN DYNAMIC LogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventLogFileStatus.
           SELECT PointerFile ASSIGN DYNAMIC PointerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointerFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD EventLogFile.
       01 EventLogLine PIC X(110).
       FD PointerFile.
       01 PointerRecord.
          02 PtrLogName PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 PointerFileName PIC X(60) VALUE "game_events_current.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 EventLogFileStatus PIC XX.
       01 PointerFileStatus PIC XX.
       01 LogFileName PIC X(60) VALUE "game_events.dat".
       01 FileNameInput PIC X(40).
      *> GAMELOG's one line format: date (1-8), time (10-17), the
      *> program id in fixed columns 19-26, the event code in 28-37,
          02 SumOverflow PIC X VALUE "N".

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "EVENT LOG QUERY"
      *> the current monthly partition unless the operator names an
      *> older one
       IF NOT SummaryMode
           MOVE "L" TO QueryMode
       END-IF
       MOVE LogFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO LogFileName
       OPEN INPUT EventLogFile
       IF EventLogFileStatus IS NOT EQUAL TO "00"
           DISPLAY "LOGQRY: no " FUNCTION TRIM(LogFileName)
           CLOSE PointerFile
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
       MOVE "LOGQRY" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
