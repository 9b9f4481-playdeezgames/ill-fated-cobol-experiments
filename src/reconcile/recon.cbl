           SELECT EventLogFile ASSIGN DYNAMIC EventLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventLogFileStatus.
           SELECT PointerFile ASSIGN DYNAMIC PointerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PointerFileStatus.
           SELECT TranscriptFile ASSIGN DYNAMIC TranscriptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranscriptFileStatus.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.
           SELECT WanderLogFile ASSIGN DYNAMIC WanderLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WanderLogFileStatus.
           SELECT HistoryFile ASSIGN DYNAMIC HistoryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistoryFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD EventLogFile.
       01 EventLogLine PIC X(110).
       FD PointerFile.
       01 PointerRecord.
          02 PtrLogName PIC X(40).
       FD TranscriptFile.
       01 TranscriptLine PIC X(80).
      *> Mirrors SHOS's ScoreFileRecord - the keys where they sit,
      *> enough fields to date-match a posting.
       FD ScoreFile.
       01 ScoreFileRecord.
          02 ScoreFileValue PIC 9(5).
          02 ScoreFileInitials PIC X(3).
          02 ScoreFileDate PIC 9(8).
          02 FILLER PIC X(12).
          02 ScoreFileRunKey PIC X(18).
       FD WanderLogFile.
       01 WanderLogLine PIC X(80).
       FD HistoryFile.
          02 HistoryTarget PIC 9(4).
          02 HistoryGuesses PIC 99.
          02 HistoryMode PIC X.
          02 FILLER PIC X(13).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 PointerFileName PIC X(60) VALUE "game_events_current.dat".
          02 TranscriptFileName PIC X(60) VALUE "shos_transcript.dat".
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 WanderLogFileName PIC X(60) VALUE "wander_log.dat".
          02 HistoryFileName PIC X(60) VALUE "guess_history.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 5 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 EventLogFileStatus PIC XX.
       01 PointerFileStatus PIC XX.
       01 EventLogName PIC X(60) VALUE "game_events.dat".
       01 TranscriptFileStatus PIC XX.
       01 ScoreFileStatus PIC XX.
       01 WanderLogFileStatus PIC XX.
          02 ParseTail PIC X(40).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "Reconcile which day (YYYYMMDD, blank for today)? "
           WITH NO ADVANCING
       MOVE SPACES TO DateInput
STOP RUN.

TallyEventLog.
       MOVE EventLogName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO EventLogName
       OPEN INPUT EventLogFile
       IF EventLogFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       EXIT.

      *> Only the day's postings are read, straight off the board's
      *> date key.
TallyScores.
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(ReconDate) TO ScoreFileDate
       START ScoreFile KEY IS EQUAL TO ScoreFileDate
           INVALID KEY
               MOVE "23" TO ScoreFileStatus
       END-START
       PERFORM UNTIL ScoreFileStatus IS NOT EQUAL TO "00"
           READ ScoreFile NEXT RECORD
               AT END
                   MOVE "10" TO ScoreFileStatus
               NOT AT END
                   IF ScoreFileDate IS EQUAL TO
                       FUNCTION NUMVAL(ReconDate)
                       ADD 1 TO ScorePostings
                   ELSE
                       MOVE "10" TO ScoreFileStatus
                   END-IF
           END-READ
       END-PERFORM
       END-IF
       EXIT.

      *> GAMELOG's monthly partitioning: the day's own month
      *> partition first, so any past day can be reconciled; then the
      *> pointer's live partition; the one-file log is the fallback.
ResolveEventLogName.
       MOVE SPACES TO EventLogName
       STRING "game_events_" DELIMITED BY SIZE
           ReconDate(1:6) DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO EventLogName
       END-STRING
       MOVE EventLogName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO EventLogName
       OPEN INPUT EventLogFile
       IF EventLogFileStatus IS EQUAL TO "00"
           CLOSE EventLogFile
           EXIT PARAGRAPH
       END-IF
       MOVE "game_events.dat" TO EventLogName
       OPEN INPUT PointerFile
       IF PointerFileStatus IS EQUAL TO "00"
           READ PointerFile
           CLOSE PointerFile
       END-IF
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 5
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
       MOVE "RECON" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
