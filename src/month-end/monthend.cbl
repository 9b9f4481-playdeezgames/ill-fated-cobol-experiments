ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.
           SELECT ArchiveFile ASSIGN DYNAMIC ArchiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveFileStatus.
           SELECT AllTimeFile ASSIGN DYNAMIC AllTimeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllTimeFileStatus.
           SELECT ReportFile ASSIGN DYNAMIC ReportFileName
          02 ScoreFileDaily PIC X.
          02 ScoreFilePreset PIC X.
          02 ScoreFileVerified PIC X.
          02 ScoreFileRunKey PIC X(18).
      *> The archive and the all-time table keep the board's layout
      *> from before the run key.
       FD ArchiveFile.
       01 ArchiveRecord PIC X(28).
       FD AllTimeFile.
       01 ReportLine PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 AllTimeFileName PIC X(60) VALUE "shos_alltime.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "FILELOCK.cpy".
       COPY "GAMELOG.cpy".
       COPY "JOURNAL.cpy".
       COPY "PLAYMAIL.cpy".
       01 ScoreFileStatus PIC XX.
       01 ArchiveFileStatus PIC XX.
       01 AllTimeFileStatus PIC XX.
       01 ReportFileStatus PIC XX.
       01 ArchiveFileName PIC X(60).
       01 ReportFileName PIC X(60).
      *> The month's standings freeze into a dated archive, ride onto
      *> the all-time table, and come OFF the live board, so January's
      *> heroics stop squatting on it in July. Each step walks just
      *> the month on the board's date key; the month's runs are
      *> taken off the live board only after both the archive and
      *> the all-time append have gone out clean.
       01 ClosingData.
          02 CloseMonth PIC X(6).
          02 MonthInput PIC X(6).
          02 TodayDate PIC 9(8).
          02 MonthCount PIC 9(5) VALUE 0.
          02 RemovedCount PIC 9(5) VALUE 0.
          02 MonthDone PIC X.
       01 ChampionData.
          02 ChampScore PIC 9(5) VALUE 0.
          02 ChampInitials PIC X(3).
          02 PrintLine PIC X(80).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       DISPLAY "Close which month (YYYYMM, blank for the current)? "
           WITH NO ADVANCING
           DISPLAY "MONTHEND: the score file is busy - try again."
           STOP RUN
       END-IF
       PERFORM TallyMonth
       IF MonthCount IS EQUAL TO 0
           DISPLAY "MONTHEND: no runs dated " CloseMonth
               " on the board - nothing to close."
           PERFORM DropLock
           STOP RUN
       END-IF
       MOVE "B" TO Jnl-Action
       MOVE "MONTHEND" TO Jnl-Program
       MOVE 0 TO Jnl-Session
       CALL "JOURNAL" USING Journal-Request
       PERFORM WriteArchive
       PERFORM AppendAllTime
       PERFORM TakeMonthOffBoard
       MOVE "D" TO Jnl-Action
       CALL "JOURNAL" USING Journal-Request
       PERFORM DropLock
       PERFORM WriteClosingReport
       PERFORM MailLeagueResults
       MOVE "MONTHEND" TO GL-Program
       MOVE "CLOSED" TO GL-Event
       MOVE SPACES TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       DISPLAY " "
       DISPLAY "MONTHEND: " MonthCount " run(s) closed into "
           FUNCTION TRIM(ArchiveFileName) ", " RemovedCount
           " taken off the live board."
STOP RUN.

DropLock.
       CALL "FILELOCK" USING Lock-Request
       EXIT.

      *> The archive and the all-time table are saved whole into the
      *> journal before they are written, so a close that dies halfway
      *> can be put back by RECOVER.
SaveBeforeWriting.
       MOVE "F" TO Jnl-Action
       CALL "JOURNAL" USING Journal-Request
       IF Jnl-Failed
           DISPLAY "MONTHEND: " FUNCTION TRIM(Jnl-File)
               " could not be journaled. Nothing was closed."
           PERFORM DropLock
           STOP RUN
       END-IF
       EXIT.

      *> Daily-challenge rows are not league rows; they stay on the
      *> live file untouched.
TallyMonth.
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM StartMonthWalk
       PERFORM UNTIL MonthDone IS EQUAL TO "Y"
           PERFORM NextMonthRun
           IF MonthDone IS NOT EQUAL TO "Y"
               ADD 1 TO MonthCount
               PERFORM JudgeChampions
           END-IF
       END-PERFORM
       CLOSE ScoreFile
       EXIT.

      *> Positions the board on the first run dated in the month.
StartMonthWalk.
       MOVE "N" TO MonthDone
       MOVE CloseMonth TO ScoreFileRecord(9:6)
       MOVE "00" TO ScoreFileRecord(15:2)
       START ScoreFile KEY IS NOT LESS THAN ScoreFileDate
           INVALID KEY
               MOVE "Y" TO MonthDone
       END-START
       EXIT.

      *> The month's next league run, passing over daily-challenge
      *> rows; MonthDone once the dates run past the month.
NextMonthRun.
       MOVE "N" TO ScoreFileDaily
       PERFORM WITH TEST AFTER
           UNTIL MonthDone IS EQUAL TO "Y"
           OR ScoreFileDaily IS NOT EQUAL TO "Y"
           READ ScoreFile NEXT RECORD
               AT END
                   MOVE "Y" TO MonthDone
               NOT AT END
                   IF ScoreFileRecord(9:6) IS NOT EQUAL TO CloseMonth
                       MOVE "Y" TO MonthDone
                   END-IF
           END-READ
       END-PERFORM
       EXIT.

JudgeChampions.
           ".dat" DELIMITED BY SIZE
           INTO ArchiveFileName
       END-STRING
       MOVE ArchiveFileName TO Jnl-File
       PERFORM SaveBeforeWriting
       MOVE ArchiveFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ArchiveFileName
       OPEN OUTPUT ArchiveFile
       IF ArchiveFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MONTHEND: the archive could not be opened,"
           PERFORM DropLock
           STOP RUN
       END-IF
       OPEN INPUT ScoreFile
       PERFORM StartMonthWalk
       PERFORM UNTIL MonthDone IS EQUAL TO "Y"
           PERFORM NextMonthRun
           IF MonthDone IS NOT EQUAL TO "Y"
               MOVE ScoreFileRecord(1:28) TO ArchiveRecord
               WRITE ArchiveRecord
           END-IF
       END-PERFORM
       CLOSE ScoreFile
       CLOSE ArchiveFile
       EXIT.

AppendAllTime.
       MOVE "shos_alltime.dat" TO Jnl-File
       PERFORM SaveBeforeWriting
       OPEN EXTEND AllTimeFile
       IF AllTimeFileStatus IS EQUAL TO "35"
           OPEN OUTPUT AllTimeFile
           PERFORM DropLock
           STOP RUN
       END-IF
       OPEN INPUT ScoreFile
       PERFORM StartMonthWalk
       PERFORM UNTIL MonthDone IS EQUAL TO "Y"
           PERFORM NextMonthRun
           IF MonthDone IS NOT EQUAL TO "Y"
               MOVE ScoreFileRecord(1:28) TO AllTimeRecord
               WRITE AllTimeRecord
           END-IF
       END-PERFORM
       CLOSE ScoreFile
       CLOSE AllTimeFile
       EXIT.

      *> Each closed run is deleted where it stands on the board; the
      *> walk carries on along the date key past it.
TakeMonthOffBoard.
       OPEN I-O ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MONTHEND: THE LIVE BOARD COULD NOT BE UPDATED,"
           DISPLAY "STATUS " ScoreFileStatus " - THE MONTH IS"
           DISPLAY "ARCHIVED BUT STILL ON THE BOARD."
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO RemovedCount
       PERFORM StartMonthWalk
       PERFORM UNTIL MonthDone IS EQUAL TO "Y"
           PERFORM NextMonthRun
           IF MonthDone IS NOT EQUAL TO "Y"
               MOVE "I" TO Jnl-Action
               MOVE "X" TO Jnl-Op
               MOVE "shos_scores.dat" TO Jnl-File
               MOVE ScoreFileRecord TO Jnl-Image
               CALL "JOURNAL" USING Journal-Request
               IF Jnl-Done
                   DELETE ScoreFile RECORD
                       NOT INVALID KEY
                           ADD 1 TO RemovedCount
                   END-DELETE
               END-IF
           END-IF
       END-PERFORM
       CLOSE ScoreFile
       IF RemovedCount IS NOT EQUAL TO MonthCount
           DISPLAY "MONTHEND: ONLY " RemovedCount " OF " MonthCount
               " RUN(S) CAME OFF THE LIVE BOARD."
       END-IF
       EXIT.

WriteClosingReport.
           ".txt" DELIMITED BY SIZE
           INTO ReportFileName
       END-STRING
       MOVE ReportFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ReportFileName
       OPEN OUTPUT ReportFile
       IF ReportFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MONTHEND: the closing report could not be"
       MOVE SPACES TO PrintLine
       STRING "LEAGUE CLOSING FOR " DELIMITED BY SIZE
           CloseMonth DELIMITED BY SIZE
           "  ENV " DELIMITED BY SIZE
           Env-Name DELIMITED BY SPACE
           INTO PrintLine
       END-STRING
       PERFORM PutReportLine
           "), ZARR FINDERS " ZarrFinders "."
       EXIT.

      *> The month's three title holders hear of it at their next
      *> visit, under the roster names their initials belong to.
MailLeagueResults.
       MOVE "I" TO Mail-Action
       MOVE "MONTHEND" TO Mail-From
       MOVE ChampInitials TO Mail-To
       MOVE SPACES TO Mail-Text
       STRING "League champion for " DELIMITED BY SIZE
           CloseMonth DELIMITED BY SIZE
           " with " DELIMITED BY SIZE
           ChampScore DELIMITED BY SIZE
           INTO Mail-Text
       END-STRING
       CALL "PLAYMAIL" USING Mail-Request
       MOVE "I" TO Mail-Action
       MOVE MostLionsInitials TO Mail-To
       MOVE SPACES TO Mail-Text
       STRING "Most lions in the league for " DELIMITED BY SIZE
           CloseMonth DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           MostLions DELIMITED BY SIZE
           INTO Mail-Text
       END-STRING
       CALL "PLAYMAIL" USING Mail-Request
       MOVE "I" TO Mail-Action
       MOVE MostRoomsInitials TO Mail-To
       MOVE SPACES TO Mail-Text
       STRING "Biggest delve in the league for " DELIMITED BY SIZE
           CloseMonth DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           MostRooms DELIMITED BY SIZE
           " rooms" DELIMITED BY SIZE
           INTO Mail-Text
       END-STRING
       CALL "PLAYMAIL" USING Mail-Request
       EXIT.

PutReportLine.
       WRITE ReportLine FROM PrintLine
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
       MOVE "MONTHEND" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
