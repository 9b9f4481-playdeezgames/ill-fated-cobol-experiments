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
           SELECT ScriptProbeFile ASSIGN DYNAMIC ScriptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScriptProbeStatus.
           SELECT QueueFile ASSIGN DYNAMIC QueueFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QueueFileStatus.

DATA DIVISION.
       FILE SECTION.
          02 ScoreFileDaily PIC X.
          02 ScoreFilePreset PIC X.
          02 ScoreFileVerified PIC X.
          02 ScoreFileRunKey.
             03 ScoreFileRunDate PIC 9(8).
             03 ScoreFileRunTime PIC 9(8).
             03 ScoreFileRunSeq PIC 99.
       FD ScriptProbeFile.
       01 ScriptProbeLine PIC X(12).
      *> Mirrors ANOMRPT's QueueRecord field-for-field.
       FD QueueFile.
       01 QueueRecord.
          02 QueFlagDate PIC 9(8).
          02 QueKey.
             03 QueRule PIC X(10).
             03 QueRunKey PIC X(18).
             03 QueInitials PIC X(3).
             03 QueScore PIC 9(5).
             03 QueTurns PIC 9(4).
          02 QueState PIC X.
          02 QueDetail PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 QueueFileName PIC X(60) VALUE "scorevfy_queue.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "GAMELOG.cpy".
       COPY "FILELOCK.cpy".
       COPY "JOURNAL.cpy".
       COPY "PLAYMAIL.cpy".
       01 ScoreFileStatus PIC XX.
       01 ScriptProbeStatus PIC XX.
       01 ScriptFileName PIC X(60).
       01 QueueFileStatus PIC XX.
      *> ANOMRPT's nightly flags wait here for a replay. A claim can
      *> be taken off the queue instead of a submitted sheet; its
      *> entry is closed "V" or "M" with the verdict. Entries are
      *> found again by their place in the file - ANOMRPT only ever
      *> appends - and checked by key before they are closed.
       01 QueueData.
          02 QueueOpenCount PIC 99 VALUE 0.
          02 QueueOpenIdx PIC 99.
          02 QueueMore PIC X VALUE "N".
          02 QueueOpen OCCURS 99 TIMES.
             03 QoOrdinal PIC 9(4).
             03 QoRecord PIC X(89).
          02 QueuePickInput PIC XX.
          02 QueuePick PIC 99 VALUE 0.
          02 QueueClaimFlag PIC X VALUE "N".
             88 QueueClaim VALUE "Y".
          02 QueuePicked PIC X(89).
          02 QueuePickedOrdinal PIC 9(4).
          02 QueueRowCount PIC 9(4) VALUE 0.
          02 QueueRowIdx PIC 9(4).
          02 QueueRowsFull PIC X VALUE "N".
          02 QueueRow PIC X(89) OCCURS 3000 TIMES.
          02 QueueClosed PIC X.
      *> The claim under scrutiny, typed off the submitted sheet.
       01 ClaimData.
          02 ClaimInitials PIC X(3).
          02 ClaimScore PIC 9(5).
          02 ClaimTurns PIC 9(4).
          02 ClaimInput PIC X(6).
      *> Replaying writes a fresh record onto the live leaderboard.
      *> The newest run key before the replay is noted, so the
      *> replay's record is the one posted after it; that record is
      *> taken off again, and only the claimed entry's verified flag
      *> is changed in place.
       01 VerifyData.
          02 KeyBefore PIC X(18).
          02 ReplayKey PIC X(18).
          02 ScanDone PIC X.
          02 ReplaySeen PIC X.
             88 ReplayRecorded VALUE "Y".
          02 ReplayScore PIC 9(5).
          02 ReplayCommand PIC X(120).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "SCORE CLAIM VERIFIER FOR THE HOUSE OF SHADOWS"
       DISPLAY " "
       PERFORM OfferQueue
       DISPLAY "Command script of the claimed run? " WITH NO ADVANCING
       ACCEPT ScriptFileName
       IF ScriptFileName IS EQUAL TO SPACES
           DISPLAY "SCOREVFY: a claim needs its script."
           STOP RUN
       END-IF
       MOVE ScriptFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ScriptFileName
       OPEN INPUT ScriptProbeFile
       IF ScriptProbeStatus IS NOT EQUAL TO "00"
           DISPLAY "SCOREVFY: " FUNCTION TRIM(ScriptFileName)
           STOP RUN
       END-IF
       CLOSE ScriptProbeFile
       IF QueueClaim
           PERFORM TakeQueuedClaim
       ELSE
           PERFORM AskClaim
       END-IF
      *> The board is read and later updated under the shop lock -
      *> but the lock is given back for the replay itself, so the
      *> child SHOS can post its own record.
       PERFORM TakeScoreLock
       PERFORM NoteNewestRun
       PERFORM DropScoreLock
       PERFORM RunTheReplay
       PERFORM TakeScoreLock
       PERFORM ReadReplayRecord
       PERFORM JudgeTheClaim
       PERFORM MarkTheBoard
       PERFORM DropScoreLock
       IF QueueClaim
           PERFORM CloseQueueEntry
       END-IF
       MOVE "SCOREVFY" TO GL-Program
       IF ClaimVerified
           MOVE "VERIFIED" TO GL-Event
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       PERFORM MailTheVerdict
STOP RUN.

AskClaim.
       DISPLAY "Claimed initials? " WITH NO ADVANCING
       ACCEPT ClaimInitials
       DISPLAY "Claimed score? " WITH NO ADVANCING
       MOVE SPACES TO ClaimInput
       ACCEPT ClaimInput
       MOVE 0 TO ClaimScore
       IF ClaimInput(1:5) IS NUMERIC
           MOVE ClaimInput(1:5) TO ClaimScore
       ELSE
           IF ClaimInput(1:1) IS NUMERIC
               COMPUTE ClaimScore = FUNCTION NUMVAL(ClaimInput)
           END-IF
       END-IF
       DISPLAY "Claimed turns? " WITH NO ADVANCING
       MOVE SPACES TO ClaimInput
       ACCEPT ClaimInput
       MOVE 0 TO ClaimTurns
       IF ClaimInput(1:4) IS NUMERIC
           MOVE ClaimInput(1:4) TO ClaimTurns
       ELSE
           IF ClaimInput(1:1) IS NUMERIC
               COMPUTE ClaimTurns = FUNCTION NUMVAL(ClaimInput)
           END-IF
       END-IF
       EXIT.

      *> The open entries are listed oldest first; a blank answer
      *> goes on to a claim off a submitted sheet, as always.
OfferQueue.
       OPEN INPUT QueueFile
       IF QueueFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO QueueRowIdx
       PERFORM UNTIL QueueFileStatus IS NOT EQUAL TO "00"
           READ QueueFile
               AT END
                   MOVE "10" TO QueueFileStatus
               NOT AT END
                   ADD 1 TO QueueRowIdx
                   IF QueState IS EQUAL TO "O"
                       PERFORM KeepOpenEntry
                   END-IF
           END-READ
       END-PERFORM
       CLOSE QueueFile
       IF QueueOpenCount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       DISPLAY "ANOMALIES QUEUED FOR A REPLAY:"
       PERFORM VARYING QueueOpenIdx FROM 1 BY 1
           UNTIL QueueOpenIdx > QueueOpenCount
           MOVE QoRecord(QueueOpenIdx) TO QueueRecord
           DISPLAY "  " QueueOpenIdx ". " QueRule " " QueInitials " "
               QueScore " IN " QueTurns " TURNS - "
               FUNCTION TRIM(QueDetail)
       END-PERFORM
       IF QueueMore IS EQUAL TO "Y"
           DISPLAY "  (MORE ARE WAITING - WORK THESE FIRST)"
       END-IF
       DISPLAY "Work which queued entry (blank for a submitted claim)? "
           WITH NO ADVANCING
       MOVE SPACES TO QueuePickInput
       ACCEPT QueuePickInput
       MOVE 0 TO QueuePick
       IF QueuePickInput IS NUMERIC
           MOVE QueuePickInput TO QueuePick
       ELSE
           IF QueuePickInput(1:1) IS NUMERIC
               MOVE QueuePickInput(1:1) TO QueuePick
           END-IF
       END-IF
       IF QueuePick IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF QueuePick IS GREATER THAN QueueOpenCount
           DISPLAY "SCOREVFY: no queued entry " QueuePick
               " - taking a submitted claim."
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO QueueClaimFlag
       MOVE QoRecord(QueuePick) TO QueuePicked
       MOVE QoOrdinal(QueuePick) TO QueuePickedOrdinal
       EXIT.

KeepOpenEntry.
       IF QueueOpenCount IS NOT LESS THAN 99
           MOVE "Y" TO QueueMore
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO QueueOpenCount
       MOVE QueueRowIdx TO QoOrdinal(QueueOpenCount)
       MOVE QueueRecord TO QoRecord(QueueOpenCount)
       EXIT.

TakeQueuedClaim.
       MOVE QueuePicked TO QueueRecord
       MOVE QueInitials TO ClaimInitials
       MOVE QueScore TO ClaimScore
       MOVE QueTurns TO ClaimTurns
       DISPLAY "Queued claim: " ClaimInitials ", score " ClaimScore
           " in " ClaimTurns " turns."
       EXIT.

      *> The whole queue is read and written back with the one entry
      *> closed - under its lock, so a night's ANOMRPT append waits.
CloseQueueEntry.
       MOVE "A" TO Lock-Action
       MOVE "scorevfy_queue" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY "SCOREVFY: the queue is busy - the entry stays open."
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO QueueRowCount
       OPEN INPUT QueueFile
       IF QueueFileStatus IS EQUAL TO "00"
           PERFORM UNTIL QueueFileStatus IS NOT EQUAL TO "00"
               READ QueueFile
                   AT END
                       MOVE "10" TO QueueFileStatus
                   NOT AT END
                       IF QueueRowCount IS LESS THAN 3000
                           ADD 1 TO QueueRowCount
                           MOVE QueueRecord TO QueueRow(QueueRowCount)
                       ELSE
                           MOVE "Y" TO QueueRowsFull
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QueueFile
       END-IF
       MOVE "N" TO QueueClosed
       IF QueueRowsFull IS EQUAL TO "N"
           AND QueuePickedOrdinal IS NOT GREATER THAN QueueRowCount
           AND QueueRow(QueuePickedOrdinal)(9:40)
               IS EQUAL TO QueuePicked(9:40)
           MOVE QueueRow(QueuePickedOrdinal) TO QueueRecord
           IF ClaimVerified
               MOVE "V" TO QueState
           ELSE
               MOVE "M" TO QueState
           END-IF
           MOVE QueueRecord TO QueueRow(QueuePickedOrdinal)
           PERFORM RewriteQueue
       END-IF
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       IF QueueClosed IS EQUAL TO "Y"
           DISPLAY "SCOREVFY: the queued entry is closed."
       ELSE
           DISPLAY "SCOREVFY: the queued entry could not be closed -"
               " see scorevfy_queue.dat."
       END-IF
       EXIT.

RewriteQueue.
       OPEN OUTPUT QueueFile
       IF QueueFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING QueueRowIdx FROM 1 BY 1
           UNTIL QueueRowIdx > QueueRowCount
           MOVE QueueRow(QueueRowIdx) TO QueueRecord
           WRITE QueueRecord
       END-PERFORM
       CLOSE QueueFile
       MOVE "Y" TO QueueClosed
       EXIT.

TakeScoreLock.
       MOVE "A" TO Lock-Action
       MOVE "shos_scores" TO Lock-Resource
       CALL "FILELOCK" USING Lock-Request
       EXIT.

      *> The run key leads with the date and time a run was posted,
      *> so the last key on file is the newest run.
NoteNewestRun.
       MOVE LOW-VALUES TO KeyBefore
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE HIGH-VALUES TO ScoreFileRunKey
       START ScoreFile KEY IS LESS THAN ScoreFileRunKey
           INVALID KEY
               CLOSE ScoreFile
               EXIT PARAGRAPH
       END-START
       READ ScoreFile PREVIOUS RECORD
           NOT AT END
               MOVE ScoreFileRunKey TO KeyBefore
       END-READ
       CLOSE ScoreFile
       EXIT.

      *> The replay runs SHOS the way DRIVER runs its chain steps.
      *> The piped answers, in the order SHOS consumes them: a blank
      *> for PLAYPROF's roster screen (blank plays as BATCH, or as
      *> WANDERER when there is no roster yet), "Y" for script mode, and
      *> the script file name; the script supplies everything after
      *> that, seed first.
RunTheReplay.

ReadReplayRecord.
       MOVE "N" TO ReplaySeen
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE HIGH-VALUES TO ScoreFileRunKey
       START ScoreFile KEY IS LESS THAN ScoreFileRunKey
           INVALID KEY
               CLOSE ScoreFile
               EXIT PARAGRAPH
       END-START
       READ ScoreFile PREVIOUS RECORD
           AT END
               MOVE LOW-VALUES TO ScoreFileRunKey
       END-READ
       IF ScoreFileRunKey IS GREATER THAN KeyBefore
           MOVE "Y" TO ReplaySeen
           MOVE ScoreFileRunKey TO ReplayKey
           MOVE ScoreFileValue TO ReplayScore
           MOVE ScoreFileInitials TO ReplayInitials
           MOVE ScoreFileTurns TO ReplayTurns
           MOVE ScoreFileZarr TO ReplayZarr
       END-IF
       CLOSE ScoreFile
       EXIT.

           " TURNS, ZARR " ReplayZarr ", AS CLAIMED."
       EXIT.

      *> The replay's own record comes off the board, and a verified
      *> claim's matching entry - found on its initials - gets its "V"
      *> where it stands.
MarkTheBoard.
       MOVE "N" TO MarkedFlag
       IF NOT ReplayRecorded
           EXIT PARAGRAPH
       END-IF
       OPEN I-O ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           DISPLAY "SCOREVFY: THE SCORE FILE COULD NOT BE UPDATED,"
           DISPLAY "STATUS " ScoreFileStatus " - SEE shos_scores.dat."
           EXIT PARAGRAPH
       END-IF
       MOVE "B" TO Jnl-Action
       MOVE "SCOREVFY" TO Jnl-Program
       MOVE 0 TO Jnl-Session
       CALL "JOURNAL" USING Journal-Request
       PERFORM TakeReplayOff
       IF ClaimVerified
           PERFORM FlagClaimedEntry
       END-IF
       CLOSE ScoreFile
       MOVE "D" TO Jnl-Action
       CALL "JOURNAL" USING Journal-Request
       IF ClaimVerified AND MarkedFlag IS EQUAL TO "N"
           DISPLAY "SCOREVFY: THE CLAIM VERIFIES, BUT NO MATCHING"
           DISPLAY "ENTRY SITS ON THE BOARD TO FLAG."
           DISPLAY "SCOREVFY: THE BOARD ENTRY NOW CARRIES ITS V."
       END-IF
       EXIT.

      *> The record is read back before it goes so the journal holds
      *> what RECOVER would have to put back.
TakeReplayOff.
       MOVE ReplayKey TO ScoreFileRunKey
       READ ScoreFile RECORD
           INVALID KEY
               DISPLAY "SCOREVFY: THE REPLAY'S OWN RUN COULD NOT BE"
               DISPLAY "TAKEN OFF THE BOARD, STATUS " ScoreFileStatus "."
               EXIT PARAGRAPH
       END-READ
       MOVE "I" TO Jnl-Action
       MOVE "X" TO Jnl-Op
       MOVE "shos_scores.dat" TO Jnl-File
       MOVE ScoreFileRecord TO Jnl-Image
       CALL "JOURNAL" USING Journal-Request
       IF Jnl-Failed
           DISPLAY "SCOREVFY: THE REPLAY'S OWN RUN WAS LEFT ON THE"
           DISPLAY "BOARD - THE JOURNAL COULD NOT BE WRITTEN."
           EXIT PARAGRAPH
       END-IF
       DELETE ScoreFile RECORD
           INVALID KEY
               DISPLAY "SCOREVFY: THE REPLAY'S OWN RUN COULD NOT BE"
               DISPLAY "TAKEN OFF THE BOARD, STATUS " ScoreFileStatus "."
       END-DELETE
       EXIT.

FlagClaimedEntry.
       MOVE ClaimInitials TO ScoreFileInitials
       START ScoreFile KEY IS EQUAL TO ScoreFileInitials
           INVALID KEY
               EXIT PARAGRAPH
       END-START
       MOVE "N" TO ScanDone
       PERFORM UNTIL ScanDone IS EQUAL TO "Y"
           READ ScoreFile NEXT RECORD
               AT END
                   MOVE "Y" TO ScanDone
               NOT AT END
                   IF ScoreFileInitials IS NOT EQUAL TO ClaimInitials
                       MOVE "Y" TO ScanDone
                   ELSE
                       IF ScoreFileValue IS EQUAL TO ClaimScore
                           AND ScoreFileTurns IS EQUAL TO ClaimTurns
                           PERFORM FlagTheEntry
                           MOVE "Y" TO ScanDone
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       EXIT.

FlagTheEntry.
       MOVE "I" TO Jnl-Action
       MOVE "C" TO Jnl-Op
       MOVE "shos_scores.dat" TO Jnl-File
       MOVE ScoreFileRecord TO Jnl-Image
       CALL "JOURNAL" USING Journal-Request
       IF Jnl-Failed
           DISPLAY "SCOREVFY: THE ENTRY WAS NOT FLAGGED - THE JOURNAL"
           DISPLAY "COULD NOT BE WRITTEN."
           EXIT PARAGRAPH
       END-IF
       MOVE "V" TO ScoreFileVerified
       REWRITE ScoreFileRecord
           INVALID KEY
               DISPLAY "SCOREVFY: THE ENTRY COULD NOT BE FLAGGED,"
                   " STATUS " ScoreFileStatus "."
           NOT INVALID KEY
               MOVE "Y" TO MarkedFlag
       END-REWRITE
       EXIT.

      *> The claimant hears the verdict at their next visit, under the
      *> roster name the claim's initials belong to.
MailTheVerdict.
       MOVE "I" TO Mail-Action
       MOVE ClaimInitials TO Mail-To
       MOVE "SCOREVFY" TO Mail-From
       MOVE SPACES TO Mail-Text
       IF ClaimVerified
           STRING "Your run of " DELIMITED BY SIZE
               ClaimScore DELIMITED BY SIZE
               " was verified by replay" DELIMITED BY SIZE
               INTO Mail-Text
           END-STRING
       ELSE
           STRING "Your run of " DELIMITED BY SIZE
               ClaimScore DELIMITED BY SIZE
               " did not match its replay" DELIMITED BY SIZE
               INTO Mail-Text
           END-STRING
       END-IF
       CALL "PLAYMAIL" USING Mail-Request
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
       MOVE "SCOREVFY" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
