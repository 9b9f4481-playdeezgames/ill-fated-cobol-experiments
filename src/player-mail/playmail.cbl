       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PLAYMAIL.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MailFile ASSIGN DYNAMIC MailFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MailFileStatus.
           SELECT MailTempFile ASSIGN DYNAMIC MailTempName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MailTempStatus.
           SELECT ProfileFile ASSIGN DYNAMIC ProfileFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProfileFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One note per record. MailState is U unread or R read; a read
      *> note carries the day it was read, which is what HOUSEKEEP
      *> ages it by. Notes are numbered in the order they were
      *> posted and are only ever appended, so a review can mark
      *> them by number while new ones arrive behind it.
       FD MailFile.
       01 MailRecord.
          02 MailNumber PIC 9(6).
          02 MailTo PIC X(12).
          02 MailDate PIC 9(8).
          02 MailTime PIC 9(6).
          02 MailFrom PIC X(8).
          02 MailState PIC X.
          02 MailReadDate PIC 9(8).
          02 MailText PIC X(60).
       FD MailTempFile.
       01 MailTempRecord PIC X(109).
      *> Mirrors PLAYPROF's ProfileFileRecord field-for-field; read
      *> only.
       FD ProfileFile.
       01 ProfileFileRecord.
          02 PfName PIC X(12).
          02 PfShosWins PIC 9(4).
          02 PfLionKills PIC 9(4).
          02 PfItemsEaten PIC 9(4).
          02 PfWanderSteps PIC 9(6).
          02 PfGuessBest PIC 99.
          02 PfCrawlKills PIC 9(4).
          02 PfZarrFound PIC X.
          02 PfTowerReached PIC X.
          02 PfContractPay PIC 9(6).
          02 PfHamurabiBest PIC 99.
          02 PfHamurabiScen PIC X(4).
          02 PfPin PIC X(4).
          02 PfPinMisses PIC 9.
          02 PfLanguage PIC X(2).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 MailFileName PIC X(60) VALUE "player_mail.dat".
          02 MailTempName PIC X(60) VALUE "player_mail.tmp".
          02 ProfileFileName PIC X(60) VALUE "player_profile.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 MailFileStatus PIC XX.
       01 MailTempStatus PIC XX.
       01 ProfileFileStatus PIC XX.
       COPY "FILELOCK.cpy".
       01 PostData.
          02 BatchName PIC X(12) VALUE "BATCH".
          02 HighestNumber PIC 9(6).
          02 StampDate PIC 9(8).
          02 StampTime PIC 9(8).
          02 RosterMatch PIC X(12).
          02 LastSameTo PIC X(12).
          02 RenameStatus PIC S9(9) COMP-5.
      *> A review shows the player's unread notes oldest first and
      *> keeps the numbers of those answered "read"; the marks go
      *> into the file afterwards under the lock, so nobody posting
      *> waits on a player making up their mind.
       01 ReviewData.
          02 ShownCount PIC 99 VALUE 0.
          02 WaitingCount PIC 9(4) VALUE 0.
          02 MarkCount PIC 99 VALUE 0.
          02 MarkIdx PIC 99.
          02 MarkNumber PIC 9(6) OCCURS 20 TIMES.
          02 MarkFound PIC X.
          02 MailAnswer PIC X.
      *> Read notes are purged once the day they were read lies
      *> further back than the policy's days.
       01 ExpireData.
          02 CutoffDay PIC S9(8).
          02 ReadDay PIC S9(8).

       LINKAGE SECTION.
       COPY "PLAYMAIL.cpy".

PROCEDURE DIVISION USING Mail-Request.
       PERFORM ResolveDataFiles
       SET Mail-Failed TO TRUE
       MOVE 0 TO Mail-Count
       EVALUATE Mail-Action
           WHEN "P"
               PERFORM PostToName
           WHEN "C"
               PERFORM PostToName
           WHEN "I"
               PERFORM PostToInitials
           WHEN "V"
               PERFORM ReviewMail
           WHEN "X"
               PERFORM ExpireReadMail
           WHEN OTHER
               DISPLAY "PLAYMAIL: unknown action '" Mail-Action "'."
       END-EVALUATE
EXIT PROGRAM.

PostToName.
       IF Mail-To IS EQUAL TO SPACES OR Mail-To IS EQUAL TO BatchName
           SET Mail-Skipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM FindRosterName
       IF RosterMatch IS EQUAL TO SPACES
           SET Mail-Skipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM AppendMail
       EXIT.

      *> The leaderboard signs with three letters; the note goes to
      *> the first roster name that starts with them.
PostToInitials.
       IF Mail-To(1:3) IS EQUAL TO SPACES
           SET Mail-Skipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM FindRosterInitials
       IF RosterMatch IS EQUAL TO SPACES
           OR RosterMatch IS EQUAL TO BatchName
           SET Mail-Skipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE RosterMatch TO Mail-To
       PERFORM AppendMail
       EXIT.

FindRosterName.
       MOVE SPACES TO RosterMatch
       OPEN INPUT ProfileFile
       IF ProfileFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ProfileFileStatus IS NOT EQUAL TO "00"
           READ ProfileFile
               AT END
                   MOVE "10" TO ProfileFileStatus
               NOT AT END
                   IF PfName IS EQUAL TO Mail-To
                       MOVE PfName TO RosterMatch
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ProfileFile
       EXIT.

FindRosterInitials.
       MOVE SPACES TO RosterMatch
       OPEN INPUT ProfileFile
       IF ProfileFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ProfileFileStatus IS NOT EQUAL TO "00"
           READ ProfileFile
               AT END
                   MOVE "10" TO ProfileFileStatus
               NOT AT END
                   IF PfName IS NOT EQUAL TO SPACES
                       AND PfName(1:3) IS EQUAL TO Mail-To(1:3)
                       AND RosterMatch IS EQUAL TO SPACES
                       MOVE PfName TO RosterMatch
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ProfileFile
       EXIT.

AppendMail.
       PERFORM TakeMailLock
       IF NOT Lock-Held
           DISPLAY "PLAYMAIL: player_mail.dat is busy - the note to "
               FUNCTION TRIM(Mail-To) " was not posted."
           EXIT PARAGRAPH
       END-IF
       ACCEPT StampDate FROM DATE YYYYMMDD
       ACCEPT StampTime FROM TIME
       PERFORM ScanMailbox
       IF Mail-Action IS EQUAL TO "C"
           AND LastSameTo IS EQUAL TO Mail-To
           SET Mail-Skipped TO TRUE
           PERFORM DropMailLock
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND MailFile
       IF MailFileStatus IS EQUAL TO "35"
           OPEN OUTPUT MailFile
       END-IF
       IF MailFileStatus IS NOT EQUAL TO "00"
           DISPLAY "PLAYMAIL: player_mail.dat could not be written, "
               "status " MailFileStatus "."
           PERFORM DropMailLock
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO MailRecord
       ADD 1 TO HighestNumber GIVING MailNumber
       MOVE Mail-To TO MailTo
       MOVE StampDate TO MailDate
       MOVE StampTime(1:6) TO MailTime
       MOVE Mail-From TO MailFrom
       MOVE "U" TO MailState
       MOVE 0 TO MailReadDate
       MOVE Mail-Text TO MailText
       WRITE MailRecord
       CLOSE MailFile
       SET Mail-Done TO TRUE
       PERFORM DropMailLock
       EXIT.

      *> One pass finds the highest note number and, for "C", who the
      *> newest note from the same sender with the same words went to.
ScanMailbox.
       MOVE 0 TO HighestNumber
       MOVE SPACES TO LastSameTo
       OPEN INPUT MailFile
       IF MailFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MailFileStatus IS NOT EQUAL TO "00"
           READ MailFile
               AT END
                   MOVE "10" TO MailFileStatus
               NOT AT END
                   IF MailNumber IS NUMERIC
                       AND MailNumber IS GREATER THAN HighestNumber
                       MOVE MailNumber TO HighestNumber
                   END-IF
                   IF MailFrom IS EQUAL TO Mail-From
                       AND MailText IS EQUAL TO Mail-Text
                       MOVE MailTo TO LastSameTo
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MailFile
       EXIT.

      *> A batch-fed run plays as the batch identity, which has no
      *> mailbox, so no stray answer is ever read off its input.
ReviewMail.
       IF Mail-To IS EQUAL TO SPACES OR Mail-To IS EQUAL TO BatchName
           SET Mail-Skipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO ShownCount
       MOVE 0 TO WaitingCount
       MOVE 0 TO MarkCount
       OPEN INPUT MailFile
       IF MailFileStatus IS NOT EQUAL TO "00"
           SET Mail-Done TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MailFileStatus IS NOT EQUAL TO "00"
           READ MailFile
               AT END
                   MOVE "10" TO MailFileStatus
               NOT AT END
                   IF MailTo IS EQUAL TO Mail-To
                       AND MailState IS EQUAL TO "U"
                       PERFORM ShowOneNote
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MailFile
       IF WaitingCount IS GREATER THAN 0
           DISPLAY "(" WaitingCount " more note(s) wait for next time.)"
       END-IF
       MOVE ShownCount TO Mail-Count
       IF MarkCount IS EQUAL TO 0
           SET Mail-Done TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM ApplyReadMarks
       EXIT.

ShowOneNote.
       IF ShownCount IS NOT LESS THAN 20
           ADD 1 TO WaitingCount
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ShownCount
       IF ShownCount IS EQUAL TO 1
           DISPLAY " "
           DISPLAY "Notes waiting for " FUNCTION TRIM(Mail-To) ":"
       END-IF
       DISPLAY "  " MailDate " " FUNCTION TRIM(MailFrom) ": "
           FUNCTION TRIM(MailText)
       DISPLAY "    (R)ead, or blank to keep it? " WITH NO ADVANCING
       MOVE SPACE TO MailAnswer
       ACCEPT MailAnswer
       IF MailAnswer IS EQUAL TO "R" OR MailAnswer IS EQUAL TO "r"
           ADD 1 TO MarkCount
           MOVE MailNumber TO MarkNumber(MarkCount)
       END-IF
       EXIT.

      *> The file is copied through player_mail.tmp with the marked
      *> notes turned read, then put back in its place.
ApplyReadMarks.
       PERFORM TakeMailLock
       IF NOT Lock-Held
           DISPLAY "PLAYMAIL: player_mail.dat is busy - the notes stay "
               "unread for now."
           EXIT PARAGRAPH
       END-IF
       ACCEPT StampDate FROM DATE YYYYMMDD
       PERFORM OpenMailCopy
       IF MailFileStatus IS NOT EQUAL TO "00"
           PERFORM DropMailLock
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MailFileStatus IS NOT EQUAL TO "00"
           READ MailFile
               AT END
                   MOVE "10" TO MailFileStatus
               NOT AT END
                   IF MailTo IS EQUAL TO Mail-To
                       AND MailState IS EQUAL TO "U"
                       PERFORM FindReadMark
                       IF MarkFound IS EQUAL TO "Y"
                           MOVE "R" TO MailState
                           MOVE StampDate TO MailReadDate
                       END-IF
                   END-IF
                   WRITE MailTempRecord FROM MailRecord
           END-READ
       END-PERFORM
       PERFORM PutMailCopyBack
       PERFORM DropMailLock
       EXIT.

FindReadMark.
       MOVE "N" TO MarkFound
       PERFORM VARYING MarkIdx FROM 1 BY 1
           UNTIL MarkIdx IS GREATER THAN MarkCount
           IF MarkNumber(MarkIdx) IS EQUAL TO MailNumber
               MOVE "Y" TO MarkFound
           END-IF
       END-PERFORM
       EXIT.

ExpireReadMail.
       PERFORM TakeMailLock
       IF NOT Lock-Held
           DISPLAY "PLAYMAIL: player_mail.dat is busy - nothing purged."
           EXIT PARAGRAPH
       END-IF
       ACCEPT StampDate FROM DATE YYYYMMDD
       COMPUTE CutoffDay = FUNCTION INTEGER-OF-DATE(StampDate)
           - Mail-Days
       PERFORM OpenMailCopy
       IF MailFileStatus IS EQUAL TO "35"
           SET Mail-Done TO TRUE
       END-IF
       IF MailFileStatus IS NOT EQUAL TO "00"
           PERFORM DropMailLock
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MailFileStatus IS NOT EQUAL TO "00"
           READ MailFile
               AT END
                   MOVE "10" TO MailFileStatus
               NOT AT END
                   PERFORM JudgeReadNote
           END-READ
       END-PERFORM
       PERFORM PutMailCopyBack
       PERFORM DropMailLock
       EXIT.

JudgeReadNote.
       IF MailState IS EQUAL TO "R"
           AND MailReadDate IS NUMERIC
           AND MailReadDate IS GREATER THAN 16010100
           COMPUTE ReadDay = FUNCTION INTEGER-OF-DATE(MailReadDate)
           IF ReadDay IS LESS THAN CutoffDay
               ADD 1 TO Mail-Count
               EXIT PARAGRAPH
           END-IF
       END-IF
       WRITE MailTempRecord FROM MailRecord
       EXIT.

      *> Both copies open, or neither: MailFileStatus tells the caller
      *> which ("35" when there is no mailbox yet).
OpenMailCopy.
       OPEN INPUT MailFile
       IF MailFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MailTempFile
       IF MailTempStatus IS NOT EQUAL TO "00"
           DISPLAY "PLAYMAIL: player_mail.tmp could not be written, "
               "status " MailTempStatus "."
           CLOSE MailFile
           MOVE "30" TO MailFileStatus
       END-IF
       EXIT.

PutMailCopyBack.
       CLOSE MailFile
       CLOSE MailTempFile
       CALL "CBL_RENAME_FILE" USING MailTempName MailFileName
           RETURNING RenameStatus
       IF RenameStatus IS NOT EQUAL TO 0
           DISPLAY "PLAYMAIL: player_mail.dat could not be replaced - "
               "the mailbox is unchanged."
           MOVE 0 TO Mail-Count
           EXIT PARAGRAPH
       END-IF
       SET Mail-Done TO TRUE
       EXIT.

TakeMailLock.
       MOVE "A" TO Lock-Action
       MOVE "player_mail" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       EXIT.

DropMailLock.
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
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
       MOVE "PLAYMAIL" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
