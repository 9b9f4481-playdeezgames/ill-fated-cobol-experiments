       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NOTEEDIT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NoteFile ASSIGN DYNAMIC NoteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoteFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors WANDER's NoteFileRecord field-for-field.
       FD NoteFile.
       01 NoteFileRecord.
          02 NtFileX PIC 999.
          02 NtFileY PIC 999.
          02 NtFileDate PIC 9(8).
          02 NtFileTime PIC 9(8).
          02 NtFileAuthor PIC X(12).
          02 NtFileState PIC X.
          02 NtFileText PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 NoteFileName PIC X(60) VALUE "wander_notes.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 NoteFileStatus PIC XX.
      *> The whole file, hidden notes and all, in file order - the
      *> numbers the list shows. WANDER stops taking notes at 999,
      *> so the table has room for a few left in the same moment.
       01 NoteData.
          02 NoteCount PIC 9(4) VALUE 0.
          02 NoteEntries OCCURS 1200 TIMES.
             03 NoteX PIC 999.
             03 NoteY PIC 999.
             03 NoteDate PIC 9(8).
             03 NoteTime PIC 9(8).
             03 NoteAuthor PIC X(12).
             03 NoteState PIC X.
                88 NoteHidden VALUE "H".
             03 NoteText PIC X(40).
          02 NoteIdx PIC 9(4).
          02 KeepIdx PIC 9(4).
          02 NoteOverflow PIC X VALUE "N".
             88 NotesOverflow VALUE "Y".
          02 ChosenNote PIC X(75).
       01 ScratchPad.
          02 Command PIC X.
          02 EntryNumber PIC 9(4).
          02 EntryInput PIC X(4).
          02 ListEntryId PIC ZZZ9.
          02 StateWord PIC X(6).
          02 NewState PIC X.
          02 ExpireDays PIC 9(4).
          02 Today PIC 9(8).
          02 CutoffDate PIC 9(8).
          02 ExpireCount PIC 9(4).
          02 OperatorName PIC X(12).
      *> Every change is noted with MAINTLOG as it is made and
      *> committed to maint_audit.dat once the file is rewritten.
       COPY "MAINTLOG.cpy".
      *> WANDER appends notes under the same lock, so a note left
      *> while the file is being rewritten is not lost.
       COPY "FILELOCK.cpy".

PROCEDURE DIVISION.
StartEditor.
       PERFORM ResolveDataFiles
       DISPLAY "NOTE KEEPER FOR WANDER"
       PERFORM AskOperatorName
       PERFORM LoadNoteFile
       DISPLAY "LOADED " NoteCount " NOTE(S).".

MainMenu.
       DISPLAY " "
       DISPLAY "[L]IST NOTES"
       DISPLAY "[H]IDE A NOTE"
       DISPLAY "[U]NHIDE A NOTE"
       DISPLAY "[E]XPIRE OLD NOTES"
       DISPLAY "[Q]UIT"
       ACCEPT Command
       EVALUATE Command
           WHEN "L"
               PERFORM ListNotes
               GO TO MainMenu
           WHEN "H"
               MOVE "H" TO NewState
               PERFORM SetNoteState
               GO TO MainMenu
           WHEN "U"
               MOVE SPACE TO NewState
               PERFORM SetNoteState
               GO TO MainMenu
           WHEN "E"
               PERFORM ExpireNotes
               GO TO MainMenu
           WHEN "Q"
               GO TO QuitEditor
           WHEN OTHER
               GO TO MainMenu
       END-EVALUATE.

QuitEditor.
       STOP RUN.

AskOperatorName.
       DISPLAY "YOUR NAME FOR THE AUDIT TRAIL (BLANK FOR OPERATOR)?"
       MOVE SPACES TO OperatorName
       ACCEPT OperatorName
       IF OperatorName IS EQUAL TO SPACES
           MOVE "OPERATOR" TO OperatorName
       END-IF
       MOVE "NOTEEDIT" TO Maint-Program
       MOVE OperatorName TO Maint-Operator
       EXIT.

      *> The caller has set Maint-Change and both images; the key is
      *> where the note was left, and when.
NoteTheChange.
       MOVE "N" TO Maint-Action
       MOVE SPACES TO Maint-Key
       STRING "NOTE (" DELIMITED BY SIZE
           NoteX(NoteIdx) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           NoteY(NoteIdx) DELIMITED BY SIZE
           ") " DELIMITED BY SIZE
           NoteDate(NoteIdx) DELIMITED BY SIZE
           INTO Maint-Key
       END-STRING
       CALL "MAINTLOG" USING Maint-Request
       EXIT.

LoadNoteFile.
       MOVE 0 TO NoteCount
       MOVE "N" TO NoteOverflow
       OPEN INPUT NoteFile
       IF NoteFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL NoteFileStatus IS NOT EQUAL TO "00"
           READ NoteFile
               AT END
                   MOVE "10" TO NoteFileStatus
               NOT AT END
                   IF NoteCount IS LESS THAN 1200
                       ADD 1 TO NoteCount
                       MOVE NoteFileRecord TO NoteEntries(NoteCount)
                   ELSE
                       MOVE "Y" TO NoteOverflow
                   END-IF
           END-READ
       END-PERFORM
       CLOSE NoteFile
       EXIT.

ListNotes.
       DISPLAY " "
       IF NoteCount IS EQUAL TO 0
           DISPLAY "NO NOTES HAVE BEEN LEFT."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING NoteIdx FROM 1 BY 1
           UNTIL NoteIdx IS GREATER THAN NoteCount
           MOVE NoteIdx TO ListEntryId
           IF NoteHidden(NoteIdx)
               MOVE "HIDDEN" TO StateWord
           ELSE
               MOVE SPACES TO StateWord
           END-IF
           DISPLAY ListEntryId ". (" NoteX(NoteIdx) "," NoteY(NoteIdx)
               ") " NoteDate(NoteIdx) " " NoteAuthor(NoteIdx) " "
               StateWord
           DISPLAY "      " FUNCTION TRIM(NoteText(NoteIdx))
       END-PERFORM
       EXIT.

AskEntryNumber.
       MOVE 0 TO EntryNumber
       MOVE SPACES TO EntryInput
       ACCEPT EntryInput
       EVALUATE TRUE
           WHEN EntryInput(1:4) IS NUMERIC
               MOVE EntryInput(1:4) TO EntryNumber
           WHEN EntryInput(1:3) IS NUMERIC
                   AND EntryInput(4:1) IS EQUAL TO SPACE
               MOVE EntryInput(1:3) TO EntryNumber
           WHEN EntryInput(1:2) IS NUMERIC
                   AND EntryInput(3:2) IS EQUAL TO SPACES
               MOVE EntryInput(1:2) TO EntryNumber
           WHEN EntryInput(1:1) IS NUMERIC
                   AND EntryInput(2:3) IS EQUAL TO SPACES
               MOVE EntryInput(1:1) TO EntryNumber
       END-EVALUATE
       EXIT.

      *> The lock is held from the reread to the rewrite, so the file
      *> changed is the file as it stands, not as it was listed.
LockNotes.
       MOVE "A" TO Lock-Action
       MOVE "wander_notes" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           DISPLAY "THE NOTES ARE IN USE - TRY AGAIN IN A MOMENT."
           EXIT PARAGRAPH
       END-IF
       PERFORM LoadNoteFile
       IF NotesOverflow
           DISPLAY "wander_notes.dat HOLDS MORE THAN 1200 NOTES - "
               "THE EDITOR CANNOT REWRITE IT."
           PERFORM UnlockNotes
       END-IF
       EXIT.

UnlockNotes.
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       EXIT.

      *> A hidden note stays on file for the record but WANDER never
      *> shows it; unhiding puts it back on the map.
SetNoteState.
       IF NewState IS EQUAL TO "H"
           DISPLAY "HIDE WHICH NOTE (NUMBER FROM THE LIST)?"
       ELSE
           DISPLAY "UNHIDE WHICH NOTE (NUMBER FROM THE LIST)?"
       END-IF
       PERFORM AskEntryNumber
       IF EntryNumber IS EQUAL TO 0
           OR EntryNumber IS GREATER THAN NoteCount
           DISPLAY "THAT IS NOT A NOTE NUMBER."
           EXIT PARAGRAPH
       END-IF
       MOVE NoteEntries(EntryNumber) TO ChosenNote
       PERFORM LockNotes
       IF NOT Lock-Held
           EXIT PARAGRAPH
       END-IF
       IF EntryNumber IS GREATER THAN NoteCount
           OR NoteEntries(EntryNumber) IS NOT EQUAL TO ChosenNote
           PERFORM UnlockNotes
           DISPLAY "THE NOTES HAVE CHANGED SINCE - LIST THEM AGAIN."
           EXIT PARAGRAPH
       END-IF
       MOVE EntryNumber TO NoteIdx
       IF NoteState(NoteIdx) IS EQUAL TO NewState
           PERFORM UnlockNotes
           DISPLAY "THAT NOTE IS ALREADY SO."
           EXIT PARAGRAPH
       END-IF
       MOVE NoteEntries(NoteIdx) TO Maint-Before
       MOVE NewState TO NoteState(NoteIdx)
       MOVE NoteEntries(NoteIdx) TO Maint-After
       MOVE "CHANGE" TO Maint-Change
       PERFORM NoteTheChange
       PERFORM WriteNoteFile
       PERFORM UnlockNotes
       IF NoteFileStatus IS EQUAL TO "00"
           IF NewState IS EQUAL TO "H"
               DISPLAY "NOTE " EntryNumber " HIDDEN."
           ELSE
               DISPLAY "NOTE " EntryNumber " SHOWN AGAIN."
           END-IF
       END-IF
       EXIT.

      *> Notes left more than the given number of days ago come out
      *> of the file altogether, hidden ones with them.
ExpireNotes.
       DISPLAY "EXPIRE NOTES OLDER THAN HOW MANY DAYS?"
       PERFORM AskEntryNumber
       IF EntryNumber IS EQUAL TO 0
           DISPLAY "THAT IS NOT A NUMBER OF DAYS."
           EXIT PARAGRAPH
       END-IF
       MOVE EntryNumber TO ExpireDays
       ACCEPT Today FROM DATE YYYYMMDD
       COMPUTE CutoffDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(Today) - ExpireDays)
       MOVE 0 TO ExpireCount
       PERFORM VARYING NoteIdx FROM 1 BY 1
           UNTIL NoteIdx IS GREATER THAN NoteCount
           IF NoteDate(NoteIdx) IS LESS THAN CutoffDate
               ADD 1 TO ExpireCount
           END-IF
       END-PERFORM
       IF ExpireCount IS EQUAL TO 0
           DISPLAY "NO NOTE WAS LEFT BEFORE " CutoffDate "."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "EXPIRE " ExpireCount " NOTE(S) LEFT BEFORE " CutoffDate
           "? [Y/N]"
       ACCEPT Command
       IF Command IS NOT EQUAL TO "Y"
           EXIT PARAGRAPH
       END-IF
       PERFORM LockNotes
       IF NOT Lock-Held
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO ExpireCount
       MOVE 0 TO KeepIdx
       MOVE "DELETE" TO Maint-Change
       MOVE SPACES TO Maint-After
       PERFORM VARYING NoteIdx FROM 1 BY 1
           UNTIL NoteIdx IS GREATER THAN NoteCount
           IF NoteDate(NoteIdx) IS LESS THAN CutoffDate
               ADD 1 TO ExpireCount
               MOVE NoteEntries(NoteIdx) TO Maint-Before
               PERFORM NoteTheChange
           ELSE
               ADD 1 TO KeepIdx
               MOVE NoteEntries(NoteIdx) TO NoteEntries(KeepIdx)
           END-IF
       END-PERFORM
       MOVE KeepIdx TO NoteCount
       PERFORM WriteNoteFile
       PERFORM UnlockNotes
       IF NoteFileStatus IS EQUAL TO "00"
           DISPLAY ExpireCount " NOTE(S) EXPIRED, " NoteCount " LEFT."
       END-IF
       EXIT.

WriteNoteFile.
       OPEN OUTPUT NoteFile
       IF NoteFileStatus IS NOT EQUAL TO "00"
           DISPLAY "wander_notes.dat COULD NOT BE WRITTEN, STATUS "
               NoteFileStatus "."
           PERFORM LoadNoteFile
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING NoteIdx FROM 1 BY 1
           UNTIL NoteIdx IS GREATER THAN NoteCount
           MOVE NoteEntries(NoteIdx) TO NoteFileRecord
           WRITE NoteFileRecord
       END-PERFORM
       CLOSE NoteFile
       PERFORM CommitAudit
       EXIT.

CommitAudit.
       MOVE "C" TO Maint-Action
       CALL "MAINTLOG" USING Maint-Request
       IF Maint-Done AND Maint-Count IS GREATER THAN 0
           DISPLAY Maint-Count " CHANGE(S) RECORDED IN maint_audit.dat."
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
       MOVE "NOTEEDIT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
