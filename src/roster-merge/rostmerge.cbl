       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ROSTMERGE.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WorkFile ASSIGN DYNAMIC WorkName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkFileStatus.
           SELECT TempFile ASSIGN DYNAMIC TempFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TempFileStatus.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Every file on the list but the live score board is line
      *> sequential; a record is taken whole and only the player's
      *> name or initials are touched, so one record area serves them
      *> all.
       FD WorkFile.
       01 WorkRecord PIC X(200).
       FD TempFile.
       01 TempRecord PIC X(200).
      *> Mirrors SHOS's ScoreFileRecord - the keys where they sit. Its
      *> records are changed where they stand, found on the initials.
       FD ScoreFile.
       01 ScoreFileRecord.
          02 ScoreFileValue PIC 9(5).
          02 ScoreFileInitials PIC X(3).
          02 ScoreFileDate PIC 9(8).
          02 FILLER PIC X(12).
          02 ScoreFileRunKey PIC X(18).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 TempFileName PIC X(60) VALUE "rostmerge.tmp".
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 WorkFileStatus PIC XX.
       01 TempFileStatus PIC XX.
       01 ScoreFileStatus PIC XX.
       01 WorkName PIC X(60).
       COPY "REPORTSVC.cpy".
       COPY "FILELOCK.cpy".
       COPY "GAMELOG.cpy".
       COPY "MAINTLOG.cpy".
       COPY "JOURNAL.cpy".
       COPY "PURSE.cpy".
       01 PrintLine PIC X(80).
      *> A player is renamed, merged into another, or erased in every
      *> file that carries the name (or, on the score boards, the
      *> initials). The run previews every record it will touch,
      *> asks, then takes the shared files' locks and does it - with
      *> each record's before and after image in maint_audit.dat.
       01 MergeRequest.
          02 MergeAction PIC X.
             88 RenameAction VALUE "R".
             88 MergeAct VALUE "M".
             88 EraseAction VALUE "E".
          02 ActionWord PIC X(8).
          02 FromName PIC X(12).
          02 IntoName PIC X(12).
          02 FromInitials PIC X(3).
          02 IntoInitials PIC X(3).
          02 InitialsInput PIC X(3).
          02 BoardsFlag PIC X VALUE "Y".
             88 SkipBoards VALUE "N".
          02 OperatorName PIC X(12).
          02 Answer PIC X.
      *> The files that carry a player: the kind of field (P the
      *> roster, A earned achievements, N a name, C the save-slot
      *> owner, H the crawler hero, L the purse ledger, I score-board
      *> initials, K the same on the indexed live board), where it
      *> sits, how long.
      *> The month-end league archives are added from the months
      *> shos_alltime.dat has seen closed.
       01 TargetLiterals.
          02 FILLER PIC X(30) VALUE "player_profile.dat      P00112".
          02 FILLER PIC X(30) VALUE "achievements_earned.dat A00112".
          02 FILLER PIC X(30) VALUE "guess_standings.dat     N00912".
          02 FILLER PIC X(30) VALUE "guess_speed.dat         N00212".
          02 FILLER PIC X(30) VALUE "hamurabi_ledger.dat     N00112".
          02 FILLER PIC X(30) VALUE "shos_splits.dat         N00112".
          02 FILLER PIC X(30) VALUE "shos_catalog.dat        C00312".
          02 FILLER PIC X(30) VALUE "crawler_hero.dat        H00112".
          02 FILLER PIC X(30) VALUE "player_mail.dat         N00712".
          02 FILLER PIC X(30) VALUE "wander_notes.dat        N02312".
          02 FILLER PIC X(30) VALUE "purse_ledger.dat        L00112".
          02 FILLER PIC X(30) VALUE "shos_scores.dat         K00603".
          02 FILLER PIC X(30) VALUE "shos_daily.dat          I00603".
          02 FILLER PIC X(30) VALUE "shos_alltime.dat        I00603".
       01 TargetTable REDEFINES TargetLiterals.
          02 TargetEntry OCCURS 14 TIMES.
             03 TgFile PIC X(24).
             03 TgKind PIC X.
             03 TgOffset PIC 999.
             03 TgLength PIC 99.
       01 WorkList.
          02 WorkCount PIC 99 VALUE 0.
          02 WorkEntry OCCURS 74 TIMES.
             03 WkFile PIC X(40).
             03 WkKind PIC X.
             03 WkOffset PIC 999.
             03 WkLength PIC 99.
          02 WorkIdx PIC 99.
          02 TargetIdx PIC 99.
      *> Every lock a game writes these files under; the run goes
      *> ahead only with all of them held.
       01 LockNames.
          02 FILLER PIC X(20) VALUE "shos_scores".
          02 FILLER PIC X(20) VALUE "shos_daily".
          02 FILLER PIC X(20) VALUE "guess_standings".
          02 FILLER PIC X(20) VALUE "guess_speed".
          02 FILLER PIC X(20) VALUE "player_mail".
          02 FILLER PIC X(20) VALUE "wander_notes".
          02 FILLER PIC X(20) VALUE "purse_ledger".
       01 LockTable REDEFINES LockNames.
          02 LockName PIC X(20) OCCURS 7 TIMES.
       01 LockData.
          02 LockCount PIC 9 VALUE 7.
          02 LockIdx PIC 9.
      *> A merged player's purse is not relabelled - each name's
      *> ledger rows carry its own running balance. The merged
      *> player's rows are retired and their last balance is paid
      *> into the kept player's purse once the files are written.
      *> A kept player who already has a crawler hero keeps theirs;
      *> the merged player's is retired.
       01 FoldData.
          02 FromPurseBalance PIC 9(7) VALUE 0.
          02 PurseShown PIC Z(6)9.
          02 IntoHasHero PIC X VALUE "N".
       01 MonthTable.
          02 MonthCount PIC 99 VALUE 0.
          02 MonthEntry PIC X(6) OCCURS 60 TIMES.
          02 MonthIdx PIC 99.
          02 MonthSeen PIC X.
          02 RecMonth PIC X(6).
       01 EngineData.
          02 RunMode PIC X.
             88 PreviewRun VALUE "P".
             88 ApplyRun VALUE "A".
          02 RecNo PIC 9(6).
          02 RecShown PIC Z(5)9.
          02 AuditRecNo PIC 9(5).
          02 FieldNow PIC X(12).
          02 Verdict PIC X.
             88 KeepRecord VALUE "K".
             88 ChangeRecord VALUE "C".
             88 DropRecord VALUE "D".
          02 NewRecord PIC X(200).
          02 FileChanges PIC 9(6).
          02 FileDrops PIC 9(6).
          02 ChangeCount PIC 9(6).
          02 DropCount PIC 9(6).
          02 FilesTouched PIC 99.
          02 PreviewChanges PIC 9(6).
          02 PreviewDrops PIC 9(6).
          02 FileHeaded PIC X.
          02 LocksHeld PIC 9 VALUE 0.
          02 TempKept PIC X VALUE "N".
          02 BoardDone PIC X.
          02 TouchedShown PIC Z(5)9.
      *> The roster records of both players, for the merge: lifetime
      *> tallies summed, the flags OR'd, the best guess the lower, the
      *> best reign the higher with the kingdom it was won in. The
      *> kept player's PIN stays.
       01 IntoView.
          02 IvName PIC X(12).
          02 IvShosWins PIC 9(4).
          02 IvLionKills PIC 9(4).
          02 IvItemsEaten PIC 9(4).
          02 IvWanderSteps PIC 9(6).
          02 IvGuessBest PIC 99.
          02 IvCrawlKills PIC 9(4).
          02 IvZarrFound PIC X.
          02 IvTowerReached PIC X.
          02 IvContractPay PIC 9(6).
          02 IvHamurabiBest PIC 99.
          02 IvHamurabiScen PIC X(4).
          02 IvPin PIC X(4).
          02 IvPinMisses PIC X.
       01 FromView.
          02 FvName PIC X(12).
          02 FvShosWins PIC 9(4).
          02 FvLionKills PIC 9(4).
          02 FvItemsEaten PIC 9(4).
          02 FvWanderSteps PIC 9(6).
          02 FvGuessBest PIC 99.
          02 FvCrawlKills PIC 9(4).
          02 FvZarrFound PIC X.
          02 FvTowerReached PIC X.
          02 FvContractPay PIC 9(6).
          02 FvHamurabiBest PIC 99.
          02 FvHamurabiScen PIC X(4).
          02 FvPin PIC X(4).
          02 FvPinMisses PIC X.
       01 RosterCheck.
          02 IntoOnRoster PIC X.
          02 FromOnRoster PIC X.
      *> The achievements the kept player already holds; the merged
      *> player's copies of them are dropped, not doubled.
       01 EarnedData.
          02 IntoCodeCount PIC 99 VALUE 0.
          02 IntoCode PIC X(8) OCCURS 50 TIMES.
          02 IntoCodeIdx PIC 99.
          02 CodeHeld PIC X.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "ROSTER RENAME, MERGE AND ERASE"
       PERFORM AskAction
       IF MergeAction IS EQUAL TO SPACE
           STOP RUN
       END-IF
       PERFORM AskNames
       IF MergeAction IS EQUAL TO SPACE
           STOP RUN
       END-IF
       PERFORM CheckRoster
       IF MergeAction IS EQUAL TO SPACE
           STOP RUN
       END-IF
       PERFORM CollectIntoCodes
       PERFORM CollectIntoHero
       PERFORM BuildWorkList
       PERFORM WritePreview
       IF PreviewChanges IS EQUAL TO 0 AND PreviewDrops IS EQUAL TO 0
           DISPLAY "ROSTMERGE: nothing on file carries "
               FUNCTION TRIM(FromName) " - nothing to do."
           STOP RUN
       END-IF
       DISPLAY "Apply these changes (see rostmerge_preview.txt)? (y/n) "
           WITH NO ADVANCING
       MOVE SPACE TO Answer
       ACCEPT Answer
       IF Answer IS NOT EQUAL TO "Y" AND Answer IS NOT EQUAL TO "y"
           DISPLAY "ROSTMERGE: nothing changed."
           STOP RUN
       END-IF
       PERFORM TakeLocks
       IF LocksHeld IS LESS THAN LockCount
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(LockName(LocksHeld + 1))
               " is busy - nothing changed. Try again."
           PERFORM DropLocks
           STOP RUN
       END-IF
       PERFORM CheckRoster
       IF MergeAction IS EQUAL TO SPACE
           PERFORM DropLocks
           STOP RUN
       END-IF
       PERFORM CollectIntoCodes
       PERFORM CollectIntoHero
       MOVE "B" TO Jnl-Action
       MOVE "ROSTMERG" TO Jnl-Program
       MOVE 0 TO Jnl-Session
       CALL "JOURNAL" USING Journal-Request
       PERFORM ApplyChanges
       MOVE "D" TO Jnl-Action
       CALL "JOURNAL" USING Journal-Request
       PERFORM DropLocks
       PERFORM FoldPurse
       PERFORM LogAction
       MOVE ChangeCount TO RecShown
       MOVE DropCount TO TouchedShown
       DISPLAY "ROSTMERGE: " FUNCTION TRIM(ActionWord) " done - "
           FUNCTION TRIM(RecShown) " record(s) changed, "
           FUNCTION TRIM(TouchedShown) " removed, in " FilesTouched
           " file(s)."
       IF ChangeCount IS NOT EQUAL TO PreviewChanges
           OR DropCount IS NOT EQUAL TO PreviewDrops
           DISPLAY "ROSTMERGE: the files moved between the preview and"
               " the run - see maint_audit.dat for what was done."
       END-IF
STOP RUN.

AskAction.
       DISPLAY "(R)ename a player, (M)erge two players, or (E)rase"
           " one? (blank to quit) " WITH NO ADVANCING
       MOVE SPACE TO MergeAction
       ACCEPT MergeAction
       EVALUATE MergeAction
           WHEN "R" WHEN "r"
               MOVE "R" TO MergeAction
               MOVE "RENAME" TO ActionWord
           WHEN "M" WHEN "m"
               MOVE "M" TO MergeAction
               MOVE "MERGE" TO ActionWord
           WHEN "E" WHEN "e"
               MOVE "E" TO MergeAction
               MOVE "ERASE" TO ActionWord
           WHEN OTHER
               MOVE SPACE TO MergeAction
               EXIT PARAGRAPH
       END-EVALUATE
       DISPLAY "Your name for the audit trail (blank for OPERATOR)? "
           WITH NO ADVANCING
       MOVE SPACES TO OperatorName
       ACCEPT OperatorName
       IF OperatorName IS EQUAL TO SPACES
           MOVE "OPERATOR" TO OperatorName
       END-IF
       MOVE "ROSTMERG" TO Maint-Program
       MOVE OperatorName TO Maint-Operator
       EXIT.

AskNames.
       MOVE SPACES TO FromName
       MOVE SPACES TO IntoName
       EVALUATE TRUE
           WHEN RenameAction
               DISPLAY "Player to rename? " WITH NO ADVANCING
               ACCEPT FromName
               DISPLAY "New name? " WITH NO ADVANCING
               ACCEPT IntoName
           WHEN MergeAct
               DISPLAY "Player to merge away (the duplicate)? "
                   WITH NO ADVANCING
               ACCEPT FromName
               DISPLAY "Player to keep? " WITH NO ADVANCING
               ACCEPT IntoName
           WHEN EraseAction
               DISPLAY "Player to erase? " WITH NO ADVANCING
               ACCEPT FromName
       END-EVALUATE
       IF FromName IS EQUAL TO SPACES
           OR (NOT EraseAction AND IntoName IS EQUAL TO SPACES)
           DISPLAY "ROSTMERGE: a name is needed - nothing changed."
           MOVE SPACE TO MergeAction
           EXIT PARAGRAPH
       END-IF
       IF FromName IS EQUAL TO IntoName
           DISPLAY "ROSTMERGE: the two names are the same - nothing"
               " changed."
           MOVE SPACE TO MergeAction
           EXIT PARAGRAPH
       END-IF
      *> The score boards carry three initials, not the name; most
      *> players post under the first three letters of it.
       DISPLAY "Score-board initials for " FUNCTION TRIM(FromName)
           " (blank for " FromName(1:3) ", - to leave the boards"
           " alone)? " WITH NO ADVANCING
       MOVE SPACES TO InitialsInput
       ACCEPT InitialsInput
       EVALUATE TRUE
           WHEN InitialsInput IS EQUAL TO "-"
               MOVE "N" TO BoardsFlag
           WHEN InitialsInput IS EQUAL TO SPACES
               MOVE FromName(1:3) TO FromInitials
           WHEN OTHER
               MOVE InitialsInput TO FromInitials
       END-EVALUATE
       IF EraseAction OR SkipBoards
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Score-board initials for " FUNCTION TRIM(IntoName)
           " (blank for " IntoName(1:3) ")? " WITH NO ADVANCING
       MOVE SPACES TO InitialsInput
       ACCEPT InitialsInput
       IF InitialsInput IS EQUAL TO SPACES
           MOVE IntoName(1:3) TO IntoInitials
       ELSE
           MOVE InitialsInput TO IntoInitials
       END-IF
       IF IntoInitials IS EQUAL TO FromInitials
           MOVE "N" TO BoardsFlag
       END-IF
       EXIT.

      *> A rename onto a name already on the roster would leave two
      *> records under it - that is a merge, and is refused here. A
      *> merge needs the kept player on the roster to fold into.
CheckRoster.
       MOVE "N" TO IntoOnRoster
       MOVE "N" TO FromOnRoster
       MOVE "player_profile.dat" TO WorkName
       MOVE WorkName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkName
       OPEN INPUT WorkFile
       IF WorkFileStatus IS EQUAL TO "00"
           PERFORM UNTIL WorkFileStatus IS NOT EQUAL TO "00"
               READ WorkFile
                   AT END
                       MOVE "10" TO WorkFileStatus
                   NOT AT END
                       IF WorkRecord(1:12) IS EQUAL TO IntoName
                           AND IntoOnRoster IS EQUAL TO "N"
                           MOVE "Y" TO IntoOnRoster
                           MOVE WorkRecord TO IntoView
                       END-IF
                       IF WorkRecord(1:12) IS EQUAL TO FromName
                           AND FromOnRoster IS EQUAL TO "N"
                           MOVE "Y" TO FromOnRoster
                           MOVE WorkRecord TO FromView
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WorkFile
       END-IF
       IF RenameAction AND IntoOnRoster IS EQUAL TO "Y"
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(IntoName)
               " is already on the roster - merge the two instead."
           MOVE SPACE TO MergeAction
           EXIT PARAGRAPH
       END-IF
       IF MergeAct AND IntoOnRoster IS EQUAL TO "N"
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(IntoName)
               " is not on the roster - rename instead."
           MOVE SPACE TO MergeAction
           EXIT PARAGRAPH
       END-IF
       IF MergeAct AND FromOnRoster IS EQUAL TO "Y"
           PERFORM FoldTallies
       END-IF
       EXIT.

FoldTallies.
       PERFORM ZeroBlankTallies
       ADD FvShosWins TO IvShosWins
           ON SIZE ERROR MOVE 9999 TO IvShosWins
       END-ADD
       ADD FvLionKills TO IvLionKills
           ON SIZE ERROR MOVE 9999 TO IvLionKills
       END-ADD
       ADD FvItemsEaten TO IvItemsEaten
           ON SIZE ERROR MOVE 9999 TO IvItemsEaten
       END-ADD
       ADD FvWanderSteps TO IvWanderSteps
           ON SIZE ERROR MOVE 999999 TO IvWanderSteps
       END-ADD
       IF FvGuessBest IS LESS THAN IvGuessBest
           MOVE FvGuessBest TO IvGuessBest
       END-IF
       ADD FvCrawlKills TO IvCrawlKills
           ON SIZE ERROR MOVE 9999 TO IvCrawlKills
       END-ADD
       IF FvZarrFound IS EQUAL TO "Y"
           MOVE "Y" TO IvZarrFound
       END-IF
       IF FvTowerReached IS EQUAL TO "Y"
           MOVE "Y" TO IvTowerReached
       END-IF
       ADD FvContractPay TO IvContractPay
           ON SIZE ERROR MOVE 999999 TO IvContractPay
       END-ADD
       IF FvHamurabiBest IS GREATER THAN IvHamurabiBest
           MOVE FvHamurabiBest TO IvHamurabiBest
           MOVE FvHamurabiScen TO IvHamurabiScen
       END-IF
       EXIT.

      *> Records from before a tally existed read blank; blank counts
      *> as nothing, as PLAYPROF reads it.
ZeroBlankTallies.
       IF IvContractPay IS NOT NUMERIC
           MOVE 0 TO IvContractPay
       END-IF
       IF FvContractPay IS NOT NUMERIC
           MOVE 0 TO FvContractPay
       END-IF
       IF IvHamurabiBest IS NOT NUMERIC
           MOVE 0 TO IvHamurabiBest
       END-IF
       IF FvHamurabiBest IS NOT NUMERIC
           MOVE 0 TO FvHamurabiBest
       END-IF
       IF IvHamurabiScen IS EQUAL TO SPACES
           MOVE "STD " TO IvHamurabiScen
       END-IF
       IF FvHamurabiScen IS EQUAL TO SPACES
           MOVE "STD " TO FvHamurabiScen
       END-IF
       EXIT.

CollectIntoCodes.
       MOVE 0 TO IntoCodeCount
       IF EraseAction
           EXIT PARAGRAPH
       END-IF
       MOVE "achievements_earned.dat" TO WorkName
       MOVE WorkName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkName
       OPEN INPUT WorkFile
       IF WorkFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WorkFileStatus IS NOT EQUAL TO "00"
           READ WorkFile
               AT END
                   MOVE "10" TO WorkFileStatus
               NOT AT END
                   IF WorkRecord(1:12) IS EQUAL TO IntoName
                       AND IntoCodeCount IS LESS THAN 50
                       ADD 1 TO IntoCodeCount
                       MOVE WorkRecord(13:8) TO IntoCode(IntoCodeCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WorkFile
       EXIT.

CollectIntoHero.
       MOVE "N" TO IntoHasHero
       IF NOT MergeAct
           EXIT PARAGRAPH
       END-IF
       MOVE "crawler_hero.dat" TO WorkName
       MOVE WorkName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkName
       OPEN INPUT WorkFile
       IF WorkFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WorkFileStatus IS NOT EQUAL TO "00"
           READ WorkFile
               AT END
                   MOVE "10" TO WorkFileStatus
               NOT AT END
                   IF WorkRecord(1:12) IS EQUAL TO IntoName
                       MOVE "Y" TO IntoHasHero
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WorkFile
       EXIT.

BuildWorkList.
       MOVE 0 TO WorkCount
       PERFORM VARYING TargetIdx FROM 1 BY 1 UNTIL TargetIdx > 14
           IF (TgKind(TargetIdx) IS NOT EQUAL TO "I"
               AND TgKind(TargetIdx) IS NOT EQUAL TO "K")
               OR NOT SkipBoards
               ADD 1 TO WorkCount
               MOVE TgFile(TargetIdx) TO WkFile(WorkCount)
               MOVE TgKind(TargetIdx) TO WkKind(WorkCount)
               MOVE TgOffset(TargetIdx) TO WkOffset(WorkCount)
               MOVE TgLength(TargetIdx) TO WkLength(WorkCount)
           END-IF
       END-PERFORM
       IF SkipBoards
           EXIT PARAGRAPH
       END-IF
       PERFORM FindClosedMonths
       PERFORM VARYING MonthIdx FROM 1 BY 1
           UNTIL MonthIdx > MonthCount
           ADD 1 TO WorkCount
           MOVE SPACES TO WkFile(WorkCount)
           STRING "shos_league_" DELIMITED BY SIZE
               MonthEntry(MonthIdx) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WkFile(WorkCount)
           END-STRING
           MOVE "I" TO WkKind(WorkCount)
           MOVE 6 TO WkOffset(WorkCount)
           MOVE 3 TO WkLength(WorkCount)
       END-PERFORM
       EXIT.

      *> MONTHEND appends every closed month's runs to the all-time
      *> table, so the months seen there are the archives written.
FindClosedMonths.
       MOVE 0 TO MonthCount
       MOVE "shos_alltime.dat" TO WorkName
       MOVE WorkName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkName
       OPEN INPUT WorkFile
       IF WorkFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL WorkFileStatus IS NOT EQUAL TO "00"
           READ WorkFile
               AT END
                   MOVE "10" TO WorkFileStatus
               NOT AT END
                   MOVE WorkRecord(9:6) TO RecMonth
                   IF RecMonth IS NUMERIC
                       PERFORM KeepMonth
                   END-IF
           END-READ
       END-PERFORM
       CLOSE WorkFile
       EXIT.

KeepMonth.
       MOVE "N" TO MonthSeen
       PERFORM VARYING MonthIdx FROM 1 BY 1
           UNTIL MonthIdx > MonthCount
           IF MonthEntry(MonthIdx) IS EQUAL TO RecMonth
               MOVE "Y" TO MonthSeen
           END-IF
       END-PERFORM
       IF MonthSeen IS EQUAL TO "N" AND MonthCount IS LESS THAN 60
           ADD 1 TO MonthCount
           MOVE RecMonth TO MonthEntry(MonthCount)
       END-IF
       EXIT.

WritePreview.
       MOVE "O" TO Rpt-Action
       MOVE "rostmerge_preview.txt" TO Rpt-File
       MOVE "ROSTER CHANGE PREVIEW" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       MOVE SPACES TO PrintLine
       EVALUATE TRUE
           WHEN RenameAction
               STRING "RENAME " DELIMITED BY SIZE
                   FUNCTION TRIM(FromName) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   FUNCTION TRIM(IntoName) DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
           WHEN MergeAct
               STRING "MERGE " DELIMITED BY SIZE
                   FUNCTION TRIM(FromName) DELIMITED BY SIZE
                   " INTO " DELIMITED BY SIZE
                   FUNCTION TRIM(IntoName) DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
           WHEN EraseAction
               STRING "ERASE " DELIMITED BY SIZE
                   FUNCTION TRIM(FromName) DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
       END-EVALUATE
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       IF SkipBoards
           MOVE "SCORE-BOARD INITIALS LEFT ALONE" TO PrintLine
       ELSE
           IF EraseAction
               STRING "SCORE-BOARD ROWS UNDER " DELIMITED BY SIZE
                   FromInitials DELIMITED BY SIZE
                   " ARE REMOVED" DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
           ELSE
               STRING "SCORE-BOARD INITIALS " DELIMITED BY SIZE
                   FromInitials DELIMITED BY SIZE
                   " BECOME " DELIMITED BY SIZE
                   IntoInitials DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
           END-IF
       END-IF
       PERFORM PutLine
       MOVE "P" TO RunMode
       PERFORM RunAllFiles
       IF MergeAct AND FromPurseBalance IS GREATER THAN 0
           MOVE FromPurseBalance TO PurseShown
           MOVE SPACES TO PrintLine
           PERFORM PutLine
           STRING "PURSE BALANCE OF " DELIMITED BY SIZE
               FUNCTION TRIM(PurseShown) DELIMITED BY SIZE
               " IS PAID TO " DELIMITED BY SIZE
               FUNCTION TRIM(IntoName) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       MOVE ChangeCount TO PreviewChanges
       MOVE DropCount TO PreviewDrops
       MOVE "T" TO Rpt-Action
       MOVE "RECORDS TO CHANGE" TO Rpt-Total-Label
       MOVE ChangeCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "RECORDS TO REMOVE" TO Rpt-Total-Label
       MOVE DropCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "FILES TO TOUCH" TO Rpt-Total-Label
       MOVE FilesTouched TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       EXIT.

ApplyChanges.
       MOVE "A" TO RunMode
       PERFORM RunAllFiles
       IF TempKept IS EQUAL TO "N"
           CALL "CBL_DELETE_FILE" USING TempFileName
       END-IF
       EXIT.

RunAllFiles.
       MOVE 0 TO FromPurseBalance
       MOVE 0 TO ChangeCount
       MOVE 0 TO DropCount
       MOVE 0 TO FilesTouched
       PERFORM VARYING WorkIdx FROM 1 BY 1 UNTIL WorkIdx > WorkCount
           PERFORM ProcessFile
       END-PERFORM
       EXIT.

      *> The apply pass writes the file afresh through rostmerge.tmp;
      *> a file nothing in this run touches is left as it was.
ProcessFile.
       MOVE WkFile(WorkIdx) TO WorkName
       IF WkKind(WorkIdx) IS EQUAL TO "K"
           PERFORM ProcessScoreBoard
           EXIT PARAGRAPH
       END-IF
       MOVE WorkName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkName
       OPEN INPUT WorkFile
       IF WorkFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       IF ApplyRun
           OPEN OUTPUT TempFile
           IF TempFileStatus IS NOT EQUAL TO "00"
               DISPLAY "ROSTMERGE: rostmerge.tmp could not be written,"
                   " status " TempFileStatus " - "
                   FUNCTION TRIM(WorkName) " left as it was."
               CLOSE WorkFile
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE 0 TO RecNo
       MOVE 0 TO FileChanges
       MOVE 0 TO FileDrops
       MOVE "N" TO FileHeaded
       PERFORM UNTIL WorkFileStatus IS NOT EQUAL TO "00"
           READ WorkFile
               AT END
                   MOVE "10" TO WorkFileStatus
               NOT AT END
                   ADD 1 TO RecNo
                   PERFORM JudgeRecord
                   PERFORM HandleRecord
           END-READ
       END-PERFORM
       CLOSE WorkFile
       IF ApplyRun
           CLOSE TempFile
           IF FileChanges IS GREATER THAN 0
               OR FileDrops IS GREATER THAN 0
               PERFORM CopyTempBack
               PERFORM CommitAudit
           END-IF
       END-IF
       IF FileChanges IS GREATER THAN 0 OR FileDrops IS GREATER THAN 0
           ADD 1 TO FilesTouched
           ADD FileChanges TO ChangeCount
           ADD FileDrops TO DropCount
       END-IF
       EXIT.

JudgeRecord.
       MOVE WorkRecord TO NewRecord
       SET KeepRecord TO TRUE
       MOVE SPACES TO FieldNow
       MOVE WorkRecord(WkOffset(WorkIdx):WkLength(WorkIdx)) TO FieldNow
       EVALUATE WkKind(WorkIdx)
           WHEN "I" WHEN "K"
               IF FieldNow(1:3) IS EQUAL TO FromInitials
                   IF EraseAction
                       SET DropRecord TO TRUE
                   ELSE
                       SET ChangeRecord TO TRUE
                       MOVE IntoInitials
                           TO NewRecord(WkOffset(WorkIdx):3)
                   END-IF
               END-IF
           WHEN "P"
               EVALUATE TRUE
                   WHEN FieldNow IS EQUAL TO FromName
                       IF RenameAction
                           SET ChangeRecord TO TRUE
                           MOVE IntoName TO NewRecord(1:12)
                       ELSE
                           SET DropRecord TO TRUE
                       END-IF
                   WHEN FieldNow IS EQUAL TO IntoName AND MergeAct
                       AND FromOnRoster IS EQUAL TO "Y"
                       SET ChangeRecord TO TRUE
                       MOVE IntoView TO NewRecord(1:55)
               END-EVALUATE
           WHEN "A"
               IF FieldNow IS EQUAL TO FromName
                   PERFORM JudgeEarnedRecord
               END-IF
           WHEN "H"
               IF FieldNow IS EQUAL TO FromName
                   IF EraseAction
                       OR (MergeAct AND IntoHasHero IS EQUAL TO "Y")
                       SET DropRecord TO TRUE
                   ELSE
                       SET ChangeRecord TO TRUE
                       MOVE IntoName TO NewRecord(1:12)
                   END-IF
               END-IF
           WHEN "L"
               IF FieldNow IS EQUAL TO FromName
                   IF RenameAction
                       SET ChangeRecord TO TRUE
                       MOVE IntoName TO NewRecord(1:12)
                   ELSE
                       SET DropRecord TO TRUE
                       IF WorkRecord(42:7) IS NUMERIC
                           MOVE WorkRecord(42:7) TO FromPurseBalance
                       END-IF
                   END-IF
               END-IF
           WHEN "C"
               IF FieldNow IS EQUAL TO FromName
                   SET ChangeRecord TO TRUE
                   IF EraseAction
                       MOVE "(ERASED)" TO NewRecord(WkOffset(WorkIdx):12)
                   ELSE
                       MOVE IntoName TO NewRecord(WkOffset(WorkIdx):12)
                   END-IF
               END-IF
           WHEN OTHER
               IF FieldNow IS EQUAL TO FromName
                   IF EraseAction
                       SET DropRecord TO TRUE
                   ELSE
                       SET ChangeRecord TO TRUE
                       MOVE IntoName
                           TO NewRecord(WkOffset(WorkIdx):WkLength(WorkIdx))
                   END-IF
               END-IF
       END-EVALUATE
       EXIT.

JudgeEarnedRecord.
       IF EraseAction
           SET DropRecord TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO CodeHeld
       PERFORM VARYING IntoCodeIdx FROM 1 BY 1
           UNTIL IntoCodeIdx > IntoCodeCount
           IF IntoCode(IntoCodeIdx) IS EQUAL TO WorkRecord(13:8)
               MOVE "Y" TO CodeHeld
           END-IF
       END-PERFORM
       IF CodeHeld IS EQUAL TO "Y"
           SET DropRecord TO TRUE
       ELSE
           SET ChangeRecord TO TRUE
           MOVE IntoName TO NewRecord(1:12)
       END-IF
       EXIT.

HandleRecord.
       IF ChangeRecord
           ADD 1 TO FileChanges
       END-IF
       IF DropRecord
           ADD 1 TO FileDrops
       END-IF
       IF ApplyRun
           IF WkKind(WorkIdx) IS EQUAL TO "K"
               PERFORM ApplyBoardRecord
               EXIT PARAGRAPH
           END-IF
           IF NOT DropRecord
               WRITE TempRecord FROM NewRecord
           END-IF
           IF NOT KeepRecord
               PERFORM NoteAudit
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF KeepRecord
           EXIT PARAGRAPH
       END-IF
       IF FileHeaded IS EQUAL TO "N"
           MOVE SPACES TO PrintLine
           PERFORM PutLine
           MOVE WorkName TO PrintLine
           PERFORM PutLine
           MOVE "Y" TO FileHeaded
       END-IF
       MOVE RecNo TO RecShown
       MOVE SPACES TO PrintLine
       IF DropRecord
           STRING "  " RecShown " REMOVE " DELIMITED BY SIZE
               WorkRecord(1:64) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       ELSE
           STRING "  " RecShown " CHANGE " DELIMITED BY SIZE
               WorkRecord(1:64) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           MOVE SPACES TO PrintLine
           STRING "             TO " DELIMITED BY SIZE
               NewRecord(1:64) DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       EXIT.

      *> Only the player's runs are read, off the initials key. On
      *> the apply pass each one leaves the initials when it is
      *> changed or removed, so the walk simply starts again at the
      *> first run still under them.
ProcessScoreBoard.
       IF ApplyRun
           OPEN I-O ScoreFile
       ELSE
           OPEN INPUT ScoreFile
       END-IF
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO RecNo
       MOVE 0 TO FileChanges
       MOVE 0 TO FileDrops
       MOVE "N" TO FileHeaded
       MOVE "N" TO BoardDone
       PERFORM StartBoardInitials
       PERFORM UNTIL BoardDone IS EQUAL TO "Y"
           READ ScoreFile NEXT RECORD
               AT END
                   MOVE "Y" TO BoardDone
               NOT AT END
                   IF ScoreFileInitials IS NOT EQUAL TO FromInitials
                       MOVE "Y" TO BoardDone
                   ELSE
                       ADD 1 TO RecNo
                       MOVE SPACES TO WorkRecord
                       MOVE ScoreFileRecord TO WorkRecord
                       PERFORM JudgeRecord
                       PERFORM HandleRecord
                       IF ApplyRun AND BoardDone IS EQUAL TO "N"
                           PERFORM StartBoardInitials
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ScoreFile
       IF ApplyRun
           AND (FileChanges IS GREATER THAN 0
               OR FileDrops IS GREATER THAN 0)
           PERFORM CommitAudit
       END-IF
       IF FileChanges IS GREATER THAN 0 OR FileDrops IS GREATER THAN 0
           ADD 1 TO FilesTouched
           ADD FileChanges TO ChangeCount
           ADD FileDrops TO DropCount
       END-IF
       EXIT.

StartBoardInitials.
       MOVE FromInitials TO ScoreFileInitials
       START ScoreFile KEY IS EQUAL TO ScoreFileInitials
           INVALID KEY
               MOVE "Y" TO BoardDone
       END-START
       EXIT.

      *> A run that will not change is left where it is and the walk
      *> ends there, rather than meet the same run again.
ApplyBoardRecord.
       MOVE "I" TO Jnl-Action
       IF DropRecord
           MOVE "X" TO Jnl-Op
       ELSE
           MOVE "C" TO Jnl-Op
       END-IF
       MOVE WkFile(WorkIdx) TO Jnl-File
       MOVE ScoreFileRecord TO Jnl-Image
       CALL "JOURNAL" USING Journal-Request
       IF Jnl-Failed
           MOVE "Y" TO BoardDone
       ELSE
           IF DropRecord
               DELETE ScoreFile RECORD
                   INVALID KEY
                       MOVE "Y" TO BoardDone
               END-DELETE
           ELSE
               MOVE NewRecord TO ScoreFileRecord
               REWRITE ScoreFileRecord
                   INVALID KEY
                       MOVE "Y" TO BoardDone
               END-REWRITE
           END-IF
       END-IF
       IF BoardDone IS EQUAL TO "Y"
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(WorkName)
               " could not be updated, status " ScoreFileStatus
               " - the rest of its runs are as they were."
           IF DropRecord
               SUBTRACT 1 FROM FileDrops
           ELSE
               SUBTRACT 1 FROM FileChanges
           END-IF
           EXIT PARAGRAPH
       END-IF
       PERFORM NoteAudit
       EXIT.

      *> The file is saved whole into the journal before it is
      *> overwritten, so RECOVER can put it back if the run dies.
CopyTempBack.
       MOVE "F" TO Jnl-Action
       MOVE WkFile(WorkIdx) TO Jnl-File
       CALL "JOURNAL" USING Journal-Request
       IF Jnl-Failed
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(WorkName)
               " could not be journaled - its new copy is in"
               " rostmerge.tmp."
           MOVE "Y" TO TempKept
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT TempFile
       MOVE WorkName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WorkName
       OPEN OUTPUT WorkFile
       IF WorkFileStatus IS NOT EQUAL TO "00"
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(WorkName)
               " could not be rewritten, status " WorkFileStatus
               " - its new copy is in rostmerge.tmp."
           MOVE "Y" TO TempKept
           CLOSE TempFile
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TempFileStatus IS NOT EQUAL TO "00"
           READ TempFile
               AT END
                   MOVE "10" TO TempFileStatus
               NOT AT END
                   WRITE WorkRecord FROM TempRecord
           END-READ
       END-PERFORM
       CLOSE TempFile
       CLOSE WorkFile
       EXIT.

      *> One audit record per record touched, keyed by file and
      *> record number; held changes are written out well before
      *> MAINTLOG's table would fill.
NoteAudit.
       MOVE "N" TO Maint-Action
       IF DropRecord
           MOVE "DELETE" TO Maint-Change
           MOVE SPACES TO Maint-After
       ELSE
           MOVE "CHANGE" TO Maint-Change
           MOVE NewRecord TO Maint-After
       END-IF
       MOVE WorkRecord TO Maint-Before
       MOVE RecNo TO AuditRecNo
       MOVE SPACES TO Maint-Key
       STRING FUNCTION TRIM(WkFile(WorkIdx)) DELIMITED BY SIZE
           " #" DELIMITED BY SIZE
           AuditRecNo DELIMITED BY SIZE
           INTO Maint-Key
       END-STRING
       CALL "MAINTLOG" USING Maint-Request
       IF Maint-Count IS NOT LESS THAN 150
           PERFORM CommitAudit
       END-IF
       EXIT.

CommitAudit.
       MOVE "C" TO Maint-Action
       CALL "MAINTLOG" USING Maint-Request
       EXIT.

      *> The same locks SHOS, MONTHEND, GUESS, PLAYMAIL, WANDER and
      *> PURSE write under, so no game posts to a file while it is
      *> being rewritten. They are taken in order and the first that
      *> cannot be had stops the taking.
TakeLocks.
       MOVE 0 TO LocksHeld
       PERFORM VARYING LockIdx FROM 1 BY 1
           UNTIL LockIdx IS GREATER THAN LockCount
           OR LocksHeld IS LESS THAN LockIdx - 1
           MOVE "A" TO Lock-Action
           MOVE LockName(LockIdx) TO Lock-Resource
           MOVE 10 TO Lock-Timeout
           CALL "FILELOCK" USING Lock-Request
           IF Lock-Held
               ADD 1 TO LocksHeld
           END-IF
       END-PERFORM
       EXIT.

DropLocks.
       PERFORM VARYING LockIdx FROM LocksHeld BY -1
           UNTIL LockIdx IS LESS THAN 1
           MOVE "R" TO Lock-Action
           MOVE LockName(LockIdx) TO Lock-Resource
           CALL "FILELOCK" USING Lock-Request
       END-PERFORM
       MOVE 0 TO LocksHeld
       EXIT.

      *> PURSE takes its own lock, so the merged player's balance is
      *> paid in only after this run has let go of purse_ledger.dat.
FoldPurse.
       IF NOT MergeAct OR FromPurseBalance IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE FromPurseBalance TO PurseShown
       IF FromPurseBalance IS GREATER THAN 999999
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(FromName) "'s purse of "
               FUNCTION TRIM(PurseShown) " is more than one deposit"
               " holds - only 999999 is paid in."
           MOVE 999999 TO FromPurseBalance
       END-IF
       MOVE "D" TO Purse-Action
       MOVE IntoName TO Purse-Name
       MOVE "ROSTMERG" TO Purse-Game
       MOVE FromPurseBalance TO Purse-Amount
       MOVE SPACES TO Purse-Memo
       STRING "merged from " DELIMITED BY SIZE
           FromName DELIMITED BY SIZE
           INTO Purse-Memo
       END-STRING
       CALL "PURSE" USING Purse-Request
       MOVE FromPurseBalance TO PurseShown
       IF Purse-Done
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(PurseShown)
               " paid into " FUNCTION TRIM(IntoName) "'s purse."
       ELSE
           DISPLAY "ROSTMERGE: " FUNCTION TRIM(PurseShown)
               " could not be paid into " FUNCTION TRIM(IntoName)
               "'s purse - post it by hand."
       END-IF
       EXIT.

LogAction.
       MOVE "ROSTMERG" TO GL-Program
       MOVE ActionWord TO GL-Event
       MOVE ChangeCount TO RecShown
       MOVE DropCount TO TouchedShown
       MOVE SPACES TO GL-Detail
       IF EraseAction
           STRING FUNCTION TRIM(FromName) DELIMITED BY SIZE
               " chg=" DELIMITED BY SIZE
               FUNCTION TRIM(RecShown) DELIMITED BY SIZE
               " del=" DELIMITED BY SIZE
               FUNCTION TRIM(TouchedShown) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(OperatorName) DELIMITED BY SIZE
               INTO GL-Detail
           END-STRING
       ELSE
           STRING FUNCTION TRIM(FromName) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(IntoName) DELIMITED BY SIZE
               " chg=" DELIMITED BY SIZE
               FUNCTION TRIM(RecShown) DELIMITED BY SIZE
               " del=" DELIMITED BY SIZE
               FUNCTION TRIM(TouchedShown) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(OperatorName) DELIMITED BY SIZE
               INTO GL-Detail
           END-STRING
       END-IF
       CALL "GAMELOG" USING GameLog-Request
       EXIT.

PutLine.
       MOVE "L" TO Rpt-Action
       MOVE PrintLine TO Rpt-Line
       CALL "REPORTSVC" USING Report-Request
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
       MOVE "ROSTMERGE" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
