       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PURSE.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN DYNAMIC LedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT ProfileFile ASSIGN DYNAMIC ProfileFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProfileFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One movement per record, only ever appended. LgKind is D for
      *> money in and W for money out; LgBalance is the player's
      *> balance once the movement is made, so the newest record for
      *> a name is that name's purse.
       FD LedgerFile.
       01 LedgerRecord.
          02 LgName PIC X(12).
          02 LgDate PIC 9(8).
          02 LgTime PIC 9(6).
          02 LgGame PIC X(8).
          02 LgKind PIC X.
          02 LgAmount PIC 9(6).
          02 LgBalance PIC 9(7).
          02 LgMemo PIC X(30).
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
          02 LedgerFileName PIC X(60) VALUE "purse_ledger.dat".
          02 ProfileFileName PIC X(60) VALUE "player_profile.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 LedgerFileStatus PIC XX.
       01 ProfileFileStatus PIC XX.
       COPY "FILELOCK.cpy".
       01 MovementData.
          02 BatchName PIC X(12) VALUE "BATCH".
          02 RosterMatch PIC X(12).
          02 CurrentBalance PIC 9(7).
          02 NewBalance PIC 9(7).
          02 StampDate PIC 9(8).
          02 StampTime PIC 9(8).

       LINKAGE SECTION.
       COPY "PURSE.cpy".

PROCEDURE DIVISION USING Purse-Request.
       PERFORM ResolveDataFiles
       SET Purse-Failed TO TRUE
       MOVE 0 TO Purse-Balance
       EVALUATE Purse-Action
           WHEN "B"
               PERFORM ReadBalance
           WHEN "D"
               PERFORM MakeMovement
           WHEN "W"
               PERFORM MakeMovement
           WHEN OTHER
               DISPLAY "PURSE: unknown action '" Purse-Action "'."
       END-EVALUATE
EXIT PROGRAM.

      *> Only a roster name other than the batch identity keeps a
      *> purse; anybody else is skipped.
CheckPurseHolder.
       MOVE SPACES TO RosterMatch
       IF Purse-Name IS EQUAL TO SPACES
           OR Purse-Name IS EQUAL TO BatchName
           SET Purse-Skipped TO TRUE
           EXIT PARAGRAPH
       END-IF
       PERFORM FindRosterName
       IF RosterMatch IS EQUAL TO SPACES
           SET Purse-Skipped TO TRUE
       END-IF
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
                   IF PfName IS EQUAL TO Purse-Name
                       MOVE PfName TO RosterMatch
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ProfileFile
       EXIT.

      *> The balance is read and the movement written under the one
      *> lock, so two games paying the same player at once cannot
      *> both start from the same balance.
MakeMovement.
       PERFORM CheckPurseHolder
       IF Purse-Skipped
           EXIT PARAGRAPH
       END-IF
       PERFORM TakeLedgerLock
       IF NOT Lock-Held
           DISPLAY "PURSE: purse_ledger.dat is busy - "
               FUNCTION TRIM(Purse-Name) "'s purse is unchanged."
           EXIT PARAGRAPH
       END-IF
       PERFORM ScanLedger
       IF LedgerFileStatus IS NOT EQUAL TO "10"
           PERFORM DropLedgerLock
           EXIT PARAGRAPH
       END-IF
       MOVE CurrentBalance TO Purse-Balance
       IF Purse-Amount IS EQUAL TO 0
           SET Purse-Done TO TRUE
           PERFORM DropLedgerLock
           EXIT PARAGRAPH
       END-IF
       IF Purse-Action IS EQUAL TO "W"
           IF Purse-Amount IS GREATER THAN CurrentBalance
               SET Purse-Refused TO TRUE
               PERFORM DropLedgerLock
               EXIT PARAGRAPH
           END-IF
           SUBTRACT Purse-Amount FROM CurrentBalance GIVING NewBalance
       ELSE
           ADD Purse-Amount TO CurrentBalance GIVING NewBalance
               ON SIZE ERROR
                   DISPLAY "PURSE: " FUNCTION TRIM(Purse-Name)
                       "'s purse is full - the deposit was not made."
                   PERFORM DropLedgerLock
                   EXIT PARAGRAPH
           END-ADD
       END-IF
       PERFORM AppendMovement
       PERFORM DropLedgerLock
       EXIT.

ReadBalance.
       PERFORM CheckPurseHolder
       IF Purse-Skipped
           EXIT PARAGRAPH
       END-IF
       PERFORM ScanLedger
       IF LedgerFileStatus IS EQUAL TO "10"
           MOVE CurrentBalance TO Purse-Balance
           SET Purse-Done TO TRUE
       END-IF
       EXIT.

      *> The newest record for the name holds its balance; a player
      *> with no records yet has an empty purse. LedgerFileStatus is
      *> left "10" when the ledger was read through, or when there is
      *> no ledger yet.
ScanLedger.
       MOVE 0 TO CurrentBalance
       OPEN INPUT LedgerFile
       IF LedgerFileStatus IS EQUAL TO "35"
           MOVE "10" TO LedgerFileStatus
           EXIT PARAGRAPH
       END-IF
       IF LedgerFileStatus IS NOT EQUAL TO "00"
           DISPLAY "PURSE: purse_ledger.dat could not be read, status "
               LedgerFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LedgerFileStatus IS NOT EQUAL TO "00"
           READ LedgerFile
               AT END
                   MOVE "10" TO LedgerFileStatus
               NOT AT END
                   IF LgName IS EQUAL TO Purse-Name
                       AND LgBalance IS NUMERIC
                       MOVE LgBalance TO CurrentBalance
                   END-IF
           END-READ
       END-PERFORM
       CLOSE LedgerFile
       MOVE "10" TO LedgerFileStatus
       EXIT.

AppendMovement.
       ACCEPT StampDate FROM DATE YYYYMMDD
       ACCEPT StampTime FROM TIME
       OPEN EXTEND LedgerFile
       IF LedgerFileStatus IS EQUAL TO "35"
           OPEN OUTPUT LedgerFile
       END-IF
       IF LedgerFileStatus IS NOT EQUAL TO "00"
           DISPLAY "PURSE: purse_ledger.dat could not be written, "
               "status " LedgerFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO LedgerRecord
       MOVE Purse-Name TO LgName
       MOVE StampDate TO LgDate
       MOVE StampTime(1:6) TO LgTime
       MOVE Purse-Game TO LgGame
       MOVE Purse-Action TO LgKind
       MOVE Purse-Amount TO LgAmount
       MOVE NewBalance TO LgBalance
       MOVE Purse-Memo TO LgMemo
       WRITE LedgerRecord
       CLOSE LedgerFile
       MOVE NewBalance TO Purse-Balance
       SET Purse-Done TO TRUE
       EXIT.

TakeLedgerLock.
       MOVE "A" TO Lock-Action
       MOVE "purse_ledger" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       EXIT.

DropLedgerLock.
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
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
       MOVE "PURSE" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
