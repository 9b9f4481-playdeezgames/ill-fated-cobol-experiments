       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PROFADM.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProfileFile ASSIGN DYNAMIC ProfileFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProfileFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors PLAYPROF's ProfileFileRecord: the name, and the PIN
      *> and language fields at the end.
       FD ProfileFile.
       01 ProfileFileRecord.
          02 PfName PIC X(12).
          02 FILLER PIC X(38).
          02 PfPin PIC X(4).
          02 PfPinMisses PIC 9.
          02 PfLanguage PIC X(2).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ProfileFileName PIC X(60) VALUE "player_profile.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 ProfileFileStatus PIC XX.
       COPY "PLAYPROF.cpy".
       COPY "MSGLANG.cpy".
      *> The roster's PIN desk. Players protect their own names here;
      *> the operator resets a name whose PIN is forgotten or which
      *> has locked itself after too many wrong tries, and a player
      *> picks the language the games talk to them in. Every change
      *> goes through PLAYPROF, which owns the file.
       01 AdminData.
          02 AdminCommand PIC X.
          02 AdminDone PIC X VALUE "N".
             88 AdminFinished VALUE "Y".
          02 NewPin PIC X(4).
          02 PinAgain PIC X(4).
          02 PinState PIC X(10).
          02 MaxPinMisses PIC 9 VALUE 3.
          02 NewLanguage PIC X(2).
          02 LangIdx PIC 9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "PLAYER ROSTER PIN DESK"
       PERFORM AdminTurn UNTIL AdminFinished
STOP RUN.

AdminTurn.
       DISPLAY " "
       DISPLAY "[L]ist the roster  [P] set or change a PIN  "
           "[U] operator reset"
       DISPLAY "[G] game language  [Q]uit"
       MOVE SPACES TO AdminCommand
       ACCEPT AdminCommand
       EVALUATE AdminCommand
           WHEN "L" WHEN "l"
               PERFORM ListRoster
           WHEN "P" WHEN "p"
               PERFORM ChangePin
           WHEN "U" WHEN "u"
               PERFORM OperatorReset
           WHEN "G" WHEN "g"
               PERFORM ChangeLanguage
           WHEN OTHER
               SET AdminFinished TO TRUE
       END-EVALUATE
       EXIT.

ListRoster.
       OPEN INPUT ProfileFile
       IF ProfileFileStatus IS NOT EQUAL TO "00"
           DISPLAY "No player_profile.dat yet."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "NAME          PIN         LANGUAGE"
       PERFORM UNTIL ProfileFileStatus IS NOT EQUAL TO "00"
           READ ProfileFile
               AT END
                   MOVE "10" TO ProfileFileStatus
               NOT AT END
                   PERFORM ListOneName
           END-READ
       END-PERFORM
       CLOSE ProfileFile
       EXIT.

ListOneName.
       IF PfName IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN PfPin IS EQUAL TO SPACES
               MOVE "none" TO PinState
           WHEN PfPinMisses IS NUMERIC
               AND PfPinMisses IS NOT LESS THAN MaxPinMisses
               MOVE "LOCKED" TO PinState
           WHEN OTHER
               MOVE "protected" TO PinState
       END-EVALUATE
       IF PfLanguage IS EQUAL TO SPACES
           MOVE "EN" TO PfLanguage
       END-IF
       DISPLAY PfName "  " PinState "  " PfLanguage
       EXIT.

      *> PLAYPROF asks for the old PIN itself when there is one.
ChangePin.
       DISPLAY "Whose name? " WITH NO ADVANCING
       MOVE SPACES TO Prof-Name
       ACCEPT Prof-Name
       IF Prof-Name IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       DISPLAY "New four-digit PIN (blank to remove it)? "
           WITH NO ADVANCING
       MOVE SPACES TO NewPin
       ACCEPT NewPin
       IF NewPin IS NOT EQUAL TO SPACES
           DISPLAY "Once more? " WITH NO ADVANCING
           MOVE SPACES TO PinAgain
           ACCEPT PinAgain
           IF PinAgain IS NOT EQUAL TO NewPin
               DISPLAY "The two did not match - nothing changed."
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE NewPin TO Profile-Pin
       MOVE "P" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       IF Profile-Done
           IF NewPin IS EQUAL TO SPACES
               DISPLAY FUNCTION TRIM(Prof-Name) " is unprotected now."
           ELSE
               DISPLAY FUNCTION TRIM(Prof-Name) " is protected now."
           END-IF
       ELSE
           DISPLAY "The PIN was not changed."
       END-IF
       EXIT.

OperatorReset.
       DISPLAY "Reset whose PIN and lockout? " WITH NO ADVANCING
       MOVE SPACES TO Prof-Name
       ACCEPT Prof-Name
       IF Prof-Name IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "U" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       IF Profile-Done
           DISPLAY FUNCTION TRIM(Prof-Name)
               " is reset - no PIN, no lockout."
       END-IF
       EXIT.

ChangeLanguage.
       DISPLAY "Whose name? " WITH NO ADVANCING
       MOVE SPACES TO Prof-Name
       ACCEPT Prof-Name
       IF Prof-Name IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Languages the games speak:" WITH NO ADVANCING
       PERFORM VARYING LangIdx FROM 1 BY 1 UNTIL LangIdx > 2
           DISPLAY " " Msg-Language-Code(LangIdx) WITH NO ADVANCING
       END-PERFORM
       DISPLAY " "
       DISPLAY "Which one? " WITH NO ADVANCING
       MOVE SPACES TO NewLanguage
       ACCEPT NewLanguage
       MOVE FUNCTION UPPER-CASE(NewLanguage) TO Prof-Language
       MOVE "G" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       IF Profile-Done
           DISPLAY FUNCTION TRIM(Prof-Name) " plays in "
               Prof-Language " now."
       ELSE
           DISPLAY "The language was not changed."
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
       MOVE "PROFADM" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
