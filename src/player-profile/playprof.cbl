ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProfileFile ASSIGN DYNAMIC ProfileFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProfileFileStatus.
           SELECT AchDefFile ASSIGN DYNAMIC AchDefFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AchDefFileStatus.
           SELECT AchEarnedFile ASSIGN DYNAMIC AchEarnedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AchEarnedFileStatus.

          02 PfTowerReached PIC X.
          02 PfContractPay PIC 9(6).
          02 PfHamurabiBest PIC 99.
          02 PfHamurabiScen PIC X(4).
      *> A protected name carries a four-digit PIN (blank for none)
      *> and how many wrong PINs have been tried in a row since the
      *> last right one.
          02 PfPin PIC X(4).
          02 PfPinMisses PIC 9.
      *> The player's MSGLANG.cpy language; a record from before
      *> languages were kept reads as English.
          02 PfLanguage PIC X(2).

      *> One achievement per record: code, what it is called, the
      *> words on the certificate, which lifetime tally it watches
          02 AerDate PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ProfileFileName PIC X(60) VALUE "player_profile.dat".
          02 AchDefFileName PIC X(60) VALUE "achievements.dat".
          02 AchEarnedFileName PIC X(60) VALUE "achievements_earned.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 AchDefFileStatus PIC XX.
       01 AchEarnedFileStatus PIC XX.
       01 AchievementData.
      *> The old one-record file reads in as a roster of one, so
      *> nobody's lifetime tallies are lost to the change. "L"
      *> presents the pick-or-create screen; a blank answer takes the
      *> batch identity, which is what a batch-fed run wants and
      *> which never carries a PIN.
       01 RosterData.
          02 RosterCount PIC 99 VALUE 0.
          02 RosterEntries OCCURS 20 TIMES.
             03 RosTowerReached PIC X.
             03 RosContractPay PIC 9(6).
             03 RosHamurabiBest PIC 99.
             03 RosHamurabiScen PIC X(4).
             03 RosPin PIC X(4).
             03 RosPinMisses PIC 9.
             03 RosLanguage PIC X(2).
          02 RosterIdx PIC 99.
          02 RosterFoundIdx PIC 99.
          02 PickedName PIC X(12).
          02 RosterWritten PIC X.
             88 RosterSaved VALUE "Y".
      *> A protected name is let in on its PIN; MaxPinMisses wrong
      *> answers in a row lock it until an operator resets it.
       01 PinData.
          02 BatchName PIC X(12) VALUE "BATCH".
          02 MaxPinMisses PIC 9 VALUE 3.
          02 PinAnswer PIC X(4).
          02 PinOk PIC X.
             88 PinAccepted VALUE "Y".
      *> A game launched from MENU finds the player MENU already
      *> picked in SHOP_PLAYER. A name with no PIN plays straight
      *> away; a name that carries a PIN must still give it here,
      *> since anyone can set SHOP_PLAYER before starting a game.
       01 HandedPlayer PIC X(12).
       COPY "GAMELOG.cpy".
       COPY "MSGLANG.cpy".
       COPY "PLAYMAIL.cpy".
       01 LanguageData.
          02 LangIdx PIC 9.
          02 LangKnown PIC X.

       LINKAGE SECTION.
       COPY "PLAYPROF.cpy".
      *> "L" loads with the roster screen (and first-run name prompt);
      *> "R" reloads silently - for a caller picking the file back up
      *> after a chained game has updated it mid-session; "S" saves
      *> the current player's record back into the roster. "P" sets
      *> Prof-Name's PIN to Profile-Pin once the old one is given;
      *> "U" is the operator's reset, clearing the PIN and lockout;
      *> "G" changes Prof-Name's language to Prof-Language.
PROCEDURE DIVISION USING Profile-Request.
       PERFORM ResolveDataFiles
       SET Profile-Done TO TRUE
       EVALUATE Profile-Action
           WHEN "L"
               PERFORM LoadProfile
               PERFORM LogPlayer
           WHEN "R"
               PERFORM ReloadProfile
           WHEN "S"
               PERFORM SaveProfile
           WHEN "P"
               PERFORM SetProfilePin
           WHEN "U"
               PERFORM ResetProfilePin
           WHEN "G"
               PERFORM SetProfileLanguage
           WHEN OTHER
               DISPLAY "PLAYPROF: unknown action '" Profile-Action "'."
       END-EVALUATE

LoadProfile.
       PERFORM LoadRoster
       MOVE SPACES TO HandedPlayer
       ACCEPT HandedPlayer FROM ENVIRONMENT "SHOP_PLAYER"
       IF HandedPlayer IS NOT EQUAL TO SPACES
           MOVE HandedPlayer TO PickedName
           PERFORM FindRosterName
           IF RosterFoundIdx IS GREATER THAN 0
               IF RosPin(RosterFoundIdx) IS NOT EQUAL TO SPACES
                   PERFORM CheckRosterPin
                   IF NOT PinAccepted
                       DISPLAY "Ye'll play as " FUNCTION TRIM(BatchName)
                           " this time."
                       MOVE BatchName TO PickedName
                       PERFORM FindRosterName
                       IF RosterFoundIdx IS EQUAL TO 0
                           MOVE PickedName TO Prof-Name
                           PERFORM BlankProfileTallies
                           PERFORM SaveProfile
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
               PERFORM MoveRosterToProfile
               DISPLAY "Playing as " FUNCTION TRIM(Prof-Name) "."
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF RosterCount IS EQUAL TO 0
           PERFORM StartFreshProfile
           EXIT PARAGRAPH
           DISPLAY "  " FUNCTION TRIM(RosName(RosterIdx))
       END-PERFORM
       DISPLAY "(a name off the list, a NEW name to join, or blank"
       DISPLAY " for " FUNCTION TRIM(BatchName) ") "
           WITH NO ADVANCING
       MOVE SPACES TO PickedName
       ACCEPT PickedName
       IF PickedName IS EQUAL TO SPACES
           MOVE BatchName TO PickedName
       END-IF
       PERFORM FindRosterName
       IF RosterFoundIdx IS GREATER THAN 0
           AND RosPin(RosterFoundIdx) IS NOT EQUAL TO SPACES
           PERFORM CheckRosterPin
           IF NOT PinAccepted
               DISPLAY "Ye'll play as " FUNCTION TRIM(BatchName)
                   " this time."
               MOVE BatchName TO PickedName
               PERFORM FindRosterName
           END-IF
       END-IF
       IF RosterFoundIdx IS EQUAL TO 0
           MOVE PickedName TO Prof-Name
           PERFORM BlankProfileTallies
       PERFORM MoveRosterToProfile
       DISPLAY "Welcome back, " FUNCTION TRIM(Prof-Name) "."
       PERFORM AnnounceEarned
       PERFORM ReviewPlayerMail
       EXIT.

      *> Whatever the games and the batch have left for the player
      *> since the last visit, each note marked read or kept.
ReviewPlayerMail.
       MOVE "V" TO Mail-Action
       MOVE Prof-Name TO Mail-To
       CALL "PLAYMAIL" USING Mail-Request
       EXIT.

      *> Names the player in the event log under the game's session,
      *> so the month's sessions can be told apart by who played them.
LogPlayer.
       MOVE "PLAYPROF" TO GL-Program
       MOVE "PLAYER" TO GL-Event
       MOVE Prof-Name TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       EXIT.

ReloadProfile.
       ELSE
           MOVE 0 TO RosHamurabiBest(RosterCount)
       END-IF
      *> Profiles from before scenarios read blank: the best was won
      *> in the one reign there was, the standard kingdom.
       IF PfHamurabiScen IS EQUAL TO SPACES
           MOVE "STD " TO RosHamurabiScen(RosterCount)
       ELSE
           MOVE PfHamurabiScen TO RosHamurabiScen(RosterCount)
       END-IF
      *> Profiles from before PINs read blank: unprotected.
       MOVE PfPin TO RosPin(RosterCount)
       IF PfPinMisses IS NUMERIC
           MOVE PfPinMisses TO RosPinMisses(RosterCount)
       ELSE
           MOVE 0 TO RosPinMisses(RosterCount)
       END-IF
       IF PfLanguage IS EQUAL TO SPACES
           MOVE "EN" TO RosLanguage(RosterCount)
       ELSE
           MOVE PfLanguage TO RosLanguage(RosterCount)
       END-IF
       EXIT.

FindRosterName.
       MOVE RosTowerReached(RosterFoundIdx) TO Prof-Tower-Reached
       MOVE RosContractPay(RosterFoundIdx) TO Prof-Contract-Pay
       MOVE RosHamurabiBest(RosterFoundIdx) TO Prof-Hamurabi-Best
       MOVE RosHamurabiScen(RosterFoundIdx) TO Prof-Hamurabi-Scen
       MOVE RosLanguage(RosterFoundIdx) TO Prof-Language
       EXIT.

BlankProfileTallies.
       MOVE "N" TO Prof-Tower-Reached
       MOVE 0 TO Prof-Contract-Pay
       MOVE 0 TO Prof-Hamurabi-Best
       MOVE "STD " TO Prof-Hamurabi-Scen
       MOVE "EN" TO Prof-Language
       EXIT.

StartFreshProfile.
           END-IF
           ADD 1 TO RosterCount
           MOVE RosterCount TO RosterFoundIdx
           MOVE SPACES TO RosPin(RosterFoundIdx)
           MOVE 0 TO RosPinMisses(RosterFoundIdx)
           MOVE "EN" TO RosLanguage(RosterFoundIdx)
       END-IF
       MOVE Prof-Name TO RosName(RosterFoundIdx)
       MOVE Prof-Shos-Wins TO RosShosWins(RosterFoundIdx)
       MOVE Prof-Tower-Reached TO RosTowerReached(RosterFoundIdx)
       MOVE Prof-Contract-Pay TO RosContractPay(RosterFoundIdx)
       MOVE Prof-Hamurabi-Best TO RosHamurabiBest(RosterFoundIdx)
       MOVE Prof-Hamurabi-Scen TO RosHamurabiScen(RosterFoundIdx)
      *> A caller that never filled the language in leaves it be.
       IF Prof-Language IS NOT EQUAL TO SPACES
           MOVE Prof-Language TO RosLanguage(RosterFoundIdx)
       END-IF
       PERFORM WriteRoster
       IF NOT RosterSaved
           EXIT PARAGRAPH
       END-IF
       PERFORM EvaluateAchievements
       EXIT.

WriteRoster.
       MOVE "N" TO RosterWritten
       OPEN OUTPUT ProfileFile
       IF ProfileFileStatus IS NOT EQUAL TO "00"
           DISPLAY "PLAYPROF: the profile could not be saved, status "
           MOVE RosTowerReached(RosterIdx) TO PfTowerReached
           MOVE RosContractPay(RosterIdx) TO PfContractPay
           MOVE RosHamurabiBest(RosterIdx) TO PfHamurabiBest
           MOVE RosHamurabiScen(RosterIdx) TO PfHamurabiScen
           MOVE RosPin(RosterIdx) TO PfPin
           MOVE RosPinMisses(RosterIdx) TO PfPinMisses
           MOVE RosLanguage(RosterIdx) TO PfLanguage
           WRITE ProfileFileRecord
       END-PERFORM
       CLOSE ProfileFile
       MOVE "Y" TO RosterWritten
       EXIT.

      *> Up to the lockout, one try per miss left; every miss is kept
      *> in the roster at once, so quitting between tries does not
      *> reset the count.
CheckRosterPin.
       MOVE "N" TO PinOk
       IF RosPinMisses(RosterFoundIdx) IS NOT LESS THAN MaxPinMisses
           DISPLAY FUNCTION TRIM(RosName(RosterFoundIdx))
               " is locked after too many wrong PINs - an operator"
           DISPLAY "must reset it."
           EXIT PARAGRAPH
       END-IF
       PERFORM AskRosterPin
           UNTIL PinAccepted
           OR RosPinMisses(RosterFoundIdx) IS NOT LESS THAN MaxPinMisses
       PERFORM WriteRoster
       EXIT.

AskRosterPin.
       DISPLAY "PIN for " FUNCTION TRIM(RosName(RosterFoundIdx)) "? "
           WITH NO ADVANCING
       MOVE SPACES TO PinAnswer
       ACCEPT PinAnswer
       IF PinAnswer IS EQUAL TO RosPin(RosterFoundIdx)
           SET PinAccepted TO TRUE
           MOVE 0 TO RosPinMisses(RosterFoundIdx)
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RosPinMisses(RosterFoundIdx)
       IF RosPinMisses(RosterFoundIdx) IS LESS THAN MaxPinMisses
           DISPLAY "That is not the PIN."
       ELSE
           DISPLAY "That is not the PIN. "
               FUNCTION TRIM(RosName(RosterFoundIdx))
               " is now locked until an operator resets it."
       END-IF
       EXIT.

SetProfilePin.
       PERFORM LoadRoster
       MOVE Prof-Name TO PickedName
       PERFORM FindRosterName
       IF RosterFoundIdx IS EQUAL TO 0
           DISPLAY "PLAYPROF: " FUNCTION TRIM(Prof-Name)
               " is not on the roster."
           SET Profile-Refused TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF Prof-Name IS EQUAL TO BatchName
           DISPLAY "PLAYPROF: the batch identity cannot carry a PIN."
           SET Profile-Refused TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF Profile-Pin IS NOT EQUAL TO SPACES
           AND Profile-Pin IS NOT NUMERIC
           DISPLAY "PLAYPROF: a PIN is four digits."
           SET Profile-Refused TO TRUE
           EXIT PARAGRAPH
       END-IF
       IF RosPin(RosterFoundIdx) IS NOT EQUAL TO SPACES
           PERFORM CheckRosterPin
           IF NOT PinAccepted
               SET Profile-Refused TO TRUE
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE Profile-Pin TO RosPin(RosterFoundIdx)
       MOVE 0 TO RosPinMisses(RosterFoundIdx)
       PERFORM WriteRoster
       IF NOT RosterSaved
           SET Profile-Refused TO TRUE
       END-IF
       EXIT.

ResetProfilePin.
       PERFORM LoadRoster
       MOVE Prof-Name TO PickedName
       PERFORM FindRosterName
       IF RosterFoundIdx IS EQUAL TO 0
           DISPLAY "PLAYPROF: " FUNCTION TRIM(Prof-Name)
               " is not on the roster."
           SET Profile-Refused TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO RosPin(RosterFoundIdx)
       MOVE 0 TO RosPinMisses(RosterFoundIdx)
       PERFORM WriteRoster
       IF NOT RosterSaved
           SET Profile-Refused TO TRUE
       END-IF
       EXIT.

SetProfileLanguage.
       PERFORM LoadRoster
       MOVE Prof-Name TO PickedName
       PERFORM FindRosterName
       IF RosterFoundIdx IS EQUAL TO 0
           DISPLAY "PLAYPROF: " FUNCTION TRIM(Prof-Name)
               " is not on the roster."
           SET Profile-Refused TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO LangKnown
       PERFORM VARYING LangIdx FROM 1 BY 1 UNTIL LangIdx > 2
           IF Msg-Language-Code(LangIdx) IS EQUAL TO Prof-Language
               MOVE "Y" TO LangKnown
           END-IF
       END-PERFORM
       IF LangKnown IS NOT EQUAL TO "Y"
           DISPLAY "PLAYPROF: the games do not speak '" Prof-Language
               "'."
           SET Profile-Refused TO TRUE
           EXIT PARAGRAPH
       END-IF
       MOVE Prof-Language TO RosLanguage(RosterFoundIdx)
       PERFORM WriteRoster
       IF NOT RosterSaved
           SET Profile-Refused TO TRUE
       END-IF
       EXIT.

      *> The cross-game laurels, read from the definitions file so
       DISPLAY "** ACHIEVEMENT UNLOCKED: "
           FUNCTION TRIM(AchName(AchIdx)) " - "
           FUNCTION TRIM(AchDesc(AchIdx)) " **"
       MOVE "P" TO Mail-Action
       MOVE Prof-Name TO Mail-To
       MOVE "PLAYPROF" TO Mail-From
       MOVE SPACES TO Mail-Text
       STRING "Achievement unlocked: " DELIMITED BY SIZE
           FUNCTION TRIM(AchName(AchIdx)) DELIMITED BY SIZE
           INTO Mail-Text
       END-STRING
       CALL "PLAYMAIL" USING Mail-Request
       EXIT.

JudgeAchCondition.
       WRITE AchDefRecord
       CLOSE AchDefFile
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
       MOVE "PLAYPROF" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
