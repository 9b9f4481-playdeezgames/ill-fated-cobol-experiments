       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MENU.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MenuFile ASSIGN DYNAMIC MenuFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MenuFileStatus.
           SELECT PassFile ASSIGN DYNAMIC PassFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PassFileStatus.
           SELECT GazetteFile ASSIGN DYNAMIC GazetteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GazetteFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> One menu line per record: which side offers it (P player,
      *> O operator), the program it starts, the words on the menu
      *> and the command that runs it. A new game or utility on the
      *> menu is a data change, not a recompile.
       FD MenuFile.
       01 MenuFileRecord.
          02 MfSide PIC X.
          02 MfProgram PIC X(8).
          02 MfLabel PIC X(30).
          02 MfCommand PIC X(100).
      *> The operator side's password, kept on its own so a copy of
      *> the menu file never carries it.
       FD PassFile.
       01 PassFileRecord.
          02 PassText PIC X(12).
      *> The house gazette GAZETTE pins up each morning, shown as it
      *> stands.
       FD GazetteFile.
       01 GazetteLine PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 MenuFileName PIC X(60) VALUE "menu_items.dat".
          02 PassFileName PIC X(60) VALUE "operator_pass.dat".
          02 GazetteFileName PIC X(60) VALUE "house_gazette.txt".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 MenuFileStatus PIC XX.
       01 PassFileStatus PIC XX.
       01 GazetteFileStatus PIC XX.
       COPY "PLAYPROF.cpy".
       COPY "GAMELOG.cpy".
      *> Both sides' lines, in file order; each side numbers its own
      *> from 1 on the screen.
       01 MenuData.
          02 MenuCount PIC 99 VALUE 0.
          02 MenuEntries OCCURS 40 TIMES.
             03 MenuSide PIC X.
             03 MenuProgram PIC X(8).
             03 MenuLabel PIC X(30).
             03 MenuCommand PIC X(100).
          02 MenuIdx PIC 99.
          02 ShownSide PIC X.
          02 ShownCount PIC 99.
          02 ShownNumber PIC Z9.
          02 PickedIdx PIC 99.
          02 MenuAnswer PIC XX.
          02 MenuPick PIC 99.
          02 MenuDoneFlag PIC X VALUE "N".
             88 MenuDone VALUE "Y".
          02 SideDoneFlag PIC X.
             88 SideDone VALUE "Y".
          02 LaunchRc PIC 9(5).
      *> The player picked at the start (or on a change of player) is
      *> handed to every game launched as SHOP_PLAYER, so PLAYPROF
      *> takes it without the picking screen (a name with a PIN is
      *> still asked for it).
       01 PlayerData.
          02 MenuPlayer PIC X(12).
      *> Three wrong passwords close the operator side for the rest
      *> of the menu's run.
       01 OperatorData.
          02 OperatorPass PIC X(12).
          02 PassOnFile PIC X.
             88 PassKnown VALUE "Y".
          02 PassAnswer PIC X(12).
          02 PassAgain PIC X(12).
          02 PassMisses PIC 9 VALUE 0.
          02 MaxPassMisses PIC 9 VALUE 3.
          02 PassOk PIC X.
             88 PassAccepted VALUE "Y".

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       MOVE "MENU" TO GL-Program
       MOVE "START" TO GL-Event
       MOVE "menu opened" TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       PERFORM EnsureMenuFile
       PERFORM LoadMenu
       IF MenuCount IS EQUAL TO 0
           DISPLAY "MENU: no usable lines in menu_items.dat."
           PERFORM CloseMenuSession
           STOP RUN
       END-IF
       PERFORM ShowGazette
       PERFORM PickPlayer
       PERFORM UNTIL MenuDone
           PERFORM PlayerSide
       END-PERFORM
       PERFORM CloseMenuSession
       DISPLAY "Farewell, " FUNCTION TRIM(MenuPlayer) "."
STOP RUN.

CloseMenuSession.
       MOVE "MENU" TO GL-Program
       MOVE "END" TO GL-Event
       MOVE "menu closed" TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       EXIT.

      *> PLAYPROF's own screen picks the player, PIN and mail and all;
      *> any SHOP_PLAYER left over from before is cleared first so
      *> the screen is really shown.
PickPlayer.
       SET ENVIRONMENT "SHOP_PLAYER" TO SPACES
       MOVE "L" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Prof-Name TO MenuPlayer
       SET ENVIRONMENT "SHOP_PLAYER" TO MenuPlayer
       EXIT.

PlayerSide.
       DISPLAY " "
       DISPLAY "=== THE GAMES ROOM - " FUNCTION TRIM(MenuPlayer)
           " PLAYING ==="
       MOVE "P" TO ShownSide
       PERFORM ShowSideLines
       DISPLAY "   G  the house gazette"
       DISPLAY "   C  change player"
       DISPLAY "   O  operator side"
       DISPLAY "   Q  quit"
       DISPLAY "Which? " WITH NO ADVANCING
       MOVE SPACES TO MenuAnswer
       ACCEPT MenuAnswer
       MOVE FUNCTION UPPER-CASE(MenuAnswer) TO MenuAnswer
       EVALUATE MenuAnswer
           WHEN "Q "
               MOVE "Y" TO MenuDoneFlag
           WHEN "C "
               PERFORM PickPlayer
           WHEN "G "
               PERFORM ShowGazette
           WHEN "O "
               PERFORM OperatorSide
           WHEN OTHER
               PERFORM FindPickedLine
               IF PickedIdx IS GREATER THAN 0
                   PERFORM LaunchPicked
               ELSE
                   DISPLAY "That is not on the menu."
               END-IF
       END-EVALUATE
       EXIT.

OperatorSide.
       PERFORM CheckOperatorPass
       IF NOT PassAccepted
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO SideDoneFlag
       PERFORM UNTIL SideDone
           DISPLAY " "
           DISPLAY "=== OPERATOR SIDE ==="
           MOVE "O" TO ShownSide
           PERFORM ShowSideLines
           DISPLAY "   P  change the operator password"
           DISPLAY "   B  back to the games"
           DISPLAY "Which? " WITH NO ADVANCING
           MOVE SPACES TO MenuAnswer
           ACCEPT MenuAnswer
           MOVE FUNCTION UPPER-CASE(MenuAnswer) TO MenuAnswer
           EVALUATE MenuAnswer
               WHEN "B "
                   MOVE "Y" TO SideDoneFlag
               WHEN "  "
                   MOVE "Y" TO SideDoneFlag
               WHEN "P "
                   PERFORM SetOperatorPass
               WHEN OTHER
                   PERFORM FindPickedLine
                   IF PickedIdx IS GREATER THAN 0
                       PERFORM LaunchPicked
                   ELSE
                       DISPLAY "That is not on the menu."
                   END-IF
           END-EVALUATE
       END-PERFORM
       EXIT.

ShowSideLines.
       MOVE 0 TO ShownCount
       PERFORM VARYING MenuIdx FROM 1 BY 1
           UNTIL MenuIdx IS GREATER THAN MenuCount
           IF MenuSide(MenuIdx) IS EQUAL TO ShownSide
               ADD 1 TO ShownCount
               MOVE ShownCount TO ShownNumber
               DISPLAY "  " ShownNumber "  " MenuProgram(MenuIdx) "  "
                   FUNCTION TRIM(MenuLabel(MenuIdx))
           END-IF
       END-PERFORM
       EXIT.

      *> The morning's gazette, before anybody picks a game; no
      *> gazette pinned up yet is no news.
ShowGazette.
       OPEN INPUT GazetteFile
       IF GazetteFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       PERFORM UNTIL GazetteFileStatus IS NOT EQUAL TO "00"
           READ GazetteFile
               AT END
                   MOVE "10" TO GazetteFileStatus
               NOT AT END
                   DISPLAY FUNCTION TRIM(GazetteLine TRAILING)
           END-READ
       END-PERFORM
       CLOSE GazetteFile
       EXIT.

      *> The answer is the line's number on the side being shown.
FindPickedLine.
       MOVE 0 TO PickedIdx
       MOVE 0 TO MenuPick
       IF MenuAnswer(2:1) IS EQUAL TO SPACE
           AND MenuAnswer(1:1) IS NUMERIC
           MOVE MenuAnswer(1:1) TO MenuPick
       END-IF
       IF MenuAnswer IS NUMERIC
           MOVE MenuAnswer TO MenuPick
       END-IF
       IF MenuPick IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO ShownCount
       PERFORM VARYING MenuIdx FROM 1 BY 1
           UNTIL MenuIdx IS GREATER THAN MenuCount
           IF MenuSide(MenuIdx) IS EQUAL TO ShownSide
               ADD 1 TO ShownCount
               IF ShownCount IS EQUAL TO MenuPick
                   MOVE MenuIdx TO PickedIdx
               END-IF
           END-IF
       END-PERFORM
       EXIT.

      *> The program runs as its own process, as DRIVER runs its
      *> steps; its START and END land under the menu's session, and
      *> the menu logs the launch and the return around them. An
      *> operator job runs with no SHOP_PLAYER, so its scripted steps
      *> meet PLAYPROF's picking screen as they expect and nothing is
      *> credited to whoever holds the menu.
LaunchPicked.
       MOVE "MENU" TO GL-Program
       MOVE "LAUNCH" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING MenuProgram(PickedIdx) DELIMITED BY SPACE
           " for " DELIMITED BY SIZE
           MenuPlayer DELIMITED BY SPACE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       IF MenuSide(PickedIdx) IS EQUAL TO "O"
           SET ENVIRONMENT "SHOP_PLAYER" TO SPACES
       END-IF
       CALL "SYSTEM" USING MenuCommand(PickedIdx)
       MOVE RETURN-CODE TO LaunchRc
       MOVE 0 TO RETURN-CODE
       SET ENVIRONMENT "SHOP_PLAYER" TO MenuPlayer
       MOVE "MENU" TO GL-Program
       MOVE "RETURN" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING MenuProgram(PickedIdx) DELIMITED BY SPACE
           " rc=" DELIMITED BY SIZE
           LaunchRc DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       EXIT.

      *> With no password on file yet, the first operator in sets one.
CheckOperatorPass.
       MOVE "N" TO PassOk
       IF PassMisses IS NOT LESS THAN MaxPassMisses
           DISPLAY "The operator side is closed for this session."
           EXIT PARAGRAPH
       END-IF
       PERFORM ReadOperatorPass
       IF NOT PassKnown
           DISPLAY "No operator password is set yet."
           PERFORM SetOperatorPass
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Operator password? " WITH NO ADVANCING
       MOVE SPACES TO PassAnswer
       ACCEPT PassAnswer
       IF PassAnswer IS EQUAL TO OperatorPass
           SET PassAccepted TO TRUE
           MOVE 0 TO PassMisses
           MOVE "MENU" TO GL-Program
           MOVE "OPERATOR" TO GL-Event
           MOVE MenuPlayer TO GL-Detail
           CALL "GAMELOG" USING GameLog-Request
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO PassMisses
       MOVE "MENU" TO GL-Program
       MOVE "OPDENIED" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "miss " DELIMITED BY SIZE
           PassMisses DELIMITED BY SIZE
           " by " DELIMITED BY SIZE
           MenuPlayer DELIMITED BY SPACE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       IF PassMisses IS LESS THAN MaxPassMisses
           DISPLAY "That is not the password."
       ELSE
           DISPLAY "That is not the password. The operator side is "
               "closed for this session."
       END-IF
       EXIT.

ReadOperatorPass.
       MOVE "N" TO PassOnFile
       MOVE SPACES TO OperatorPass
       OPEN INPUT PassFile
       IF PassFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       READ PassFile
           NOT AT END
               IF PassText IS NOT EQUAL TO SPACES
                   MOVE PassText TO OperatorPass
                   MOVE "Y" TO PassOnFile
               END-IF
       END-READ
       CLOSE PassFile
       EXIT.

      *> Typed twice, so a slip of the finger cannot lock everybody
      *> out; a blank answer leaves the old password be.
SetOperatorPass.
       MOVE "N" TO PassOk
       DISPLAY "New operator password (blank to leave it)? "
           WITH NO ADVANCING
       MOVE SPACES TO PassAnswer
       ACCEPT PassAnswer
       IF PassAnswer IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Once more? " WITH NO ADVANCING
       MOVE SPACES TO PassAgain
       ACCEPT PassAgain
       IF PassAgain IS NOT EQUAL TO PassAnswer
           DISPLAY "The two did not match - the password is unchanged."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PassFile
       IF PassFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MENU: operator_pass.dat could not be written, "
               "status " PassFileStatus "."
           EXIT PARAGRAPH
       END-IF
       MOVE PassAnswer TO PassText
       WRITE PassFileRecord
       CLOSE PassFile
       MOVE PassAnswer TO OperatorPass
       SET PassAccepted TO TRUE
       DISPLAY "The operator password is set."
       MOVE "MENU" TO GL-Program
       MOVE "PASSWORD" TO GL-Event
       MOVE MenuPlayer TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       EXIT.

LoadMenu.
       MOVE 0 TO MenuCount
       OPEN INPUT MenuFile
       IF MenuFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MenuFileStatus IS NOT EQUAL TO "00"
           READ MenuFile
               AT END
                   MOVE "10" TO MenuFileStatus
               NOT AT END
                   IF (MfSide IS EQUAL TO "P" OR MfSide IS EQUAL TO "O")
                       AND MfCommand IS NOT EQUAL TO SPACES
                       AND MenuCount IS LESS THAN 40
                       ADD 1 TO MenuCount
                       MOVE MfSide TO MenuSide(MenuCount)
                       MOVE MfProgram TO MenuProgram(MenuCount)
                       MOVE MfLabel TO MenuLabel(MenuCount)
                       MOVE MfCommand TO MenuCommand(MenuCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE MenuFile
       EXIT.

      *> The games on the player side; the editors and the batch and
      *> maintenance programs behind the operator password.
EnsureMenuFile.
       OPEN INPUT MenuFile
       IF MenuFileStatus IS EQUAL TO "00"
           CLOSE MenuFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MenuFile
       IF MenuFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO MenuFileRecord
       MOVE "P" TO MfSide
       MOVE "SHOS" TO MfProgram
       MOVE "The House of Shadows" TO MfLabel
       MOVE "./shos" TO MfCommand
       WRITE MenuFileRecord
       MOVE "WANDER" TO MfProgram
       MOVE "Wander the overworld" TO MfLabel
       MOVE "./wander" TO MfCommand
       WRITE MenuFileRecord
       MOVE "INVENTRY" TO MfProgram
       MOVE "Explore a built world" TO MfLabel
       MOVE "./inventory" TO MfCommand
       WRITE MenuFileRecord
       MOVE "CRAWLER" TO MfProgram
       MOVE "Crawl the dungeon" TO MfLabel
       MOVE "./crawler" TO MfCommand
       WRITE MenuFileRecord
       MOVE "GUESS" TO MfProgram
       MOVE "Guess my number" TO MfLabel
       MOVE "./guess" TO MfCommand
       WRITE MenuFileRecord
       MOVE "HAMURABI" TO MfProgram
       MOVE "Rule the kingdom" TO MfLabel
       MOVE "./hamurabi" TO MfCommand
       WRITE MenuFileRecord
       MOVE "O" TO MfSide
       MOVE "ROOMEDIT" TO MfProgram
       MOVE "Room editor" TO MfLabel
       MOVE "./roomedit" TO MfCommand
       WRITE MenuFileRecord
       MOVE "BESTEDIT" TO MfProgram
       MOVE "Bestiary editor" TO MfLabel
       MOVE "./bestedit" TO MfCommand
       WRITE MenuFileRecord
       MOVE "LANDEDIT" TO MfProgram
       MOVE "Landmark editor" TO MfLabel
       MOVE "./landedit" TO MfCommand
       WRITE MenuFileRecord
       MOVE "NOTEEDIT" TO MfProgram
       MOVE "Wander note keeper" TO MfLabel
       MOVE "./noteedit" TO MfCommand
       WRITE MenuFileRecord
       MOVE "TERREDIT" TO MfProgram
       MOVE "Terrain editor" TO MfLabel
       MOVE "./terredit" TO MfCommand
       WRITE MenuFileRecord
       MOVE "WORLDFIX" TO MfProgram
       MOVE "World repair" TO MfLabel
       MOVE "./worldfix" TO MfCommand
       WRITE MenuFileRecord
       MOVE "DRIVER" TO MfProgram
       MOVE "Batch chains" TO MfLabel
       MOVE "./driver" TO MfCommand
       WRITE MenuFileRecord
       MOVE "SCHEDULE" TO MfProgram
       MOVE "Nightly scheduler" TO MfLabel
       MOVE "./scheduler" TO MfCommand
       WRITE MenuFileRecord
       MOVE "OPSDASH" TO MfProgram
       MOVE "Operations dashboard" TO MfLabel
       MOVE "./opsdash" TO MfCommand
       WRITE MenuFileRecord
       MOVE "GAZETTE" TO MfProgram
       MOVE "Reprint the house gazette" TO MfLabel
       MOVE "./gazette" TO MfCommand
       WRITE MenuFileRecord
       MOVE "TIMELINE" TO MfProgram
       MOVE "Session timeline" TO MfLabel
       MOVE "./timeline" TO MfCommand
       WRITE MenuFileRecord
       MOVE "MAZERACE" TO MfProgram
       MOVE "Maze race boards" TO MfLabel
       MOVE "./mazerace" TO MfCommand
       WRITE MenuFileRecord
       MOVE "BACKUP" TO MfProgram
       MOVE "Backup and restore" TO MfLabel
       MOVE "./backup" TO MfCommand
       WRITE MenuFileRecord
       MOVE "HOUSEKP" TO MfProgram
       MOVE "Housekeeping" TO MfLabel
       MOVE "./housekeep" TO MfCommand
       WRITE MenuFileRecord
       MOVE "MONTHEND" TO MfProgram
       MOVE "Month-end league close" TO MfLabel
       MOVE "./monthend" TO MfCommand
       WRITE MenuFileRecord
       CLOSE MenuFile
       DISPLAY "MENU: seeded menu_items.dat with the standard menu."
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
       MOVE "MENU" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
