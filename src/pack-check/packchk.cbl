       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PACKCHK.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PackFile ASSIGN DYNAMIC PackFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PackFileStatus.
           SELECT PackRegFile ASSIGN DYNAMIC PackRegFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PackRegFileStatus.
           SELECT RoomsFile ASSIGN DYNAMIC RoomsFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RoomsFileId
               FILE STATUS IS RoomsFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> A scenario pack is one hand-built house for SHOS: an "H"
      *> header naming the pack, its size, its pride, and where ZARR,
      *> the four treasures, and the three pieces of gear lie, then
      *> one "R" record per room giving its exits in SHOS's direction
      *> order (1=North 2=South 3=East 4=West; 99 is the way out) and
      *> the rooms.dat text id shown there (00 = the room's own
      *> number). Lines starting "*" are the author's comments.
       FD PackFile.
       01 PackHeaderRecord.
          02 PkType PIC X.
          02 PkCode PIC X(8).
          02 PkName PIC X(30).
          02 PkRoomCount PIC 99.
          02 PkLionCount PIC 9.
          02 PkZarrRoom PIC 99.
          02 PkTreasureRoom PIC 99 OCCURS 4 TIMES.
          02 PkGearRoom PIC 99 OCCURS 3 TIMES.
          02 FILLER PIC X(22).
       01 PackRoomRecord.
          02 PkRoomType PIC X.
          02 PkRoomId PIC 99.
          02 PkExit PIC 99 OCCURS 4 TIMES.
          02 PkTextId PIC 99.
          02 FILLER PIC X(67).
      *> The installed-pack registry SHOS lists on its main menu. Only
      *> this program writes it, and only with packs that passed.
       FD PackRegFile.
       01 PackRegRecord.
          02 PrCode PIC X(8).
          02 PrName PIC X(30).
          02 PrFile PIC X(60).
          02 PrRooms PIC 99.
          02 PrLions PIC 9.
          02 PrDate PIC 9(8).
      *> Mirrors SHOS's RoomsFileRecord field-for-field.
       FD RoomsFile.
       01 RoomsFileRecord.
          02 RoomsFileId PIC 99.
          02 RoomsFileLine PIC X(60) OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 PackRegFileName PIC X(60) VALUE "shos_packs.dat".
          02 RoomsFileName PIC X(60) VALUE "rooms.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 PackFileStatus PIC XX.
       01 PackRegFileStatus PIC XX.
       01 RoomsFileStatus PIC XX.
       01 PackFileName PIC X(60).
       COPY "GAMELOG.cpy".
       COPY "DIRSVC.cpy".
      *> The registry as read, and as it will be written back.
       01 RegistryData.
          02 RegCount PIC 99 VALUE 0.
          02 RegEntries OCCURS 20 TIMES.
             03 RegCode PIC X(8).
             03 RegName PIC X(30).
             03 RegFile PIC X(60).
             03 RegRooms PIC 99.
             03 RegLions PIC 9.
             03 RegDate PIC 9(8).
             03 RegKeep PIC X.
                88 RegKept VALUE "Y".
          02 RegIdx PIC 99.
          02 RegFoundIdx PIC 99.
          02 KeptCount PIC 99.
          02 RegChanged PIC X VALUE "N".
             88 RegistryChanged VALUE "Y".
      *> The pack under inspection, laid out the way SHOS will hold it.
       01 PackData.
          02 PackCode PIC X(8).
          02 PackName PIC X(30).
          02 PackRoomCount PIC 99.
          02 PackLionCount PIC 9.
          02 PackZarrRoom PIC 99.
          02 PackTreasureRoom PIC 99 OCCURS 4 TIMES.
          02 PackGearRoom PIC 99 OCCURS 3 TIMES.
          02 PackRooms OCCURS 20 TIMES.
             03 PackRoomSeen PIC X.
                88 PackRoomDefined VALUE "Y".
             03 PackRoomExit PIC 99 OCCURS 4 TIMES.
             03 PackRoomText PIC 99.
          02 HeaderSeen PIC X.
             88 PackHasHeader VALUE "Y".
          02 PackOkFlag PIC X.
             88 PackPasses VALUE "Y".
          02 FaultCount PIC 999.
          02 FaultText PIC X(60).
          02 LineCount PIC 9(4).
       01 CheckData.
          02 RoomIdx PIC 99.
          02 DirIdx PIC 9.
          02 BackDir PIC 9.
          02 ExitTo PIC 99.
          02 SlotIdx PIC 9.
          02 WayOutCount PIC 99.
          02 ReachFlag PIC X OCCURS 20 TIMES.
          02 ReachQueue PIC 99 OCCURS 20 TIMES.
          02 QHead PIC 99.
          02 QTail PIC 99.
          02 QRoom PIC 99.
          02 RoomsTextOpen PIC X.
             88 RoomsTextReadable VALUE "Y".
       01 DirWords.
          02 FILLER PIC X(5) VALUE "NORTH".
          02 FILLER PIC X(5) VALUE "SOUTH".
          02 FILLER PIC X(5) VALUE "EAST ".
          02 FILLER PIC X(5) VALUE "WEST ".
       01 DirWordTable REDEFINES DirWords.
          02 DirWord PIC X(5) OCCURS 4 TIMES.
       01 RunData.
          02 RequestedFile PIC X(60).
          02 PassedCount PIC 99 VALUE 0.
          02 RefusedCount PIC 99 VALUE 0.
          02 TodayDate PIC 9(8).

PROCEDURE DIVISION.
      *> Given a pack file, check it and install it; given nothing,
      *> recheck every pack already installed - rooms.dat may have
      *> been edited since - and withdraw any that no longer pass.
       PERFORM ResolveDataFiles
       MOVE "PACKCHK" TO GL-Program
       MOVE "START" TO GL-Event
       MOVE "scenario pack check" TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       ACCEPT TodayDate FROM DATE YYYYMMDD
       PERFORM LoadRegistry
       DISPLAY "PACKCHK: pack file to check (blank rechecks every installed pack)? "
           WITH NO ADVANCING
       ACCEPT RequestedFile
       IF RequestedFile IS EQUAL TO SPACES
           PERFORM RecheckInstalled
       ELSE
           MOVE RequestedFile TO PackFileName
           PERFORM CheckPack
           PERFORM InstallOrWithdraw
       END-IF
       IF RegistryChanged
           PERFORM WriteRegistry
       END-IF
       PERFORM CountKeptEntries
       DISPLAY "PACKCHK: " PassedCount " passed, " RefusedCount
           " refused, " KeptCount " installed."
       MOVE "END" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "passed=" DELIMITED BY SIZE
           PassedCount DELIMITED BY SIZE
           " refused=" DELIMITED BY SIZE
           RefusedCount DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       STOP RUN.

LoadRegistry.
       MOVE 0 TO RegCount
       OPEN INPUT PackRegFile
       IF PackRegFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PackRegFileStatus IS NOT EQUAL TO "00"
           READ PackRegFile
               AT END
                   MOVE "10" TO PackRegFileStatus
               NOT AT END
                   IF RegCount IS LESS THAN 20
                       ADD 1 TO RegCount
                       MOVE PrCode TO RegCode(RegCount)
                       MOVE PrName TO RegName(RegCount)
                       MOVE PrFile TO RegFile(RegCount)
                       MOVE PrRooms TO RegRooms(RegCount)
                       MOVE PrLions TO RegLions(RegCount)
                       MOVE PrDate TO RegDate(RegCount)
                       MOVE "Y" TO RegKeep(RegCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PackRegFile
       EXIT.

WriteRegistry.
       OPEN OUTPUT PackRegFile
       IF PackRegFileStatus IS NOT EQUAL TO "00"
           DISPLAY "PACKCHK: cannot write shos_packs.dat, status "
               PackRegFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING RegIdx FROM 1 BY 1 UNTIL RegIdx IS GREATER THAN RegCount
           IF RegKept(RegIdx)
               MOVE RegCode(RegIdx) TO PrCode
               MOVE RegName(RegIdx) TO PrName
               MOVE RegFile(RegIdx) TO PrFile
               MOVE RegRooms(RegIdx) TO PrRooms
               MOVE RegLions(RegIdx) TO PrLions
               MOVE RegDate(RegIdx) TO PrDate
               WRITE PackRegRecord
           END-IF
       END-PERFORM
       CLOSE PackRegFile
       EXIT.

RecheckInstalled.
       IF RegCount IS EQUAL TO 0
           DISPLAY "PACKCHK: no packs are installed."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING RegIdx FROM 1 BY 1 UNTIL RegIdx IS GREATER THAN RegCount
           MOVE RegFile(RegIdx) TO PackFileName
           PERFORM CheckPack
           IF NOT PackPasses
               MOVE "N" TO RegKeep(RegIdx)
               MOVE "Y" TO RegChanged
               DISPLAY "PACKCHK: " FUNCTION TRIM(RegCode(RegIdx))
                   " withdrawn from the menu."
           END-IF
       END-PERFORM
       EXIT.

      *> A passing pack replaces any entry under its code (the author
      *> reworked it) or takes a new line; a refused pack comes off
      *> the menu if it was on it, so a broken rework never ships.
InstallOrWithdraw.
       MOVE 0 TO RegFoundIdx
       PERFORM VARYING RegIdx FROM 1 BY 1 UNTIL RegIdx IS GREATER THAN RegCount
           IF RegCode(RegIdx) IS EQUAL TO PackCode
               AND PackCode IS NOT EQUAL TO SPACES
               MOVE RegIdx TO RegFoundIdx
           END-IF
       END-PERFORM
       IF NOT PackPasses
           IF RegFoundIdx IS GREATER THAN 0
               MOVE "N" TO RegKeep(RegFoundIdx)
               MOVE "Y" TO RegChanged
               DISPLAY "PACKCHK: " FUNCTION TRIM(PackCode)
                   " withdrawn from the menu."
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF RegFoundIdx IS EQUAL TO 0
           IF RegCount IS NOT LESS THAN 20
               DISPLAY "PACKCHK: twenty packs are already installed -"
                   " recheck or retire one first."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RegCount
           MOVE RegCount TO RegFoundIdx
       END-IF
       MOVE PackCode TO RegCode(RegFoundIdx)
       MOVE PackName TO RegName(RegFoundIdx)
       MOVE PackFileName TO RegFile(RegFoundIdx)
       MOVE PackRoomCount TO RegRooms(RegFoundIdx)
       MOVE PackLionCount TO RegLions(RegFoundIdx)
       MOVE TodayDate TO RegDate(RegFoundIdx)
       MOVE "Y" TO RegKeep(RegFoundIdx)
       MOVE "Y" TO RegChanged
       DISPLAY "PACKCHK: " FUNCTION TRIM(PackCode)
           " installed - SHOS lists it under [S]."
       MOVE "INSTALL" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "pack=" DELIMITED BY SIZE
           PackCode DELIMITED BY SPACE
           " file=" DELIMITED BY SIZE
           PackFileName DELIMITED BY SPACE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       EXIT.

CountKeptEntries.
       MOVE 0 TO KeptCount
       PERFORM VARYING RegIdx FROM 1 BY 1 UNTIL RegIdx IS GREATER THAN RegCount
           IF RegKept(RegIdx)
               ADD 1 TO KeptCount
           END-IF
       END-PERFORM
       EXIT.

      *> Read the pack whole, then put it through every test SHOS
      *> relies on. Every fault is named, not just the first, so an
      *> author fixes a pack in one pass.
CheckPack.
       MOVE SPACES TO PackCode
       MOVE SPACES TO PackName
       MOVE 0 TO PackRoomCount
       MOVE 0 TO PackLionCount
       MOVE 0 TO PackZarrRoom
       MOVE "N" TO HeaderSeen
       MOVE "Y" TO PackOkFlag
       MOVE 0 TO FaultCount
       MOVE 0 TO LineCount
       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx IS GREATER THAN 20
           MOVE "N" TO PackRoomSeen(RoomIdx)
           MOVE 0 TO PackRoomText(RoomIdx)
           PERFORM VARYING DirIdx FROM 1 BY 1 UNTIL DirIdx IS GREATER THAN 4
               MOVE 0 TO PackRoomExit(RoomIdx, DirIdx)
           END-PERFORM
       END-PERFORM
       DISPLAY SPACE
       DISPLAY "PACKCHK: checking " FUNCTION TRIM(PackFileName)
       MOVE PackFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO PackFileName
       OPEN INPUT PackFile
       IF PackFileStatus IS NOT EQUAL TO "00"
           MOVE "the pack file cannot be opened" TO FaultText
           PERFORM NoteFault
           PERFORM ReportVerdict
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL PackFileStatus IS NOT EQUAL TO "00"
           READ PackFile
               AT END
                   MOVE "10" TO PackFileStatus
               NOT AT END
                   ADD 1 TO LineCount
                   PERFORM KeepPackRecord
           END-READ
       END-PERFORM
       CLOSE PackFile
       IF NOT PackHasHeader
           MOVE "there is no H header record" TO FaultText
           PERFORM NoteFault
           PERFORM ReportVerdict
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckHeader
       IF PackRoomCount IS NOT LESS THAN 2
           AND PackRoomCount IS NOT GREATER THAN 20
           PERFORM CheckRooms
           PERFORM CheckConnected
           PERFORM CheckRoomText
       END-IF
       PERFORM ReportVerdict
       EXIT.

KeepPackRecord.
       EVALUATE PkType
           WHEN "*"
               CONTINUE
           WHEN SPACE
               CONTINUE
           WHEN "H"
               IF PackHasHeader
                   MOVE "a second H header record" TO FaultText
                   PERFORM NoteFault
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO HeaderSeen
               MOVE PkCode TO PackCode
               MOVE PkName TO PackName
               IF PkRoomCount IS NUMERIC AND PkLionCount IS NUMERIC
                   AND PkZarrRoom IS NUMERIC
                   MOVE PkRoomCount TO PackRoomCount
                   MOVE PkLionCount TO PackLionCount
                   MOVE PkZarrRoom TO PackZarrRoom
               ELSE
                   MOVE "the header's counts are not numeric" TO FaultText
                   PERFORM NoteFault
               END-IF
               PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx IS GREATER THAN 4
                   IF PkTreasureRoom(SlotIdx) IS NUMERIC
                       MOVE PkTreasureRoom(SlotIdx) TO PackTreasureRoom(SlotIdx)
                   ELSE
                       MOVE 0 TO PackTreasureRoom(SlotIdx)
                   END-IF
               END-PERFORM
               PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx IS GREATER THAN 3
                   IF PkGearRoom(SlotIdx) IS NUMERIC
                       MOVE PkGearRoom(SlotIdx) TO PackGearRoom(SlotIdx)
                   ELSE
                       MOVE 0 TO PackGearRoom(SlotIdx)
                   END-IF
               END-PERFORM
           WHEN "R"
               PERFORM KeepRoomRecord
           WHEN OTHER
               MOVE SPACES TO FaultText
               STRING "line " DELIMITED BY SIZE
                   LineCount DELIMITED BY SIZE
                   " is not an H, R, or * record" DELIMITED BY SIZE
                   INTO FaultText
               END-STRING
               PERFORM NoteFault
       END-EVALUATE
       EXIT.

KeepRoomRecord.
       IF PkRoomId IS NOT NUMERIC OR PkRoomId IS EQUAL TO 0
           OR PkRoomId IS GREATER THAN 20
           MOVE SPACES TO FaultText
           STRING "line " DELIMITED BY SIZE
               LineCount DELIMITED BY SIZE
               " names a room outside 01-20" DELIMITED BY SIZE
               INTO FaultText
           END-STRING
           PERFORM NoteFault
           EXIT PARAGRAPH
       END-IF
       MOVE PkRoomId TO RoomIdx
       IF PackRoomDefined(RoomIdx)
           MOVE SPACES TO FaultText
           STRING "room " DELIMITED BY SIZE
               RoomIdx DELIMITED BY SIZE
               " is defined twice" DELIMITED BY SIZE
               INTO FaultText
           END-STRING
           PERFORM NoteFault
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO PackRoomSeen(RoomIdx)
       PERFORM VARYING DirIdx FROM 1 BY 1 UNTIL DirIdx IS GREATER THAN 4
           IF PkExit(DirIdx) IS NUMERIC
               MOVE PkExit(DirIdx) TO PackRoomExit(RoomIdx, DirIdx)
           ELSE
               MOVE SPACES TO FaultText
               STRING "room " DELIMITED BY SIZE
                   RoomIdx DELIMITED BY SIZE
                   " has a non-numeric exit" DELIMITED BY SIZE
                   INTO FaultText
               END-STRING
               PERFORM NoteFault
           END-IF
       END-PERFORM
       IF PkTextId IS NUMERIC
           MOVE PkTextId TO PackRoomText(RoomIdx)
       ELSE
           MOVE 0 TO PackRoomText(RoomIdx)
       END-IF
       EXIT.

      *> Room 1 is the way in, so nothing is placed there - the same
      *> rule SHOS's own scatter follows.
CheckHeader.
       IF PackCode IS EQUAL TO SPACES
           MOVE "the pack has no code" TO FaultText
           PERFORM NoteFault
       END-IF
       IF PackRoomCount IS LESS THAN 2 OR PackRoomCount IS GREATER THAN 20
           MOVE "the house must have 02 to 20 rooms" TO FaultText
           PERFORM NoteFault
           EXIT PARAGRAPH
       END-IF
       IF PackLionCount IS GREATER THAN 7
           MOVE "the pride may hold at most 7 lions" TO FaultText
           PERFORM NoteFault
       END-IF
       IF PackZarrRoom IS LESS THAN 2 OR PackZarrRoom IS GREATER THAN PackRoomCount
           MOVE "ZARR must lie in a room from 02 to the last" TO FaultText
           PERFORM NoteFault
       END-IF
       PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx IS GREATER THAN 4
           IF PackTreasureRoom(SlotIdx) IS LESS THAN 2
               OR PackTreasureRoom(SlotIdx) IS GREATER THAN PackRoomCount
               MOVE SPACES TO FaultText
               STRING "treasure " DELIMITED BY SIZE
                   SlotIdx DELIMITED BY SIZE
                   " lies outside rooms 02 to the last" DELIMITED BY SIZE
                   INTO FaultText
               END-STRING
               PERFORM NoteFault
           END-IF
       END-PERFORM
       PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx IS GREATER THAN 3
           IF PackGearRoom(SlotIdx) IS LESS THAN 2
               OR PackGearRoom(SlotIdx) IS GREATER THAN PackRoomCount
               MOVE SPACES TO FaultText
               STRING "gear piece " DELIMITED BY SIZE
                   SlotIdx DELIMITED BY SIZE
                   " lies outside rooms 02 to the last" DELIMITED BY SIZE
                   INTO FaultText
               END-STRING
               PERFORM NoteFault
           END-IF
       END-PERFORM
       EXIT.

      *> Every exit must lead to a room of the house or out (99), and
      *> be answered by the opposite exit of the room it leads to -
      *> SHOS's shifting walls open and shut doorways in pairs.
CheckRooms.
       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx IS GREATER THAN 20
           IF RoomIdx IS GREATER THAN PackRoomCount
               IF PackRoomDefined(RoomIdx)
                   MOVE SPACES TO FaultText
                   STRING "room " DELIMITED BY SIZE
                       RoomIdx DELIMITED BY SIZE
                       " is beyond the header's room count" DELIMITED BY SIZE
                       INTO FaultText
                   END-STRING
                   PERFORM NoteFault
               END-IF
           ELSE
               IF NOT PackRoomDefined(RoomIdx)
                   MOVE SPACES TO FaultText
                   STRING "room " DELIMITED BY SIZE
                       RoomIdx DELIMITED BY SIZE
                       " has no R record" DELIMITED BY SIZE
                       INTO FaultText
                   END-STRING
                   PERFORM NoteFault
               ELSE
                   PERFORM VARYING DirIdx FROM 1 BY 1
                       UNTIL DirIdx IS GREATER THAN 4
                       PERFORM CheckOneExit
                   END-PERFORM
               END-IF
           END-IF
       END-PERFORM
       EXIT.

CheckOneExit.
       MOVE PackRoomExit(RoomIdx, DirIdx) TO ExitTo
       IF ExitTo IS EQUAL TO 0 OR ExitTo IS EQUAL TO 99
           EXIT PARAGRAPH
       END-IF
       IF ExitTo IS GREATER THAN PackRoomCount OR ExitTo IS EQUAL TO RoomIdx
           MOVE SPACES TO FaultText
           STRING "room " DELIMITED BY SIZE
               RoomIdx DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DirWord(DirIdx) DELIMITED BY SPACE
               " leads to no room of the house" DELIMITED BY SIZE
               INTO FaultText
           END-STRING
           PERFORM NoteFault
           EXIT PARAGRAPH
       END-IF
       MOVE "O" TO Dir-Action
       MOVE "G" TO Dir-From-Conv
       MOVE DirIdx TO Dir-In
       CALL "DIRSVC" USING Dir-Request
       MOVE Dir-Out TO BackDir
       IF PackRoomExit(ExitTo, BackDir) IS NOT EQUAL TO RoomIdx
           MOVE SPACES TO FaultText
           STRING "room " DELIMITED BY SIZE
               RoomIdx DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DirWord(DirIdx) DELIMITED BY SPACE
               " to " DELIMITED BY SIZE
               ExitTo DELIMITED BY SIZE
               " has no " DELIMITED BY SIZE
               DirWord(BackDir) DELIMITED BY SPACE
               " door back" DELIMITED BY SIZE
               INTO FaultText
           END-STRING
           PERFORM NoteFault
       END-IF
       EXIT.

      *> The same flood SHOS's CheckHouseConnected runs from room 1:
      *> every room must be reached, and at least one reached room
      *> must hold the way out.
CheckConnected.
       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx IS GREATER THAN 20
           MOVE "N" TO ReachFlag(RoomIdx)
       END-PERFORM
       MOVE 0 TO WayOutCount
       MOVE "Y" TO ReachFlag(1)
       MOVE 1 TO ReachQueue(1)
       MOVE 1 TO QHead
       MOVE 1 TO QTail
       PERFORM UNTIL QHead IS GREATER THAN QTail
           MOVE ReachQueue(QHead) TO QRoom
           ADD 1 TO QHead
           PERFORM VARYING DirIdx FROM 1 BY 1 UNTIL DirIdx IS GREATER THAN 4
               MOVE PackRoomExit(QRoom, DirIdx) TO ExitTo
               IF ExitTo IS EQUAL TO 99
                   ADD 1 TO WayOutCount
               END-IF
               IF ExitTo IS GREATER THAN 0
                   AND ExitTo IS NOT EQUAL TO 99
                   AND ExitTo IS NOT GREATER THAN PackRoomCount
                   IF ReachFlag(ExitTo) IS EQUAL TO "N"
                       MOVE "Y" TO ReachFlag(ExitTo)
                       ADD 1 TO QTail
                       MOVE ExitTo TO ReachQueue(QTail)
                   END-IF
               END-IF
           END-PERFORM
       END-PERFORM
       PERFORM VARYING RoomIdx FROM 1 BY 1
           UNTIL RoomIdx IS GREATER THAN PackRoomCount
           IF ReachFlag(RoomIdx) IS EQUAL TO "N"
               MOVE SPACES TO FaultText
               STRING "room " DELIMITED BY SIZE
                   RoomIdx DELIMITED BY SIZE
                   " cannot be reached from room 01" DELIMITED BY SIZE
                   INTO FaultText
               END-STRING
               PERFORM NoteFault
           END-IF
       END-PERFORM
       IF WayOutCount IS EQUAL TO 0
           MOVE "no reachable room has the way out (99)" TO FaultText
           PERFORM NoteFault
       END-IF
       EXIT.

      *> Every text id the pack names must be a record in rooms.dat,
      *> or the room would be shown with the stock filler line.
CheckRoomText.
       MOVE "N" TO RoomsTextOpen
       OPEN INPUT RoomsFile
       IF RoomsFileStatus IS EQUAL TO "00"
           MOVE "Y" TO RoomsTextOpen
       END-IF
       PERFORM VARYING RoomIdx FROM 1 BY 1
           UNTIL RoomIdx IS GREATER THAN PackRoomCount
           IF PackRoomText(RoomIdx) IS GREATER THAN 0
               IF NOT RoomsTextReadable
                   MOVE "rooms.dat cannot be opened to check text ids"
                       TO FaultText
                   PERFORM NoteFault
                   EXIT PERFORM
               END-IF
               MOVE PackRoomText(RoomIdx) TO RoomsFileId
               READ RoomsFile
                   INVALID KEY
                       MOVE SPACES TO FaultText
                       STRING "room " DELIMITED BY SIZE
                           RoomIdx DELIMITED BY SIZE
                           " shows text id " DELIMITED BY SIZE
                           PackRoomText(RoomIdx) DELIMITED BY SIZE
                           ", not in rooms.dat" DELIMITED BY SIZE
                           INTO FaultText
                       END-STRING
                       PERFORM NoteFault
               END-READ
           END-IF
       END-PERFORM
       IF RoomsTextReadable
           CLOSE RoomsFile
       END-IF
       EXIT.

NoteFault.
       MOVE "N" TO PackOkFlag
       ADD 1 TO FaultCount
       DISPLAY "  REFUSED: " FUNCTION TRIM(FaultText) "."
       EXIT.

ReportVerdict.
       IF PackPasses
           ADD 1 TO PassedCount
           DISPLAY "PACKCHK: " FUNCTION TRIM(PackCode) " ("
               FUNCTION TRIM(PackName) ") passes - " PackRoomCount
               " rooms, " PackLionCount " lions."
       ELSE
           ADD 1 TO RefusedCount
           DISPLAY "PACKCHK: " FUNCTION TRIM(PackFileName) " refused, "
               FaultCount " fault(s)."
           MOVE "REFUSE" TO GL-Event
           MOVE SPACES TO GL-Detail
           STRING "file=" DELIMITED BY SIZE
               PackFileName DELIMITED BY SPACE
               " faults=" DELIMITED BY SIZE
               FaultCount DELIMITED BY SIZE
               INTO GL-Detail
           END-STRING
           CALL "GAMELOG" USING GameLog-Request
       END-IF
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
       MOVE "PACKCHK" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
