       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SHOSWATCH.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LiveFile ASSIGN DYNAMIC LiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LiveFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors SHOS's LiveRecord field-for-field.
       FD LiveFile.
       01 LiveRecord.
          02 LvSeq PIC 9(6).
          02 LvState PIC X.
          02 LvRunDate PIC 9(8).
          02 LvRunTime PIC 9(8).
          02 LvPlayer PIC X(12).
          02 LvPreset PIC X.
          02 LvRoom PIC 99.
          02 LvRoomCount PIC 99.
          02 LvHealth PIC 99.
          02 LvMaxHealth PIC 99.
          02 LvLionsBeaten PIC 99.
          02 LvLionsLeft PIC 9.
          02 LvHaul PIC 9(4).
          02 LvTurns PIC 9(4).
          02 LvTurnLimit PIC 9(4).
          02 LvHasZarr PIC X.
          02 LvLastCommand PIC X(12).
          02 LvStampTime PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 LiveFileName PIC X(60) VALUE "shos_live.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 LiveFileStatus PIC XX.
      *> The watcher follows one run, known by the date and time it
      *> started. A run already over when the watcher starts is
      *> passed by; the next one to start is followed to its end.
       01 WatchData.
          02 SleepSeconds PIC 9(8) COMP-5 VALUE 1.
          02 IdleLimit PIC 9(4) VALUE 600.
          02 IdleCount PIC 9(4) VALUE 0.
          02 PolledOk PIC X.
             88 StatusRead VALUE "Y".
          02 WatchFlag PIC X VALUE "N".
             88 Following VALUE "Y".
          02 DoneFlag PIC X VALUE "N".
             88 WatchDone VALUE "Y".
          02 SkipKey PIC X(16) VALUE SPACES.
          02 RunKey PIC X(16) VALUE SPACES.
          02 ThisKey PIC X(16).
          02 ShownSeq PIC 9(6) VALUE 0.
          02 ShownView PIC X(66) VALUE SPACES.
          02 StateText PIC X(30).
          02 PresetWord PIC X(6).

PROCEDURE DIVISION.
      *> A second terminal's view of a run in the House of Shadows:
      *> redraw SHOS's live status each time it changes, and stop
      *> when the run is over.
       PERFORM ResolveDataFiles
       DISPLAY "SHOSWATCH - WAITING FOR A RUN IN THE HOUSE OF SHADOWS."
       PERFORM PollStatus
       IF StatusRead AND LvState IS NOT EQUAL TO "P"
           MOVE LvRunDate TO SkipKey(1:8)
           MOVE LvRunTime TO SkipKey(9:8)
       END-IF
       PERFORM WatchOnce UNTIL WatchDone
       STOP RUN.

WatchOnce.
       PERFORM PollStatus
       IF NOT StatusRead
           PERFORM IdleTick
           EXIT PARAGRAPH
       END-IF
       MOVE LvRunDate TO ThisKey(1:8)
       MOVE LvRunTime TO ThisKey(9:8)
       IF NOT Following
           IF ThisKey IS EQUAL TO SkipKey OR LvState IS NOT EQUAL TO "P"
               PERFORM IdleTick
               EXIT PARAGRAPH
           END-IF
           MOVE ThisKey TO RunKey
           MOVE "Y" TO WatchFlag
           MOVE 0 TO ShownSeq
       END-IF
       IF ThisKey IS NOT EQUAL TO RunKey
      *>   The run we followed was replaced without a closing status;
      *>   it is over as far as this terminal can tell.
           DISPLAY SPACE
           DISPLAY "THE RUN ENDED OUT OF SIGHT - A NEW ONE HAS BEGUN."
           MOVE "Y" TO DoneFlag
           EXIT PARAGRAPH
       END-IF
       IF LvSeq IS EQUAL TO ShownSeq
           PERFORM IdleTick
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO IdleCount
       MOVE LvSeq TO ShownSeq
      *> A command that changed nothing on the board - a wall walked
      *> into twice - is not worth a redraw.
       IF LiveRecord(7:66) IS NOT EQUAL TO ShownView
           MOVE LiveRecord(7:66) TO ShownView
           PERFORM DrawStatus
       END-IF
       IF LvState IS NOT EQUAL TO "P"
           MOVE "Y" TO DoneFlag
           EXIT PARAGRAPH
       END-IF
       CALL "C$SLEEP" USING SleepSeconds
       EXIT.

      *> One read of the status record. SHOS renames a finished copy
      *> over the file, so a record is either wholly there or not
      *> there at all; anything not numeric where it should be is
      *> treated as no status this time round.
PollStatus.
       MOVE "N" TO PolledOk
       OPEN INPUT LiveFile
       IF LiveFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       READ LiveFile
           AT END
               MOVE "10" TO LiveFileStatus
       END-READ
       IF LiveFileStatus IS EQUAL TO "00"
           AND LvSeq IS NUMERIC AND LvRunDate IS NUMERIC
           AND LvRunTime IS NUMERIC
           MOVE "Y" TO PolledOk
       END-IF
       CLOSE LiveFile
       EXIT.

      *> Nothing new this second. Ten minutes of nothing and the
      *> watcher gives up.
IdleTick.
       ADD 1 TO IdleCount
       IF IdleCount IS NOT LESS THAN IdleLimit
           DISPLAY SPACE
           IF Following
               DISPLAY "SHOSWATCH: THE RUN HAS GONE QUIET - STOPPING."
           ELSE
               DISPLAY "SHOSWATCH: NO RUN STARTED - STOPPING."
           END-IF
           MOVE "Y" TO DoneFlag
           EXIT PARAGRAPH
       END-IF
       CALL "C$SLEEP" USING SleepSeconds
       EXIT.

DrawStatus.
       EVALUATE LvPreset
           WHEN "E"
               MOVE "EASY" TO PresetWord
           WHEN "C"
               MOVE "CRUEL" TO PresetWord
           WHEN OTHER
               MOVE "NORMAL" TO PresetWord
       END-EVALUATE
       EVALUATE LvState
           WHEN "P"
               MOVE "IN THE HOUSE" TO StateText
           WHEN "W"
               MOVE "WALKED OUT" TO StateText
           WHEN "D"
               MOVE "SLAIN" TO StateText
           WHEN "T"
               MOVE "THE TURNS RAN OUT" TO StateText
           WHEN OTHER
               MOVE "THE RUN HAS ENDED" TO StateText
       END-EVALUATE
       DISPLAY SPACE
       DISPLAY "=============================================="
       DISPLAY " " FUNCTION TRIM(LvPlayer) " - " FUNCTION TRIM(StateText)
           "   (" FUNCTION TRIM(PresetWord) ")"
       DISPLAY "----------------------------------------------"
       DISPLAY " ROOM        " LvRoom " OF " LvRoomCount
       DISPLAY " HEALTH      " LvHealth " OF " LvMaxHealth
       DISPLAY " LIONS       " LvLionsBeaten " BEATEN, " LvLionsLeft " LEFT"
       DISPLAY " HAUL        " LvHaul
       DISPLAY " TURNS       " LvTurns " OF " LvTurnLimit
       IF LvHasZarr IS EQUAL TO "Y"
           DISPLAY " ZARR        IN HAND"
       END-IF
       IF LvLastCommand IS NOT EQUAL TO SPACES
           DISPLAY " LAST MOVE   " FUNCTION TRIM(LvLastCommand)
       END-IF
       DISPLAY "=============================================="
       IF LvState IS NOT EQUAL TO "P"
           DISPLAY "SHOSWATCH: THE RUN IS OVER."
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
       MOVE "SHOSWATCH" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
