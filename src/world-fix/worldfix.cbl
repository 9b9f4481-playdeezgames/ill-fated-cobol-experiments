          02 SavePedPotion PIC 99.
          02 SavePedKey PIC 99.
          02 SaveLevelNumber PIC 99.
      *> INVENTORY's explored map, behind the world record from layout
      *> 06 on - carried through to the repaired copy as it lies.
       01 WorldMapRecord.
          02 WMapTag PIC X(3).
          02 FILLER PIC X(2000).
       FD FixedFile.
       01 FixedIdRecord.
          02 FixIdTag PIC X(3).
          02 FILLER PIC X.
          02 FixIdSize PIC 99.
       01 FixedDataRecord PIC X(5286).
       01 FixedMapRecord PIC X(2003).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 WorldFileStatus PIC XX.
       01 FixedFileStatus PIC XX.
       01 WS-WorldFileName PIC X(60).
       01 WS-FixedFileName PIC X(60).
       01 WorldShape.
          02 WorldSize PIC 99 VALUE 10.
          02 LocCount PIC 999 VALUE 100.
          02 StampVersion PIC XX VALUE "01".
       01 WorldRecordHold PIC X(5286).
       01 WorldMapHold PIC X(2003).
       01 WorldMapFlag PIC X VALUE "N".
          88 WorldMapHeld VALUE "Y".
       01 V4Hold PIC X(1400).
       01 V4World REDEFINES V4Hold.
          02 V4Locations OCCURS 100 TIMES.
STOP RUN.

LoadWorld.
       MOVE WS-WorldFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-WorldFileName
       OPEN INPUT WorldFile
       IF WorldFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDFIX: unable to open "
                   CLOSE WorldFile
                   STOP RUN
           END-READ
           IF StampVersion IS NOT LESS THAN "06"
               PERFORM HoldWorldMap
           END-IF
       END-IF
       CLOSE WorldFile
       IF WorldSize IS LESS THAN 5 OR WorldSize IS GREATER THAN 20
           " world."
       EXIT.

      *> Layout 06 keeps the explored map after the world record; it
      *> is held as read so the repaired copy loses nothing of it.
HoldWorldMap.
       MOVE WorldFileRecord TO WorldRecordHold
       READ WorldFile
           AT END
               CONTINUE
           NOT AT END
               IF WMapTag IS EQUAL TO "#M "
                   MOVE WorldMapRecord TO WorldMapHold
                   MOVE "Y" TO WorldMapFlag
               END-IF
       END-READ
       MOVE WorldRecordHold TO WorldFileRecord
       EXIT.

WidenOldRecord.
       MOVE WorldFileRecord TO V4Hold
       PERFORM VARYING WidenIdx FROM 1 BY 1 UNTIL WidenIdx > 400
       EXIT.

WriteFixedCopy.
       MOVE WS-FixedFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-FixedFileName
       OPEN OUTPUT FixedFile
       IF FixedFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDFIX: could not open "
       MOVE SPACES TO FixedIdRecord
       MOVE "#V " TO FixIdTag
       MOVE "INVSAVE " TO FixIdType
       IF WorldMapHeld
           MOVE "06" TO FixIdVersion
       ELSE
           MOVE "05" TO FixIdVersion
       END-IF
       MOVE "WORLDFIX" TO FixIdProgram
       ACCEPT FixDateWork FROM DATE YYYYMMDD
       MOVE FixDateWork TO FixIdDate
       WRITE FixedIdRecord
       MOVE WorldFileRecord TO FixedDataRecord
       WRITE FixedDataRecord
       IF WorldMapHeld
           MOVE WorldMapHold TO FixedMapRecord
           WRITE FixedMapRecord
       END-IF
       CLOSE FixedFile
       DISPLAY "WORLDFIX: repaired copy written to "
           FUNCTION TRIM(WS-FixedFileName) "."
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "WORLDFIX" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
