          02 CandImageRow PIC X(56).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 BaseFileStatus PIC XX.
       01 CandFileStatus PIC XX.
       01 WS-BaseFileName PIC X(60).
       01 WS-CandFileName PIC X(60).
      *> IMGDIFF checks one pair of images; a release of the library
      *> holds every room. This sweep pairs records by room id and
      *> ends in the one PASS/FAIL line the batch chain keys off.
STOP RUN.

LoadBaseLibrary.
       MOVE WS-BaseFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-BaseFileName
       OPEN INPUT BaseFile
       IF BaseFileStatus IS NOT EQUAL TO "00"
           DISPLAY "LIBSWEEP: could not open "
       EXIT.

LoadCandLibrary.
       MOVE WS-CandFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-CandFileName
       OPEN INPUT CandFile
       IF CandFileStatus IS NOT EQUAL TO "00"
           DISPLAY "LIBSWEEP: could not open "
           ADD 1 TO MatchedCount
       END-IF
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "LIBSWEEP" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
