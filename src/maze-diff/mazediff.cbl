          02 CandDoors PIC X OCCURS 4 TIMES.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 BaseFileStatus PIC XX.
       01 CandFileStatus PIC XX.
       01 WS-BaseFileName PIC X(60).
       01 WS-CandFileName PIC X(60).
      *> IMGDIFF for mazes: "did the new algorithm change the output
      *> for seed 12345" answered by the machine instead of two
      *> maze_picture.txt printouts and a ruler.
       EXIT.

LoadBaseMaze.
       MOVE WS-BaseFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-BaseFileName
       OPEN INPUT BaseFile
       IF BaseFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEDIFF: could not open "
       EXIT.

LoadCandMaze.
       MOVE WS-CandFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-CandFileName
       OPEN INPUT CandFile
       IF CandFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MAZEDIFF: could not open "
               CandExitRow ")"
       END-IF
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "MAZEDIFF" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
