          02 SavePedKey PIC 99.

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       COPY "ITEMDESC.cpy".
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
       01 WorldFileStatus PIC XX.
       01 WS-WorldFileName PIC X(60).
       01 WorldShape.
          02 WorldSize PIC 99 VALUE 10.
          02 LocCount PIC 999 VALUE 100.
       IF WS-WorldFileName IS EQUAL TO SPACES
           MOVE "inventory_save.dat" TO WS-WorldFileName
       END-IF
       MOVE WS-WorldFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-WorldFileName
       OPEN INPUT WorldFile
       IF WorldFileStatus IS NOT EQUAL TO "00"
           DISPLAY "WORLDRPT: unable to open "
       END-IF
       PERFORM PutLine
       EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "WORLDRPT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
