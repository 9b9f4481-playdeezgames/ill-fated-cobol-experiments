       FD DumpFile.
       01 DumpLine PIC X(5).
       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 ScratchPad.
          02 XValue PIC 99.
             88 InvalidX VALUES 11 THRU 99.
             88 FlagIsSet VALUE "Y".
             88 FlagIsClear VALUE "N".
       01 DumpFileStatus PIC XX.
       01 WS-DumpFileName PIC X(60) VALUE "sandbox_dump.txt".
       01 DumpModeChoice PIC X VALUE "N".
          88 DumpModeIsOn VALUES "Y" "y".

       SET FlagIsClear TO TRUE
       PERFORM AskDumpMode
       IF DumpModeIsOn
           MOVE WS-DumpFileName TO Env-File
           PERFORM ResolveFileName
           MOVE Env-File TO WS-DumpFileName
           OPEN OUTPUT DumpFile
           IF DumpFileStatus IS NOT EQUAL TO "00"
               DISPLAY "SANDBOX: unable to open dump file, status "
       MOVE ScratchPad TO DumpLine
       WRITE DumpLine
EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "SANDBOX" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
