       01 RoomFrameBuffer.
          02 BufferLine PIC X(56).
       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
       01 RoomFrameFileStatus PIC XX.
       01 OutputFileStatus PIC XX.
       01 WS-InputFileName PIC X(60) VALUE "roomframe.txt".
       01 WS-OutputFileName PIC X(60) VALUE "output.txt".
       01 DoneReading PIC X VALUE "N".
           88 IsNotDoneReading VALUE "N".
           88 IsDoneReading VALUE "Y".

PROCEDURE DIVISION.
       PERFORM AskFileNames
       MOVE WS-InputFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-InputFileName
       OPEN INPUT RoomFrameFile
       SET IsNotDoneReading TO TRUE
       PERFORM UNTIL IsDoneReading
           DISPLAY "READFILE: refusing to hand it onward."
           STOP RUN
       END-IF
       MOVE WS-OutputFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-OutputFileName
       OPEN EXTEND OutputFile
       IF OutputFileStatus IS EQUAL TO "35"
           OPEN OUTPUT OutputFile
      *> the old single-pass flow did - the first pass only decided
      *> whether the file deserves to be copied at all.
WriteFaithfulCopy.
       MOVE WS-InputFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO WS-InputFileName
       OPEN INPUT RoomFrameFile
       SET IsNotDoneReading TO TRUE
       PERFORM UNTIL IsDoneReading
           DISPLAY "READFILE: record did not match the expected width (56)."
       END-IF
EXIT.

      *> SHOPENV puts the name in Env-File in the environment's
      *> directory, or ends the run rather than mix environments.
ResolveFileName.
       MOVE "R" TO Env-Action
       MOVE "READFILE" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
