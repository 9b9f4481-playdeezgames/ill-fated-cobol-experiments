ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TranscriptFile ASSIGN DYNAMIC TranscriptFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TranscriptFileStatus.

       01 TranscriptLine PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 TranscriptFileName PIC X(60) VALUE "shos_transcript.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 TranscriptFileStatus PIC XX.
       COPY "REPORTSVC.cpy".
      *> SHOS transcript lines come in two vintages:
          02 PrintLine PIC X(80).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       PERFORM VARYING RoomIdx FROM 1 BY 1 UNTIL RoomIdx > 20
           MOVE 0 TO RoomVisits(RoomIdx)
       END-PERFORM
       MOVE PrintLine TO Rpt-Line
       CALL "REPORTSVC" USING Report-Request
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
       MOVE "TRANSRPT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
