       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CRAWLBOOK.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FrameIndexFile ASSIGN DYNAMIC FrameIndexFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FrameIndexFileStatus.
           SELECT FrameFile ASSIGN DYNAMIC FrameFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FrameFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors CRAWLER's FrameIndexEntry field-for-field. An index
      *> written before the turn and tallies were added carries only
      *> the name and caption; those frames print without the rest.
       FD FrameIndexFile.
       01 FrameIndexEntry.
          02 FieName PIC X(14).
          02 FILLER PIC X.
          02 FieCaption PIC X(30).
          02 FILLER PIC X.
          02 FieTurn PIC 9(4).
          02 FILLER PIC X.
          02 FieHealth PIC 99.
          02 FILLER PIC X.
          02 FieMaxHealth PIC 99.
          02 FILLER PIC X.
          02 FieMonster PIC X(12).
          02 FILLER PIC X.
          02 FieMonsterHits PIC 9.
          02 FILLER PIC X.
          02 FieKills PIC 999.
          02 FILLER PIC X.
          02 FieTreasure PIC 99.
          02 FILLER PIC X.
          02 FieDamage PIC 999.
          02 FILLER PIC X(8).
      *> One animation frame: 24 rows of 56, as CRAWLER wrote it.
       FD FrameFile.
       01 FrameRow PIC X(56).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 FrameIndexFileName PIC X(60) VALUE "frames_index.txt".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 FrameIndexFileStatus PIC XX.
       01 FrameFileStatus PIC XX.
       01 FrameFileName PIC X(60).
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
      *> The whole run on paper, a frame to a page with what was
      *> happening captioned under it, for the player who wants the
      *> keepsake and the desk that has to settle a disputed claim.
       01 BookData.
          02 FramesPrinted PIC 9(4) VALUE 0.
          02 FramesMissing PIC 9(4) VALUE 0.
          02 RowsPrinted PIC 99.
          02 TalliesSeen PIC X VALUE "N".
             88 HasTallies VALUE "Y".
          02 LastTurn PIC 9(4) VALUE 0.
          02 LastHealth PIC 99 VALUE 0.
          02 LastMaxHealth PIC 99 VALUE 0.
          02 LastKills PIC 999 VALUE 0.
          02 LastTreasure PIC 99 VALUE 0.
          02 LastDamage PIC 999 VALUE 0.
       01 FrameHeadLine.
          02 FILLER PIC X(6) VALUE "FRAME ".
          02 FhNumber PIC ZZZ9.
          02 FILLER PIC X(3) VALUE " - ".
          02 FhName PIC X(14).
          02 FILLER PIC X(53) VALUE SPACES.
       01 CaptionLine.
          02 FILLER PIC X(5) VALUE "TURN ".
          02 ClTurn PIC ZZZ9.
          02 FILLER PIC X(3) VALUE " - ".
          02 ClCaption PIC X(30).
          02 FILLER PIC X(38) VALUE SPACES.
       01 StateLine.
          02 FILLER PIC X(7) VALUE "HEALTH ".
          02 SlHealth PIC Z9.
          02 FILLER PIC X VALUE "/".
          02 SlMaxHealth PIC Z9.
          02 FILLER PIC X(11) VALUE "   MONSTER ".
          02 SlMonster PIC X(12).
          02 SlMonsterHits PIC X(10).
          02 FILLER PIC X(35) VALUE SPACES.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       MOVE "O" TO Rpt-Action
       MOVE "crawl_booklet.txt" TO Rpt-File
       MOVE "CRAWL RECAP BOOKLET" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "N" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       OPEN INPUT FrameIndexFile
       IF FrameIndexFileStatus IS NOT EQUAL TO "00"
           MOVE "NO FRAMES - frames_index.txt IS MISSING. RUN CRAWLER IN"
               TO PrintLine
           PERFORM PutLine
           MOVE "ANIMATION MODE FIRST." TO PrintLine
           PERFORM PutLine
       ELSE
           PERFORM UNTIL FrameIndexFileStatus IS NOT EQUAL TO "00"
               MOVE SPACES TO FrameIndexEntry
               READ FrameIndexFile
                   AT END
                       MOVE "10" TO FrameIndexFileStatus
                   NOT AT END
                       IF FieName IS NOT EQUAL TO SPACES
                           PERFORM PrintOneFrame
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FrameIndexFile
       END-IF
       PERFORM PrintSummary
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       DISPLAY "CRAWLBOOK: " FramesPrinted
           " frame(s) printed to crawl_booklet.txt."
       IF FramesMissing IS GREATER THAN 0
           DISPLAY "CRAWLBOOK: " FramesMissing
               " frame file(s) listed in the index were missing."
       END-IF
STOP RUN.

PrintOneFrame.
       ADD 1 TO FramesPrinted
       IF FramesPrinted IS GREATER THAN 1
           MOVE "P" TO Rpt-Action
           CALL "REPORTSVC" USING Report-Request
       END-IF
       MOVE FramesPrinted TO FhNumber
       MOVE FieName TO FhName
       MOVE FrameHeadLine TO PrintLine
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE FieName TO FrameFileName
       MOVE 0 TO RowsPrinted
       MOVE FrameFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO FrameFileName
       OPEN INPUT FrameFile
       IF FrameFileStatus IS NOT EQUAL TO "00"
           ADD 1 TO FramesMissing
           MOVE SPACES TO PrintLine
           STRING "(THE FRAME FILE COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
               FrameFileStatus DELIMITED BY SIZE
               ".)" DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       ELSE
           PERFORM UNTIL FrameFileStatus IS NOT EQUAL TO "00"
               OR RowsPrinted IS EQUAL TO 24
               READ FrameFile
                   AT END
                       MOVE "10" TO FrameFileStatus
                   NOT AT END
                       ADD 1 TO RowsPrinted
                       MOVE FrameRow TO PrintLine
                       PERFORM PutLine
               END-READ
           END-PERFORM
           CLOSE FrameFile
       END-IF
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       PERFORM PrintCaption
       EXIT.

PrintCaption.
       IF FieTurn IS NOT NUMERIC OR FieHealth IS NOT NUMERIC
           MOVE SPACES TO PrintLine
           STRING "    " DELIMITED BY SIZE
               FieCaption DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           MOVE "    (NO TURN DETAILS WERE RECORDED FOR THIS FRAME.)"
               TO PrintLine
           PERFORM PutLine
           EXIT PARAGRAPH
       END-IF
       MOVE FieTurn TO ClTurn
       MOVE FieCaption TO ClCaption
       MOVE CaptionLine TO PrintLine
       PERFORM PutLine
       MOVE FieHealth TO SlHealth
       MOVE FieMaxHealth TO SlMaxHealth
       IF FieMonster IS EQUAL TO SPACES
           MOVE "NONE" TO SlMonster
           MOVE SPACES TO SlMonsterHits
       ELSE
           MOVE FieMonster TO SlMonster
           MOVE SPACES TO SlMonsterHits
           STRING "(" DELIMITED BY SIZE
               FieMonsterHits DELIMITED BY SIZE
               " HP)" DELIMITED BY SIZE
               INTO SlMonsterHits
           END-STRING
       END-IF
       MOVE StateLine TO PrintLine
       PERFORM PutLine
       MOVE "Y" TO TalliesSeen
       MOVE FieTurn TO LastTurn
       MOVE FieHealth TO LastHealth
       MOVE FieMaxHealth TO LastMaxHealth
       IF FieKills IS NUMERIC
           MOVE FieKills TO LastKills
       END-IF
       IF FieTreasure IS NUMERIC
           MOVE FieTreasure TO LastTreasure
       END-IF
       IF FieDamage IS NUMERIC
           MOVE FieDamage TO LastDamage
       END-IF
       EXIT.

      *> The run's kills, treasure and damage are running tallies on
      *> every index line, so the last frame holds the whole run's.
PrintSummary.
       MOVE "P" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       MOVE "RUN SUMMARY" TO PrintLine
       PERFORM PutLine
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       IF FramesPrinted IS GREATER THAN 0 AND NOT HasTallies
           MOVE "THIS INDEX CARRIES NO TURN DETAILS - ONLY THE FRAMES"
               TO PrintLine
           PERFORM PutLine
           MOVE "ARE COUNTED." TO PrintLine
           PERFORM PutLine
       END-IF
       IF HasTallies
           MOVE SPACES TO PrintLine
           STRING "TURNS PLAYED: " DELIMITED BY SIZE
               LastTurn DELIMITED BY SIZE
               "   HEALTH AT THE END: " DELIMITED BY SIZE
               LastHealth DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LastMaxHealth DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       MOVE "T" TO Rpt-Action
       MOVE "FRAMES PRINTED" TO Rpt-Total-Label
       MOVE FramesPrinted TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "MONSTERS KILLED" TO Rpt-Total-Label
       MOVE LastKills TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "TREASURE TAKEN" TO Rpt-Total-Label
       MOVE LastTreasure TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "DAMAGE TAKEN" TO Rpt-Total-Label
       MOVE LastDamage TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       IF FramesMissing IS GREATER THAN 0
           MOVE "FRAME FILES MISSING" TO Rpt-Total-Label
           MOVE FramesMissing TO Rpt-Total-Value
           CALL "REPORTSVC" USING Report-Request
       END-IF
       EXIT.

PutLine.
       MOVE "L" TO Rpt-Action
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
       MOVE "CRAWLBOOK" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
