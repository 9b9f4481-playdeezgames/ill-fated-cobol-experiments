       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MSGGAPS.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CatalogFile ASSIGN DYNAMIC CatalogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CatalogFileStatus.
           SELECT GapsFile ASSIGN DYNAMIC GapsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GapsFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD CatalogFile.
       01 CatalogRecord.
          02 CatProgram PIC X(8).
          02 CatNumber PIC 999.
          02 CatText PIC X(100) OCCURS 2 TIMES.
       FD GapsFile.
       01 GapsRecord.
          02 GapDate PIC 9(8).
          02 FILLER PIC X.
          02 GapProgram PIC X(8).
          02 FILLER PIC X.
          02 GapNumber PIC 999.
          02 FILLER PIC X.
          02 GapLanguage PIC X(2).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 CatalogFileName PIC X(60) VALUE "msg_catalog.dat".
          02 GapsFileName PIC X(60) VALUE "msg_gaps.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 CatalogFileStatus PIC XX.
       01 GapsFileStatus PIC XX.
       COPY "MSGCAT.cpy".
       COPY "MSGLANG.cpy".
       COPY "REPORTSVC.cpy".
      *> Two measures of the same debt, per program and language: how
      *> many catalog messages still have no translation, and how
      *> many times a player was actually shown English instead
      *> (msg_gaps.dat, one line per message per game run).
       01 GapsData.
          02 LangCount PIC 9 COMP.
          02 LangIdx PIC 9 COMP.
          02 ZeroIdx PIC 9 COMP.
          02 ProgCount PIC 99 VALUE 0.
          02 ProgIdx PIC 99.
          02 ProgFoundIdx PIC 99.
          02 ProgTable OCCURS 20 TIMES.
             03 ProgName PIC X(8).
             03 ProgMessages PIC 9(4).
             03 ProgMissing PIC 9(4) OCCURS 2 TIMES.
             03 ProgShown PIC 9(6) OCCURS 2 TIMES.
          02 SeekProgram PIC X(8).
          02 TotalMessages PIC 9(4) VALUE 0.
          02 TotalMissing PIC 9(4) OCCURS 2 TIMES.
          02 TotalShown PIC 9(6) OCCURS 2 TIMES.
          02 OtherShown PIC 9(6) VALUE 0.
          02 ProgsFull PIC X VALUE "N".
       01 ScratchPad.
          02 PrintLine PIC X(80).
          02 CountEdit PIC Z(5)9.
          02 MissingEdit PIC Z(5)9.
          02 ShownEdit PIC Z(5)9.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       COMPUTE LangCount = FUNCTION LENGTH(Msg-Language-Table)
           / FUNCTION LENGTH(Msg-Language-Code(1))
       PERFORM VARYING LangIdx FROM 1 BY 1 UNTIL LangIdx > LangCount
           MOVE 0 TO TotalMissing(LangIdx)
           MOVE 0 TO TotalShown(LangIdx)
       END-PERFORM
      *> MSGCAT brings the file level with the games' decks first, so
      *> a message added since the last rewrite is counted too.
       MOVE "R" TO Msg-Action
       CALL "MSGCAT" USING Message-Request
       MOVE "O" TO Rpt-Action
       MOVE "msg_gaps_report.txt" TO Rpt-File
       MOVE "MESSAGE CATALOG TRANSLATION GAPS" TO Rpt-Title
       MOVE 50 TO Rpt-Page-Depth
       MOVE "N" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       OPEN INPUT CatalogFile
       IF CatalogFileStatus IS NOT EQUAL TO "00"
           DISPLAY "MSGGAPS: no msg_catalog.dat to check, status "
               CatalogFileStatus "."
           MOVE "NO msg_catalog.dat TO CHECK." TO PrintLine
           PERFORM PutLine
           MOVE "C" TO Rpt-Action
           CALL "REPORTSVC" USING Report-Request
           STOP RUN
       END-IF
       MOVE "MESSAGES STILL WAITING ON A TRANSLATION:" TO PrintLine
       PERFORM PutLine
       PERFORM UNTIL CatalogFileStatus IS NOT EQUAL TO "00"
           READ CatalogFile
               AT END
                   MOVE "10" TO CatalogFileStatus
               NOT AT END
                   PERFORM TallyCatalogRecord
           END-READ
       END-PERFORM
       CLOSE CatalogFile
       PERFORM TallyGapsFile
       PERFORM WriteSummary
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       DISPLAY "MSGGAPS: report written to msg_gaps_report.txt"
STOP RUN.

      *> English is the fallback, so only the other columns can owe.
TallyCatalogRecord.
       MOVE CatProgram TO SeekProgram
       PERFORM FindProgram
       IF ProgFoundIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ProgMessages(ProgFoundIdx)
       ADD 1 TO TotalMessages
       PERFORM VARYING LangIdx FROM 2 BY 1 UNTIL LangIdx > LangCount
           IF CatText(LangIdx) IS EQUAL TO SPACES
               ADD 1 TO ProgMissing(ProgFoundIdx, LangIdx)
               ADD 1 TO TotalMissing(LangIdx)
               MOVE SPACES TO PrintLine
               STRING "  " DELIMITED BY SIZE
                   Msg-Language-Code(LangIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CatProgram DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CatNumber DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CatText(1)(1:60) DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
               PERFORM PutLine
           END-IF
       END-PERFORM
       EXIT.

TallyGapsFile.
       OPEN INPUT GapsFile
       IF GapsFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL GapsFileStatus IS NOT EQUAL TO "00"
           READ GapsFile
               AT END
                   MOVE "10" TO GapsFileStatus
               NOT AT END
                   PERFORM TallyGapLine
           END-READ
       END-PERFORM
       CLOSE GapsFile
       EXIT.

      *> A language MSGLANG.cpy does not carry (an old profile, a
      *> hand-edited one) is counted apart.
TallyGapLine.
       PERFORM VARYING LangIdx FROM 2 BY 1 UNTIL LangIdx > LangCount
           OR Msg-Language-Code(LangIdx) IS EQUAL TO GapLanguage
           CONTINUE
       END-PERFORM
       IF LangIdx IS GREATER THAN LangCount
           ADD 1 TO OtherShown
           EXIT PARAGRAPH
       END-IF
       MOVE GapProgram TO SeekProgram
       PERFORM FindProgram
       IF ProgFoundIdx IS NOT EQUAL TO 0
           ADD 1 TO ProgShown(ProgFoundIdx, LangIdx)
       END-IF
       ADD 1 TO TotalShown(LangIdx)
       EXIT.

FindProgram.
       MOVE 0 TO ProgFoundIdx
       PERFORM VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > ProgCount
           IF ProgName(ProgIdx) IS EQUAL TO SeekProgram
               MOVE ProgIdx TO ProgFoundIdx
           END-IF
       END-PERFORM
       IF ProgFoundIdx IS NOT EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF ProgCount IS NOT LESS THAN 20
           MOVE "Y" TO ProgsFull
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ProgCount
       MOVE ProgCount TO ProgFoundIdx
       MOVE SeekProgram TO ProgName(ProgFoundIdx)
       MOVE 0 TO ProgMessages(ProgFoundIdx)
       PERFORM VARYING ZeroIdx FROM 1 BY 1 UNTIL ZeroIdx > LangCount
           MOVE 0 TO ProgMissing(ProgFoundIdx, ZeroIdx)
           MOVE 0 TO ProgShown(ProgFoundIdx, ZeroIdx)
       END-PERFORM
       EXIT.

WriteSummary.
       IF TotalMessages IS EQUAL TO 0
           MOVE "  (THE CATALOG IS EMPTY)" TO PrintLine
           PERFORM PutLine
       END-IF
       PERFORM VARYING LangIdx FROM 2 BY 1 UNTIL LangIdx > LangCount
           IF TotalMissing(LangIdx) IS EQUAL TO 0
               MOVE SPACES TO PrintLine
               STRING "  (NONE IN " DELIMITED BY SIZE
                   Msg-Language-Code(LangIdx) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
               PERFORM PutLine
           END-IF
       END-PERFORM
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE "BY PROGRAM (MESSAGES / UNTRANSLATED / TIMES SHOWN IN ENGLISH):"
           TO PrintLine
       PERFORM PutLine
       PERFORM VARYING LangIdx FROM 2 BY 1 UNTIL LangIdx > LangCount
           PERFORM VARYING ProgIdx FROM 1 BY 1 UNTIL ProgIdx > ProgCount
               MOVE ProgMessages(ProgIdx) TO CountEdit
               MOVE ProgMissing(ProgIdx, LangIdx) TO MissingEdit
               MOVE ProgShown(ProgIdx, LangIdx) TO ShownEdit
               MOVE SPACES TO PrintLine
               STRING "  " DELIMITED BY SIZE
                   Msg-Language-Code(LangIdx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ProgName(ProgIdx) DELIMITED BY SIZE
                   CountEdit DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   MissingEdit DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   ShownEdit DELIMITED BY SIZE
                   INTO PrintLine
               END-STRING
               PERFORM PutLine
           END-PERFORM
           MOVE TotalMessages TO CountEdit
           MOVE TotalMissing(LangIdx) TO MissingEdit
           MOVE TotalShown(LangIdx) TO ShownEdit
           MOVE SPACES TO PrintLine
           STRING "  " DELIMITED BY SIZE
               Msg-Language-Code(LangIdx) DELIMITED BY SIZE
               " ALL     " DELIMITED BY SIZE
               CountEdit DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               MissingEdit DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               ShownEdit DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
           MOVE "T" TO Rpt-Action
           MOVE SPACES TO Rpt-Total-Label
           STRING Msg-Language-Code(LangIdx) DELIMITED BY SIZE
               " UNTRANSLATED" DELIMITED BY SIZE
               INTO Rpt-Total-Label
           END-STRING
           MOVE TotalMissing(LangIdx) TO Rpt-Total-Value
           CALL "REPORTSVC" USING Report-Request
           MOVE SPACES TO Rpt-Total-Label
           STRING Msg-Language-Code(LangIdx) DELIMITED BY SIZE
               " SHOWN IN ENGLISH" DELIMITED BY SIZE
               INTO Rpt-Total-Label
           END-STRING
           MOVE TotalShown(LangIdx) TO Rpt-Total-Value
           CALL "REPORTSVC" USING Report-Request
       END-PERFORM
       IF OtherShown IS GREATER THAN 0
           MOVE OtherShown TO ShownEdit
           MOVE SPACES TO PrintLine
           STRING "  SHOWN IN ENGLISH TO AN UNKNOWN LANGUAGE: "
               DELIMITED BY SIZE
               ShownEdit DELIMITED BY SIZE
               INTO PrintLine
           END-STRING
           PERFORM PutLine
       END-IF
       IF ProgsFull IS EQUAL TO "Y"
           MOVE "  (MORE THAN 20 PROGRAMS - THE REST ARE NOT COUNTED)"
               TO PrintLine
           PERFORM PutLine
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
       MOVE "MSGGAPS" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
