       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MSGCAT.

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
      *> One message per record: the program and number key, then its
      *> text in each MSGLANG.cpy language. The English column is the
      *> games' own and is rewritten from their decks; the others are
      *> the translators', and a blank one is a message still waiting
      *> on its translation.
       FD CatalogFile.
       01 CatalogRecord.
          02 CatProgram PIC X(8).
          02 CatNumber PIC 999.
          02 CatText PIC X(100) OCCURS 2 TIMES.

      *> One line per message a player was shown in English because
      *> their language lacked it - once per message per run.
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
       COPY "MSGLANG.cpy".
       COPY "FILELOCK.cpy".
       COPY "MSGSHOS.cpy".
       COPY "MSGWAND.cpy".
       COPY "MSGINV.cpy".
       COPY "MSGCRAWL.cpy".
       COPY "MSGGUESS.cpy".
       COPY "MSGHAMU.cpy".
      *> The whole catalog is held for the run: the decks first, then
      *> msg_catalog.dat laid over them. CeInFile marks the entries
      *> the file already carries; any deck entry it lacks (a message
      *> added to a game since the file was written) or whose English
      *> has moved on means the file is rewritten whole.
       01 CatalogData.
          02 CatalogLoaded PIC X VALUE "N".
             88 CatalogIsLoaded VALUE "Y".
          02 CatalogStale PIC X VALUE "N".
             88 CatalogIsStale VALUE "Y".
          02 CatCount PIC 9(4) COMP VALUE 0.
          02 CatMax PIC 9(4) COMP VALUE 1500.
          02 CatEntry OCCURS 1500 TIMES.
             03 CeKey.
                04 CeProgram PIC X(8).
                04 CeNumber PIC 999.
             03 CeText PIC X(100) OCCURS 2 TIMES.
             03 CeInFile PIC X.
             03 CeGapLogged PIC X OCCURS 2 TIMES.
       01 LookupData.
          02 CatIdx PIC 9(4) COMP.
          02 FoundIdx PIC 9(4) COMP.
          02 DeckIdx PIC 9(4) COMP.
          02 DeckSize PIC 9(4) COMP.
          02 LangIdx PIC 9 COMP.
          02 LangCol PIC 9 COMP.
          02 GapCol PIC 9 COMP.
          02 SearchKey.
             03 SearchProgram PIC X(8).
             03 SearchNumber PIC 999.
          02 Template PIC X(100).
          02 TemplateLength PIC 999 COMP.
          02 TemplatePos PIC 999 COMP.
          02 OutPos PIC 999 COMP.
          02 ArgIdx PIC 99 COMP.
          02 ArgLength PIC 99 COMP.
          02 ArgPos PIC 99 COMP.
          02 MarkChar PIC X.
          02 TodayDate PIC 9(8).

       LINKAGE SECTION.
       COPY "MSGCAT.cpy".

PROCEDURE DIVISION USING Message-Request.
       PERFORM ResolveDataFiles
       EVALUATE Msg-Action
           WHEN "T"
               IF NOT CatalogIsLoaded
                   PERFORM LoadCatalog
               END-IF
               PERFORM LookupMessage
           WHEN "R"
               PERFORM LoadCatalog
           WHEN OTHER
               DISPLAY "MSGCAT: unknown action '" Msg-Action "'."
       END-EVALUATE
EXIT PROGRAM.

LoadCatalog.
       MOVE 0 TO CatCount
       MOVE "N" TO CatalogStale
       PERFORM LoadDecks
       PERFORM OverlayCatalogFile
       IF CatalogIsStale
           PERFORM RewriteCatalogFile
       END-IF
       MOVE "Y" TO CatalogLoaded
       EXIT.

LoadDecks.
       COMPUTE DeckSize = FUNCTION LENGTH(ShosMessages)
           / FUNCTION LENGTH(ShosMessage(1))
       PERFORM VARYING DeckIdx FROM 1 BY 1 UNTIL DeckIdx > DeckSize
           ADD 1 TO CatCount
           MOVE ShosMsgKey(DeckIdx) TO CeKey(CatCount)
           MOVE ShosMsgText(DeckIdx, 1) TO CeText(CatCount, 1)
           MOVE ShosMsgText(DeckIdx, 2) TO CeText(CatCount, 2)
       END-PERFORM
       COMPUTE DeckSize = FUNCTION LENGTH(WanderMessages)
           / FUNCTION LENGTH(WanderMessage(1))
       PERFORM VARYING DeckIdx FROM 1 BY 1 UNTIL DeckIdx > DeckSize
           ADD 1 TO CatCount
           MOVE WanderMsgKey(DeckIdx) TO CeKey(CatCount)
           MOVE WanderMsgText(DeckIdx, 1) TO CeText(CatCount, 1)
           MOVE WanderMsgText(DeckIdx, 2) TO CeText(CatCount, 2)
       END-PERFORM
       COMPUTE DeckSize = FUNCTION LENGTH(InvMessages)
           / FUNCTION LENGTH(InvMessage(1))
       PERFORM VARYING DeckIdx FROM 1 BY 1 UNTIL DeckIdx > DeckSize
           ADD 1 TO CatCount
           MOVE InvMsgKey(DeckIdx) TO CeKey(CatCount)
           MOVE InvMsgText(DeckIdx, 1) TO CeText(CatCount, 1)
           MOVE InvMsgText(DeckIdx, 2) TO CeText(CatCount, 2)
       END-PERFORM
       COMPUTE DeckSize = FUNCTION LENGTH(CrawlMessages)
           / FUNCTION LENGTH(CrawlMessage(1))
       PERFORM VARYING DeckIdx FROM 1 BY 1 UNTIL DeckIdx > DeckSize
           ADD 1 TO CatCount
           MOVE CrawlMsgKey(DeckIdx) TO CeKey(CatCount)
           MOVE CrawlMsgText(DeckIdx, 1) TO CeText(CatCount, 1)
           MOVE CrawlMsgText(DeckIdx, 2) TO CeText(CatCount, 2)
       END-PERFORM
       COMPUTE DeckSize = FUNCTION LENGTH(GuessMessages)
           / FUNCTION LENGTH(GuessMessage(1))
       PERFORM VARYING DeckIdx FROM 1 BY 1 UNTIL DeckIdx > DeckSize
           ADD 1 TO CatCount
           MOVE GuessMsgKey(DeckIdx) TO CeKey(CatCount)
           MOVE GuessMsgText(DeckIdx, 1) TO CeText(CatCount, 1)
           MOVE GuessMsgText(DeckIdx, 2) TO CeText(CatCount, 2)
       END-PERFORM
       COMPUTE DeckSize = FUNCTION LENGTH(HamuMessages)
           / FUNCTION LENGTH(HamuMessage(1))
       PERFORM VARYING DeckIdx FROM 1 BY 1 UNTIL DeckIdx > DeckSize
           ADD 1 TO CatCount
           MOVE HamuMsgKey(DeckIdx) TO CeKey(CatCount)
           MOVE HamuMsgText(DeckIdx, 1) TO CeText(CatCount, 1)
           MOVE HamuMsgText(DeckIdx, 2) TO CeText(CatCount, 2)
       END-PERFORM
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
           MOVE "N" TO CeInFile(CatIdx)
           MOVE "N" TO CeGapLogged(CatIdx, 1)
           MOVE "N" TO CeGapLogged(CatIdx, 2)
       END-PERFORM
       EXIT.

      *> The file's translations replace the decks' - a blank one
      *> included, which is how a translator withdraws a bad one. A
      *> message only the file knows is kept whole, English and all.
OverlayCatalogFile.
       OPEN INPUT CatalogFile
       IF CatalogFileStatus IS NOT EQUAL TO "00"
           MOVE "Y" TO CatalogStale
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL CatalogFileStatus IS NOT EQUAL TO "00"
           READ CatalogFile
               AT END
                   MOVE "10" TO CatalogFileStatus
               NOT AT END
                   PERFORM OverlayOneRecord
           END-READ
       END-PERFORM
       CLOSE CatalogFile
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
           IF CeInFile(CatIdx) IS NOT EQUAL TO "Y"
               MOVE "Y" TO CatalogStale
           END-IF
       END-PERFORM
       EXIT.

OverlayOneRecord.
       MOVE CatProgram TO SearchProgram
       MOVE CatNumber TO SearchNumber
       PERFORM FindEntry
       IF FoundIdx IS EQUAL TO 0
           IF CatCount IS NOT LESS THAN CatMax
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CatCount
           MOVE CatCount TO FoundIdx
           MOVE SearchKey TO CeKey(FoundIdx)
           MOVE CatText(1) TO CeText(FoundIdx, 1)
           MOVE "N" TO CeGapLogged(FoundIdx, 1)
           MOVE "N" TO CeGapLogged(FoundIdx, 2)
       END-IF
       IF CatText(1) IS NOT EQUAL TO CeText(FoundIdx, 1)
           MOVE "Y" TO CatalogStale
       END-IF
       MOVE CatText(2) TO CeText(FoundIdx, 2)
       MOVE "Y" TO CeInFile(FoundIdx)
       EXIT.

      *> Rewritten under the shop lock, so two games starting at once
      *> cannot interleave their copies. A busy lock just means the
      *> other session is writing the same catalog.
RewriteCatalogFile.
       MOVE "A" TO Lock-Action
       MOVE "msg_catalog" TO Lock-Resource
       MOVE 2 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT CatalogFile
       IF CatalogFileStatus IS EQUAL TO "00"
           PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > CatCount
               MOVE CeProgram(CatIdx) TO CatProgram
               MOVE CeNumber(CatIdx) TO CatNumber
               MOVE CeText(CatIdx, 1) TO CatText(1)
               MOVE CeText(CatIdx, 2) TO CatText(2)
               WRITE CatalogRecord
               MOVE "Y" TO CeInFile(CatIdx)
           END-PERFORM
           CLOSE CatalogFile
       ELSE
           DISPLAY "MSGCAT: msg_catalog.dat could not be written, "
               "status " CatalogFileStatus "."
       END-IF
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       EXIT.

FindEntry.
       MOVE 0 TO FoundIdx
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx > CatCount OR FoundIdx IS NOT EQUAL TO 0
           IF CeKey(CatIdx) IS EQUAL TO SearchKey
               MOVE CatIdx TO FoundIdx
           END-IF
       END-PERFORM
       EXIT.

      *> A blank language is English. A language MSGLANG.cpy does not
      *> carry reads as English too, but counts as a gap.
LookupMessage.
       MOVE SPACES TO Msg-Text
       MOVE 1 TO Msg-Length
       MOVE Msg-Program TO SearchProgram
       MOVE Msg-Number TO SearchNumber
       PERFORM FindEntry
       IF FoundIdx IS EQUAL TO 0
           MOVE "U" TO Msg-Result
           STRING "[" DELIMITED BY SIZE
               Msg-Program DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Msg-Number DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO Msg-Text
           END-STRING
           PERFORM MeasureText
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO LangCol
       IF Msg-Language IS EQUAL TO SPACES
           MOVE 1 TO LangCol
       ELSE
           PERFORM VARYING LangIdx FROM 1 BY 1 UNTIL LangIdx > 2
               IF Msg-Language-Code(LangIdx) IS EQUAL TO Msg-Language
                   MOVE LangIdx TO LangCol
               END-IF
           END-PERFORM
       END-IF
       IF LangCol IS NOT EQUAL TO 0
           IF CeText(FoundIdx, LangCol) IS NOT EQUAL TO SPACES
               MOVE CeText(FoundIdx, LangCol) TO Template
               MOVE "D" TO Msg-Result
               PERFORM FillTemplate
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE CeText(FoundIdx, 1) TO Template
       MOVE "F" TO Msg-Result
       PERFORM FillTemplate
       IF LangCol IS EQUAL TO 0
           MOVE 1 TO GapCol
       ELSE
           MOVE LangCol TO GapCol
       END-IF
       IF CeGapLogged(FoundIdx, GapCol) IS NOT EQUAL TO "Y"
           PERFORM LogGap
           MOVE "Y" TO CeGapLogged(FoundIdx, GapCol)
       END-IF
       EXIT.

      *> Copies the template into Msg-Text a character at a time,
      *> swapping each &n marker for its argument.
FillTemplate.
       MOVE 100 TO TemplateLength
       PERFORM UNTIL TemplateLength IS EQUAL TO 0
           OR Template(TemplateLength:1) IS NOT EQUAL TO SPACE
           SUBTRACT 1 FROM TemplateLength
       END-PERFORM
       MOVE 1 TO OutPos
       MOVE 1 TO TemplatePos
       PERFORM UNTIL TemplatePos > TemplateLength OR OutPos > 200
           MOVE SPACE TO MarkChar
           IF Template(TemplatePos:1) IS EQUAL TO "&"
               AND TemplatePos < TemplateLength
               MOVE Template(TemplatePos + 1:1) TO MarkChar
           END-IF
           IF MarkChar IS NUMERIC
               IF MarkChar IS EQUAL TO "0"
                   MOVE 10 TO ArgIdx
               ELSE
                   MOVE MarkChar TO ArgIdx
               END-IF
               PERFORM PlaceArgument
               ADD 2 TO TemplatePos
           ELSE
               MOVE Template(TemplatePos:1) TO Msg-Text(OutPos:1)
               ADD 1 TO OutPos
               ADD 1 TO TemplatePos
           END-IF
       END-PERFORM
       PERFORM MeasureText
       EXIT.

PlaceArgument.
       IF Msg-Arg-Width(ArgIdx) IS EQUAL TO 0
           MOVE 40 TO ArgLength
           PERFORM UNTIL ArgLength IS EQUAL TO 0
               OR Msg-Arg-Value(ArgIdx)(ArgLength:1) IS NOT EQUAL
                   TO SPACE
               SUBTRACT 1 FROM ArgLength
           END-PERFORM
       ELSE
           MOVE Msg-Arg-Width(ArgIdx) TO ArgLength
       END-IF
       PERFORM VARYING ArgPos FROM 1 BY 1
           UNTIL ArgPos > ArgLength OR OutPos > 200
           IF ArgPos IS GREATER THAN 40
               MOVE SPACE TO Msg-Text(OutPos:1)
           ELSE
               MOVE Msg-Arg-Value(ArgIdx)(ArgPos:1)
                   TO Msg-Text(OutPos:1)
           END-IF
           ADD 1 TO OutPos
       END-PERFORM
       EXIT.

      *> Msg-Length is never zero, so a caller can always display
      *> Msg-Text(1:Msg-Length).
MeasureText.
       MOVE 200 TO Msg-Length
       PERFORM UNTIL Msg-Length IS EQUAL TO 1
           OR Msg-Text(Msg-Length:1) IS NOT EQUAL TO SPACE
           SUBTRACT 1 FROM Msg-Length
       END-PERFORM
       EXIT.

      *> Appended the way GAMELOG appends - a line per gap, no lock;
      *> MSGGAPS only ever counts them.
LogGap.
       ACCEPT TodayDate FROM DATE YYYYMMDD
       OPEN EXTEND GapsFile
       IF GapsFileStatus IS EQUAL TO "35"
           OPEN OUTPUT GapsFile
       END-IF
       IF GapsFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO GapsRecord
       MOVE TodayDate TO GapDate
       MOVE Msg-Program TO GapProgram
       MOVE Msg-Number TO GapNumber
       MOVE Msg-Language TO GapLanguage
       WRITE GapsRecord
       CLOSE GapsFile
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
       MOVE "MSGCAT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
