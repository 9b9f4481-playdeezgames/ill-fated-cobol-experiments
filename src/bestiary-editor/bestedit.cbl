       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BESTEDIT.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BestiaryFile ASSIGN DYNAMIC BestiaryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BestiaryFileStatus.
           SELECT SpriteFile ASSIGN DYNAMIC SpriteFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SpriteFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors CRAWLER's BestiaryLine. Each species is one stat line
      *> followed by twelve 24-column sprite rows:
      *>   name 1-12, hit points 13, damage 14, passage weight 15-16,
      *>   chamber weight 17-18, open-country weights 19-26 (plains,
      *>   forest, swamp, river - a blank pair follows the passage
      *>   weight).
       FD BestiaryFile.
       01 BestiaryLine PIC X(36).
      *> The artists' sprite drafts: twelve rows, one per line. Wider
      *> than 24 on the way in so an overlong row is CAUGHT, not
      *> trimmed.
       FD SpriteFile.
       01 SpriteLine PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 BestiaryFileName PIC X(60) VALUE "bestiary.dat".
          02 SpriteFileName PIC X(60) VALUE "bestiary_sprite.txt".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 2 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 BestiaryFileStatus PIC XX.
       01 SpriteFileStatus PIC XX.
      *> CRAWLER loads no more than eight species; a ninth in the file
      *> would never be seen.
       01 BestiaryData.
          02 MaxSpecies PIC 9 VALUE 8.
          02 SpeciesCount PIC 9 VALUE 0.
          02 SpeciesEntries OCCURS 8 TIMES INDEXED BY SpeciesIdx.
      *>     The stats are held as read, not as numbers, so a bad
      *>     field survives the load to be shown and put right.
             03 SpStatLine.
                04 SpName PIC X(12).
                04 SpHits PIC X.
                04 SpDamage PIC X.
                04 SpWeightP PIC XX.
                04 SpWeightC PIC XX.
                04 SpWeightRoad PIC XX OCCURS 4 TIMES.
                04 FILLER PIC X(10).
             03 SpRowsRead PIC 99.
             03 SpStrayRow PIC 99.
             03 SpRows PIC X(24) OCCURS 12 TIMES.
          02 ExtraFlag PIC X VALUE "N".
             88 FileHasMore VALUE "Y".
          02 DirtyFlag PIC X VALUE "N".
             88 UnsavedChanges VALUE "Y".
          02 SavedFlag PIC X VALUE "N".
             88 BestiarySaved VALUE "Y".
          02 LoadFlag PIC X.
             88 LoadDone VALUE "Y".
      *> An import is read into its own rows first; the species
      *> changes only when all twelve are clean.
       01 ImportData.
          02 ImpRows PIC X(24) OCCURS 12 TIMES.
          02 ImpRowCount PIC 99.
          02 ImpRejects PIC 99.
          02 ImpEofFlag PIC X.
             88 ImportFileDone VALUE "Y".
       01 CheckData.
          02 CheckFlag PIC X.
             88 SpeciesIsValid VALUE "Y".
          02 CheckProblem PIC X(60).
          02 CheckRoadIdx PIC 9.
          02 CheckWeightSum PIC 999.
          02 CheckWeight PIC 99.
          02 CheckBadCount PIC 9.
          02 SaveRejects PIC 9.
          02 SpriteCharCount PIC 99.
          02 SpriteRowFlag PIC X.
             88 LooksLikeSpriteRow VALUE "Y".
          02 SpriteProbe PIC X(36).
       01 ScratchPad.
          02 Command PIC X.
          02 EntryNumber PIC 9.
          02 EntryInput PIC X(4).
          02 ListEntryId PIC 9.
          02 NameInput PIC X(12).
          02 StatInput PIC X(4).
          02 ShiftIdx PIC 9.
          02 RowIdx PIC 99.
          02 RoadWord PIC X(6).
          02 RoadShown PIC X(2).
          02 PromptHold PIC XX.
       01 PreviewData.
          02 PvLine PIC X(24).
          02 PvCol PIC 99.
          02 PvPixel PIC X.
             88 PvIsVisible VALUES " ", "#".

PROCEDURE DIVISION.
StartEditor.
       PERFORM ResolveDataFiles
       DISPLAY "BESTIARY EDITOR FOR CRAWLER"
       PERFORM LoadBestiaryFile.

MainMenu.
       DISPLAY " "
       DISPLAY "[L]IST SPECIES"
       DISPLAY "[A]DD A SPECIES"
       DISPLAY "[C]HANGE A SPECIES' STATS"
       DISPLAY "[I]MPORT A SPECIES' SPRITE FROM bestiary_sprite.txt"
       DISPLAY "[P]REVIEW A SPECIES' SPRITE"
       DISPLAY "[D]ELETE A SPECIES"
       DISPLAY "[S]AVE AND QUIT"
       DISPLAY "[Q]UIT WITHOUT SAVING"
       ACCEPT Command
       EVALUATE Command
           WHEN "L"
               PERFORM ListSpecies
               GO TO MainMenu
           WHEN "A"
               PERFORM AddSpecies
               GO TO MainMenu
           WHEN "C"
               PERFORM ChangeSpecies
               GO TO MainMenu
           WHEN "I"
               PERFORM ImportSpeciesSprite
               GO TO MainMenu
           WHEN "P"
               PERFORM PreviewSpecies
               GO TO MainMenu
           WHEN "D"
               PERFORM DeleteSpecies
               GO TO MainMenu
           WHEN "S"
               PERFORM WriteBestiaryFile
               IF NOT BestiarySaved
                   GO TO MainMenu
               END-IF
               GO TO QuitEditor
           WHEN "Q"
               IF UnsavedChanges
                   DISPLAY "THROW AWAY YOUR CHANGES? [Y/N]"
                   ACCEPT Command
                   IF Command IS NOT EQUAL TO "Y"
                       GO TO MainMenu
                   END-IF
               END-IF
               GO TO QuitEditor
           WHEN OTHER
               GO TO MainMenu
       END-EVALUATE.

QuitEditor.
       STOP RUN.

      *> Reads the file the way CRAWLER does - a stat line, then the
      *> next twelve lines as the sprite - but keeps watch for the
      *> slips CRAWLER cannot see: a stat line turning up where a
      *> sprite row should be (the block before it is short) and rows
      *> that are not sprite rows at all.
LoadBestiaryFile.
       MOVE 0 TO SpeciesCount
       OPEN INPUT BestiaryFile
       IF BestiaryFileStatus IS NOT EQUAL TO "00"
           DISPLAY "NO bestiary.dat FOUND - STARTING WITH AN EMPTY SET."
           DISPLAY "(CRAWLER WRITES ITS BUILT-IN THREE WHEN IT FINDS NONE.)"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO LoadFlag
       PERFORM UNTIL LoadDone
           READ BestiaryFile
               AT END
                   MOVE "Y" TO LoadFlag
               NOT AT END
                   PERFORM KeepBestiaryLine
           END-READ
       END-PERFORM
       CLOSE BestiaryFile
       DISPLAY "LOADED " SpeciesCount " SPECIES."
       IF FileHasMore
           DISPLAY "THE FILE GOES ON PAST THE " MaxSpecies
               " SPECIES CRAWLER READS - SAVING DROPS THE REST."
       END-IF
       PERFORM VARYING SpeciesIdx FROM 1 BY 1
           UNTIL SpeciesIdx IS GREATER THAN SpeciesCount
           SET EntryNumber TO SpeciesIdx
           PERFORM CheckSpecies
           IF NOT SpeciesIsValid
               DISPLAY "  " FUNCTION TRIM(SpName(EntryNumber)) ": "
                   FUNCTION TRIM(CheckProblem)
           END-IF
       END-PERFORM
       EXIT.

KeepBestiaryLine.
       IF SpeciesCount IS GREATER THAN 0
           AND SpRowsRead(SpeciesCount) IS LESS THAN 12
           MOVE BestiaryLine TO SpriteProbe
           PERFORM JudgeSpriteRow
           IF NOT LooksLikeSpriteRow
               AND BestiaryLine(13:1) IS NUMERIC
               AND BestiaryLine(1:1) IS NOT EQUAL TO SPACE
      *>       A stat line where a row belonged: the block is short.
               PERFORM StartLoadedSpecies
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SpRowsRead(SpeciesCount)
           MOVE SpRowsRead(SpeciesCount) TO RowIdx
           MOVE BestiaryLine(1:24) TO SpRows(SpeciesCount, RowIdx)
           IF NOT LooksLikeSpriteRow
               AND SpStrayRow(SpeciesCount) IS EQUAL TO 0
               MOVE RowIdx TO SpStrayRow(SpeciesCount)
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF BestiaryLine IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       PERFORM StartLoadedSpecies
       EXIT.

StartLoadedSpecies.
       IF SpeciesCount IS NOT LESS THAN MaxSpecies
           MOVE "Y" TO ExtraFlag
           MOVE "Y" TO LoadFlag
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SpeciesCount
       MOVE BestiaryLine TO SpStatLine(SpeciesCount)
       MOVE 0 TO SpRowsRead(SpeciesCount)
       MOVE 0 TO SpStrayRow(SpeciesCount)
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx IS GREATER THAN 12
           MOVE ALL "." TO SpRows(SpeciesCount, RowIdx)
       END-PERFORM
       EXIT.

      *> A sprite row is 24 columns of " ", "#" and "." and nothing
      *> past them.
JudgeSpriteRow.
       MOVE "N" TO SpriteRowFlag
       IF SpriteProbe(25:12) IS NOT EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO SpriteCharCount
       INSPECT SpriteProbe(1:24) TALLYING SpriteCharCount
           FOR ALL " " ALL "#" ALL "."
       IF SpriteCharCount IS EQUAL TO 24
           MOVE "Y" TO SpriteRowFlag
       END-IF
       EXIT.

      *> The save gate: names the first thing wrong with species
      *> EntryNumber, or leaves SpeciesIsValid set.
CheckSpecies.
       MOVE "Y" TO CheckFlag
       MOVE SPACES TO CheckProblem
       IF SpName(EntryNumber) IS EQUAL TO SPACES
           MOVE "N" TO CheckFlag
           MOVE "IT HAS NO NAME." TO CheckProblem
           EXIT PARAGRAPH
       END-IF
       IF SpHits(EntryNumber) IS NOT NUMERIC
           OR SpHits(EntryNumber) IS EQUAL TO "0"
           MOVE "N" TO CheckFlag
           MOVE "HIT POINTS ARE NOT A DIGIT 1-9." TO CheckProblem
           EXIT PARAGRAPH
       END-IF
       IF SpDamage(EntryNumber) IS NOT NUMERIC
           MOVE "N" TO CheckFlag
           MOVE "DAMAGE IS NOT A DIGIT 0-9." TO CheckProblem
           EXIT PARAGRAPH
       END-IF
       IF SpWeightP(EntryNumber) IS NOT NUMERIC
           OR SpWeightC(EntryNumber) IS NOT NUMERIC
           MOVE "N" TO CheckFlag
           MOVE "A PASSAGE OR CHAMBER WEIGHT IS NOT NUMERIC."
               TO CheckProblem
           EXIT PARAGRAPH
       END-IF
       MOVE SpWeightP(EntryNumber) TO CheckWeightSum
       MOVE SpWeightC(EntryNumber) TO CheckWeight
       ADD CheckWeight TO CheckWeightSum
       MOVE 0 TO CheckBadCount
       PERFORM VARYING CheckRoadIdx FROM 1 BY 1 UNTIL CheckRoadIdx > 4
           EVALUATE TRUE
            WHEN SpWeightRoad(EntryNumber, CheckRoadIdx) IS NUMERIC
               MOVE SpWeightRoad(EntryNumber, CheckRoadIdx) TO CheckWeight
               ADD CheckWeight TO CheckWeightSum
            WHEN SpWeightRoad(EntryNumber, CheckRoadIdx) IS EQUAL TO SPACES
               MOVE SpWeightP(EntryNumber) TO CheckWeight
               ADD CheckWeight TO CheckWeightSum
            WHEN OTHER
               ADD 1 TO CheckBadCount
           END-EVALUATE
       END-PERFORM
       IF CheckBadCount IS GREATER THAN 0
           MOVE "N" TO CheckFlag
           MOVE "AN OPEN-COUNTRY WEIGHT IS NOT NUMERIC OR BLANK."
               TO CheckProblem
           EXIT PARAGRAPH
       END-IF
       IF CheckWeightSum IS EQUAL TO 0
           MOVE "N" TO CheckFlag
           MOVE "EVERY SPAWN WEIGHT IS ZERO - IT COULD NEVER APPEAR."
               TO CheckProblem
           EXIT PARAGRAPH
       END-IF
       IF SpRowsRead(EntryNumber) IS LESS THAN 12
           MOVE "N" TO CheckFlag
           STRING "THE SPRITE BLOCK IS SHORT - " DELIMITED BY SIZE
               SpRowsRead(EntryNumber) DELIMITED BY SIZE
               " OF 12 ROWS." DELIMITED BY SIZE
               INTO CheckProblem
           END-STRING
           EXIT PARAGRAPH
       END-IF
       IF SpStrayRow(EntryNumber) IS GREATER THAN 0
           MOVE "N" TO CheckFlag
           STRING "SPRITE ROW " DELIMITED BY SIZE
               SpStrayRow(EntryNumber) DELIMITED BY SIZE
               " IS NOT 24 COLUMNS OF ' ', '#' AND '.'." DELIMITED BY SIZE
               INTO CheckProblem
           END-STRING
           EXIT PARAGRAPH
       END-IF
       EXIT.

ListSpecies.
       DISPLAY " "
       IF SpeciesCount IS EQUAL TO 0
           DISPLAY "THERE ARE NO SPECIES."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "   NAME         HP DMG PASS CHMB  PLN FOR SWP RIV"
       PERFORM VARYING SpeciesIdx FROM 1 BY 1
           UNTIL SpeciesIdx IS GREATER THAN SpeciesCount
           SET EntryNumber TO SpeciesIdx
           MOVE EntryNumber TO ListEntryId
           PERFORM CheckSpecies
           DISPLAY ListEntryId ". " SpName(EntryNumber) "  "
               SpHits(EntryNumber) "  " SpDamage(EntryNumber) "  "
               SpWeightP(EntryNumber) "   " SpWeightC(EntryNumber) "    "
               SpWeightRoad(EntryNumber, 1) "  "
               SpWeightRoad(EntryNumber, 2) "  "
               SpWeightRoad(EntryNumber, 3) "  "
               SpWeightRoad(EntryNumber, 4)
           IF NOT SpeciesIsValid
               DISPLAY "     BAD: " FUNCTION TRIM(CheckProblem)
           END-IF
       END-PERFORM
       DISPLAY "(A BLANK OPEN-COUNTRY WEIGHT FOLLOWS THE PASSAGE WEIGHT.)"
       EXIT.

AskEntryNumber.
       MOVE 0 TO EntryNumber
       MOVE SPACES TO EntryInput
       ACCEPT EntryInput
       IF EntryInput(1:1) IS NUMERIC AND EntryInput(2:3) IS EQUAL TO SPACES
           MOVE EntryInput(1:1) TO EntryNumber
       END-IF
       IF EntryNumber IS GREATER THAN SpeciesCount
           MOVE 0 TO EntryNumber
       END-IF
       EXIT.

AddSpecies.
       IF SpeciesCount IS NOT LESS THAN MaxSpecies
           DISPLAY "THE BESTIARY IS FULL - CRAWLER READS " MaxSpecies
               " SPECIES AT MOST."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "NAME OF THE NEW SPECIES (UP TO 12 CHARACTERS)?"
       MOVE SPACES TO NameInput
       ACCEPT NameInput
       IF NameInput IS EQUAL TO SPACES
           DISPLAY "A SPECIES NEEDS A NAME."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SpeciesIdx FROM 1 BY 1
           UNTIL SpeciesIdx IS GREATER THAN SpeciesCount
           IF SpName(SpeciesIdx) IS EQUAL TO NameInput
               DISPLAY "THERE IS ALREADY A " FUNCTION TRIM(NameInput) "."
               EXIT PARAGRAPH
           END-IF
       END-PERFORM
      *> The sprite is a must for a new species - without one there
      *> is nothing to add.
       PERFORM ReadSpriteFile
       IF ImpRejects IS GREATER THAN 0
           DISPLAY "NO SPRITE, NO SPECIES - NOTHING WAS ADDED."
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO SpeciesCount
       MOVE SpeciesCount TO EntryNumber
       MOVE SPACES TO SpStatLine(EntryNumber)
       MOVE NameInput TO SpName(EntryNumber)
       MOVE "3" TO SpHits(EntryNumber)
       MOVE "1" TO SpDamage(EntryNumber)
       MOVE "10" TO SpWeightP(EntryNumber)
       MOVE "10" TO SpWeightC(EntryNumber)
       PERFORM TakeImportedRows
       PERFORM AskSpeciesStats
       MOVE "Y" TO DirtyFlag
       DISPLAY FUNCTION TRIM(NameInput) " ADDED."
       EXIT.

ChangeSpecies.
       DISPLAY "CHANGE WHICH SPECIES (NUMBER FROM THE LIST)?"
       PERFORM AskEntryNumber
       IF EntryNumber IS EQUAL TO 0
           DISPLAY "THAT IS NOT A SPECIES NUMBER."
           EXIT PARAGRAPH
       END-IF
       DISPLAY "NEW NAME FOR " FUNCTION TRIM(SpName(EntryNumber))
           " (BLANK KEEPS IT)?"
       MOVE SPACES TO NameInput
       ACCEPT NameInput
       IF NameInput IS NOT EQUAL TO SPACES
           MOVE NameInput TO SpName(EntryNumber)
       END-IF
       PERFORM AskSpeciesStats
       MOVE "Y" TO DirtyFlag
       PERFORM CheckSpecies
       IF SpeciesIsValid
           DISPLAY FUNCTION TRIM(SpName(EntryNumber)) " CHANGED."
       ELSE
           DISPLAY FUNCTION TRIM(SpName(EntryNumber))
               " CHANGED, BUT IT WILL NOT SAVE YET: "
               FUNCTION TRIM(CheckProblem)
       END-IF
       EXIT.

      *> Each stat in turn for species EntryNumber; a blank answer
      *> keeps what is there, and an answer that is not a number is
      *> turned away with the old value kept.
AskSpeciesStats.
       DISPLAY "HIT POINTS 1-9 (NOW '" SpHits(EntryNumber) "')?"
       PERFORM AskStat
       IF StatInput IS NOT EQUAL TO SPACES
           IF StatInput(1:1) IS NUMERIC AND StatInput(2:3) = SPACES
               AND StatInput(1:1) IS NOT EQUAL TO "0"
               MOVE StatInput(1:1) TO SpHits(EntryNumber)
           ELSE
               DISPLAY "NOT A DIGIT 1-9 - KEPT."
           END-IF
       END-IF
       DISPLAY "DAMAGE 0-9 (NOW '" SpDamage(EntryNumber) "')?"
       PERFORM AskStat
       IF StatInput IS NOT EQUAL TO SPACES
           IF StatInput(1:1) IS NUMERIC AND StatInput(2:3) = SPACES
               MOVE StatInput(1:1) TO SpDamage(EntryNumber)
           ELSE
               DISPLAY "NOT A DIGIT - KEPT."
           END-IF
       END-IF
       DISPLAY "PASSAGE SPAWN WEIGHT 0-99 (NOW '" SpWeightP(EntryNumber)
           "')?"
       MOVE SpWeightP(EntryNumber) TO PromptHold
       PERFORM AskWeight
       MOVE PromptHold TO SpWeightP(EntryNumber)
       DISPLAY "CHAMBER SPAWN WEIGHT 0-99 (NOW '" SpWeightC(EntryNumber)
           "')?"
       MOVE SpWeightC(EntryNumber) TO PromptHold
       PERFORM AskWeight
       MOVE PromptHold TO SpWeightC(EntryNumber)
       DISPLAY "OPEN-COUNTRY WEIGHTS - '-' FOLLOWS THE PASSAGE WEIGHT."
       PERFORM VARYING CheckRoadIdx FROM 1 BY 1 UNTIL CheckRoadIdx > 4
           PERFORM AskRoadWeight
       END-PERFORM
       EXIT.

AskRoadWeight.
       EVALUATE CheckRoadIdx
        WHEN 1
           MOVE "PLAINS" TO RoadWord
        WHEN 2
           MOVE "FOREST" TO RoadWord
        WHEN 3
           MOVE "SWAMP" TO RoadWord
        WHEN OTHER
           MOVE "RIVER" TO RoadWord
       END-EVALUATE
       MOVE SpWeightRoad(EntryNumber, CheckRoadIdx) TO RoadShown
       IF RoadShown IS EQUAL TO SPACES
           MOVE "-" TO RoadShown
       END-IF
       DISPLAY "  " FUNCTION TRIM(RoadWord) " 0-99 (NOW '"
           FUNCTION TRIM(RoadShown) "')?"
       MOVE SpWeightRoad(EntryNumber, CheckRoadIdx) TO PromptHold
       PERFORM AskStat
       IF StatInput IS EQUAL TO "-"
           MOVE SPACES TO SpWeightRoad(EntryNumber, CheckRoadIdx)
           EXIT PARAGRAPH
       END-IF
       PERFORM JudgeWeight
       MOVE PromptHold TO SpWeightRoad(EntryNumber, CheckRoadIdx)
       EXIT.

AskStat.
       MOVE SPACES TO StatInput
       ACCEPT StatInput
       EXIT.

      *> A spawn weight of one or two digits into PromptHold; the old
      *> value stays on a blank or unusable answer.
AskWeight.
       PERFORM AskStat
       PERFORM JudgeWeight
       EXIT.

JudgeWeight.
       EVALUATE TRUE
        WHEN StatInput IS EQUAL TO SPACES
           CONTINUE
        WHEN StatInput(1:2) IS NUMERIC AND StatInput(3:2) = SPACES
           MOVE StatInput(1:2) TO PromptHold
        WHEN StatInput(1:1) IS NUMERIC AND StatInput(2:3) = SPACES
           MOVE "0" TO PromptHold(1:1)
           MOVE StatInput(1:1) TO PromptHold(2:1)
        WHEN OTHER
           DISPLAY "NOT A WEIGHT 0-99 - KEPT."
       END-EVALUATE
       EXIT.

ImportSpeciesSprite.
       DISPLAY "NEW SPRITE FOR WHICH SPECIES (NUMBER FROM THE LIST)?"
       PERFORM AskEntryNumber
       IF EntryNumber IS EQUAL TO 0
           DISPLAY "THAT IS NOT A SPECIES NUMBER."
           EXIT PARAGRAPH
       END-IF
       PERFORM ReadSpriteFile
       IF ImpRejects IS GREATER THAN 0
           DISPLAY "THE SPRITE IS NOT CLEAN - NOTHING WAS CHANGED."
           EXIT PARAGRAPH
       END-IF
       PERFORM TakeImportedRows
       MOVE "Y" TO DirtyFlag
       DISPLAY FUNCTION TRIM(SpName(EntryNumber)) " HAS A NEW SPRITE:"
       PERFORM ShowSprite
       EXIT.

      *> Every line of bestiary_sprite.txt is a row, as CRAWLER would
      *> read it: a row cut short is padded with spaces, which draw as
      *> solid blank, so the clear cells must be written out as ".".
      *> Blank lines after the twelfth are let by; anything else there
      *> is a thirteenth row and a reject.
ReadSpriteFile.
       MOVE 0 TO ImpRowCount
       MOVE 0 TO ImpRejects
       OPEN INPUT SpriteFile
       IF SpriteFileStatus IS NOT EQUAL TO "00"
           DISPLAY "NO bestiary_sprite.txt TO IMPORT, STATUS "
               SpriteFileStatus "."
           MOVE 1 TO ImpRejects
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO ImpEofFlag
       PERFORM UNTIL ImportFileDone
           READ SpriteFile
               AT END
                   MOVE "Y" TO ImpEofFlag
               NOT AT END
                   PERFORM JudgeImportRow
           END-READ
       END-PERFORM
       CLOSE SpriteFile
       IF ImpRowCount IS LESS THAN 12
           ADD 1 TO ImpRejects
           DISPLAY "REJECTED: THE SPRITE BLOCK IS SHORT - " ImpRowCount
               " OF 12 ROWS."
       END-IF
       EXIT.

JudgeImportRow.
       IF ImpRowCount IS NOT LESS THAN 12
           IF SpriteLine IS NOT EQUAL TO SPACES
               ADD 1 TO ImpRejects
               DISPLAY "REJECTED: MORE THAN 12 ROWS - '"
                   FUNCTION TRIM(SpriteLine) "'."
               MOVE "Y" TO ImpEofFlag
           END-IF
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ImpRowCount
       MOVE SpriteLine(1:24) TO ImpRows(ImpRowCount)
       IF SpriteLine(25:16) IS NOT EQUAL TO SPACES
           ADD 1 TO ImpRejects
           DISPLAY "REJECTED: ROW " ImpRowCount
               " IS WIDER THAN 24 COLUMNS."
           EXIT PARAGRAPH
       END-IF
       MOVE SpriteLine(1:24) TO SpriteProbe
       PERFORM JudgeSpriteRow
       IF NOT LooksLikeSpriteRow
           ADD 1 TO ImpRejects
           DISPLAY "REJECTED: ROW " ImpRowCount
               " HOLDS SOMETHING OTHER THAN ' ', '#' AND '.'."
       END-IF
       EXIT.

TakeImportedRows.
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx IS GREATER THAN 12
           MOVE ImpRows(RowIdx) TO SpRows(EntryNumber, RowIdx)
       END-PERFORM
       MOVE 12 TO SpRowsRead(EntryNumber)
       MOVE 0 TO SpStrayRow(EntryNumber)
       EXIT.

PreviewSpecies.
       DISPLAY "PREVIEW WHICH SPECIES (NUMBER FROM THE LIST)?"
       PERFORM AskEntryNumber
       IF EntryNumber IS EQUAL TO 0
           DISPLAY "THAT IS NOT A SPECIES NUMBER."
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY FUNCTION TRIM(SpName(EntryNumber)) " - HP "
           SpHits(EntryNumber) ", DAMAGE " SpDamage(EntryNumber)
       PERFORM ShowSprite
       PERFORM CheckSpecies
       IF NOT SpeciesIsValid
           DISPLAY "BAD: " FUNCTION TRIM(CheckProblem)
       END-IF
       EXIT.

      *> Drawn as StampMonster draws it: only " " and "#" are put
      *> down; every other cell lets the room behind show through,
      *> which stands here as ":".
ShowSprite.
       DISPLAY "  +------------------------+"
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx IS GREATER THAN 12
           MOVE ALL ":" TO PvLine
           PERFORM VARYING PvCol FROM 1 BY 1 UNTIL PvCol IS GREATER THAN 24
               MOVE SpRows(EntryNumber, RowIdx)(PvCol:1) TO PvPixel
               IF PvIsVisible
                   MOVE PvPixel TO PvLine(PvCol:1)
               END-IF
           END-PERFORM
           DISPLAY "  |" PvLine "|"
       END-PERFORM
       DISPLAY "  +------------------------+"
       DISPLAY "  (: IS THE ROOM SHOWING THROUGH)"
       EXIT.

DeleteSpecies.
       DISPLAY "DELETE WHICH SPECIES (NUMBER FROM THE LIST)?"
       PERFORM AskEntryNumber
       IF EntryNumber IS EQUAL TO 0
           DISPLAY "THAT IS NOT A SPECIES NUMBER."
           EXIT PARAGRAPH
       END-IF
       DISPLAY FUNCTION TRIM(SpName(EntryNumber)) " DELETED."
       PERFORM VARYING ShiftIdx FROM EntryNumber BY 1
           UNTIL ShiftIdx IS NOT LESS THAN SpeciesCount
           MOVE SpeciesEntries(ShiftIdx + 1) TO SpeciesEntries(ShiftIdx)
       END-PERFORM
       SUBTRACT 1 FROM SpeciesCount
       MOVE "Y" TO DirtyFlag
       EXIT.

      *> Nothing is written while any species would be misread; the
      *> editor stays open so the bad ones can be put right.
WriteBestiaryFile.
       MOVE "N" TO SavedFlag
       MOVE 0 TO SaveRejects
       PERFORM VARYING SpeciesIdx FROM 1 BY 1
           UNTIL SpeciesIdx IS GREATER THAN SpeciesCount
           SET EntryNumber TO SpeciesIdx
           PERFORM CheckSpecies
           IF NOT SpeciesIsValid
               ADD 1 TO SaveRejects
               DISPLAY "REFUSED: " FUNCTION TRIM(SpName(EntryNumber)) " - "
                   FUNCTION TRIM(CheckProblem)
           END-IF
       END-PERFORM
       IF SaveRejects IS GREATER THAN 0
           DISPLAY "bestiary.dat WAS NOT SAVED - FIX OR DELETE THE "
               "SPECIES ABOVE."
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT BestiaryFile
       IF BestiaryFileStatus IS NOT EQUAL TO "00"
           DISPLAY "bestiary.dat COULD NOT BE WRITTEN, STATUS "
               BestiaryFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SpeciesIdx FROM 1 BY 1
           UNTIL SpeciesIdx IS GREATER THAN SpeciesCount
           MOVE SpStatLine(SpeciesIdx) TO BestiaryLine
           WRITE BestiaryLine
           PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx IS GREATER THAN 12
               MOVE SpRows(SpeciesIdx, RowIdx) TO BestiaryLine
               WRITE BestiaryLine
           END-PERFORM
       END-PERFORM
       CLOSE BestiaryFile
       MOVE "N" TO DirtyFlag
       MOVE "Y" TO SavedFlag
       IF SpeciesCount IS EQUAL TO 0
           DISPLAY "bestiary.dat SAVED EMPTY - CRAWLER WILL FIGHT ITS "
               "BUILT-IN THREE."
       ELSE
           DISPLAY "bestiary.dat SAVED."
       END-IF
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
       MOVE "BESTEDIT" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
