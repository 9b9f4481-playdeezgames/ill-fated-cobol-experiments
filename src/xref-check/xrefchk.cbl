       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. XREFCHK.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TerrainFile ASSIGN DYNAMIC TerrainFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TerrainFileStatus.
           SELECT LandmarkFile ASSIGN DYNAMIC LandmarkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LandmarkFileStatus.
           SELECT ContractFile ASSIGN DYNAMIC ContractFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractFileStatus.
           SELECT LinkFile ASSIGN DYNAMIC LinkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinkFileStatus.
           SELECT AchDefFile ASSIGN DYNAMIC AchDefFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AchDefFileStatus.
           SELECT EarnedFile ASSIGN DYNAMIC EarnedFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EarnedFileStatus.
           SELECT SynonymFile ASSIGN DYNAMIC SynonymFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SynonymFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors WANDER's TerrainFileRecord field-for-field.
       FD TerrainFile.
       01 TerrainFileRecord.
          02 TrFileType PIC X.
          02 TrFileX1 PIC 999.
          02 TrFileY1 PIC 999.
          02 TrFileX2 PIC 999.
          02 TrFileY2 PIC 999.
      *> Mirrors LANDEDIT's LandmarkFileRecord field-for-field.
       FD LandmarkFile.
       01 LandmarkFileRecord.
          02 LmFileName PIC X(20).
          02 LmFileX PIC 999.
          02 LmFileY PIC 999.
          02 LmFileSite PIC X.
          02 LmFileGift PIC X.
      *> Mirrors WANDER's ContractFileRecord field-for-field.
       FD ContractFile.
       01 ContractFileRecord.
          02 CtFileName PIC X(20).
          02 CtFileX PIC 999.
          02 CtFileY PIC 999.
          02 CtFilePayout PIC 9(4).
          02 CtFileExpiry PIC 9(5).
      *> Mirrors MAZETOWORLD's LinkFileRecord field-for-field.
       FD LinkFile.
       01 LinkFileRecord.
          02 LnkLevel PIC 99.
          02 LnkLocation PIC 999.
          02 LnkDir PIC X.
          02 LnkTargetLevel PIC 99.
          02 LnkTargetLoc PIC 999.
          02 LnkTargetFile PIC X(40).
      *> The manifest's stocking-template record: "#STOCK " and the
      *> template name.
       01 LinkStockRecord.
          02 LnkStockTag PIC X(7).
          02 LnkStockName PIC X(8).
      *> Mirrors PLAYPROF's AchDefRecord field-for-field.
       FD AchDefFile.
       01 AchDefRecord.
          02 AdfCode PIC X(8).
          02 AdfName PIC X(24).
          02 AdfDesc PIC X(40).
          02 AdfField PIC X(8).
          02 AdfThreshold PIC 9(6).
      *> Mirrors PLAYPROF's AchEarnedRecord field-for-field.
       FD EarnedFile.
       01 AchEarnedRecord.
          02 AerName PIC X(12).
          02 AerCode PIC X(8).
          02 AerDate PIC 9(8).
      *> Mirrors CMDPARSE's SynonymRecord field-for-field.
       FD SynonymFile.
       01 SynonymRecord.
          02 SynGame PIC X(8).
          02 SynAlias PIC X(12).
          02 SynCanon PIC X(12).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 TerrainFileName PIC X(60) VALUE "terrain.dat".
          02 LandmarkFileName PIC X(60) VALUE "landmarks.dat".
          02 ContractFileName PIC X(60) VALUE "wander_contracts.dat".
          02 LinkFileName PIC X(60) VALUE "world_links.dat".
          02 AchDefFileName PIC X(60) VALUE "achievements.dat".
          02 EarnedFileName PIC X(60) VALUE "achievements_earned.dat".
          02 SynonymFileName PIC X(60) VALUE "cmd_synonyms.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 7 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 TerrainFileStatus PIC XX.
       01 LandmarkFileStatus PIC XX.
       01 ContractFileStatus PIC XX.
       01 LinkFileStatus PIC XX.
       01 AchDefFileStatus PIC XX.
       01 EarnedFileStatus PIC XX.
       01 SynonymFileStatus PIC XX.
       COPY "REPORTSVC.cpy".
       01 PrintLine PIC X(80).
      *> Each master file is validated by its own maintenance program;
      *> this run checks that the files agree with each other. Every
      *> rule is a section of the report - what it read, what failed
      *> - and any exception at all ends the run non-zero, so the
      *> nightly chain holds back whatever would act on the bad data.
       01 CheckData.
          02 RecNo PIC 9(5).
          02 RecShown PIC Z(4)9.
          02 ExcShown PIC Z(4)9.
          02 RuleChecked PIC 9(5).
          02 RuleExceptions PIC 9(5).
          02 RecordsChecked PIC 9(6) VALUE 0.
          02 ExceptionCount PIC 9(6) VALUE 0.
          02 RulesRun PIC 99 VALUE 0.
          02 RulesSkipped PIC 99 VALUE 0.
          02 ExcText PIC X(74).
          02 RuleTitle PIC X(80).
      *> The world's edges, as WANDER and LANDEDIT know them.
          02 WorldMin PIC 999 VALUE 0.
          02 WorldMax PIC 999 VALUE 999.
      *> Terrain regions, last matching region winning as in WANDER.
       01 TerrainTable.
          02 TerrainCount PIC 999 VALUE 0.
          02 TerrainEntry OCCURS 200 TIMES.
             03 TerrainType PIC X.
             03 TerrainX1 PIC 999.
             03 TerrainY1 PIC 999.
             03 TerrainX2 PIC 999.
             03 TerrainY2 PIC 999.
          02 TerrainIdx PIC 999.
          02 ProbeX PIC 999.
          02 ProbeY PIC 999.
          02 TerrainHere PIC X.
          02 TerrainWord PIC X(12).
       01 AchCodeTable.
          02 AchCodeCount PIC 999 VALUE 0.
          02 AchCodeEntry PIC X(8) OCCURS 200 TIMES.
          02 AchCodeIdx PIC 999.
          02 AchDefsPresent PIC X VALUE "N".
       01 LookupData.
          02 Known PIC X.
             88 IsKnown VALUE "Y".
          02 KnownIdx PIC 99.
      *> The tallies PLAYPROF can judge an achievement against.
       01 TallyNameLiterals.
          02 FILLER PIC X(8) VALUE "SHOSWINS".
          02 FILLER PIC X(8) VALUE "LIONKILL".
          02 FILLER PIC X(8) VALUE "ITEMEAT ".
          02 FILLER PIC X(8) VALUE "WANDSTEP".
          02 FILLER PIC X(8) VALUE "GUESSBST".
          02 FILLER PIC X(8) VALUE "CRAWLKIL".
          02 FILLER PIC X(8) VALUE "CONTRACT".
          02 FILLER PIC X(8) VALUE "ZARR    ".
          02 FILLER PIC X(8) VALUE "TOWER   ".
       01 TallyNameTable REDEFINES TallyNameLiterals.
          02 TallyName PIC X(8) OCCURS 9 TIMES.
      *> The games that parse commands through CMDPARSE; "*" is the
      *> synonym every game shares.
       01 GameNameLiterals.
          02 FILLER PIC X(8) VALUE "SHOS    ".
          02 FILLER PIC X(8) VALUE "WANDER  ".
          02 FILLER PIC X(8) VALUE "INVENTRY".
          02 FILLER PIC X(8) VALUE "*       ".
       01 GameNameTable REDEFINES GameNameLiterals.
          02 GameName PIC X(8) OCCURS 4 TIMES.
       01 FileDetails.
          02 FdSize PIC X(8) COMP-X.
          02 FdDay PIC X COMP-X.
          02 FdMonth PIC X COMP-X.
          02 FdYear PIC XX COMP-X.
          02 FdHours PIC X COMP-X.
          02 FdMinutes PIC X COMP-X.
          02 FdSeconds PIC X COMP-X.
          02 FdHundredths PIC X COMP-X.
       01 ExistName PIC X(61).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       MOVE "O" TO Rpt-Action
       MOVE "xref_exceptions.txt" TO Rpt-File
       MOVE "CROSS-FILE INTEGRITY EXCEPTIONS" TO Rpt-Title
       MOVE 0 TO Rpt-Page-Depth
       MOVE "Y" TO Rpt-Echo
       CALL "REPORTSVC" USING Report-Request
       PERFORM LoadTerrain
       PERFORM CheckLandmarks
       PERFORM CheckContracts
       PERFORM CheckLinks
       PERFORM CheckAchievements
       PERFORM CheckEarned
       PERFORM CheckSynonyms
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       IF ExceptionCount IS EQUAL TO 0
           MOVE "NO EXCEPTIONS - THE MASTER FILES AGREE." TO PrintLine
       ELSE
           MOVE "** EXCEPTIONS FOUND - DEPENDENT STEPS SHOULD BE HELD."
               TO PrintLine
       END-IF
       PERFORM PutLine
       MOVE "T" TO Rpt-Action
       MOVE "RULES RUN" TO Rpt-Total-Label
       MOVE RulesRun TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "RULES SKIPPED" TO Rpt-Total-Label
       MOVE RulesSkipped TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "RECORDS CHECKED" TO Rpt-Total-Label
       MOVE RecordsChecked TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "EXCEPTIONS" TO Rpt-Total-Label
       MOVE ExceptionCount TO Rpt-Total-Value
       CALL "REPORTSVC" USING Report-Request
       MOVE "C" TO Rpt-Action
       CALL "REPORTSVC" USING Report-Request
       DISPLAY "XREFCHK: " ExceptionCount " exception(s) in "
           RecordsChecked " record(s) checked."
       IF ExceptionCount IS GREATER THAN 0
           MOVE 8 TO RETURN-CODE
       END-IF
STOP RUN.

LoadTerrain.
       MOVE 0 TO TerrainCount
       OPEN INPUT TerrainFile
       IF TerrainFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL TerrainFileStatus IS NOT EQUAL TO "00"
           READ TerrainFile
               AT END
                   MOVE "10" TO TerrainFileStatus
               NOT AT END
                   IF TerrainCount IS LESS THAN 200
                       AND TrFileX1 IS NUMERIC AND TrFileY1 IS NUMERIC
                       AND TrFileX2 IS NUMERIC AND TrFileY2 IS NUMERIC
                       ADD 1 TO TerrainCount
                       MOVE TrFileType TO TerrainType(TerrainCount)
                       MOVE TrFileX1 TO TerrainX1(TerrainCount)
                       MOVE TrFileY1 TO TerrainY1(TerrainCount)
                       MOVE TrFileX2 TO TerrainX2(TerrainCount)
                       MOVE TrFileY2 TO TerrainY2(TerrainCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE TerrainFile
       EXIT.

DetermineTerrain.
       MOVE "P" TO TerrainHere
       PERFORM VARYING TerrainIdx FROM 1 BY 1
           UNTIL TerrainIdx > TerrainCount
           IF ProbeX IS NOT LESS THAN TerrainX1(TerrainIdx)
               AND ProbeX IS NOT GREATER THAN TerrainX2(TerrainIdx)
               AND ProbeY IS NOT LESS THAN TerrainY1(TerrainIdx)
               AND ProbeY IS NOT GREATER THAN TerrainY2(TerrainIdx)
               MOVE TerrainType(TerrainIdx) TO TerrainHere
           END-IF
       END-PERFORM
       EVALUATE TerrainHere
           WHEN "R"
               MOVE "THE RIVER" TO TerrainWord
           WHEN "M"
               MOVE "A MOUNTAIN" TO TerrainWord
           WHEN OTHER
               MOVE SPACES TO TerrainWord
       END-EVALUATE
       EXIT.

      *> A landmark must be on the map and on ground a wanderer can
      *> stand on - not in the river, not inside a mountain range.
CheckLandmarks.
       MOVE "LANDMARKS ON THE MAP AND ON DRY LAND" TO RuleTitle
       PERFORM StartRule
       OPEN INPUT LandmarkFile
       IF LandmarkFileStatus IS NOT EQUAL TO "00"
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LandmarkFileStatus IS NOT EQUAL TO "00"
           READ LandmarkFile
               AT END
                   MOVE "10" TO LandmarkFileStatus
               NOT AT END
                   PERFORM JudgeLandmark
           END-READ
       END-PERFORM
       CLOSE LandmarkFile
       PERFORM EndRule
       EXIT.

JudgeLandmark.
       PERFORM CountRecord
       IF LmFileX IS NOT NUMERIC OR LmFileY IS NOT NUMERIC
           OR LmFileX IS LESS THAN WorldMin
           OR LmFileX IS GREATER THAN WorldMax
           OR LmFileY IS LESS THAN WorldMin
           OR LmFileY IS GREATER THAN WorldMax
           MOVE SPACES TO ExcText
           STRING FUNCTION TRIM(LmFileName) DELIMITED BY SIZE
               " AT (" DELIMITED BY SIZE
               LmFileX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LmFileY DELIMITED BY SIZE
               ") IS OFF THE MAP" DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
           EXIT PARAGRAPH
       END-IF
       MOVE LmFileX TO ProbeX
       MOVE LmFileY TO ProbeY
       PERFORM DetermineTerrain
       IF TerrainWord IS NOT EQUAL TO SPACES
           MOVE SPACES TO ExcText
           STRING FUNCTION TRIM(LmFileName) DELIMITED BY SIZE
               " AT (" DELIMITED BY SIZE
               LmFileX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LmFileY DELIMITED BY SIZE
               ") SITS IN " DELIMITED BY SIZE
               FUNCTION TRIM(TerrainWord) DELIMITED BY SIZE
               " PER terrain.dat" DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
       END-IF
       EXIT.

      *> A contract must send the wanderer somewhere reachable.
CheckContracts.
       MOVE "CONTRACTS POINT AT REACHABLE MAP SQUARES" TO RuleTitle
       PERFORM StartRule
       OPEN INPUT ContractFile
       IF ContractFileStatus IS NOT EQUAL TO "00"
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ContractFileStatus IS NOT EQUAL TO "00"
           READ ContractFile
               AT END
                   MOVE "10" TO ContractFileStatus
               NOT AT END
                   PERFORM JudgeContract
           END-READ
       END-PERFORM
       CLOSE ContractFile
       PERFORM EndRule
       EXIT.

JudgeContract.
       PERFORM CountRecord
       IF CtFileX IS NOT NUMERIC OR CtFileY IS NOT NUMERIC
           OR CtFileX IS LESS THAN WorldMin
           OR CtFileX IS GREATER THAN WorldMax
           OR CtFileY IS LESS THAN WorldMin
           OR CtFileY IS GREATER THAN WorldMax
           MOVE SPACES TO ExcText
           STRING FUNCTION TRIM(CtFileName) DELIMITED BY SIZE
               " POINTS AT (" DELIMITED BY SIZE
               CtFileX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CtFileY DELIMITED BY SIZE
               "), OFF THE MAP" DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
           EXIT PARAGRAPH
       END-IF
       MOVE CtFileX TO ProbeX
       MOVE CtFileY TO ProbeY
       PERFORM DetermineTerrain
       IF TerrainWord IS NOT EQUAL TO SPACES
           MOVE SPACES TO ExcText
           STRING FUNCTION TRIM(CtFileName) DELIMITED BY SIZE
               " POINTS AT (" DELIMITED BY SIZE
               CtFileX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CtFileY DELIMITED BY SIZE
               ") IN " DELIMITED BY SIZE
               FUNCTION TRIM(TerrainWord) DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
       END-IF
       EXIT.

      *> Every stair must lead to a level file that is there to load.
CheckLinks.
       MOVE "STAIRS LEAD TO LEVEL FILES THAT EXIST" TO RuleTitle
       PERFORM StartRule
       OPEN INPUT LinkFile
       IF LinkFileStatus IS NOT EQUAL TO "00"
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL LinkFileStatus IS NOT EQUAL TO "00"
           READ LinkFile
               AT END
                   MOVE "10" TO LinkFileStatus
               NOT AT END
                   PERFORM JudgeLink
           END-READ
       END-PERFORM
       CLOSE LinkFile
       PERFORM EndRule
       EXIT.

      *> The manifest's #STOCK record names a template, not a stair.
JudgeLink.
       IF LnkStockTag IS EQUAL TO "#STOCK " OR LnkLevel IS NOT NUMERIC
           ADD 1 TO RecNo
           EXIT PARAGRAPH
       END-IF
       PERFORM CountRecord
       IF LnkTargetFile IS EQUAL TO SPACES
           MOVE SPACES TO ExcText
           STRING "LEVEL " DELIMITED BY SIZE
               LnkLevel DELIMITED BY SIZE
               " LOCATION " DELIMITED BY SIZE
               LnkLocation DELIMITED BY SIZE
               " NAMES NO TARGET FILE" DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
           EXIT PARAGRAPH
       END-IF
       MOVE LnkTargetFile TO Env-File
       PERFORM ResolveFileName
       MOVE SPACES TO ExistName
       STRING Env-File DELIMITED BY SPACE
           X"00" DELIMITED BY SIZE
           INTO ExistName
       END-STRING
       CALL "CBL_CHECK_FILE_EXIST" USING ExistName FileDetails
       IF RETURN-CODE IS NOT EQUAL TO 0
           MOVE SPACES TO ExcText
           STRING "LEVEL " DELIMITED BY SIZE
               LnkLevel DELIMITED BY SIZE
               " LOCATION " DELIMITED BY SIZE
               LnkLocation DELIMITED BY SIZE
               " LEADS TO " DELIMITED BY SIZE
               FUNCTION TRIM(LnkTargetFile) DELIMITED BY SIZE
               " - NO SUCH FILE" DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
       END-IF
       MOVE 0 TO RETURN-CODE
       EXIT.

      *> An achievement must watch a tally PLAYPROF keeps, or it can
      *> never be earned.
CheckAchievements.
       MOVE "ACHIEVEMENTS WATCH TALLIES PLAYPROF KEEPS" TO RuleTitle
       PERFORM StartRule
       OPEN INPUT AchDefFile
       IF AchDefFileStatus IS NOT EQUAL TO "00"
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO AchDefsPresent
       PERFORM UNTIL AchDefFileStatus IS NOT EQUAL TO "00"
           READ AchDefFile
               AT END
                   MOVE "10" TO AchDefFileStatus
               NOT AT END
                   PERFORM JudgeAchievement
           END-READ
       END-PERFORM
       CLOSE AchDefFile
       PERFORM EndRule
       EXIT.

JudgeAchievement.
       PERFORM CountRecord
       IF AchCodeCount IS LESS THAN 200
           ADD 1 TO AchCodeCount
           MOVE AdfCode TO AchCodeEntry(AchCodeCount)
       END-IF
       MOVE "N" TO Known
       PERFORM VARYING KnownIdx FROM 1 BY 1 UNTIL KnownIdx > 9
           IF AdfField IS EQUAL TO TallyName(KnownIdx)
               MOVE "Y" TO Known
           END-IF
       END-PERFORM
       IF NOT IsKnown
           MOVE SPACES TO ExcText
           STRING FUNCTION TRIM(AdfCode) DELIMITED BY SIZE
               " WATCHES TALLY '" DELIMITED BY SIZE
               FUNCTION TRIM(AdfField) DELIMITED BY SIZE
               "', WHICH PLAYPROF DOES NOT KEEP" DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
       END-IF
       EXIT.

      *> An earned achievement must still be defined.
CheckEarned.
       MOVE "EARNED ACHIEVEMENTS ARE STILL DEFINED" TO RuleTitle
       PERFORM StartRule
       IF AchDefsPresent IS NOT EQUAL TO "Y"
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT EarnedFile
       IF EarnedFileStatus IS NOT EQUAL TO "00"
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL EarnedFileStatus IS NOT EQUAL TO "00"
           READ EarnedFile
               AT END
                   MOVE "10" TO EarnedFileStatus
               NOT AT END
                   PERFORM JudgeEarned
           END-READ
       END-PERFORM
       CLOSE EarnedFile
       PERFORM EndRule
       EXIT.

JudgeEarned.
       PERFORM CountRecord
       MOVE "N" TO Known
       PERFORM VARYING AchCodeIdx FROM 1 BY 1
           UNTIL AchCodeIdx > AchCodeCount
           IF AerCode IS EQUAL TO AchCodeEntry(AchCodeIdx)
               MOVE "Y" TO Known
           END-IF
       END-PERFORM
       IF NOT IsKnown
           MOVE SPACES TO ExcText
           STRING FUNCTION TRIM(AerName) DELIMITED BY SIZE
               " HOLDS " DELIMITED BY SIZE
               FUNCTION TRIM(AerCode) DELIMITED BY SIZE
               ", NOT IN achievements.dat" DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
       END-IF
       EXIT.

      *> A synonym for a game that does not parse through CMDPARSE is
      *> never looked at.
CheckSynonyms.
       MOVE "COMMAND SYNONYMS BELONG TO A KNOWN GAME" TO RuleTitle
       PERFORM StartRule
       OPEN INPUT SynonymFile
       IF SynonymFileStatus IS NOT EQUAL TO "00"
           PERFORM SkipRule
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL SynonymFileStatus IS NOT EQUAL TO "00"
           READ SynonymFile
               AT END
                   MOVE "10" TO SynonymFileStatus
               NOT AT END
                   PERFORM JudgeSynonym
           END-READ
       END-PERFORM
       CLOSE SynonymFile
       PERFORM EndRule
       EXIT.

JudgeSynonym.
       PERFORM CountRecord
       MOVE "N" TO Known
       PERFORM VARYING KnownIdx FROM 1 BY 1 UNTIL KnownIdx > 4
           IF SynGame IS EQUAL TO GameName(KnownIdx)
               MOVE "Y" TO Known
           END-IF
       END-PERFORM
       IF NOT IsKnown
           MOVE SPACES TO ExcText
           STRING FUNCTION TRIM(SynAlias) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(SynCanon) DELIMITED BY SIZE
               " IS FOR GAME '" DELIMITED BY SIZE
               FUNCTION TRIM(SynGame) DELIMITED BY SIZE
               "', WHICH DOES NOT EXIST" DELIMITED BY SIZE
               INTO ExcText
           END-STRING
           PERFORM PutException
       END-IF
       EXIT.

StartRule.
       ADD 1 TO RulesRun
       MOVE 0 TO RecNo
       MOVE 0 TO RuleChecked
       MOVE 0 TO RuleExceptions
       MOVE SPACES TO PrintLine
       PERFORM PutLine
       MOVE RuleTitle TO PrintLine
       PERFORM PutLine
       EXIT.

SkipRule.
       SUBTRACT 1 FROM RulesRun
       ADD 1 TO RulesSkipped
       MOVE "  FILE NOT PRESENT - RULE SKIPPED." TO PrintLine
       PERFORM PutLine
       EXIT.

EndRule.
       MOVE RuleChecked TO RecShown
       MOVE RuleExceptions TO ExcShown
       MOVE SPACES TO PrintLine
       STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(RecShown) DELIMITED BY SIZE
           " RECORD(S) CHECKED, " DELIMITED BY SIZE
           FUNCTION TRIM(ExcShown) DELIMITED BY SIZE
           " EXCEPTION(S)." DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
       EXIT.

CountRecord.
       ADD 1 TO RecNo
       ADD 1 TO RuleChecked
       ADD 1 TO RecordsChecked
       EXIT.

PutException.
       ADD 1 TO RuleExceptions
       ADD 1 TO ExceptionCount
       MOVE RecNo TO RecShown
       MOVE SPACES TO PrintLine
       STRING "  ** REC " DELIMITED BY SIZE
           FUNCTION TRIM(RecShown) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           ExcText DELIMITED BY SIZE
           INTO PrintLine
       END-STRING
       PERFORM PutLine
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
           UNTIL DataFileIdx > 7
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
       MOVE "XREFCHK" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
