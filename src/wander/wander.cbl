       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WanderLogFile ASSIGN DYNAMIC WanderLogFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WanderLogFileStatus.
               SELECT LandmarkFile ASSIGN DYNAMIC LandmarkFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LandmarkFileStatus.
               SELECT TerrainFile ASSIGN DYNAMIC TerrainFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TerrainFileStatus.
               SELECT WeatherFile ASSIGN DYNAMIC WeatherFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WeatherFileStatus.
               SELECT PlanFile ASSIGN DYNAMIC PlanFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PlanFileStatus.
               SELECT ContractFile ASSIGN DYNAMIC ContractFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ContractFileStatus.
               SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ScoreFileRunKey
                   ALTERNATE RECORD KEY IS ScoreFileInitials
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS ScoreFileDate
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS ScoreFileValue
                       WITH DUPLICATES
                   FILE STATUS IS ScoreFileStatus.
               SELECT MarketFile ASSIGN DYNAMIC MarketFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MarketFileStatus.
               SELECT PriceFile ASSIGN DYNAMIC PriceFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PriceFileStatus.
               SELECT EncounterFile ASSIGN DYNAMIC EncounterFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EncounterFileStatus.
               SELECT NoteFile ASSIGN DYNAMIC NoteFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NoteFileStatus.
       DATA DIVISION.
           FILE SECTION.
           FD WanderLogFile.
              02 ScoreFileLions PIC 99.
              02 ScoreFileTurns PIC 9(4).
              02 ScoreFileZarr PIC X.
              02 ScoreFileDaily PIC X.
              02 ScoreFilePreset PIC X.
              02 ScoreFileVerified PIC X.
              02 ScoreFileRunKey PIC X(18).
      * One trade good at one landmark, authored alongside
      * landmarks.dat (the name must match one there): what the
      * wanderer pays to take a load on and what the landmark pays
      * for a load brought in, before the day's drift. A zero price
      * means the landmark does not deal that way in that good.
           FD MarketFile.
           01 MarketFileRecord.
              02 MkFileName PIC X(20).
              02 MkFileGood PIC X(8).
              02 MkFileBuy PIC 9(4).
              02 MkFileSell PIC 9(4).
      * The market's drift, one record per day, landmark and good,
      * kept the way the forecast is: the first session of a day
      * rolls the day's rate from the last one on file and writes it
      * here; every later session that day reads the same prices.
           FD PriceFile.
           01 PriceFileRecord.
              02 PrFileDate PIC 9(8).
              02 PrFileName PIC X(20).
              02 PrFileGood PIC X(8).
              02 PrFileRate PIC 999.
      * Mirrors CRAWLER's EncounterRecord field-for-field: written
      * here pending, answered there with how the fight went.
           FD EncounterFile.
           01 EncounterRecord.
              02 EncState PIC X.
              02 EncTerrain PIC X.
              02 EncWeather PIC X.
              02 EncX PIC 999.
              02 EncY PIC 999.
              02 EncMonster PIC X(12).
              02 EncHealth PIC 99.
      * A note one traveller leaves for the next, signed and dated,
      * at the spot it was left. NtFileState "H" is a note the
      * operator has hidden with NOTEEDIT, which also expires old
      * notes out of the file.
           FD NoteFile.
           01 NoteFileRecord.
              02 NtFileX PIC 999.
              02 NtFileY PIC 999.
              02 NtFileDate PIC 9(8).
              02 NtFileTime PIC 9(8).
              02 NtFileAuthor PIC X(12).
              02 NtFileState PIC X.
              02 NtFileText PIC X(40).
           WORKING-STORAGE SECTION.
           01 GameData.
              02 X PIC 999 VALUE 0.
                 88 StandingAtLandmark VALUE "Y".
              02 CtStepsGone PIC 9(5).

      * The landmark markets: every wander_market.dat line the
      * landmarks know of, with the day's rate (a percentage of the
      * authored prices, drifting up to 15 points a day between 50
      * and 150) and the prices it makes.
           01 MarketData.
              02 MarketFileStatus PIC XX.
              02 PriceFileStatus PIC XX.
              02 MarketCount PIC 999 VALUE 0.
              02 MarketEntries OCCURS 200 TIMES.
                 03 MkLandmark PIC 99.
                 03 MkGood PIC X(8).
                 03 MkBaseBuy PIC 9(4).
                 03 MkBaseSell PIC 9(4).
                 03 MkRate PIC 999.
                 03 MkLastRate PIC 999.
                 03 MkLastDate PIC 9(8).
                 03 MkDated PIC X.
                    88 MkRatedToday VALUE "Y".
                 03 MkBuyToday PIC 9(4).
                 03 MkSellToday PIC 9(4).
              02 MarketIdx PIC 999.
              02 MarketPick PIC 999.
              02 MarketHere PIC 99.
              02 MarketDeals PIC 999.
              02 DriftRoll PIC 99.
              02 PriceWord PIC X(4).

      * Cargo rides on yer back or the mule's, so many loads of each
      * good. Goods are had on the factor's account, not paid for on
      * the spot: the cost is settled when the load is sold, and what
      * the sale clears over it (or falls short) goes on the
      * profile's contract pay. Unsold cargo is handed back at the
      * end of the wander.
           01 CargoData.
              02 CargoKinds PIC 99 VALUE 0.
              02 CargoEntries OCCURS 10 TIMES.
                 03 CargoGood PIC X(8).
                 03 CargoQty PIC 99.
                 03 CargoCost PIC 9(6).
              02 CargoIdx PIC 99.
              02 CargoPick PIC 99.
              02 CargoLoads PIC 99.
              02 CargoLimit PIC 99.
              02 CargoFootLimit PIC 99 VALUE 4.
              02 CargoMuleLimit PIC 99 VALUE 12.
              02 TradeChoice PIC X.
              02 TradeGoodInput PIC X(8).
              02 TradeQtyInput PIC X(4).
              02 TradeQty PIC 99.
              02 TradeValue PIC 9(6).
              02 TradeCostShare PIC 9(6).
              02 TradeGain PIC S9(6).
              02 TradeGainShown PIC 9(6).
              02 TradeSign PIC X.
              02 TradeWord PIC X(4).

           01 DungeonData.
              02 ShosCommand PIC X(100) VALUE "./shos".
              02 InventoryCommand PIC X(100) VALUE "./inventory".
              02 CrawlerCommand PIC X(100) VALUE "./crawler".
              02 DungeonChoice PIC X.
              02 ScoreKeyBefore PIC X(18).
              02 ScoreKeyAfter PIC X(18).
              02 LastScoreValue PIC 9(5).
              02 LastScoreZarr PIC X.
              02 TowerFlagHold PIC X.
              02 WorldCol PIC S999.
              02 OffMap PIC X.
              02 WanderLogTime PIC 9(8).
              02 WanderLogDate PIC 9(8).

           COPY "PLAYPROF.cpy".
           COPY "MSGCAT.cpy".
           COPY "GAMELOG.cpy".
           COPY "FILELOCK.cpy".
           COPY "CMDPARSE.cpy".
           COPY "SHOPENV.cpy".
           COPY "PURSE.cpy".
      * The data files by their bare names; ResolveDataFiles puts
      * each in the run's environment directory before use.
           01 DataFileNames.
              02 WanderLogFileName PIC X(60)
                  VALUE "wander_log.dat".
              02 LandmarkFileName PIC X(60)
                  VALUE "landmarks.dat".
              02 TerrainFileName PIC X(60)
                  VALUE "terrain.dat".
              02 WeatherFileName PIC X(60)
                  VALUE "wander_weather.dat".
              02 PlanFileName PIC X(60)
                  VALUE "wander_plan.txt".
              02 ContractFileName PIC X(60)
                  VALUE "wander_contracts.dat".
              02 ScoreFileName PIC X(60)
                  VALUE "shos_scores.dat".
              02 MarketFileName PIC X(60)
                  VALUE "wander_market.dat".
              02 PriceFileName PIC X(60)
                  VALUE "wander_prices.dat".
              02 EncounterFileName PIC X(60)
                  VALUE "crawler_encounter.dat".
              02 NoteFileName PIC X(60)
                  VALUE "wander_notes.dat".
           01 DataFileTable REDEFINES DataFileNames.
              02 DataFileName PIC X(60) OCCURS 11 TIMES.
           01 DataFileData.
              02 DataFileIdx PIC 99.
              02 DataFilesFlag PIC X VALUE "N".
                 88 DataFilesResolved VALUE "Y".
           01 WanderLogFileStatus PIC XX.
           01 LandmarkFileStatus PIC XX.
           01 TerrainFileStatus PIC XX.
           01 ScoreFileStatus PIC XX.
           01 WeatherFileStatus PIC XX.
           01 EncounterFileStatus PIC XX.

      * Today's sky, and what it does to the walk: rain turns the
      * open plains to mud (an extra step, like the swamp's slog),
              02 MudFlag PIC X.
                 88 MuddyGoing VALUE "Y".

      * The open country is not safe: every step off a landmark rolls
      * against the chance for the ground underfoot (in hundredths),
      * raised by foul weather, and a hit is fought out in CRAWLER.
      * Losing costs the mule if one is led, else half the larder.
           01 EncounterData.
              02 EncChancePlains PIC 99 VALUE 02.
              02 EncChanceForest PIC 99 VALUE 06.
              02 EncChanceSwamp PIC 99 VALUE 08.
              02 EncChanceRiver PIC 99 VALUE 04.
              02 EncRainExtra PIC 99 VALUE 01.
              02 EncFogExtra PIC 99 VALUE 04.
              02 EncStormExtra PIC 99 VALUE 02.
              02 EncChance PIC 99.
              02 EncRoll PIC 99.
              02 EncGround PIC X.
              02 EncResult PIC X.
              02 EncFoe PIC X(12).
              02 EncLoss PIC 999.
              02 EncShed PIC 99.
              02 EncOutcomeWord PIC X(30).

      * Notes the travellers leave each other: a note shows when ye
      * step onto its spot or next to it, once each time ye come
      * near, and the map marks it. Hidden notes never load. The
      * file is held to one table's worth; past NoteLimit notes no
      * more can be left until the operator expires some.
           01 NoteData.
              02 NoteFileStatus PIC XX.
              02 NoteFileCount PIC 9(4) VALUE 0.
              02 NoteLimit PIC 9(4) VALUE 999.
              02 NoteCount PIC 999 VALUE 0.
              02 NoteEntries OCCURS 999 TIMES.
                 03 NoteX PIC 999.
                 03 NoteY PIC 999.
                 03 NoteDate PIC 9(8).
                 03 NoteAuthor PIC X(12).
                 03 NoteText PIC X(40).
                 03 NoteNear PIC X.
                    88 NoteInRange VALUE "Y".
              02 NoteIdx PIC 999.
              02 NoteInput PIC X(40).
              02 NoteToday PIC 9(8).
              02 NoteClock PIC 9(8).
              02 NoteDateShown PIC X(10).
              02 NoteDeltaX PIC S9(4).
              02 NoteDeltaY PIC S9(4).
              02 NoteMarkFlag PIC X.
                 88 NoteMarksCell VALUE "Y".

      * The expedition larder: every step eats a provision (three in
      * the swamp), a landmark reached is a chance to restock, and an
      * empty pack ends the wander where ye stand.
              02 BearingTable REDEFINES BearingWords.
                 03 BearingName PIC X(12) OCCURS 8 TIMES.
       PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       MOVE "WANDER" TO Msg-Program
       MOVE "T" TO Msg-Action
       MOVE SPACES TO Msg-Language
       INITIALIZE Msg-Args
       MOVE "WANDER" TO GL-Program
       MOVE "START" TO GL-Event
       MOVE "session opened" TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       MOVE "L" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Prof-Language TO Msg-Language
       PERFORM InitializeGame
       PERFORM WITH TEST AFTER UNTIL GameOver IS EQUAL TO "Y"
           PERFORM ShowStatus
       PERFORM EnsureContractFile
       PERFORM LoadContracts
       PERFORM LoadTodaysWeather
       PERFORM EnsureMarketFile
       PERFORM LoadMarket
       PERFORM LoadTodaysPrices
       PERFORM LoadNotes
       PERFORM LogSessionStart
       PERFORM LogWeather
       PERFORM CheckNotes
       EXIT.

       LoadTodaysWeather.
           PERFORM AppendForecast
       END-IF
       PERFORM DescribeWeather
       MOVE 1 TO Msg-Number
       MOVE FUNCTION TRIM(WeatherWord) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       EXIT.

      * Clear days outnumber the foul ones three to three in six.
       WriteDefaultTerrainFile.
       OPEN OUTPUT TerrainFile
       IF TerrainFileStatus IS NOT EQUAL TO "00"
           MOVE 2 TO Msg-Number
           MOVE TerrainFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
       ELSE
           MOVE "F" TO TrFileType
           MOVE 480 TO TrFileX1
       MOVE 0 TO TerrainCount
       OPEN INPUT TerrainFile
       IF TerrainFileStatus IS NOT EQUAL TO "00"
           MOVE 3 TO Msg-Number
           MOVE TerrainFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
       ELSE
           PERFORM UNTIL TerrainFileStatus IS NOT EQUAL TO "00"
               READ TerrainFile
               END-READ
           END-PERFORM
           CLOSE TerrainFile
           MOVE 4 TO Msg-Number
           MOVE TerrainCount TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.

       WriteDefaultLandmarkFile.
       OPEN OUTPUT LandmarkFile
       IF LandmarkFileStatus IS NOT EQUAL TO "00"
           MOVE 5 TO Msg-Number
           MOVE LandmarkFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
       ELSE
           MOVE "the Old Well" TO LmFileName
           MOVE 505 TO LmFileX
       MOVE 0 TO LandmarkCount
       OPEN INPUT LandmarkFile
       IF LandmarkFileStatus IS NOT EQUAL TO "00"
           MOVE 6 TO Msg-Number
           MOVE LandmarkFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
       ELSE
           PERFORM UNTIL LandmarkFileStatus IS NOT EQUAL TO "00"
               READ LandmarkFile
               END-READ
           END-PERFORM
           CLOSE LandmarkFile
           MOVE 7 TO Msg-Number
           MOVE LandmarkCount TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.


       ShowStatus.
       DISPLAY " "
       MOVE 8 TO Msg-Number
       MOVE X TO Msg-Arg-Value(1)
       MOVE Y TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE 9 TO Msg-Number
       PERFORM SayPrompt
       EVALUATE Facing
        WHEN "N"
           MOVE 10 TO Msg-Number
           PERFORM SayMessage
        WHEN "E"
           MOVE 11 TO Msg-Number
           PERFORM SayMessage
        WHEN "S"
           MOVE 12 TO Msg-Number
           PERFORM SayMessage
        WHEN "W"
           MOVE 13 TO Msg-Number
           PERFORM SayMessage
       END-EVALUATE
       MOVE 14 TO Msg-Number
       MOVE MoveCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 15 TO Msg-Number
       MOVE Provisions TO Msg-Arg-Value(1)
       PERFORM SayMessage
       IF CanoeCarried
           MOVE 16 TO Msg-Number
           PERFORM SayMessage
       END-IF
       IF MuleLed
           MOVE 17 TO Msg-Number
           PERFORM SayMessage
       END-IF
       IF CargoKinds IS GREATER THAN 0
           PERFORM CountCargoLoads
           MOVE 18 TO Msg-Number
           MOVE CargoLoads TO Msg-Arg-Value(1)
           MOVE CargoLimit TO Msg-Arg-Value(2)
           PERFORM SayMessage
       END-IF
       MOVE 19 TO Msg-Number
       MOVE FUNCTION TRIM(WeatherWord) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM ShowTrail
       EXIT.

       ShowTrail.
       IF TrailCount > 0
           MOVE 20 TO Msg-Number
           PERFORM SayMessage
           PERFORM VARYING TrailIdx FROM 1 BY 1
               UNTIL TrailIdx > TrailCount
               DISPLAY "  (" TrailX(TrailIdx) "," TrailY(TrailIdx)
      * The shared parser maps the long spellings onto the menu
      * letters; what it does not know passes through unchanged.
       HandleCommand.
       MOVE 21 TO Msg-Number
       PERFORM SayPrompt
       ACCEPT Command
       MOVE "WANDER" TO Cmd-Game
       MOVE Command TO Cmd-In
        WHEN "J"
        WHEN "j"
           PERFORM ContractBoard
        WHEN "T"
        WHEN "t"
           PERFORM TradeAtMarket
        WHEN "NOTE"
        WHEN "note"
           PERFORM LeaveNote
        WHEN "Q"
        WHEN "q"
           PERFORM QuitGame

       ShowHelp.
       DISPLAY " "
       MOVE 22 TO Msg-Number
       PERFORM SayMessage
       MOVE 23 TO Msg-Number
       PERFORM SayMessage
       MOVE 24 TO Msg-Number
       PERFORM SayMessage
       MOVE 25 TO Msg-Number
       PERFORM SayMessage
       MOVE 26 TO Msg-Number
       PERFORM SayMessage
       MOVE 27 TO Msg-Number
       PERFORM SayMessage
       MOVE 28 TO Msg-Number
       PERFORM SayMessage
       MOVE 29 TO Msg-Number
       PERFORM SayMessage
       MOVE 30 TO Msg-Number
       PERFORM SayMessage
       MOVE 31 TO Msg-Number
       PERFORM SayMessage
       MOVE 32 TO Msg-Number
       PERFORM SayMessage
       MOVE 126 TO Msg-Number
       PERFORM SayMessage
       MOVE 33 TO Msg-Number
       PERFORM SayMessage
       EXIT.

       PlanRoute.
       MOVE 34 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO PlanDestName
       ACCEPT PlanDestName
       MOVE 0 TO PlanDestIdx
           END-IF
       END-PERFORM
       IF PlanDestIdx IS EQUAL TO 0
           MOVE 35 TO Msg-Number
           PERFORM SayMessage
           PERFORM VARYING LandmarkIdx FROM 1 BY 1
               UNTIL LandmarkIdx > LandmarkCount
               DISPLAY "  " FUNCTION TRIM(LandmarkName(LandmarkIdx))
       MOVE LandmarkX(PlanDestIdx) TO PlanDestX
       MOVE LandmarkY(PlanDestIdx) TO PlanDestY
       IF PlanDestX IS EQUAL TO X AND PlanDestY IS EQUAL TO Y
           MOVE 36 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM SizePlanWindow
       IF PlanWidth IS GREATER THAN PlanWindowLimit
           OR PlanHeight IS GREATER THAN PlanWindowLimit
           MOVE 37 TO Msg-Number
           PERFORM SayMessage
           MOVE 38 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM RunPlanFlood
       IF NOT PlanRouteFound
           MOVE 39 TO Msg-Number
           MOVE FUNCTION TRIM(PlanDestName) TO Msg-Arg-Value(1)
           PERFORM SayMessage
           MOVE 40 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM TracePlanPath
       WriteItinerary.
       OPEN OUTPUT PlanFile
       IF PlanFileStatus IS NOT EQUAL TO "00"
           MOVE 41 TO Msg-Number
           MOVE PlanFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PlanLine
               TO PlanLine
           PERFORM PutPlanLine
       END-IF
       PERFORM WritePlanMarket
       CLOSE PlanFile
       MOVE 42 TO Msg-Number
       MOVE PlanPathLen TO Msg-Arg-Value(1)
       MOVE PlanLegNo TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE 43 TO Msg-Number
       PERFORM SayMessage
       EXIT.

       WritePlanLeg.
       WRITE PlanFileLine
       EXIT.

      * What the destination's market deals in today, so a route can
      * be planned for the trade as well as for a contract.
       WritePlanMarket.
       MOVE PlanDestIdx TO MarketHere
       PERFORM VARYING MarketIdx FROM 1 BY 1
           UNTIL MarketIdx > MarketCount
           IF MkLandmark(MarketIdx) IS EQUAL TO MarketHere
               PERFORM DescribeMarketPrices
               MOVE SPACES TO PlanLine
               STRING "MARKET: " DELIMITED BY SIZE
                   MkGood(MarketIdx) DELIMITED BY SIZE
                   " SOLD AT " DELIMITED BY SIZE
                   PriceWord DELIMITED BY SIZE
                   ", BOUGHT AT " DELIMITED BY SIZE
                   TradeWord DELIMITED BY SIZE
                   " TODAY" DELIMITED BY SIZE
                   INTO PlanLine
               END-STRING
               PERFORM PutPlanLine
           END-IF
       END-PERFORM
       EXIT.

       CompassCheck.
       IF FoggyDay
           MOVE 44 TO Msg-Number
           PERFORM SayMessage
           MOVE 45 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF LandmarkCount IS EQUAL TO 0
           MOVE 46 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO NearestIdx
           END-IF
       END-PERFORM
       IF NearestDist IS EQUAL TO 0
           MOVE 47 TO Msg-Number
           MOVE FUNCTION TRIM(LandmarkName(NearestIdx))
               TO Msg-Arg-Value(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       COMPUTE DeltaX = LandmarkX(NearestIdx) - X
       COMPUTE DeltaY = LandmarkY(NearestIdx) - Y
       PERFORM DetermineAbsoluteEighth
       PERFORM DetermineRelativeEighth
       MOVE 48 TO Msg-Number
       MOVE FUNCTION TRIM(LandmarkName(NearestIdx)) TO Msg-Arg-Value(1)
       MOVE NearestDist TO Msg-Arg-Value(2)
       MOVE FUNCTION TRIM(BearingName(RelativeEighth + 1))
           TO Msg-Arg-Value(3)
       PERFORM SayMessage
       EXIT.

      * Within a couple of points of a cardinal line the bearing
       ShowMap.
       IF FoggyDay
           DISPLAY " "
           MOVE 49 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       MOVE 50 TO Msg-Number
       PERFORM SayMessage
       PERFORM VARYING MapRow FROM 0 BY 1 UNTIL MapRow > 10
           MOVE SPACE TO MapLine
           PERFORM VARYING MapCol FROM 0 BY 1 UNTIL MapCol > 10
               PERFORM DetermineTerrain
               PERFORM DetermineTerrainChar
               MOVE TerrainChar TO MapChar
               PERFORM CheckNoteMark
               IF NoteMarksCell
                   MOVE "!" TO MapChar
               END-IF
           END-IF
       END-IF
       MOVE MapChar TO MapLine(MapCol + 1:1)
       IF StormyDay
           COMPUTE StormRoll = FUNCTION RANDOM() * 3
           IF StormRoll IS EQUAL TO 0
               MOVE 51 TO Msg-Number
               PERFORM SayMessage
               MOVE 52 TO Msg-Number
               PERFORM SayMessage
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF NOT IsMoveBlocked
           ADD 1 TO MoveCount
           IF SloggingSwamp
               MOVE 53 TO Msg-Number
               PERFORM SayMessage
               MOVE 54 TO Msg-Number
               PERFORM SayMessage
               ADD 2 TO MoveCount
           END-IF
           IF MuddyGoing
               MOVE 55 TO Msg-Number
               PERFORM SayMessage
               MOVE 56 TO Msg-Number
               PERFORM SayMessage
               ADD 1 TO MoveCount
           END-IF
           PERFORM RecordTrail
           IF GameOver IS NOT EQUAL TO "Y"
               PERFORM CheckContracts
               PERFORM CheckLandmarks
               PERFORM CheckNotes
               PERFORM LogMove
               PERFORM CheckRoadEncounter
           END-IF
       END-IF
       EXIT.
           EXIT PARAGRAPH
       END-IF
       IF Provisions IS LESS THAN HungerMark
           MOVE 57 TO Msg-Number
           MOVE Provisions TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.

       CollapseStarving.
       MOVE 58 TO Msg-Number
       PERFORM SayMessage
       MOVE 59 TO Msg-Number
       PERFORM SayMessage
       MOVE "Y" TO GameOver
       ADD MoveCount TO Prof-Wander-Steps
       MOVE "S" TO Profile-Action
       PERFORM DetermineTerrain
       EVALUATE TerrainHere
        WHEN "M"
           MOVE 60 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO MoveBlocked
        WHEN "R"
           IF CanoeCarried
               MOVE "Y" TO CanoeFlag
               MOVE 61 TO Msg-Number
               PERFORM SayMessage
               MOVE 62 TO Msg-Number
               PERFORM SayMessage
           ELSE
               MOVE 63 TO Msg-Number
               PERFORM SayMessage
               MOVE "Y" TO MoveBlocked
           END-IF
        WHEN "S"
           IF MuleLed
               MOVE 64 TO Msg-Number
               PERFORM SayMessage
               MOVE 65 TO Msg-Number
               PERFORM SayMessage
           ELSE
               MOVE "Y" TO SwampFlag
           END-IF
           UNTIL LandmarkIdx > LandmarkCount
           IF X IS EQUAL TO LandmarkX(LandmarkIdx)
               AND Y IS EQUAL TO LandmarkY(LandmarkIdx)
               MOVE 66 TO Msg-Number
               MOVE LandmarkName(LandmarkIdx) TO Msg-Arg-Value(1)
               PERFORM SayMessage
               IF Provisions IS LESS THAN ProvisionsFull
                   MOVE ProvisionsFull TO Provisions
                   MOVE 67 TO Msg-Number
                   PERFORM SayMessage
                   MOVE 68 TO Msg-Number
                   MOVE Provisions TO Msg-Arg-Value(1)
                   PERFORM SayMessage
               END-IF
               IF GivesCanoe(LandmarkIdx) AND NOT CanoeCarried
                   MOVE "Y" TO HaveCanoe
                   MOVE 69 TO Msg-Number
                   PERFORM SayMessage
                   MOVE 70 TO Msg-Number
                   PERFORM SayMessage
               END-IF
               IF GivesMule(LandmarkIdx) AND NOT MuleLed
                   MOVE "Y" TO HaveMule
                   MOVE 71 TO Msg-Number
                   PERFORM SayMessage
                   MOVE 72 TO Msg-Number
                   PERFORM SayMessage
               END-IF
               PERFORM PayOffContracts
               IF LandmarkName(LandmarkIdx) IS EQUAL TO
      * still standing at the same coordinates, and what happened
      * below is echoed into the wander log.
       OfferDungeon.
       MOVE 73 TO Msg-Number
       PERFORM SayPrompt
       ACCEPT DungeonChoice
       IF DungeonChoice IS NOT EQUAL TO "y"
           AND DungeonChoice IS NOT EQUAL TO "Y"
       MOVE "S" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       IF SiteIsShos(LandmarkIdx)
           PERFORM ReadNewestScore
           MOVE ScoreKeyAfter TO ScoreKeyBefore
           CALL "SYSTEM" USING ShosCommand
           PERFORM ReadNewestScore
           PERFORM LogShosOutcome
       ELSE
           CALL "SYSTEM" USING InventoryCommand
       IF TowerFlagHold IS EQUAL TO "Y"
           MOVE "Y" TO Prof-Tower-Reached
       END-IF
       MOVE 74 TO Msg-Number
       MOVE X TO Msg-Arg-Value(1)
       MOVE Y TO Msg-Arg-Value(2)
       PERFORM SayMessage
       EXIT.

      * The same lock SHOS takes to write the file - so the read
      * never meets a half-written board. The run key leads with the
      * date and time of posting, so the last key on file is the
      * newest run; a newer one after the descent is the run posted
      * down there.
       ReadNewestScore.
       MOVE "A" TO Lock-Action
       MOVE "shos_scores" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       MOVE LOW-VALUES TO ScoreKeyAfter
       MOVE SPACE TO LastScoreZarr
       MOVE 0 TO LastScoreValue
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS EQUAL TO "00"
           MOVE HIGH-VALUES TO ScoreFileRunKey
           START ScoreFile KEY IS LESS THAN ScoreFileRunKey
               INVALID KEY
                   MOVE "23" TO ScoreFileStatus
           END-START
           IF ScoreFileStatus IS EQUAL TO "00"
               READ ScoreFile PREVIOUS RECORD
                   NOT AT END
                       MOVE ScoreFileRunKey TO ScoreKeyAfter
                       MOVE ScoreFileValue TO LastScoreValue
                       MOVE ScoreFileZarr TO LastScoreZarr
               END-READ
           END-IF
           CLOSE ScoreFile
       END-IF
       IF Lock-Held
       LogShosOutcome.
       PERFORM EnsureWanderLogFile
       MOVE SPACES TO WanderLogLine
       IF ScoreKeyAfter IS GREATER THAN ScoreKeyBefore
           STRING "dungeon outcome: walked out, ZARR="
               DELIMITED BY SIZE
               LastScoreZarr DELIMITED BY SIZE

       MoveNorth.
       IF Y IS EQUAL TO WorldMin
           MOVE 75 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO MoveBlocked
       ELSE
           MOVE X TO TargetX

       MoveSouth.
       IF Y IS EQUAL TO WorldMax
           MOVE 75 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO MoveBlocked
       ELSE
           MOVE X TO TargetX

       MoveEast.
       IF X IS EQUAL TO WorldMax
           MOVE 75 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO MoveBlocked
       ELSE
           COMPUTE TargetX = X + 1

       MoveWest.
       IF X IS EQUAL TO WorldMin
           MOVE 75 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO MoveBlocked
       ELSE
           COMPUTE TargetX = X - 1
       CALL "GAMELOG" USING GameLog-Request
       PERFORM LogSessionEnd
       DISPLAY " "
       MOVE 76 TO Msg-Number
       PERFORM SayMessage
       EXIT.

       LoadNotes.
       MOVE 0 TO NoteFileCount
       MOVE 0 TO NoteCount
       OPEN INPUT NoteFile
       IF NoteFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL NoteFileStatus IS NOT EQUAL TO "00"
           READ NoteFile
               AT END
                   MOVE "10" TO NoteFileStatus
               NOT AT END
                   ADD 1 TO NoteFileCount
                   PERFORM KeepLoadedNote
           END-READ
       END-PERFORM
       CLOSE NoteFile
       EXIT.

       KeepLoadedNote.
       IF NoteCount IS LESS THAN 999
           AND NtFileState IS NOT EQUAL TO "H"
           AND NtFileX IS NUMERIC AND NtFileY IS NUMERIC
           ADD 1 TO NoteCount
           MOVE NtFileX TO NoteX(NoteCount)
           MOVE NtFileY TO NoteY(NoteCount)
           MOVE NtFileDate TO NoteDate(NoteCount)
           MOVE NtFileAuthor TO NoteAuthor(NoteCount)
           MOVE NtFileText TO NoteText(NoteCount)
           MOVE "N" TO NoteNear(NoteCount)
       END-IF
       EXIT.

      * On the spot or any of the eight around it counts as near. A
      * note is read out as ye come near it, not again while ye
      * linger.
       CheckNotes.
       PERFORM VARYING NoteIdx FROM 1 BY 1
           UNTIL NoteIdx > NoteCount
           COMPUTE NoteDeltaX = X - NoteX(NoteIdx)
           COMPUTE NoteDeltaY = Y - NoteY(NoteIdx)
           IF NoteDeltaX IS NOT LESS THAN -1
               AND NoteDeltaX IS NOT GREATER THAN 1
               AND NoteDeltaY IS NOT LESS THAN -1
               AND NoteDeltaY IS NOT GREATER THAN 1
               IF NOT NoteInRange(NoteIdx)
                   MOVE "Y" TO NoteNear(NoteIdx)
                   PERFORM ShowNote
               END-IF
           ELSE
               MOVE "N" TO NoteNear(NoteIdx)
           END-IF
       END-PERFORM
       EXIT.

       ShowNote.
       MOVE SPACES TO NoteDateShown
       STRING NoteDate(NoteIdx)(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           NoteDate(NoteIdx)(5:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           NoteDate(NoteIdx)(7:2) DELIMITED BY SIZE
           INTO NoteDateShown
       END-STRING
       MOVE 124 TO Msg-Number
       MOVE NoteX(NoteIdx) TO Msg-Arg-Value(1)
       MOVE NoteY(NoteIdx) TO Msg-Arg-Value(2)
       MOVE NoteAuthor(NoteIdx) TO Msg-Arg-Value(3)
       MOVE NoteDateShown TO Msg-Arg-Value(4)
       PERFORM SayMessage
       MOVE 125 TO Msg-Number
       MOVE NoteText(NoteIdx) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       EXIT.

       CheckNoteMark.
       MOVE "N" TO NoteMarkFlag
       PERFORM VARYING NoteIdx FROM 1 BY 1
           UNTIL NoteIdx > NoteCount OR NoteMarksCell
           IF NoteX(NoteIdx) IS EQUAL TO WorldCol
               AND NoteY(NoteIdx) IS EQUAL TO WorldRow
               MOVE "Y" TO NoteMarkFlag
           END-IF
       END-PERFORM
       EXIT.

      * NOTE leaves a line at the spot ye stand on, signed with yer
      * profile name. The append is locked against another session
      * leaving one, or NOTEEDIT rewriting the file, at the same
      * moment.
       LeaveNote.
       IF NoteFileCount IS NOT LESS THAN NoteLimit
           MOVE 123 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 119 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO NoteInput
       ACCEPT NoteInput
       IF NoteInput IS EQUAL TO SPACES
           MOVE 120 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "A" TO Lock-Action
       MOVE "wander_notes" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           MOVE 122 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND NoteFile
       IF NoteFileStatus IS EQUAL TO "35"
           OPEN OUTPUT NoteFile
       END-IF
       IF NoteFileStatus IS NOT EQUAL TO "00"
           MOVE "R" TO Lock-Action
           CALL "FILELOCK" USING Lock-Request
           MOVE 122 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       ACCEPT NoteToday FROM DATE YYYYMMDD
       ACCEPT NoteClock FROM TIME
       MOVE X TO NtFileX
       MOVE Y TO NtFileY
       MOVE NoteToday TO NtFileDate
       MOVE NoteClock TO NtFileTime
       MOVE Prof-Name TO NtFileAuthor
       MOVE SPACE TO NtFileState
       MOVE NoteInput TO NtFileText
       WRITE NoteFileRecord
       CLOSE NoteFile
       MOVE "R" TO Lock-Action
       CALL "FILELOCK" USING Lock-Request
       ADD 1 TO NoteFileCount
       IF NoteCount IS LESS THAN 999
           ADD 1 TO NoteCount
           MOVE X TO NoteX(NoteCount)
           MOVE Y TO NoteY(NoteCount)
           MOVE NoteToday TO NoteDate(NoteCount)
           MOVE Prof-Name TO NoteAuthor(NoteCount)
           MOVE NoteInput TO NoteText(NoteCount)
           MOVE "Y" TO NoteNear(NoteCount)
       END-IF
       MOVE 121 TO Msg-Number
       MOVE X TO Msg-Arg-Value(1)
       MOVE Y TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE "WANDER" TO GL-Program
       MOVE "NOTE" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "left at (" DELIMITED BY SIZE
           X DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           Y DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       PERFORM EnsureWanderLogFile
       MOVE SPACES TO WanderLogLine
       STRING "note left at (" DELIMITED BY SIZE
           X DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           Y DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WanderLogLine
       END-STRING
       OPEN EXTEND WanderLogFile
       WRITE WanderLogLine
       CLOSE WanderLogFile
       EXIT.

       EnsureWanderLogFile.
       END-IF
       EXIT.

      * The session id and date tie the walk to its GAMELOG events;
      * the steps under it carry neither.
       LogSessionStart.
       PERFORM EnsureWanderLogFile
       ACCEPT WanderLogTime FROM TIME
       ACCEPT WanderLogDate FROM DATE YYYYMMDD
       MOVE SPACES TO WanderLogLine
       STRING "=== SESSION START " DELIMITED BY SIZE
           WanderLogTime DELIMITED BY SIZE
           Y DELIMITED BY SIZE
           ") facing=" DELIMITED BY SIZE
           Facing DELIMITED BY SIZE
           " S=" DELIMITED BY SIZE
           GL-Session DELIMITED BY SIZE
           " D=" DELIMITED BY SIZE
           WanderLogDate DELIMITED BY SIZE
           INTO WanderLogLine
       END-STRING
       OPEN EXTEND WanderLogFile
       WriteDefaultContractFile.
       OPEN OUTPUT ContractFile
       IF ContractFileStatus IS NOT EQUAL TO "00"
           MOVE 77 TO Msg-Number
           MOVE ContractFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "survey the river bend" TO CtFileName
           END-READ
       END-PERFORM
       CLOSE ContractFile
       MOVE 78 TO Msg-Number
       MOVE ContractCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       EXIT.

       ProbeAtLandmark.

       ContractBoard.
       IF ContractCount IS EQUAL TO 0
           MOVE 79 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       MOVE 80 TO Msg-Number
       PERFORM SayMessage
       PERFORM VARYING ContractIdx FROM 1 BY 1
           UNTIL ContractIdx > ContractCount
           PERFORM DescribeContractState
           MOVE 81 TO Msg-Number
           MOVE ContractIdx TO Msg-Arg-Value(1)
           MOVE FUNCTION TRIM(CtName(ContractIdx)) TO Msg-Arg-Value(2)
           MOVE CtX(ContractIdx) TO Msg-Arg-Value(3)
           MOVE CtY(ContractIdx) TO Msg-Arg-Value(4)
           MOVE CtPayout(ContractIdx) TO Msg-Arg-Value(5)
           MOVE CtExpiry(ContractIdx) TO Msg-Arg-Value(6)
           MOVE FUNCTION TRIM(CtStateWord) TO Msg-Arg-Value(7)
           PERFORM SayMessage
       END-PERFORM
       PERFORM ProbeAtLandmark
       IF NOT StandingAtLandmark
           MOVE 82 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE 83 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO CtChoiceInput
       ACCEPT CtChoiceInput
       MOVE 0 TO CtChoice
       END-IF
       MOVE CtChoice TO ContractIdx
       IF NOT CtPosted(ContractIdx)
           MOVE 84 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "A" TO CtState(ContractIdx)
       MOVE MoveCount TO CtTakenAt(ContractIdx)
       MOVE 85 TO Msg-Number
       MOVE FUNCTION TRIM(CtName(ContractIdx)) TO Msg-Arg-Value(1)
       MOVE CtExpiry(ContractIdx) TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE "WANDER" TO GL-Program
       MOVE "CONTRACT" TO GL-Event
       MOVE CtName(ContractIdx) TO GL-Detail
                   MoveCount - CtTakenAt(ContractIdx)
               IF CtStepsGone IS GREATER THAN CtExpiry(ContractIdx)
                   MOVE "X" TO CtState(ContractIdx)
                   MOVE 86 TO Msg-Number
                   MOVE FUNCTION TRIM(CtName(ContractIdx))
                       TO Msg-Arg-Value(1)
                   PERFORM SayMessage
               END-IF
           END-IF
           IF CtAccepted(ContractIdx)
               AND X IS EQUAL TO CtX(ContractIdx)
               AND Y IS EQUAL TO CtY(ContractIdx)
               MOVE "S" TO CtState(ContractIdx)
               MOVE 87 TO Msg-Number
               MOVE FUNCTION TRIM(CtName(ContractIdx))
                   TO Msg-Arg-Value(1)
               PERFORM SayMessage
           END-IF
       END-PERFORM
       EXIT.
           IF CtSurveyed(ContractIdx)
               MOVE "P" TO CtState(ContractIdx)
               ADD CtPayout(ContractIdx) TO Prof-Contract-Pay
               MOVE 88 TO Msg-Number
               MOVE FUNCTION TRIM(CtName(ContractIdx))
                   TO Msg-Arg-Value(1)
               MOVE CtPayout(ContractIdx) TO Msg-Arg-Value(2)
               MOVE Prof-Contract-Pay TO Msg-Arg-Value(3)
               PERFORM SayMessage
               MOVE "S" TO Profile-Action
               CALL "PLAYPROF" USING Profile-Request
               MOVE "WANDER" TO GL-Program
               MOVE "PAYOUT" TO GL-Event
               MOVE SPACES TO GL-Detail
               STRING FUNCTION TRIM(CtName(ContractIdx))
                   DELIMITED BY SIZE
                   " pay=" DELIMITED BY SIZE
                   CtPayout(ContractIdx) DELIMITED BY SIZE
                   INTO GL-Detail
               END-STRING
               CALL "GAMELOG" USING GameLog-Request
               MOVE CtPayout(ContractIdx) TO Purse-Amount
               MOVE SPACES TO Purse-Memo
               STRING "contract " DELIMITED BY SIZE
                   CtName(ContractIdx) DELIMITED BY SIZE
                   INTO Purse-Memo
               END-STRING
               PERFORM BankInPurse
           END-IF
       END-PERFORM
       EXIT.

      * Pay goes into the player's shared purse as well as the
      * lifetime tally; a batch run or an unknown name keeps none.
       BankInPurse.
       MOVE "D" TO Purse-Action
       MOVE Prof-Name TO Purse-Name
       MOVE "WANDER" TO Purse-Game
       CALL "PURSE" USING Purse-Request
       IF Purse-Done
           MOVE 118 TO Msg-Number
           MOVE Purse-Amount TO Msg-Arg-Value(1)
           MOVE Purse-Balance TO Msg-Arg-Value(2)
           PERFORM SayMessage
       END-IF
       EXIT.

      * A trading loss comes back out of the shared purse, as much of
      * it as the purse holds; a batch run or an unknown name has no
      * purse to lose from.
       TakeFromPurse.
       MOVE "B" TO Purse-Action
       MOVE Prof-Name TO Purse-Name
       CALL "PURSE" USING Purse-Request
       IF NOT Purse-Done
           EXIT PARAGRAPH
       END-IF
       IF Purse-Balance IS LESS THAN Purse-Amount
           MOVE Purse-Balance TO Purse-Amount
       END-IF
       IF Purse-Amount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE "W" TO Purse-Action
       MOVE "WANDER" TO Purse-Game
       CALL "PURSE" USING Purse-Request
       IF Purse-Done
           MOVE 127 TO Msg-Number
           MOVE Purse-Amount TO Msg-Arg-Value(1)
           MOVE Purse-Balance TO Msg-Arg-Value(2)
           PERFORM SayMessage
       END-IF
       EXIT.

       EnsureMarketFile.
       OPEN INPUT MarketFile
       IF MarketFileStatus IS EQUAL TO "00"
           CLOSE MarketFile
       ELSE
           PERFORM WriteDefaultMarketFile
       END-IF
       EXIT.

      * A starter market for the four original landmarks, laid out so
      * every good is cheap somewhere and dear somewhere else; the
      * world-building group authors the real trade.
       WriteDefaultMarketFile.
       OPEN OUTPUT MarketFile
       IF MarketFileStatus IS NOT EQUAL TO "00"
           MOVE 89 TO Msg-Number
           MOVE MarketFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "the Old Well" TO MkFileName
       MOVE "salt" TO MkFileGood
       MOVE 8 TO MkFileBuy
       MOVE 5 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "cloth" TO MkFileGood
       MOVE 0 TO MkFileBuy
       MOVE 18 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "furs" TO MkFileGood
       MOVE 0 TO MkFileBuy
       MOVE 22 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "the Standing Stones" TO MkFileName
       MOVE "furs" TO MkFileGood
       MOVE 12 TO MkFileBuy
       MOVE 8 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "salt" TO MkFileGood
       MOVE 0 TO MkFileBuy
       MOVE 14 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "iron" TO MkFileGood
       MOVE 0 TO MkFileBuy
       MOVE 30 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "the Hermit's Camp" TO MkFileName
       MOVE "cloth" TO MkFileGood
       MOVE 11 TO MkFileBuy
       MOVE 7 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "spice" TO MkFileGood
       MOVE 25 TO MkFileBuy
       MOVE 18 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "furs" TO MkFileGood
       MOVE 0 TO MkFileBuy
       MOVE 20 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "the Ruined Tower" TO MkFileName
       MOVE "iron" TO MkFileGood
       MOVE 18 TO MkFileBuy
       MOVE 12 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "spice" TO MkFileGood
       MOVE 0 TO MkFileBuy
       MOVE 40 TO MkFileSell
       WRITE MarketFileRecord
       MOVE "salt" TO MkFileGood
       MOVE 0 TO MkFileBuy
       MOVE 12 TO MkFileSell
       WRITE MarketFileRecord
       CLOSE MarketFile
       EXIT.

       LoadMarket.
       MOVE 0 TO MarketCount
       OPEN INPUT MarketFile
       IF MarketFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL MarketFileStatus IS NOT EQUAL TO "00"
           READ MarketFile
               AT END
                   MOVE "10" TO MarketFileStatus
               NOT AT END
                   PERFORM KeepLoadedMarket
           END-READ
       END-PERFORM
       CLOSE MarketFile
       MOVE 90 TO Msg-Number
       MOVE MarketCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       EXIT.

      * A line for a landmark not in landmarks.dat has nowhere to
      * trade and is passed over.
       KeepLoadedMarket.
       IF MarketCount IS NOT LESS THAN 200
           OR MkFileBuy IS NOT NUMERIC OR MkFileSell IS NOT NUMERIC
           OR MkFileGood IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE 0 TO MarketHere
       PERFORM VARYING LandmarkIdx FROM 1 BY 1
           UNTIL LandmarkIdx > LandmarkCount
           IF LandmarkName(LandmarkIdx) IS EQUAL TO MkFileName
               SET MarketHere TO LandmarkIdx
           END-IF
       END-PERFORM
       IF MarketHere IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO MarketCount
       MOVE MarketHere TO MkLandmark(MarketCount)
       MOVE MkFileGood TO MkGood(MarketCount)
       MOVE MkFileBuy TO MkBaseBuy(MarketCount)
       MOVE MkFileSell TO MkBaseSell(MarketCount)
       MOVE 100 TO MkRate(MarketCount)
       MOVE 100 TO MkLastRate(MarketCount)
       MOVE 0 TO MkLastDate(MarketCount)
       MOVE "N" TO MkDated(MarketCount)
       EXIT.

      * Rolled after the weather and from the same generator, so the
      * first session of a day fixes both and every later session
      * reads both back.
       LoadTodaysPrices.
       IF MarketCount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT PriceFile
       IF PriceFileStatus IS EQUAL TO "00"
           PERFORM UNTIL PriceFileStatus IS NOT EQUAL TO "00"
               READ PriceFile
                   AT END
                       MOVE "10" TO PriceFileStatus
                   NOT AT END
                       PERFORM KeepPriceRecord
               END-READ
           END-PERFORM
           CLOSE PriceFile
       END-IF
       MOVE 0 TO MarketPick
       PERFORM VARYING MarketIdx FROM 1 BY 1
           UNTIL MarketIdx > MarketCount
           IF NOT MkRatedToday(MarketIdx)
               PERFORM RollMarketRate
               ADD 1 TO MarketPick
           END-IF
           PERFORM PriceMarketEntry
       END-PERFORM
       IF MarketPick IS GREATER THAN 0
           PERFORM AppendTodaysPrices
       END-IF
       EXIT.

      * Today's rate is taken as it stands; of the earlier days, the
      * latest on file is the one today's drift starts from.
       KeepPriceRecord.
       IF PrFileDate IS NOT NUMERIC OR PrFileRate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING MarketIdx FROM 1 BY 1
           UNTIL MarketIdx > MarketCount
           IF MkGood(MarketIdx) IS EQUAL TO PrFileGood
               AND LandmarkName(MkLandmark(MarketIdx))
                   IS EQUAL TO PrFileName
               IF PrFileDate IS EQUAL TO WeatherDate
                   MOVE PrFileRate TO MkRate(MarketIdx)
                   MOVE "Y" TO MkDated(MarketIdx)
               ELSE
                   IF PrFileDate IS LESS THAN WeatherDate
                       AND PrFileDate IS NOT LESS THAN
                           MkLastDate(MarketIdx)
                       MOVE PrFileRate TO MkLastRate(MarketIdx)
                       MOVE PrFileDate TO MkLastDate(MarketIdx)
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       EXIT.

       RollMarketRate.
       COMPUTE DriftRoll = FUNCTION RANDOM() * 31
       COMPUTE MkRate(MarketIdx) =
           MkLastRate(MarketIdx) + DriftRoll - 15
       IF MkRate(MarketIdx) IS LESS THAN 50
           MOVE 50 TO MkRate(MarketIdx)
       END-IF
       IF MkRate(MarketIdx) IS GREATER THAN 150
           MOVE 150 TO MkRate(MarketIdx)
       END-IF
       EXIT.

      * A good the landmark deals in never drifts down to nothing.
       PriceMarketEntry.
       COMPUTE MkBuyToday(MarketIdx) ROUNDED =
           MkBaseBuy(MarketIdx) * MkRate(MarketIdx) / 100
       COMPUTE MkSellToday(MarketIdx) ROUNDED =
           MkBaseSell(MarketIdx) * MkRate(MarketIdx) / 100
       IF MkBaseBuy(MarketIdx) IS GREATER THAN 0
           AND MkBuyToday(MarketIdx) IS EQUAL TO 0
           MOVE 1 TO MkBuyToday(MarketIdx)
       END-IF
       IF MkBaseSell(MarketIdx) IS GREATER THAN 0
           AND MkSellToday(MarketIdx) IS EQUAL TO 0
           MOVE 1 TO MkSellToday(MarketIdx)
       END-IF
       EXIT.

       AppendTodaysPrices.
       OPEN EXTEND PriceFile
       IF PriceFileStatus IS EQUAL TO "35"
           OPEN OUTPUT PriceFile
       END-IF
       IF PriceFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING MarketIdx FROM 1 BY 1
           UNTIL MarketIdx > MarketCount
           IF NOT MkRatedToday(MarketIdx)
               MOVE WeatherDate TO PrFileDate
               MOVE LandmarkName(MkLandmark(MarketIdx)) TO PrFileName
               MOVE MkGood(MarketIdx) TO PrFileGood
               MOVE MkRate(MarketIdx) TO PrFileRate
               WRITE PriceFileRecord
               MOVE "Y" TO MkDated(MarketIdx)
           END-IF
       END-PERFORM
       CLOSE PriceFile
       EXIT.

      * The mule carries what a wanderer on foot never could.
       CountCargoLoads.
       MOVE 0 TO CargoLoads
       PERFORM VARYING CargoIdx FROM 1 BY 1
           UNTIL CargoIdx > CargoKinds
           ADD CargoQty(CargoIdx) TO CargoLoads
       END-PERFORM
       IF MuleLed
           MOVE CargoMuleLimit TO CargoLimit
       ELSE
           MOVE CargoFootLimit TO CargoLimit
       END-IF
       EXIT.

       FindMarketHere.
       MOVE 0 TO MarketHere
       PERFORM VARYING LandmarkIdx FROM 1 BY 1
           UNTIL LandmarkIdx > LandmarkCount
           IF X IS EQUAL TO LandmarkX(LandmarkIdx)
               AND Y IS EQUAL TO LandmarkY(LandmarkIdx)
               SET MarketHere TO LandmarkIdx
           END-IF
       END-PERFORM
       MOVE 0 TO MarketDeals
       IF MarketHere IS GREATER THAN 0
           PERFORM VARYING MarketIdx FROM 1 BY 1
               UNTIL MarketIdx > MarketCount
               IF MkLandmark(MarketIdx) IS EQUAL TO MarketHere
                   ADD 1 TO MarketDeals
               END-IF
           END-PERFORM
       END-IF
       EXIT.

       TradeAtMarket.
       PERFORM FindMarketHere
       IF MarketHere IS EQUAL TO 0
           MOVE 91 TO Msg-Number
           PERFORM SayMessage
           MOVE 92 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF MarketDeals IS EQUAL TO 0
           MOVE 93 TO Msg-Number
           MOVE FUNCTION TRIM(LandmarkName(MarketHere))
               TO Msg-Arg-Value(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowMarket
       MOVE 94 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACE TO TradeChoice
       ACCEPT TradeChoice
       EVALUATE TradeChoice
        WHEN "B"
        WHEN "b"
           PERFORM TradeBuy
        WHEN "S"
        WHEN "s"
           PERFORM TradeSell
       END-EVALUATE
       EXIT.

       ShowMarket.
       DISPLAY " "
       MOVE 95 TO Msg-Number
       MOVE FUNCTION TRIM(LandmarkName(MarketHere)) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM VARYING MarketIdx FROM 1 BY 1
           UNTIL MarketIdx > MarketCount
           IF MkLandmark(MarketIdx) IS EQUAL TO MarketHere
               PERFORM ShowMarketLine
           END-IF
       END-PERFORM
       PERFORM CountCargoLoads
       MOVE 96 TO Msg-Number
       MOVE CargoLoads TO Msg-Arg-Value(1)
       MOVE CargoLimit TO Msg-Arg-Value(2)
       PERFORM SayMessage
       PERFORM VARYING CargoIdx FROM 1 BY 1
           UNTIL CargoIdx > CargoKinds
           IF CargoQty(CargoIdx) IS GREATER THAN 0
               MOVE 97 TO Msg-Number
               MOVE CargoGood(CargoIdx) TO Msg-Arg-Value(1)
               MOVE 8 TO Msg-Arg-Width(1)
               MOVE CargoQty(CargoIdx) TO Msg-Arg-Value(2)
               MOVE CargoCost(CargoIdx) TO Msg-Arg-Value(3)
               PERFORM SayMessage
           END-IF
       END-PERFORM
       EXIT.

       ShowMarketLine.
       PERFORM DescribeMarketPrices
       MOVE 98 TO Msg-Number
       MOVE MkGood(MarketIdx) TO Msg-Arg-Value(1)
       MOVE 8 TO Msg-Arg-Width(1)
       MOVE PriceWord TO Msg-Arg-Value(2)
       MOVE 4 TO Msg-Arg-Width(2)
       MOVE TradeWord TO Msg-Arg-Value(3)
       PERFORM SayMessage
       EXIT.

      * Today's two prices as shown, "--" where there is no dealing.
       DescribeMarketPrices.
       IF MkBuyToday(MarketIdx) IS GREATER THAN 0
           MOVE MkBuyToday(MarketIdx) TO PriceWord
       ELSE
           MOVE "  --" TO PriceWord
       END-IF
       IF MkSellToday(MarketIdx) IS GREATER THAN 0
           MOVE MkSellToday(MarketIdx) TO TradeWord
       ELSE
           MOVE "  --" TO TradeWord
       END-IF
       EXIT.

      * The good must be sold here; the load must fit on yer back or
      * the mule's.
       TradeBuy.
       PERFORM AskTradeGood
       IF MarketPick IS EQUAL TO 0
           OR MkBuyToday(MarketPick) IS EQUAL TO 0
           MOVE 99 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM AskTradeQty
       IF TradeQty IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       PERFORM CountCargoLoads
       IF CargoLoads IS NOT LESS THAN CargoLimit
           MOVE 100 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF CargoLoads + TradeQty IS GREATER THAN CargoLimit
           COMPUTE TradeQty = CargoLimit - CargoLoads
           MOVE 101 TO Msg-Number
           MOVE TradeQty TO Msg-Arg-Value(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM FindCargoGood
       IF CargoPick IS EQUAL TO 0
           IF CargoKinds IS NOT LESS THAN 10
               MOVE 102 TO Msg-Number
               PERFORM SayMessage
               MOVE 103 TO Msg-Number
               PERFORM SayMessage
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CargoKinds
           MOVE CargoKinds TO CargoPick
           MOVE MkGood(MarketPick) TO CargoGood(CargoPick)
           MOVE 0 TO CargoQty(CargoPick)
           MOVE 0 TO CargoCost(CargoPick)
       END-IF
       COMPUTE TradeValue = MkBuyToday(MarketPick) * TradeQty
       ADD TradeQty TO CargoQty(CargoPick)
       ADD TradeValue TO CargoCost(CargoPick)
       MOVE 104 TO Msg-Number
       MOVE TradeQty TO Msg-Arg-Value(1)
       MOVE FUNCTION TRIM(MkGood(MarketPick)) TO Msg-Arg-Value(2)
       MOVE MkBuyToday(MarketPick) TO Msg-Arg-Value(3)
       MOVE TradeValue TO Msg-Arg-Value(4)
       PERFORM SayMessage
       MOVE "buy " TO TradeWord
       PERFORM LogTrade
       EXIT.

      * The account is settled at the sale: the loads sold carry
      * their share of what the good cost, and the difference lands
      * on the profile's contract pay - which never goes below zero.
       TradeSell.
       PERFORM AskTradeGood
       PERFORM FindCargoGood
       IF CargoPick IS EQUAL TO 0
           MOVE 105 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF CargoQty(CargoPick) IS EQUAL TO 0
           MOVE 105 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       IF MarketPick IS EQUAL TO 0
           OR MkSellToday(MarketPick) IS EQUAL TO 0
           MOVE 106 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       PERFORM AskTradeQty
       IF TradeQty IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       IF TradeQty IS GREATER THAN CargoQty(CargoPick)
           MOVE CargoQty(CargoPick) TO TradeQty
       END-IF
       COMPUTE TradeValue = MkSellToday(MarketPick) * TradeQty
       COMPUTE TradeCostShare ROUNDED =
           CargoCost(CargoPick) * TradeQty / CargoQty(CargoPick)
       SUBTRACT TradeQty FROM CargoQty(CargoPick)
       SUBTRACT TradeCostShare FROM CargoCost(CargoPick)
       IF CargoQty(CargoPick) IS EQUAL TO 0
           MOVE 0 TO CargoCost(CargoPick)
       END-IF
       COMPUTE TradeGain = TradeValue - TradeCostShare
       IF TradeGain IS NOT LESS THAN 0
           MOVE "+" TO TradeSign
           MOVE TradeGain TO TradeGainShown
           ADD TradeGainShown TO Prof-Contract-Pay
           MOVE 107 TO Msg-Number
           MOVE TradeQty TO Msg-Arg-Value(1)
           MOVE FUNCTION TRIM(CargoGood(CargoPick)) TO Msg-Arg-Value(2)
           MOVE TradeValue TO Msg-Arg-Value(3)
           MOVE TradeGainShown TO Msg-Arg-Value(4)
           PERFORM SayMessage
           MOVE TradeGainShown TO Purse-Amount
           MOVE SPACES TO Purse-Memo
           STRING "trade " DELIMITED BY SIZE
               CargoGood(CargoPick) DELIMITED BY SIZE
               INTO Purse-Memo
           END-STRING
           PERFORM BankInPurse
       ELSE
           MOVE "-" TO TradeSign
           COMPUTE TradeGainShown = 0 - TradeGain
           IF TradeGainShown IS GREATER THAN Prof-Contract-Pay
               MOVE 0 TO Prof-Contract-Pay
           ELSE
               SUBTRACT TradeGainShown FROM Prof-Contract-Pay
           END-IF
           MOVE 108 TO Msg-Number
           MOVE TradeQty TO Msg-Arg-Value(1)
           MOVE FUNCTION TRIM(CargoGood(CargoPick)) TO Msg-Arg-Value(2)
           MOVE TradeValue TO Msg-Arg-Value(3)
           MOVE TradeGainShown TO Msg-Arg-Value(4)
           PERFORM SayMessage
           MOVE TradeGainShown TO Purse-Amount
           MOVE SPACES TO Purse-Memo
           STRING "trade " DELIMITED BY SIZE
               CargoGood(CargoPick) DELIMITED BY SIZE
               INTO Purse-Memo
           END-STRING
           PERFORM TakeFromPurse
       END-IF
       MOVE 109 TO Msg-Number
       MOVE Prof-Contract-Pay TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE "S" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE "WANDER" TO GL-Program
       MOVE "TRADE" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "sold " DELIMITED BY SIZE
           TradeQty DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CargoGood(CargoPick) DELIMITED BY SPACE
           " at " DELIMITED BY SIZE
           LandmarkName(MarketHere) DELIMITED BY "  "
           " " DELIMITED BY SIZE
           TradeSign DELIMITED BY SIZE
           TradeGainShown DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       MOVE "sell" TO TradeWord
       PERFORM LogTrade
       EXIT.

      * MarketPick comes back 0 when this landmark has no line for
      * the good named.
       AskTradeGood.
       MOVE 110 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO TradeGoodInput
       ACCEPT TradeGoodInput
       MOVE 0 TO MarketPick
       PERFORM VARYING MarketIdx FROM 1 BY 1
           UNTIL MarketIdx > MarketCount
           IF MkLandmark(MarketIdx) IS EQUAL TO MarketHere
               AND MkGood(MarketIdx) IS EQUAL TO TradeGoodInput
               MOVE MarketIdx TO MarketPick
           END-IF
       END-PERFORM
       EXIT.

       AskTradeQty.
       MOVE 111 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO TradeQtyInput
       ACCEPT TradeQtyInput
       MOVE 0 TO TradeQty
       IF TradeQtyInput(1:2) IS NUMERIC
           MOVE TradeQtyInput(1:2) TO TradeQty
       ELSE
           IF TradeQtyInput(1:1) IS NUMERIC
               MOVE TradeQtyInput(1:1) TO TradeQty
           END-IF
       END-IF
       EXIT.

       FindCargoGood.
       MOVE 0 TO CargoPick
       PERFORM VARYING CargoIdx FROM 1 BY 1
           UNTIL CargoIdx > CargoKinds
           IF CargoGood(CargoIdx) IS EQUAL TO TradeGoodInput
               MOVE CargoIdx TO CargoPick
           END-IF
       END-PERFORM
       EXIT.

       LogTrade.
       PERFORM EnsureWanderLogFile
       MOVE SPACES TO WanderLogLine
       STRING "trade " DELIMITED BY SIZE
           TradeWord DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TradeQty DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           TradeGoodInput DELIMITED BY SIZE
           " value=" DELIMITED BY SIZE
           TradeValue DELIMITED BY SIZE
           " at " DELIMITED BY SIZE
           LandmarkName(MarketHere) DELIMITED BY SIZE
           INTO WanderLogLine
       END-STRING
       OPEN EXTEND WanderLogFile
       WRITE WanderLogLine
       CLOSE WanderLogFile
       EXIT.

      * Landmarks are safe ground; anywhere else the dice decide. A
      * ford counts as river.
       CheckRoadEncounter.
       PERFORM ProbeAtLandmark
       IF StandingAtLandmark
           EXIT PARAGRAPH
       END-IF
       MOVE X TO ProbeX
       MOVE Y TO ProbeY
       PERFORM DetermineTerrain
       EVALUATE TerrainHere
        WHEN "F"
           MOVE "F" TO EncGround
           MOVE EncChanceForest TO EncChance
        WHEN "S"
           MOVE "S" TO EncGround
           MOVE EncChanceSwamp TO EncChance
        WHEN "R"
        WHEN "D"
           MOVE "R" TO EncGround
           MOVE EncChanceRiver TO EncChance
        WHEN OTHER
           MOVE "P" TO EncGround
           MOVE EncChancePlains TO EncChance
       END-EVALUATE
       EVALUATE TRUE
        WHEN RainyDay
           ADD EncRainExtra TO EncChance
        WHEN FoggyDay
           ADD EncFogExtra TO EncChance
        WHEN StormyDay
           ADD EncStormExtra TO EncChance
       END-EVALUATE
       COMPUTE EncRoll = FUNCTION RANDOM() * 100
       IF EncRoll IS NOT LESS THAN EncChance
           EXIT PARAGRAPH
       END-IF
       PERFORM RunRoadEncounter
       EXIT.

      * Handed to CRAWLER the way OfferDungeon hands a landmark to
      * the dungeon games: the profile is written out first and read
      * back after, so the kill CRAWLER counts is kept.
       RunRoadEncounter.
       EVALUATE EncGround
        WHEN "F"
           MOVE "trees" TO EncOutcomeWord
        WHEN "S"
           MOVE "mire" TO EncOutcomeWord
        WHEN "R"
           MOVE "reeds" TO EncOutcomeWord
        WHEN OTHER
           MOVE "long grass" TO EncOutcomeWord
       END-EVALUATE
       MOVE 112 TO Msg-Number
       MOVE FUNCTION TRIM(EncOutcomeWord) TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE SPACES TO EncOutcomeWord
       MOVE "P" TO EncState
       MOVE EncGround TO EncTerrain
       MOVE WeatherCode TO EncWeather
       MOVE X TO EncX
       MOVE Y TO EncY
       MOVE SPACES TO EncMonster
       MOVE 0 TO EncHealth
       OPEN OUTPUT EncounterFile
       IF EncounterFileStatus IS NOT EQUAL TO "00"
           MOVE 113 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       WRITE EncounterRecord
       CLOSE EncounterFile
       PERFORM LogEncounterStart
       MOVE "WANDER" TO GL-Program
       MOVE "ENCOUNTER" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "ground=" DELIMITED BY SIZE
           EncGround DELIMITED BY SIZE
           " at (" DELIMITED BY SIZE
           X DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           Y DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       MOVE "S" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       CALL "SYSTEM" USING CrawlerCommand
       MOVE Prof-Tower-Reached TO TowerFlagHold
       MOVE "R" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       IF TowerFlagHold IS EQUAL TO "Y"
           MOVE "Y" TO Prof-Tower-Reached
       END-IF
       PERFORM ReadEncounterOutcome
       IF EncResult IS EQUAL TO "D"
           PERFORM LoseToTheRoad
       END-IF
       PERFORM LogEncounterOutcome
       MOVE 114 TO Msg-Number
       MOVE X TO Msg-Arg-Value(1)
       MOVE Y TO Msg-Arg-Value(2)
       PERFORM SayMessage
       EXIT.

      * A record still pending means CRAWLER never answered - it did
      * not run, or was broken off - and is read as no fight at all.
       ReadEncounterOutcome.
       MOVE "P" TO EncResult
       MOVE SPACES TO EncFoe
       OPEN INPUT EncounterFile
       IF EncounterFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       READ EncounterFile
           AT END
               MOVE "10" TO EncounterFileStatus
       END-READ
       IF EncounterFileStatus IS EQUAL TO "00"
           MOVE EncState TO EncResult
           MOVE EncMonster TO EncFoe
       END-IF
       CLOSE EncounterFile
       EXIT.

      * The mule bolts if there is one, taking whatever cargo will
      * not fit on yer own back; otherwise the beast gets into the
      * larder. Never the last provision - the road does not kill.
       LoseToTheRoad.
       IF MuleLed
           MOVE "N" TO HaveMule
           MOVE 115 TO Msg-Number
           PERFORM SayMessage
           PERFORM ShedExcessCargo
           MOVE "lost the mule" TO EncOutcomeWord
           EXIT PARAGRAPH
       END-IF
       COMPUTE EncLoss = Provisions / 2
       IF EncLoss IS NOT LESS THAN Provisions
           COMPUTE EncLoss = Provisions - 1
       END-IF
       SUBTRACT EncLoss FROM Provisions
       MOVE 116 TO Msg-Number
       MOVE EncLoss TO Msg-Arg-Value(1)
       MOVE Provisions TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE SPACES TO EncOutcomeWord
       STRING "lost " DELIMITED BY SIZE
           EncLoss DELIMITED BY SIZE
           " provision(s)" DELIMITED BY SIZE
           INTO EncOutcomeWord
       END-STRING
       EXIT.

      * Loads the mule carried and ye cannot are left on the road,
      * the newest goods first; their account is written off.
       ShedExcessCargo.
       PERFORM CountCargoLoads
       PERFORM VARYING CargoIdx FROM CargoKinds BY -1
           UNTIL CargoIdx < 1 OR CargoLoads NOT > CargoLimit
           IF CargoQty(CargoIdx) IS GREATER THAN 0
               COMPUTE EncShed = CargoLoads - CargoLimit
               IF EncShed IS GREATER THAN CargoQty(CargoIdx)
                   MOVE CargoQty(CargoIdx) TO EncShed
               END-IF
               COMPUTE CargoCost(CargoIdx) ROUNDED =
                   CargoCost(CargoIdx) * (CargoQty(CargoIdx) - EncShed)
                   / CargoQty(CargoIdx)
               SUBTRACT EncShed FROM CargoQty(CargoIdx)
               SUBTRACT EncShed FROM CargoLoads
               MOVE 117 TO Msg-Number
               MOVE EncShed TO Msg-Arg-Value(1)
               MOVE FUNCTION TRIM(CargoGood(CargoIdx))
                   TO Msg-Arg-Value(2)
               PERFORM SayMessage
           END-IF
       END-PERFORM
       EXIT.

       LogEncounterStart.
       PERFORM EnsureWanderLogFile
       ACCEPT WanderLogTime FROM TIME
       MOVE SPACES TO WanderLogLine
       STRING "encounter " DELIMITED BY SIZE
           WanderLogTime DELIMITED BY SIZE
           " ground=" DELIMITED BY SIZE
           EncGround DELIMITED BY SIZE
           " sky=" DELIMITED BY SIZE
           WeatherCode DELIMITED BY SIZE
           " at (" DELIMITED BY SIZE
           X DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           Y DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WanderLogLine
       END-STRING
       OPEN EXTEND WanderLogFile
       WRITE WanderLogLine
       CLOSE WanderLogFile
       EXIT.

       LogEncounterOutcome.
       PERFORM EnsureWanderLogFile
       MOVE SPACES TO WanderLogLine
       EVALUATE EncResult
        WHEN "W"
           STRING "encounter outcome: won against " DELIMITED BY SIZE
               EncFoe DELIMITED BY "  "
               INTO WanderLogLine
           END-STRING
        WHEN "F"
           STRING "encounter outcome: fled from " DELIMITED BY SIZE
               EncFoe DELIMITED BY "  "
               INTO WanderLogLine
           END-STRING
        WHEN "D"
           STRING "encounter outcome: defeated by " DELIMITED BY SIZE
               EncFoe DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               EncOutcomeWord DELIMITED BY "  "
               INTO WanderLogLine
           END-STRING
        WHEN "N"
           MOVE "encounter outcome: nothing came of it"
               TO WanderLogLine
        WHEN OTHER
           MOVE "encounter outcome: no fight recorded"
               TO WanderLogLine
       END-EVALUATE
       OPEN EXTEND WanderLogFile
       WRITE WanderLogLine
       CLOSE WanderLogFile
       EXIT.

      * Player-facing text comes from the MSGCAT catalog in the
      * player's language: set Msg-Number and any Msg-Arg-Value
      * (and Msg-Arg-Width where a column must line up), then say it.
       SayMessage.
       CALL "MSGCAT" USING Message-Request
       DISPLAY Msg-Text(1:Msg-Length)
       INITIALIZE Msg-Args
       EXIT.

       SayPrompt.
       CALL "MSGCAT" USING Message-Request
       DISPLAY Msg-Text(1:Msg-Length) " " WITH NO ADVANCING
       INITIALIZE Msg-Args
       EXIT.

      * Every data file named in the run's environment directory.
       ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 11
           MOVE DataFileName(DataFileIdx) TO Env-File
           MOVE "R" TO Env-Action
           MOVE "WANDER" TO Env-Program
           CALL "SHOPENV" USING ShopEnv-Request
           MOVE Env-File TO DataFileName(DataFileIdx)
       END-PERFORM
       MOVE "Y" TO DataFilesFlag
       EXIT.
