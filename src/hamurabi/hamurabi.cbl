IDENTIFICATION DIVISION.
PROGRAM-ID. HAMURABI.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReignSaveFile ASSIGN DYNAMIC ReignSaveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReignSaveFileStatus.
           SELECT LedgerFile ASSIGN DYNAMIC LedgerFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT ScenarioFile ASSIGN DYNAMIC ScenarioFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScenarioFileStatus.
           SELECT StrategyFile ASSIGN DYNAMIC StrategyFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StrategyFileStatus.

DATA DIVISION.
       FILE SECTION.
       FD ReignSaveFile.
      *> The reign save book: an identification record
      *> "#V HAMRSAVE vv PROGRAM DATE" and then one record per ruler
      *> with a reign still in progress, rewritten whole at the end of
      *> every year. SaveYearSeed is the seed the RNG was put on for
      *> the coming year, so a resumed reign rolls exactly the harvests
      *> and plagues the unbroken one would have.
       01 SaveIdRecord.
          02 SaveIdTag PIC X(3).
          02 SaveIdType PIC X(8).
          02 FILLER PIC X.
          02 SaveIdVersion PIC XX.
          02 FILLER PIC X.
          02 SaveIdProgram PIC X(8).
          02 FILLER PIC X.
          02 SaveIdDate PIC 9(8).
       01 ReignSaveRecord.
          02 SaveName PIC X(12).
          02 SaveSeed PIC 9(5).
          02 SaveYearSeed PIC 9(5).
          02 SaveYear PIC 99.
          02 SaveTerm PIC 99.
          02 SavePopulation PIC 9(4).
          02 SaveGrain PIC 9(5).
          02 SaveAcres PIC 9(5).
          02 SaveStarvedTotal PIC 9(5).
          02 SaveStarvedPctSum PIC 9(5).
          02 SaveReignDate PIC 9(8).
      *> Saves written before the reign carried a start time read the
      *> field blank and resume with time zero.
          02 SaveReignTime PIC 9(8).
      *> Older saves read the scenario blank: the standard kingdom.
          02 SaveScenario PIC X(4).
      *> The reign ledger: one "Y" record per year played, and one
      *> "J" record when the reign is judged, each keyed by ruler,
      *> seed, and the date and time the reign began, so a resumed
      *> reign keeps writing under its original key. HAMCHRON prints
      *> the chronicle from it.
       FD LedgerFile.
       01 LedgerRecord.
          02 LdgName PIC X(12).
          02 LdgSeed PIC 9(5).
          02 LdgReignDate PIC 9(8).
          02 LdgReignTime PIC 9(8).
          02 LdgKind PIC X.
          02 LdgYear PIC 99.
          02 LdgLandPrice PIC 99.
          02 LdgBought PIC 9(5).
          02 LdgSold PIC 9(5).
          02 LdgFed PIC 9(5).
          02 LdgPlanted PIC 9(5).
          02 LdgYield PIC 9.
          02 LdgRatsAte PIC 9(5).
          02 LdgImmigrants PIC 9(4).
          02 LdgPlague PIC X.
          02 LdgStarved PIC 9(4).
          02 LdgPopulation PIC 9(4).
          02 LdgGrain PIC 9(5).
          02 LdgAcres PIC 9(5).
          02 LdgRating PIC 99.
          02 LdgRatingWord PIC X(12).
      *> "S" for a reign ruled from a strategy file, blank for one
      *> ruled at the keyboard.
          02 LdgMode PIC X.
          02 LdgScenario PIC X(4).
      *> One starting kingdom per record: a code, its name, the
      *> city handed over (people, bushels, acres), the length of
      *> the term, and the odds in a hundred of a plague and of a
      *> rat year. New scenarios are authored HERE, never in code.
       FD ScenarioFile.
       01 ScenarioRecord.
          02 ScnFileCode PIC X(4).
          02 ScnFileName PIC X(20).
          02 ScnFilePopulation PIC 9(4).
          02 ScnFileGrain PIC 9(5).
          02 ScnFileAcres PIC 9(5).
          02 ScnFileTerm PIC 99.
          02 ScnFilePlagueOdds PIC 99.
          02 ScnFileRatOdds PIC 99.
      *> A strategy file answers the four questions for the ruler, a
      *> record per year: "YY BUY... SELL.. FEED.. PLANT." with year
      *> 00 standing for every year not given its own record, and a
      *> "*" in column one for a comment. Each answer is a count of
      *> acres or bushels, "MAX" for as much as the city allows, or
      *> "Pnn" for nn per head of the population; a blank is 0. An
      *> answer past what the city allows is cut back to the limit,
      *> since a file cannot be asked to think again.
       FD StrategyFile.
       01 StrategyRecord.
          02 StratFileYear PIC XX.
          02 FILLER PIC X.
          02 StratFileBuy PIC X(6).
          02 FILLER PIC X.
          02 StratFileSell PIC X(6).
          02 FILLER PIC X.
          02 StratFileFeed PIC X(6).
          02 FILLER PIC X.
          02 StratFilePlant PIC X(6).
          02 FILLER PIC X(50).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ReignSaveFileName PIC X(60) VALUE "hamurabi_save.dat".
          02 LedgerFileName PIC X(60) VALUE "hamurabi_ledger.dat".
          02 ScenarioFileName PIC X(60) VALUE "hamurabi_scenarios.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 3 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "PLAYPROF.cpy".
       COPY "MSGCAT.cpy".
       COPY "GAMELOG.cpy".
       COPY "SEEDREQ.cpy".
       COPY "FILELOCK.cpy".
       01 SeedInput PIC X(6).
      *> The land-grain-and-people game this directory was named for:
      *> ten years of buying land, feeding the city, and planting,
          02 AvgStarvedPct PIC 999.
          02 ReignRating PIC 99.
          02 RatingWord PIC X(12).
      *> The save book held in memory while one ruler's entry is
      *> added, replaced, or struck out. A book of a layout this
      *> program does not know is left alone rather than overwritten.
       01 ReignSaveData.
          02 ReignSaveFileStatus PIC XX.
          02 ReignSeed PIC 9(5).
          02 YearSeed PIC 9(5).
          02 ReignDate PIC 9(8).
          02 ReignTime PIC 9(8).
          02 SaveIdDateWork PIC 9(8).
          02 SaveBookState PIC X VALUE "Y".
             88 SaveBookUsable VALUE "Y".
          02 SavedReignCount PIC 99 VALUE 0.
          02 SavedReigns OCCURS 20 TIMES.
             03 SrEntry.
                04 SrName PIC X(12).
                04 FILLER PIC X(58).
          02 SavedReignIdx PIC 99.
          02 PlayerSaveIdx PIC 99.
          02 ResumeReply PIC X(4).
          02 ResumeFlag PIC X VALUE "N".
             88 ReignResumed VALUE "Y".
       01 LedgerData.
          02 LedgerFileStatus PIC XX.
          02 PlagueFlag PIC X.
             88 PlagueStruck VALUE "Y".
       01 ScenarioData.
          02 ScenarioFileStatus PIC XX.
          02 ScenarioCode PIC X(4) VALUE "STD ".
          02 ScenarioName PIC X(20) VALUE "STANDARD KINGDOM".
          02 PlagueOdds PIC 99 VALUE 15.
          02 RatOdds PIC 99 VALUE 50.
          02 RatDie PIC 9.
          02 RatDraw PIC 9V9(9).
          02 RatThird PIC 9.
          02 ScnCount PIC 99 VALUE 0.
          02 ScnEntries OCCURS 20 TIMES.
             03 ScnCode PIC X(4).
             03 ScnName PIC X(20).
             03 ScnPopulation PIC 9(4).
             03 ScnGrain PIC 9(5).
             03 ScnAcres PIC 9(5).
             03 ScnTerm PIC 99.
             03 ScnPlagueOdds PIC 99.
             03 ScnRatOdds PIC 99.
          02 ScnIdx PIC 99.
          02 ScnFoundIdx PIC 99.
          02 ScnChoice PIC X(4).
       01 StrategyData.
          02 StrategyFileName PIC X(60).
          02 StrategyFileStatus PIC XX.
          02 StrategyFlag PIC X VALUE "N".
             88 StrategyMode VALUE "Y".
          02 StratCount PIC 99 VALUE 0.
          02 StratEntries OCCURS 31 TIMES.
             03 StratYear PIC 99.
             03 StratBuy PIC X(6).
             03 StratSell PIC X(6).
             03 StratFeed PIC X(6).
             03 StratPlant PIC X(6).
          02 StratIdx PIC 99.
          02 StratYearIdx PIC 99.
          02 StratToken PIC X(6).
          02 StratLimit PIC 9(5).
          02 StratPerHead PIC 9(5).

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       MOVE "HAMURABI" TO Msg-Program
       MOVE "T" TO Msg-Action
       MOVE SPACES TO Msg-Language
       INITIALIZE Msg-Args
       MOVE 1 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO SeedInput
       ACCEPT SeedInput
       MOVE 0 TO Seed-In
           END-IF
       END-IF
       CALL "RNGSEED" USING Seed-Request
       MOVE 2 TO Msg-Number
       MOVE Seed-Used TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE Seed-Used TO ReignSeed
       ACCEPT ReignDate FROM DATE YYYYMMDD
       ACCEPT ReignTime FROM TIME
       MOVE 3 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO StrategyFileName
       ACCEPT StrategyFileName
       IF StrategyFileName IS NOT EQUAL TO SPACES
           PERFORM LoadStrategy
       END-IF
       MOVE "HAMURABI" TO GL-Program
       MOVE "SEED" TO GL-Event
       MOVE SPACES TO GL-Detail
       MOVE "START" TO GL-Event
       MOVE "session opened" TO GL-Detail
       CALL "GAMELOG" USING GameLog-Request
       IF StrategyMode
           MOVE "HAMURABI" TO GL-Program
           MOVE "STRATEGY" TO GL-Event
           MOVE StrategyFileName TO GL-Detail
           CALL "GAMELOG" USING GameLog-Request
       END-IF
       MOVE "L" TO Profile-Action
       CALL "PLAYPROF" USING Profile-Request
       MOVE Prof-Language TO Msg-Language
       DISPLAY " "
       MOVE 4 TO Msg-Number
       PERFORM SayMessage
       PERFORM EnsureScenarioFile
       PERFORM LoadScenarios
      *> A strategy run is unattended and can simply be run again,
      *> so it neither resumes from nor writes to the save book.
       IF NOT StrategyMode
           PERFORM OfferReignResume
       END-IF
       IF NOT ReignResumed
           PERFORM ChooseScenario
       END-IF
       MOVE 5 TO Msg-Number
       MOVE FUNCTION TRIM(ScenarioName) TO Msg-Arg-Value(1)
       MOVE ReignYears TO Msg-Arg-Value(2)
       PERFORM SayMessage
       PERFORM PlayOneYear
           UNTIL YearNumber IS NOT LESS THAN ReignYears
           OR RulerOusted
       PERFORM JudgeTheReign
       PERFORM LedgerTheJudgment
       IF NOT StrategyMode
           PERFORM ClearReignSave
           MOVE "S" TO Profile-Action
           CALL "PLAYPROF" USING Profile-Request
       END-IF
       MOVE "HAMURABI" TO GL-Program
       MOVE "END" TO GL-Event
       MOVE SPACES TO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       DISPLAY " "
       MOVE 6 TO Msg-Number
       PERFORM SayMessage
STOP RUN.

PlayOneYear.
       ADD 1 TO YearNumber
       MOVE 0 TO SellAcres
       MOVE 0 TO ImmigrantCount
       MOVE 0 TO StarvedThisYear
       MOVE "N" TO PlagueFlag
       IF StrategyMode
           PERFORM FindStrategyYear
       END-IF
       COMPUTE LandPrice = FUNCTION RANDOM() * 10 + 17
       DISPLAY " "
       MOVE 7 TO Msg-Number
       MOVE YearNumber TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 8 TO Msg-Number
       MOVE Acres TO Msg-Arg-Value(1)
       MOVE Population TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE 9 TO Msg-Number
       MOVE GrainStore TO Msg-Arg-Value(1)
       PERFORM SayMessage
       MOVE 10 TO Msg-Number
       MOVE LandPrice TO Msg-Arg-Value(1)
       PERFORM SayMessage
       PERFORM AskBuyLand
       IF BuyAcres IS EQUAL TO 0
           PERFORM AskSellLand
       PERFORM BringInHarvest
       PERFORM FeedAndStarve
       IF RulerOusted
           PERFORM LedgerTheYear
           EXIT PARAGRAPH
       END-IF
       PERFORM WelcomeImmigrants
       PERFORM RollPlague
       PERFORM LedgerTheYear
       IF NOT RulerOusted AND NOT StrategyMode
           PERFORM SaveReignYear
       END-IF
       EXIT.

      *> Every answer comes through here: digits only, and a ruler
AskNumber.
       MOVE "N" TO AnswerOk
       MOVE 0 TO AnswerValue
       IF StrategyMode
           PERFORM TakeStrategyAnswer
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO AnswerInput
       ACCEPT AnswerInput
       IF AnswerInput IS EQUAL TO SPACES
           END-IF
       END-IF
       IF NOT AnswerIsGood
           MOVE 11 TO Msg-Number
           PERFORM SayMessage
           MOVE 12 TO Msg-Number
           PERFORM SayMessage
       END-IF
       EXIT.

AskBuyLand.
       MOVE 0 TO BuyAcres
       IF StrategyMode
           MOVE StratBuy(StratYearIdx) TO StratToken
           COMPUTE StratLimit = GrainStore / LandPrice
       END-IF
       PERFORM WITH TEST AFTER UNTIL AnswerIsGood
           MOVE 13 TO Msg-Number
           PERFORM SayPrompt
           PERFORM AskNumber
           IF AnswerIsGood
               AND AnswerValue * LandPrice IS GREATER THAN GrainStore
               MOVE 14 TO Msg-Number
               MOVE GrainStore TO Msg-Arg-Value(1)
               PERFORM SayMessage
               MOVE "N" TO AnswerOk
           END-IF
       END-PERFORM

AskSellLand.
       MOVE 0 TO SellAcres
       IF StrategyMode
           MOVE StratSell(StratYearIdx) TO StratToken
           MOVE Acres TO StratLimit
       END-IF
       PERFORM WITH TEST AFTER UNTIL AnswerIsGood
           MOVE 15 TO Msg-Number
           PERFORM SayPrompt
           PERFORM AskNumber
           IF AnswerIsGood AND AnswerValue IS GREATER THAN Acres
               MOVE 16 TO Msg-Number
               MOVE Acres TO Msg-Arg-Value(1)
               PERFORM SayMessage
               MOVE "N" TO AnswerOk
           END-IF
       END-PERFORM
       EXIT.

AskFeedPeople.
       IF StrategyMode
           MOVE StratFeed(StratYearIdx) TO StratToken
           MOVE GrainStore TO StratLimit
       END-IF
       PERFORM WITH TEST AFTER UNTIL AnswerIsGood
           MOVE 17 TO Msg-Number
           PERFORM SayPrompt
           PERFORM AskNumber
           IF AnswerIsGood AND AnswerValue IS GREATER THAN GrainStore
               MOVE 14 TO Msg-Number
               MOVE GrainStore TO Msg-Arg-Value(1)
               PERFORM SayMessage
               MOVE "N" TO AnswerOk
           END-IF
       END-PERFORM
       IF PlantLimit IS GREATER THAN GrainStore
           MOVE GrainStore TO PlantLimit
       END-IF
       IF StrategyMode
           MOVE StratPlant(StratYearIdx) TO StratToken
           MOVE PlantLimit TO StratLimit
       END-IF
       PERFORM WITH TEST AFTER UNTIL AnswerIsGood
           MOVE 18 TO Msg-Number
           MOVE PlantLimit TO Msg-Arg-Value(1)
           PERFORM SayPrompt
           PERFORM AskNumber
           IF AnswerIsGood AND AnswerValue IS GREATER THAN PlantLimit
               MOVE 19 TO Msg-Number
               MOVE PlantLimit TO Msg-Arg-Value(1)
               PERFORM SayMessage
               MOVE "N" TO AnswerOk
           END-IF
       END-PERFORM
       SUBTRACT PlantAcres FROM GrainStore
       EXIT.

      *> The yield die runs one to five. One more draw settles the
      *> rats: its thirds pick the share they take (a half, a quarter
      *> or a sixth) and where it falls within its third, read 0-99,
      *> makes a rat year when it is in the top RatOdds of them. At
      *> the standard kingdom's 50 this is the old even roll of a
      *> six-sided die, draw for draw.
BringInHarvest.
       COMPUTE YieldPerAcre = FUNCTION RANDOM() * 5 + 1
       COMPUTE HarvestTotal = PlantAcres * YieldPerAcre
       ADD HarvestTotal TO GrainStore
       MOVE 20 TO Msg-Number
       MOVE YieldPerAcre TO Msg-Arg-Value(1)
       MOVE HarvestTotal TO Msg-Arg-Value(2)
       PERFORM SayMessage
       MOVE 0 TO RatsAte
       COMPUTE RatDraw = FUNCTION RANDOM() * 3
       MOVE RatDraw TO RatThird
       COMPUTE PlagueRoll = (RatDraw - RatThird) * 100
       IF PlagueRoll IS NOT LESS THAN 100 - RatOdds
           COMPUTE RatDie = (RatThird + 1) * 2
           COMPUTE RatsAte = GrainStore / RatDie
           SUBTRACT RatsAte FROM GrainStore
           MOVE 21 TO Msg-Number
           MOVE RatsAte TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       EXIT.

           COMPUTE StarvedThisYear = Population - PeopleFed
       END-IF
       IF StarvedThisYear IS GREATER THAN 0
           MOVE 22 TO Msg-Number
           MOVE StarvedThisYear TO Msg-Arg-Value(1)
           PERFORM SayMessage
           ADD StarvedThisYear TO StarvedTotal
           COMPUTE StarvedPctYear =
               StarvedThisYear * 100 / Population
           SUBTRACT StarvedThisYear FROM Population
           IF StarvedPctYear IS GREATER THAN 45
               DISPLAY " "
               MOVE 23 TO Msg-Number
               MOVE StarvedPctYear TO Msg-Arg-Value(1)
               PERFORM SayMessage
               MOVE 24 TO Msg-Number
               PERFORM SayMessage
               MOVE 25 TO Msg-Number
               PERFORM SayMessage
               MOVE "Y" TO OustedFlag
           END-IF
       END-IF
       IF Population IS EQUAL TO 0
           MOVE 26 TO Msg-Number
           PERFORM SayMessage
           MOVE "Y" TO OustedFlag
       END-IF
       EXIT.
           MOVE 50 TO ImmigrantCount
       END-IF
       ADD ImmigrantCount TO Population
       MOVE 27 TO Msg-Number
       MOVE ImmigrantCount TO Msg-Arg-Value(1)
       PERFORM SayMessage
       EXIT.

RollPlague.
       COMPUTE PlagueRoll = FUNCTION RANDOM() * 100
       IF PlagueRoll IS LESS THAN PlagueOdds
           MOVE "Y" TO PlagueFlag
           COMPUTE Population = Population / 2
           MOVE 28 TO Msg-Number
           PERFORM SayMessage
           IF Population IS EQUAL TO 0
               MOVE 26 TO Msg-Number
               PERFORM SayMessage
               MOVE "Y" TO OustedFlag
           END-IF
       END-IF

      *> The classic reckoning, boiled to one number a leaderboard
      *> can hold: acres per person less the average yearly
      *> starvation, floored and capped to 0-99. The profile's best
      *> only gives way to a better reign in the scenario it was won
      *> in, so an easy kingdom never wipes out a hard one's mark; a
      *> best from before scenarios counts as the standard kingdom's.
JudgeTheReign.
       DISPLAY " "
       IF RulerOusted
               WHEN OTHER
                   MOVE "FANTASTIC" TO RatingWord
           END-EVALUATE
           MOVE 29 TO Msg-Number
           MOVE YearNumber TO Msg-Arg-Value(1)
           MOVE StarvedTotal TO Msg-Arg-Value(2)
           PERFORM SayMessage
           MOVE 30 TO Msg-Number
           MOVE AcresPerPerson TO Msg-Arg-Value(1)
           PERFORM SayMessage
       END-IF
       MOVE 31 TO Msg-Number
       MOVE FUNCTION TRIM(RatingWord) TO Msg-Arg-Value(1)
       MOVE ReignRating TO Msg-Arg-Value(2)
       PERFORM SayMessage
       IF ReignRating IS GREATER THAN Prof-Hamurabi-Best
           AND NOT StrategyMode
           AND (Prof-Hamurabi-Scen IS EQUAL TO ScenarioCode
               OR (Prof-Hamurabi-Scen IS EQUAL TO SPACES
                   AND ScenarioCode IS EQUAL TO "STD ")
               OR Prof-Hamurabi-Best IS EQUAL TO 0)
           MOVE ReignRating TO Prof-Hamurabi-Best
           MOVE ScenarioCode TO Prof-Hamurabi-Scen
           MOVE 32 TO Msg-Number
           MOVE FUNCTION TRIM(Prof-Name) TO Msg-Arg-Value(1)
           MOVE FUNCTION TRIM(ScenarioName) TO Msg-Arg-Value(2)
           PERFORM SayMessage
       ELSE
           IF Prof-Hamurabi-Scen IS NOT EQUAL TO ScenarioCode
               AND Prof-Hamurabi-Best IS GREATER THAN 0
               MOVE 33 TO Msg-Number
               MOVE Prof-Hamurabi-Best TO Msg-Arg-Value(1)
               MOVE FUNCTION TRIM(Prof-Hamurabi-Scen) TO Msg-Arg-Value(2)
               PERFORM SayMessage
           END-IF
       END-IF
       EXIT.

      *> A ruler with a reign on the save book is offered it back
      *> before year one. The RNG is put back on the seed drawn at the
      *> close of the last year played, the same seed the unbroken
      *> reign went on to use.
OfferReignResume.
       PERFORM LoadReignSaves
       PERFORM FindPlayerSave
       IF PlayerSaveIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       MOVE SavedReigns(PlayerSaveIdx) TO ReignSaveRecord
       DISPLAY " "
       MOVE 34 TO Msg-Number
       MOVE FUNCTION TRIM(Prof-Name) TO Msg-Arg-Value(1)
       MOVE SaveYear TO Msg-Arg-Value(2)
       MOVE SaveTerm TO Msg-Arg-Value(3)
       PERFORM SayMessage
       MOVE 35 TO Msg-Number
       PERFORM SayPrompt
       MOVE SPACES TO ResumeReply
       ACCEPT ResumeReply
       IF FUNCTION UPPER-CASE(ResumeReply(1:1)) IS NOT EQUAL TO "Y"
           MOVE 36 TO Msg-Number
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE SaveSeed TO ReignSeed
       MOVE SaveYearSeed TO YearSeed
       MOVE SaveYear TO YearNumber
       MOVE SaveTerm TO ReignYears
       MOVE SavePopulation TO Population
       MOVE SaveGrain TO GrainStore
       MOVE SaveAcres TO Acres
       MOVE SaveStarvedTotal TO StarvedTotal
       MOVE SaveStarvedPctSum TO StarvedPctSum
       MOVE SaveReignDate TO ReignDate
       IF SaveReignTime IS NUMERIC
           MOVE SaveReignTime TO ReignTime
       ELSE
           MOVE 0 TO ReignTime
       END-IF
       IF SaveScenario IS EQUAL TO SPACES
           MOVE "STD " TO ScnChoice
       ELSE
           MOVE SaveScenario TO ScnChoice
       END-IF
       PERFORM FindScenario
       IF ScnFoundIdx IS GREATER THAN 0
           PERFORM TakeScenarioOdds
       ELSE
           MOVE 37 TO Msg-Number
           MOVE ScnChoice TO Msg-Arg-Value(1)
           MOVE 4 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           MOVE "STD " TO ScnChoice
           PERFORM FindScenario
           IF ScnFoundIdx IS GREATER THAN 0
               PERFORM TakeScenarioOdds
           ELSE
               MOVE "STD " TO ScenarioCode
           END-IF
       END-IF
       MOVE "Y" TO ResumeFlag
       MOVE YearSeed TO Seed-In
       CALL "RNGSEED" USING Seed-Request
       MOVE "HAMURABI" TO GL-Program
       MOVE "RESUME" TO GL-Event
       MOVE SPACES TO GL-Detail
       STRING "seed=" DELIMITED BY SIZE
           ReignSeed DELIMITED BY SIZE
           " year=" DELIMITED BY SIZE
           YearNumber DELIMITED BY SIZE
           " yearseed=" DELIMITED BY SIZE
           YearSeed DELIMITED BY SIZE
           INTO GL-Detail
       END-STRING
       CALL "GAMELOG" USING GameLog-Request
       MOVE 38 TO Msg-Number
       MOVE ReignDate TO Msg-Arg-Value(1)
       MOVE ReignSeed TO Msg-Arg-Value(2)
       PERFORM SayMessage
       EXIT.

      *> The close of every year draws the seed for the next one and
      *> puts the RNG on it before the book is written, so the reign
      *> played straight through and the reign resumed from the book
      *> roll identically.
SaveReignYear.
       COMPUTE YearSeed = FUNCTION RANDOM() * 99998 + 1
       MOVE YearSeed TO Seed-In
       CALL "RNGSEED" USING Seed-Request
       PERFORM TakeSaveBookLock
       IF NOT Lock-Held
           EXIT PARAGRAPH
       END-IF
       PERFORM StoreReignYear
       PERFORM DropSaveBookLock
       EXIT.

      *> Other rulers' reigns share the book, so it is read, changed
      *> and written back whole under the save-book lock.
StoreReignYear.
       PERFORM LoadReignSaves
       IF NOT SaveBookUsable
           EXIT PARAGRAPH
       END-IF
       PERFORM FindPlayerSave
       IF PlayerSaveIdx IS EQUAL TO 0
           IF SavedReignCount IS NOT LESS THAN 20
               MOVE 39 TO Msg-Number
               PERFORM SayMessage
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SavedReignCount
           MOVE SavedReignCount TO PlayerSaveIdx
       END-IF
       MOVE SPACES TO ReignSaveRecord
       MOVE Prof-Name TO SaveName
       MOVE ReignSeed TO SaveSeed
       MOVE YearSeed TO SaveYearSeed
       MOVE YearNumber TO SaveYear
       MOVE ReignYears TO SaveTerm
       MOVE Population TO SavePopulation
       MOVE GrainStore TO SaveGrain
       MOVE Acres TO SaveAcres
       MOVE StarvedTotal TO SaveStarvedTotal
       MOVE StarvedPctSum TO SaveStarvedPctSum
       MOVE ReignDate TO SaveReignDate
       MOVE ReignTime TO SaveReignTime
       MOVE ScenarioCode TO SaveScenario
       MOVE ReignSaveRecord TO SavedReigns(PlayerSaveIdx)
       PERFORM WriteReignSaves
       EXIT.

      *> A judged reign comes off the book so it cannot be played out
      *> again for a better rating.
ClearReignSave.
       PERFORM TakeSaveBookLock
       IF NOT Lock-Held
           EXIT PARAGRAPH
       END-IF
       PERFORM TakeReignOffBook
       PERFORM DropSaveBookLock
       EXIT.

TakeReignOffBook.
       PERFORM LoadReignSaves
       IF NOT SaveBookUsable
           EXIT PARAGRAPH
       END-IF
       PERFORM FindPlayerSave
       IF PlayerSaveIdx IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SavedReignIdx FROM PlayerSaveIdx BY 1
           UNTIL SavedReignIdx IS NOT LESS THAN SavedReignCount
           MOVE SavedReigns(SavedReignIdx + 1)
               TO SavedReigns(SavedReignIdx)
       END-PERFORM
       SUBTRACT 1 FROM SavedReignCount
       PERFORM WriteReignSaves
       EXIT.

TakeSaveBookLock.
       MOVE "A" TO Lock-Action
       MOVE "hamurabi_save" TO Lock-Resource
       MOVE 10 TO Lock-Timeout
       CALL "FILELOCK" USING Lock-Request
       IF NOT Lock-Held
           MOVE 54 TO Msg-Number
           PERFORM SayMessage
       END-IF
       EXIT.

DropSaveBookLock.
       MOVE "R" TO Lock-Action
       MOVE "hamurabi_save" TO Lock-Resource
       CALL "FILELOCK" USING Lock-Request
       EXIT.

LoadReignSaves.
       MOVE 0 TO SavedReignCount
       MOVE "Y" TO SaveBookState
       OPEN INPUT ReignSaveFile
       IF ReignSaveFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       READ ReignSaveFile
           AT END
               MOVE "10" TO ReignSaveFileStatus
       END-READ
       IF ReignSaveFileStatus IS EQUAL TO "00"
           IF SaveIdTag IS NOT EQUAL TO "#V "
               OR SaveIdType IS NOT EQUAL TO "HAMRSAVE"
               OR SaveIdVersion IS GREATER THAN "01"
               MOVE 40 TO Msg-Number
               MOVE SaveIdType TO Msg-Arg-Value(1)
               MOVE 8 TO Msg-Arg-Width(1)
               MOVE SaveIdVersion TO Msg-Arg-Value(2)
               MOVE 2 TO Msg-Arg-Width(2)
               PERFORM SayMessage
               MOVE 41 TO Msg-Number
               PERFORM SayMessage
               MOVE "N" TO SaveBookState
               MOVE "10" TO ReignSaveFileStatus
           END-IF
       END-IF
       PERFORM UNTIL ReignSaveFileStatus IS NOT EQUAL TO "00"
           READ ReignSaveFile
               AT END
                   MOVE "10" TO ReignSaveFileStatus
               NOT AT END
                   IF SavedReignCount IS LESS THAN 20
                       ADD 1 TO SavedReignCount
                       MOVE ReignSaveRecord
                           TO SavedReigns(SavedReignCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ReignSaveFile
       EXIT.

FindPlayerSave.
       MOVE 0 TO PlayerSaveIdx
       PERFORM VARYING SavedReignIdx FROM 1 BY 1
           UNTIL SavedReignIdx IS GREATER THAN SavedReignCount
           OR PlayerSaveIdx IS NOT EQUAL TO 0
           IF SrName(SavedReignIdx) IS EQUAL TO Prof-Name
               MOVE SavedReignIdx TO PlayerSaveIdx
           END-IF
       END-PERFORM
       EXIT.

WriteReignSaves.
       OPEN OUTPUT ReignSaveFile
       IF ReignSaveFileStatus IS NOT EQUAL TO "00"
           MOVE 42 TO Msg-Number
           MOVE ReignSaveFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO SaveIdRecord
       MOVE "#V " TO SaveIdTag
       MOVE "HAMRSAVE" TO SaveIdType
       MOVE "01" TO SaveIdVersion
       MOVE "HAMURABI" TO SaveIdProgram
       ACCEPT SaveIdDateWork FROM DATE YYYYMMDD
       MOVE SaveIdDateWork TO SaveIdDate
       WRITE SaveIdRecord
       PERFORM VARYING SavedReignIdx FROM 1 BY 1
           UNTIL SavedReignIdx IS GREATER THAN SavedReignCount
           MOVE SavedReigns(SavedReignIdx) TO ReignSaveRecord
           WRITE ReignSaveRecord
       END-PERFORM
       CLOSE ReignSaveFile
       EXIT.

LedgerTheYear.
       PERFORM StartLedgerRecord
       MOVE "Y" TO LdgKind
       MOVE LandPrice TO LdgLandPrice
       MOVE BuyAcres TO LdgBought
       MOVE SellAcres TO LdgSold
       MOVE FeedBushels TO LdgFed
       MOVE PlantAcres TO LdgPlanted
       MOVE YieldPerAcre TO LdgYield
       MOVE RatsAte TO LdgRatsAte
       MOVE ImmigrantCount TO LdgImmigrants
       MOVE PlagueFlag TO LdgPlague
       MOVE StarvedThisYear TO LdgStarved
       PERFORM AppendLedgerRecord
       EXIT.

LedgerTheJudgment.
       PERFORM StartLedgerRecord
       MOVE "J" TO LdgKind
       MOVE ReignRating TO LdgRating
       MOVE RatingWord TO LdgRatingWord
       PERFORM AppendLedgerRecord
       EXIT.

      *> The key and the city as it stands - common to both kinds of
      *> ledger record.
StartLedgerRecord.
       INITIALIZE LedgerRecord
       MOVE Prof-Name TO LdgName
       MOVE ReignSeed TO LdgSeed
       MOVE ReignDate TO LdgReignDate
       MOVE ReignTime TO LdgReignTime
       MOVE YearNumber TO LdgYear
       MOVE Population TO LdgPopulation
       MOVE GrainStore TO LdgGrain
       MOVE Acres TO LdgAcres
       IF StrategyMode
           MOVE "S" TO LdgMode
       END-IF
       MOVE ScenarioCode TO LdgScenario
       EXIT.

AppendLedgerRecord.
       OPEN EXTEND LedgerFile
       IF LedgerFileStatus IS EQUAL TO "35"
           OPEN OUTPUT LedgerFile
       END-IF
       IF LedgerFileStatus IS NOT EQUAL TO "00"
           MOVE 43 TO Msg-Number
           MOVE LedgerFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       WRITE LedgerRecord
       CLOSE LedgerFile
       EXIT.

LoadStrategy.
       MOVE StrategyFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO StrategyFileName
       OPEN INPUT StrategyFile
       IF StrategyFileStatus IS NOT EQUAL TO "00"
           MOVE 44 TO Msg-Number
           MOVE FUNCTION TRIM(StrategyFileName) TO Msg-Arg-Value(1)
           MOVE StrategyFileStatus TO Msg-Arg-Value(2)
           MOVE 2 TO Msg-Arg-Width(2)
           PERFORM SayMessage
           STOP RUN
       END-IF
       MOVE 0 TO StratCount
       PERFORM UNTIL StrategyFileStatus IS NOT EQUAL TO "00"
           READ StrategyFile
               AT END
                   MOVE "10" TO StrategyFileStatus
               NOT AT END
                   PERFORM KeepStrategyRecord
           END-READ
       END-PERFORM
       CLOSE StrategyFile
       MOVE "Y" TO StrategyFlag
       MOVE 45 TO Msg-Number
       MOVE FUNCTION TRIM(StrategyFileName) TO Msg-Arg-Value(1)
       MOVE StratCount TO Msg-Arg-Value(2)
       PERFORM SayMessage
       EXIT.

KeepStrategyRecord.
       IF StrategyRecord(1:1) IS EQUAL TO "*"
           OR StrategyRecord IS EQUAL TO SPACES
           OR StratFileYear IS NOT NUMERIC
           OR StratCount IS NOT LESS THAN 30
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO StratCount
       MOVE StratFileYear TO StratYear(StratCount)
       MOVE FUNCTION UPPER-CASE(StratFileBuy) TO StratBuy(StratCount)
       MOVE FUNCTION UPPER-CASE(StratFileSell) TO StratSell(StratCount)
       MOVE FUNCTION UPPER-CASE(StratFileFeed) TO StratFeed(StratCount)
       MOVE FUNCTION UPPER-CASE(StratFilePlant)
           TO StratPlant(StratCount)
       EXIT.

      *> This year's own record if it has one, else the year-00
      *> record; a file with neither answers 0 to everything, in the
      *> spare entry past the last record kept.
FindStrategyYear.
       MOVE 0 TO StratYearIdx
       PERFORM VARYING StratIdx FROM 1 BY 1
           UNTIL StratIdx IS GREATER THAN StratCount
           OR StratYearIdx IS NOT EQUAL TO 0
           IF StratYear(StratIdx) IS EQUAL TO YearNumber
               MOVE StratIdx TO StratYearIdx
           END-IF
       END-PERFORM
       PERFORM VARYING StratIdx FROM 1 BY 1
           UNTIL StratIdx IS GREATER THAN StratCount
           OR StratYearIdx IS NOT EQUAL TO 0
           IF StratYear(StratIdx) IS EQUAL TO 0
               MOVE StratIdx TO StratYearIdx
           END-IF
       END-PERFORM
       IF StratYearIdx IS EQUAL TO 0
           MOVE 31 TO StratYearIdx
           MOVE SPACES TO StratBuy(31) StratSell(31)
               StratFeed(31) StratPlant(31)
       END-IF
       EXIT.

      *> Turns the year's answer for the question being asked into a
      *> number inside StratLimit, and echoes it after the prompt the
      *> way a typed answer would appear.
TakeStrategyAnswer.
       MOVE 0 TO AnswerValue
       EVALUATE TRUE
           WHEN StratToken IS EQUAL TO SPACES
               MOVE 0 TO AnswerValue
           WHEN StratToken(1:3) IS EQUAL TO "MAX"
               MOVE StratLimit TO AnswerValue
           WHEN StratToken(1:1) IS EQUAL TO "P"
               MOVE 0 TO StratPerHead
               IF FUNCTION TRIM(StratToken(2:5)) IS NUMERIC
                   COMPUTE StratPerHead =
                       FUNCTION NUMVAL(StratToken(2:5))
               END-IF
               IF StratPerHead * Population IS GREATER THAN StratLimit
                   MOVE StratLimit TO AnswerValue
               ELSE
                   COMPUTE AnswerValue = StratPerHead * Population
               END-IF
           WHEN FUNCTION TRIM(StratToken) IS NUMERIC
               COMPUTE AnswerValue = FUNCTION NUMVAL(StratToken)
           WHEN OTHER
               MOVE 46 TO Msg-Number
               MOVE FUNCTION TRIM(StratToken) TO Msg-Arg-Value(1)
               PERFORM SayMessage
       END-EVALUATE
       IF AnswerValue IS GREATER THAN StratLimit
           MOVE StratLimit TO AnswerValue
       END-IF
       DISPLAY AnswerValue
       MOVE "Y" TO AnswerOk
       EXIT.

EnsureScenarioFile.
       OPEN INPUT ScenarioFile
       IF ScenarioFileStatus IS EQUAL TO "00"
           CLOSE ScenarioFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ScenarioFile
       IF ScenarioFileStatus IS NOT EQUAL TO "00"
           MOVE 47 TO Msg-Number
           MOVE ScenarioFileStatus TO Msg-Arg-Value(1)
           MOVE 2 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       MOVE "STD " TO ScnFileCode
       MOVE "STANDARD KINGDOM" TO ScnFileName
       MOVE 100 TO ScnFilePopulation
       MOVE 2800 TO ScnFileGrain
       MOVE 1000 TO ScnFileAcres
       MOVE 10 TO ScnFileTerm
       MOVE 15 TO ScnFilePlagueOdds
       MOVE 50 TO ScnFileRatOdds
       WRITE ScenarioRecord
       MOVE "DRGT" TO ScnFileCode
       MOVE "DROUGHT KINGDOM" TO ScnFileName
       MOVE 100 TO ScnFilePopulation
       MOVE 1400 TO ScnFileGrain
       MOVE 1000 TO ScnFileAcres
       MOVE 10 TO ScnFileTerm
       MOVE 15 TO ScnFilePlagueOdds
       MOVE 70 TO ScnFileRatOdds
       WRITE ScenarioRecord
       MOVE "FRNT" TO ScnFileCode
       MOVE "FRONTIER TOWN" TO ScnFileName
       MOVE 40 TO ScnFilePopulation
       MOVE 1200 TO ScnFileGrain
       MOVE 400 TO ScnFileAcres
       MOVE 10 TO ScnFileTerm
       MOVE 10 TO ScnFilePlagueOdds
       MOVE 30 TO ScnFileRatOdds
       WRITE ScenarioRecord
       MOVE "PLAG" TO ScnFileCode
       MOVE "PLAGUE YEARS" TO ScnFileName
       MOVE 150 TO ScnFilePopulation
       MOVE 3500 TO ScnFileGrain
       MOVE 1200 TO ScnFileAcres
       MOVE 10 TO ScnFileTerm
       MOVE 35 TO ScnFilePlagueOdds
       MOVE 50 TO ScnFileRatOdds
       WRITE ScenarioRecord
       MOVE "LONG" TO ScnFileCode
       MOVE "LONG REIGN" TO ScnFileName
       MOVE 100 TO ScnFilePopulation
       MOVE 2800 TO ScnFileGrain
       MOVE 1000 TO ScnFileAcres
       MOVE 20 TO ScnFileTerm
       MOVE 15 TO ScnFilePlagueOdds
       MOVE 50 TO ScnFileRatOdds
       WRITE ScenarioRecord
       CLOSE ScenarioFile
       MOVE 48 TO Msg-Number
       PERFORM SayMessage
       EXIT.

LoadScenarios.
       MOVE 0 TO ScnCount
       OPEN INPUT ScenarioFile
       IF ScenarioFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ScenarioFileStatus IS NOT EQUAL TO "00"
           READ ScenarioFile
               AT END
                   MOVE "10" TO ScenarioFileStatus
               NOT AT END
                   PERFORM KeepScenarioRecord
           END-READ
       END-PERFORM
       CLOSE ScenarioFile
       EXIT.

      *> A record with a hole in its numbers, or a city of no people
      *> or a term of no years, is passed over rather than played.
KeepScenarioRecord.
       IF ScnFileCode IS EQUAL TO SPACES
           OR ScnCount IS NOT LESS THAN 20
           EXIT PARAGRAPH
       END-IF
       IF ScnFilePopulation IS NOT NUMERIC
           OR ScnFileGrain IS NOT NUMERIC
           OR ScnFileAcres IS NOT NUMERIC
           OR ScnFileTerm IS NOT NUMERIC
           OR ScnFilePlagueOdds IS NOT NUMERIC
           OR ScnFileRatOdds IS NOT NUMERIC
           OR ScnFilePopulation IS EQUAL TO 0
           OR ScnFileTerm IS EQUAL TO 0
           MOVE 49 TO Msg-Number
           MOVE ScnFileCode TO Msg-Arg-Value(1)
           MOVE 4 TO Msg-Arg-Width(1)
           PERFORM SayMessage
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO ScnCount
       MOVE FUNCTION UPPER-CASE(ScnFileCode) TO ScnCode(ScnCount)
       MOVE ScnFileName TO ScnName(ScnCount)
       MOVE ScnFilePopulation TO ScnPopulation(ScnCount)
       MOVE ScnFileGrain TO ScnGrain(ScnCount)
       MOVE ScnFileAcres TO ScnAcres(ScnCount)
       MOVE ScnFileTerm TO ScnTerm(ScnCount)
       MOVE ScnFilePlagueOdds TO ScnPlagueOdds(ScnCount)
       MOVE ScnFileRatOdds TO ScnRatOdds(ScnCount)
       EXIT.

      *> Blank takes the first scenario on file; with no file at all
      *> the built-in standard kingdom in ReignData stands.
ChooseScenario.
       IF ScnCount IS EQUAL TO 0
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       MOVE 50 TO Msg-Number
       PERFORM SayMessage
       PERFORM VARYING ScnIdx FROM 1 BY 1
           UNTIL ScnIdx IS GREATER THAN ScnCount
           MOVE 51 TO Msg-Number
           MOVE ScnCode(ScnIdx) TO Msg-Arg-Value(1)
           MOVE 4 TO Msg-Arg-Width(1)
           MOVE ScnName(ScnIdx) TO Msg-Arg-Value(2)
           MOVE 20 TO Msg-Arg-Width(2)
           MOVE ScnPopulation(ScnIdx) TO Msg-Arg-Value(3)
           MOVE ScnAcres(ScnIdx) TO Msg-Arg-Value(4)
           MOVE ScnTerm(ScnIdx) TO Msg-Arg-Value(5)
           PERFORM SayMessage
       END-PERFORM
       PERFORM WITH TEST AFTER UNTIL ScnFoundIdx IS NOT EQUAL TO 0
           MOVE 52 TO Msg-Number
           MOVE ScnCode(1) TO Msg-Arg-Value(1)
           MOVE 4 TO Msg-Arg-Width(1)
           PERFORM SayPrompt
           MOVE SPACES TO ScnChoice
           ACCEPT ScnChoice
           IF ScnChoice IS EQUAL TO SPACES
               MOVE ScnCode(1) TO ScnChoice
           END-IF
           MOVE FUNCTION UPPER-CASE(ScnChoice) TO ScnChoice
           PERFORM FindScenario
           IF ScnFoundIdx IS EQUAL TO 0
               MOVE 53 TO Msg-Number
               MOVE FUNCTION TRIM(ScnChoice) TO Msg-Arg-Value(1)
               PERFORM SayMessage
               IF StrategyMode
                   MOVE 1 TO ScnFoundIdx
               END-IF
           END-IF
       END-PERFORM
       PERFORM TakeScenarioOdds
       MOVE ScnPopulation(ScnFoundIdx) TO Population
       MOVE ScnGrain(ScnFoundIdx) TO GrainStore
       MOVE ScnAcres(ScnFoundIdx) TO Acres
       MOVE ScnTerm(ScnFoundIdx) TO ReignYears
       EXIT.

FindScenario.
       MOVE 0 TO ScnFoundIdx
       PERFORM VARYING ScnIdx FROM 1 BY 1
           UNTIL ScnIdx IS GREATER THAN ScnCount
           OR ScnFoundIdx IS NOT EQUAL TO 0
           IF ScnCode(ScnIdx) IS EQUAL TO ScnChoice
               MOVE ScnIdx TO ScnFoundIdx
           END-IF
       END-PERFORM
       EXIT.

TakeScenarioOdds.
       MOVE ScnCode(ScnFoundIdx) TO ScenarioCode
       MOVE ScnName(ScnFoundIdx) TO ScenarioName
       MOVE ScnPlagueOdds(ScnFoundIdx) TO PlagueOdds
       MOVE ScnRatOdds(ScnFoundIdx) TO RatOdds
       EXIT.

      *> Player-facing text comes from the MSGCAT catalog in the
      *> player's language: set Msg-Number and any Msg-Arg-Value
      *> (and Msg-Arg-Width where a column must line up), then say it.
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

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 3
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
       MOVE "HAMURABI" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
