       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FILEVIEW.

ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistryFile ASSIGN DYNAMIC RegistryFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RegistryFileStatus.
           SELECT ViewFile ASSIGN DYNAMIC ViewFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ViewFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> The layout registry: one record per field of every shop data
      *> file - where it starts (1-based), how wide it is, and its
      *> type: X text, 9 digits, Z digits or blank (a field older
      *> records were written without). RegKind picks the record a
      *> field belongs to in a file of mixed records: blank is the
      *> ordinary record, anything else is the text such a record
      *> starts with ("#V" for a save's identification record).
       FD RegistryFile.
       01 RegistryRecord.
          02 RegFile PIC X(24).
          02 RegKind PIC X(8).
          02 RegField PIC X(22).
          02 RegOffset PIC 9(4).
          02 RegLength PIC 9(4).
          02 RegType PIC X.
       FD ViewFile.
       01 ViewRecord PIC X(6000).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 RegistryFileName PIC X(60) VALUE "layout_registry.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 1 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       01 RegistryFileStatus PIC XX.
       01 ViewFileStatus PIC XX.
       01 ViewFileName PIC X(60).
      *> The standard registry, written the first time the program
      *> runs. Each row is a RegistryRecord; when an FD changes, the
      *> row changes with it.
       01 RegistrySeedLiterals.
          02 FILLER PIC X(63) VALUE "RoomLibrary.txt                 LibRecRoomId          000100029".
          02 FILLER PIC X(63) VALUE "RoomLibrary.txt                 LibRecImageRow        00030056X".
          02 FILLER PIC X(63) VALUE "achievements.dat                AdfCode               00010008X".
          02 FILLER PIC X(63) VALUE "achievements.dat                AdfName               00090024X".
          02 FILLER PIC X(63) VALUE "achievements.dat                AdfDesc               00330040X".
          02 FILLER PIC X(63) VALUE "achievements.dat                AdfField              00730008X".
          02 FILLER PIC X(63) VALUE "achievements.dat                AdfThreshold          008100069".
          02 FILLER PIC X(63) VALUE "achievements_earned.dat         AerName               00010012X".
          02 FILLER PIC X(63) VALUE "achievements_earned.dat         AerCode               00130008X".
          02 FILLER PIC X(63) VALUE "achievements_earned.dat         AerDate               002100089".
          02 FILLER PIC X(63) VALUE "art_palette.dat                 PalFrom               00010001X".
          02 FILLER PIC X(63) VALUE "art_palette.dat                 PalTo                 00030001X".
          02 FILLER PIC X(63) VALUE "backup_list.dat                 ListFileName          00010040X".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmNight               000100089".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmProgram             00090008X".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmChain               00170008X".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmStep                002500019".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmDesc                00260030X".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmStartDate           005600089".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmStartTime           006400089".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmEndDate             007200089".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmEndTime             008000089".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmSeconds             008800089".
          02 FILLER PIC X(63) VALUE "batch_timing.dat                TmOutcome             00960008X".
          02 FILLER PIC X(63) VALUE "bestscore.dat                   Best-Score-Value      000100029".
          02 FILLER PIC X(63) VALUE "capacity_history.dat            CapDate               000100089".
          02 FILLER PIC X(63) VALUE "capacity_history.dat            CapFile               00090040X".
          02 FILLER PIC X(63) VALUE "capacity_history.dat            CapProgram            00490008X".
          02 FILLER PIC X(63) VALUE "capacity_history.dat            CapCount              005700079".
          02 FILLER PIC X(63) VALUE "capacity_history.dat            CapBytes              006400109".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimFile               00010040X".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimProgram            00410008X".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimMax                004900069".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimRecLen             005500049".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimKey1Pos            005900049".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimKey1Len            006300029".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimKey2Pos            006500049".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimKey2Len            006900029".
          02 FILLER PIC X(63) VALUE "capacity_limits.dat             LimWhat               00710030X".
          02 FILLER PIC X(63) VALUE "cmd_synonyms.dat                SynGame               00010008X".
          02 FILLER PIC X(63) VALUE "cmd_synonyms.dat                SynAlias              00090012X".
          02 FILLER PIC X(63) VALUE "cmd_synonyms.dat                SynCanon              00210012X".
          02 FILLER PIC X(63) VALUE "crawler_encounter.dat           EncState              00010001X".
          02 FILLER PIC X(63) VALUE "crawler_encounter.dat           EncTerrain            00020001X".
          02 FILLER PIC X(63) VALUE "crawler_encounter.dat           EncWeather            00030001X".
          02 FILLER PIC X(63) VALUE "crawler_encounter.dat           EncX                  000400039".
          02 FILLER PIC X(63) VALUE "crawler_encounter.dat           EncY                  000700039".
          02 FILLER PIC X(63) VALUE "crawler_encounter.dat           EncMonster            00100012X".
          02 FILLER PIC X(63) VALUE "crawler_encounter.dat           EncHealth             002200029".
          02 FILLER PIC X(63) VALUE "crawler_hero.dat                HrName                00010012X".
          02 FILLER PIC X(63) VALUE "crawler_hero.dat                HrLevel               001300029".
          02 FILLER PIC X(63) VALUE "crawler_hero.dat                HrExperience          001500069".
          02 FILLER PIC X(63) VALUE "crawler_hero.dat                HrKills               002100059".
          02 FILLER PIC X(63) VALUE "crawler_hero.dat                HrDeaths              002600049".
          02 FILLER PIC X(63) VALUE "crawler_hero.dat                HrLastDate            003000089".
          02 FILLER PIC X(63) VALUE "driver_checkpoint.dat           CkpMode               00010001X".
          02 FILLER PIC X(63) VALUE "driver_checkpoint.dat           CkpStep               000200019".
          02 FILLER PIC X(63) VALUE "driver_jobs.dat                 JobFileStep           000100019".
          02 FILLER PIC X(63) VALUE "driver_jobs.dat                 JobFileDesc           00020030X".
          02 FILLER PIC X(63) VALUE "driver_jobs.dat                 JobFileCommand        00320100X".
          02 FILLER PIC X(63) VALUE "driver_jobs.dat                 JobFileArtifact       01320040X".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieName               00010014X".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieCaption            00160030X".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieTurn               004700049".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieHealth             005200029".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieMaxHealth          005500029".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieMonster            00580012X".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieMonsterHits        007100019".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieKills              007300039".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieTreasure           007700029".
          02 FILLER PIC X(63) VALUE "frames_index.txt                FieDamage             008000039".
          02 FILLER PIC X(63) VALUE "game_events.dat                 EvDate                000100089".
          02 FILLER PIC X(63) VALUE "game_events.dat                 EvTime                001000089".
          02 FILLER PIC X(63) VALUE "game_events.dat                 EvProgram             00190008X".
          02 FILLER PIC X(63) VALUE "game_events.dat                 EvEvent               00280010X".
          02 FILLER PIC X(63) VALUE "game_events.dat                 EvDetail              00390050X".
          02 FILLER PIC X(63) VALUE "game_events.dat                 EvSession             00920008Z".
          02 FILLER PIC X(63) VALUE "game_events.dat                 EvEnv                 01030005X".
          02 FILLER PIC X(63) VALUE "game_events_current.dat         PtrLogName            00010040X".
          02 FILLER PIC X(63) VALUE "game_session.dat                SessId                000100089".
          02 FILLER PIC X(63) VALUE "game_session.dat                SessDate              000900089".
          02 FILLER PIC X(63) VALUE "game_session.dat                SessDepth             001700029".
          02 FILLER PIC X(63) VALUE "gazette_news.dat                NfKind                00010008X".
          02 FILLER PIC X(63) VALUE "gazette_news.dat                NfWeight              000900039".
          02 FILLER PIC X(63) VALUE "gazette_news.dat                NfThreshold           001200069".
          02 FILLER PIC X(63) VALUE "gazette_news.dat                NfLabel               00180010X".
          02 FILLER PIC X(63) VALUE "guess_codebest.dat              Code-Best-Rec-Length  000100019".
          02 FILLER PIC X(63) VALUE "guess_codebest.dat              Code-Best-Rec-Rule    00020001X".
          02 FILLER PIC X(63) VALUE "guess_codebest.dat              Code-Best-Rec-Guesses 000300029".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistoryDate           000100089".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistoryDifficulty     00090001X".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistoryTarget         001000049".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistoryGuesses        001400029".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistoryMode           00160001X".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistoryTimed          00170001X".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistorySeconds        001800059".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistoryCode           00230006X".
          02 FILLER PIC X(63) VALUE "guess_history.dat               HistoryCodeRule       00290001X".
          02 FILLER PIC X(63) VALUE "guess_speed.dat                 Speed-Rec-Difficulty  00010001X".
          02 FILLER PIC X(63) VALUE "guess_speed.dat                 Speed-Rec-Name        00020012X".
          02 FILLER PIC X(63) VALUE "guess_speed.dat                 Speed-Rec-Seconds     001400059".
          02 FILLER PIC X(63) VALUE "guess_speed.dat                 Speed-Rec-Guesses     001900029".
          02 FILLER PIC X(63) VALUE "guess_speed.dat                 Speed-Rec-Score       002100059".
          02 FILLER PIC X(63) VALUE "guess_speed.dat                 Speed-Rec-Date        002600089".
          02 FILLER PIC X(63) VALUE "guess_standings.dat             Standings-Date        000100089".
          02 FILLER PIC X(63) VALUE "guess_standings.dat             Standings-Name        00090012X".
          02 FILLER PIC X(63) VALUE "guess_standings.dat             Standings-Guesses     002100049".
          02 FILLER PIC X(63) VALUE "guess_standings.dat             Standings-Rounds      002500029".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgName               00010012X".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgSeed               001300059".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgReignDate          001800089".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgReignTime          002600089".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgKind               00340001X".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgYear               003500029".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgLandPrice          003700029".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgBought             003900059".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgSold               004400059".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgFed                004900059".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgPlanted            005400059".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgYield              005900019".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgRatsAte            006000059".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgImmigrants         006500049".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgPlague             00690001X".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgStarved            007000049".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgPopulation         007400049".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgGrain              007800059".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgAcres              008300059".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgRating             008800029".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgRatingWord         00900012X".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgMode               01020001X".
          02 FILLER PIC X(63) VALUE "hamurabi_ledger.dat             LdgScenario           01030004X".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveName              00010012X".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveSeed              001300059".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveYearSeed          001800059".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveYear              002300029".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveTerm              002500029".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SavePopulation        002700049".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveGrain             003100059".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveAcres             003600059".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveStarvedTotal      004100059".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveStarvedPctSum     004600059".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveReignDate         005100089".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveReignTime         00590008Z".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat               SaveScenario          00670004X".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat       #V      SaveIdTag             00010003X".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat       #V      SaveIdType            00040008X".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat       #V      SaveIdVersion         00130002X".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat       #V      SaveIdProgram         00160008X".
          02 FILLER PIC X(63) VALUE "hamurabi_save.dat       #V      SaveIdDate            002500089".
          02 FILLER PIC X(63) VALUE "hamurabi_scenarios.dat          ScnFileCode           00010004X".
          02 FILLER PIC X(63) VALUE "hamurabi_scenarios.dat          ScnFileName           00050020X".
          02 FILLER PIC X(63) VALUE "hamurabi_scenarios.dat          ScnFilePopulation     002500049".
          02 FILLER PIC X(63) VALUE "hamurabi_scenarios.dat          ScnFileGrain          002900059".
          02 FILLER PIC X(63) VALUE "hamurabi_scenarios.dat          ScnFileAcres          003400059".
          02 FILLER PIC X(63) VALUE "hamurabi_scenarios.dat          ScnFileTerm           003900029".
          02 FILLER PIC X(63) VALUE "hamurabi_scenarios.dat          ScnFilePlagueOdds     004100029".
          02 FILLER PIC X(63) VALUE "hamurabi_scenarios.dat          ScnFileRatOdds        004300029".
          02 FILLER PIC X(63) VALUE "housekeep_policy.dat            PolicyAction          00010008X".
          02 FILLER PIC X(63) VALUE "housekeep_policy.dat            PolicyFileName        00090040X".
          02 FILLER PIC X(63) VALUE "housekeep_policy.dat            PolicyDays            004900039".
          02 FILLER PIC X(63) VALUE "incident_notes.dat              NoteNumber            000100069".
          02 FILLER PIC X(63) VALUE "incident_notes.dat              NoteDate              000700089".
          02 FILLER PIC X(63) VALUE "incident_notes.dat              NoteBy                00150012X".
          02 FILLER PIC X(63) VALUE "incident_notes.dat              NoteText              00270060X".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncNumber             000100069".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncDate               000700089".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncTime               001500069".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncProgram            00210008X".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncSeverity           00290004X".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncSession            003300089".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncState              00410001X".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncAckBy              00420012X".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncClosedDate         005400089".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncResolution         00620006X".
          02 FILLER PIC X(63) VALUE "incidents.dat                   IncDetail             00680050X".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgDate                000100089".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgTime                000900089".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgWorld               00170040X".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgAction              00570008X".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgItemId              006500039".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgItemType            006800029".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgFrom                00700001X".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgFromLoc             007100039".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgTo                  00740001X".
          02 FILLER PIC X(63) VALUE "inventory_ledger.dat            LgToLoc               007500039".
          02 FILLER PIC X(63) VALUE "inventory_recipes.dat           RcpFileTypeA          000100029".
          02 FILLER PIC X(63) VALUE "inventory_recipes.dat           RcpFileTypeB          000300029".
          02 FILLER PIC X(63) VALUE "inventory_recipes.dat           RcpFileResult         000500029".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveLocations         00013200X".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveItems             320120009".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SavePlayerLocationId  520100039".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveCarriedCount      520400029".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveCarriedItemIds    520600609".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveEnergy            526600029".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveLuck              526800029".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveScavengerLoc      52700003Z".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveStolenItemId      52730003Z".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SavePeddlerLoc        52760003Z".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SavePedFood           52790002Z".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SavePedPotion         52810002Z".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SavePedKey            52830002Z".
          02 FILLER PIC X(63) VALUE "inventory_save.dat              SaveLevelNumber       52850002Z".
          02 FILLER PIC X(63) VALUE "inventory_save.dat      #M      MapTag                00010003X".
          02 FILLER PIC X(63) VALUE "inventory_save.dat      #M      SaveExplore           00042000X".
          02 FILLER PIC X(63) VALUE "inventory_save.dat      #V      SaveIdTag             00010003X".
          02 FILLER PIC X(63) VALUE "inventory_save.dat      #V      SaveIdType            00040008X".
          02 FILLER PIC X(63) VALUE "inventory_save.dat      #V      SaveIdVersion         00130002X".
          02 FILLER PIC X(63) VALUE "inventory_save.dat      #V      SaveIdProgram         00160008X".
          02 FILLER PIC X(63) VALUE "inventory_save.dat      #V      SaveIdDate            002500089".
          02 FILLER PIC X(63) VALUE "inventory_save.dat      #V      WorldIdSize           00340002Z".
          02 FILLER PIC X(63) VALUE "inventory_stock.dat             StkTemplate           00010008X".
          02 FILLER PIC X(63) VALUE "inventory_stock.dat             StkBandLow            000900029".
          02 FILLER PIC X(63) VALUE "inventory_stock.dat             StkBandHigh           001100029".
          02 FILLER PIC X(63) VALUE "inventory_stock.dat             StkItemType           001300029".
          02 FILLER PIC X(63) VALUE "inventory_stock.dat             StkMode               00150001X".
          02 FILLER PIC X(63) VALUE "inventory_stock.dat             StkAmount             001600039".
          02 FILLER PIC X(63) VALUE "inventory_stock.dat             StkPrefer             00190001X".
          02 FILLER PIC X(63) VALUE "landmarks.dat                   LmFileName            00010020X".
          02 FILLER PIC X(63) VALUE "landmarks.dat                   LmFileX               002100039".
          02 FILLER PIC X(63) VALUE "landmarks.dat                   LmFileY               002400039".
          02 FILLER PIC X(63) VALUE "landmarks.dat                   LmFileSite            00270001X".
          02 FILLER PIC X(63) VALUE "landmarks.dat                   LmFileGift            00280001X".
          02 FILLER PIC X(63) VALUE "layout_registry.dat             RegFile               00010024X".
          02 FILLER PIC X(63) VALUE "layout_registry.dat             RegKind               00250008X".
          02 FILLER PIC X(63) VALUE "layout_registry.dat             RegField              00330022X".
          02 FILLER PIC X(63) VALUE "layout_registry.dat             RegOffset             005500049".
          02 FILLER PIC X(63) VALUE "layout_registry.dat             RegLength             005900049".
          02 FILLER PIC X(63) VALUE "layout_registry.dat             RegType               00630001X".
          02 FILLER PIC X(63) VALUE "maint_audit.dat                 AudDate               000100089".
          02 FILLER PIC X(63) VALUE "maint_audit.dat                 AudTime               000900069".
          02 FILLER PIC X(63) VALUE "maint_audit.dat                 AudProgram            00150008X".
          02 FILLER PIC X(63) VALUE "maint_audit.dat                 AudOperator           00230012X".
          02 FILLER PIC X(63) VALUE "maint_audit.dat                 AudChange             00350008X".
          02 FILLER PIC X(63) VALUE "maint_audit.dat                 AudKey                00430030X".
          02 FILLER PIC X(63) VALUE "maint_audit.dat                 AudBefore             00730200X".
          02 FILLER PIC X(63) VALUE "maint_audit.dat                 AudAfter              02730200X".
          02 FILLER PIC X(63) VALUE "maze.dat                        MazeFileColumn        000100029".
          02 FILLER PIC X(63) VALUE "maze.dat                        MazeFileRow           000300029".
          02 FILLER PIC X(63) VALUE "maze.dat                        MazeFileState         00050001X".
          02 FILLER PIC X(63) VALUE "maze.dat                        MazeFileDoors         00060004X".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatKey                00010008X".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatFingerprint        00090016X".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatFileName           00250040X".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatDate               006500089".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatTime               007300089".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatSource             00810001X".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatSize               008200029".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatLevels             008400019".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatAlgorithm          008500019".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatBraid              008600039".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatHalls              008900019".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatSeed               009000059".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatDeadEnds           009500049".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatPathLength         009900049".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatBranching          010300039".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatLoops              010600049".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat                CatDuplicateOf        01100008X".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat        MZ000000CtlKey                00010008X".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat        MZ000000CtlFingerprint        00090016X".
          02 FILLER PIC X(63) VALUE "maze_catalog.dat        MZ000000CtlLastSeq            002500069".
          02 FILLER PIC X(63) VALUE "maze_features.dat               FtColumn              000100029".
          02 FILLER PIC X(63) VALUE "maze_features.dat               FtRow                 000300029".
          02 FILLER PIC X(63) VALUE "maze_features.dat               FtLevel               000500029".
          02 FILLER PIC X(63) VALUE "maze_features.dat               FtDoors               00070004X".
          02 FILLER PIC X(63) VALUE "maze_features.dat               FtClass               00110001X".
          02 FILLER PIC X(63) VALUE "maze_features.dat               FtFeature             00120008X".
          02 FILLER PIC X(63) VALUE "maze_path.dat                   PthLevel              000100029".
          02 FILLER PIC X(63) VALUE "maze_path.dat                   PthStep               000300049".
          02 FILLER PIC X(63) VALUE "maze_path.dat                   PthColumn             000700029".
          02 FILLER PIC X(63) VALUE "maze_path.dat                   PthRow                000900029".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtRunDate             000100089".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtRunTime             000900089".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtGame                00170008X".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtPlayer              00250012X".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtMazeKey             00370008X".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtKind                00450001X".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtStep                004600049".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtColumn              005000029".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtRow                 005200029".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtOutcome             00540001X".
          02 FILLER PIC X(63) VALUE "maze_routes.dat                 RtMazeFile            00550040X".
          02 FILLER PIC X(63) VALUE "mazegen_checkpoint.dat          CkpJob                000100029".
          02 FILLER PIC X(63) VALUE "mazegen_checkpoint.dat          CkpSeq                000300029".
          02 FILLER PIC X(63) VALUE "menu_items.dat                  MfSide                00010001X".
          02 FILLER PIC X(63) VALUE "menu_items.dat                  MfProgram             00020008X".
          02 FILLER PIC X(63) VALUE "menu_items.dat                  MfLabel               00100030X".
          02 FILLER PIC X(63) VALUE "menu_items.dat                  MfCommand             00400100X".
          02 FILLER PIC X(63) VALUE "player_mail.dat                 MailNumber            000100069".
          02 FILLER PIC X(63) VALUE "player_mail.dat                 MailTo                00070012X".
          02 FILLER PIC X(63) VALUE "player_mail.dat                 MailDate              001900089".
          02 FILLER PIC X(63) VALUE "player_mail.dat                 MailTime              002700069".
          02 FILLER PIC X(63) VALUE "player_mail.dat                 MailFrom              00330008X".
          02 FILLER PIC X(63) VALUE "player_mail.dat                 MailState             00410001X".
          02 FILLER PIC X(63) VALUE "player_mail.dat                 MailReadDate          004200089".
          02 FILLER PIC X(63) VALUE "player_mail.dat                 MailText              00500060X".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfName                00010012X".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfShosWins            001300049".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfLionKills           001700049".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfItemsEaten          002100049".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfWanderSteps         002500069".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfGuessBest           003100029".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfCrawlKills          003300049".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfZarrFound           00370001X".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfTowerReached        00380001X".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfContractPay         003900069".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfHamurabiBest        00450002Z".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfHamurabiScen        00470004X".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfPin                 00510004X".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfPinMisses           00550001Z".
          02 FILLER PIC X(63) VALUE "player_profile.dat              PfLanguage            00560002X".
          02 FILLER PIC X(63) VALUE "purse_ledger.dat                LgName                00010012X".
          02 FILLER PIC X(63) VALUE "purse_ledger.dat                LgDate                001300089".
          02 FILLER PIC X(63) VALUE "purse_ledger.dat                LgTime                002100069".
          02 FILLER PIC X(63) VALUE "purse_ledger.dat                LgGame                00270008X".
          02 FILLER PIC X(63) VALUE "purse_ledger.dat                LgKind                00350001X".
          02 FILLER PIC X(63) VALUE "purse_ledger.dat                LgAmount              003600069".
          02 FILLER PIC X(63) VALUE "purse_ledger.dat                LgBalance             004200079".
          02 FILLER PIC X(63) VALUE "purse_ledger.dat                LgMemo                00490030X".
          02 FILLER PIC X(63) VALUE "room_image_history.dat          HistImageId           000100029".
          02 FILLER PIC X(63) VALUE "room_image_history.dat          HistVersion           000300049".
          02 FILLER PIC X(63) VALUE "room_image_history.dat          HistEditor            00070012X".
          02 FILLER PIC X(63) VALUE "room_image_history.dat          HistDate              001900089".
          02 FILLER PIC X(63) VALUE "room_image_history.dat          HistRowNo             002700029".
          02 FILLER PIC X(63) VALUE "room_image_history.dat          HistRow               00290056X".
          02 FILLER PIC X(63) VALUE "rooms.dat                       RoomsFileId           000100029".
          02 FILLER PIC X(63) VALUE "rooms.dat                       RoomsFileLine         00030180X".
          02 FILLER PIC X(63) VALUE "sched_calendar.dat              CalWhen               00010008X".
          02 FILLER PIC X(63) VALUE "sched_calendar.dat              CalDesc               00090030X".
          02 FILLER PIC X(63) VALUE "sched_calendar.dat              CalCommand            00390100X".
          02 FILLER PIC X(63) VALUE "sched_calendar.dat              CalChain              01390008X".
          02 FILLER PIC X(63) VALUE "sched_calendar.dat              CalAfter              01470024X".
          02 FILLER PIC X(63) VALUE "sched_holdover.dat              HoDate                000100089".
          02 FILLER PIC X(63) VALUE "sched_holdover.dat              HoChain               00090008X".
          02 FILLER PIC X(63) VALUE "sched_holdover.dat              HoDesc                00170030X".
          02 FILLER PIC X(63) VALUE "sched_holdover.dat              HoCommand             00470100X".
          02 FILLER PIC X(63) VALUE "sched_holdover.dat              HoReason              01470030X".
          02 FILLER PIC X(63) VALUE "sched_holdover.dat              HoState               01770001X".
          02 FILLER PIC X(63) VALUE "sched_holdover.dat              HoBehind              01780008X".
          02 FILLER PIC X(63) VALUE "sched_runlog.dat                RlDate                00010008X".
          02 FILLER PIC X(63) VALUE "sched_runlog.dat                RlChain               00100008X".
          02 FILLER PIC X(63) VALUE "sched_runlog.dat                RlDesc                00190030X".
          02 FILLER PIC X(63) VALUE "sched_runlog.dat                RlOutcome             00500008X".
          02 FILLER PIC X(63) VALUE "sched_runlog.dat                RlReason              00590042X".
          02 FILLER PIC X(63) VALUE "scorevfy_queue.dat              QueFlagDate           000100089".
          02 FILLER PIC X(63) VALUE "scorevfy_queue.dat              QueRule               00090010X".
          02 FILLER PIC X(63) VALUE "scorevfy_queue.dat              QueRunKey             00190018X".
          02 FILLER PIC X(63) VALUE "scorevfy_queue.dat              QueInitials           00370003X".
          02 FILLER PIC X(63) VALUE "scorevfy_queue.dat              QueScore              004000059".
          02 FILLER PIC X(63) VALUE "scorevfy_queue.dat              QueTurns              004500049".
          02 FILLER PIC X(63) VALUE "scorevfy_queue.dat              QueState              00490001X".
          02 FILLER PIC X(63) VALUE "scorevfy_queue.dat              QueDetail             00500040X".
          02 FILLER PIC X(63) VALUE "shop_env_stamp.dat              StampEnv              00010005X".
          02 FILLER PIC X(63) VALUE "shop_env_stamp.dat              StampDate             000700089".
          02 FILLER PIC X(63) VALUE "shop_envs.dat                   EnvRecName            00010005X".
          02 FILLER PIC X(63) VALUE "shop_envs.dat                   EnvRecDir             00070030X".
          02 FILLER PIC X(63) VALUE "shop_envs.dat                   EnvRecDesc            00380030X".
          02 FILLER PIC X(63) VALUE "shos_catalog.dat                CatFileSlot           000100019".
          02 FILLER PIC X(63) VALUE "shos_catalog.dat                CatFileUsed           00020001X".
          02 FILLER PIC X(63) VALUE "shos_catalog.dat                CatFileOwner          00030012X".
          02 FILLER PIC X(63) VALUE "shos_catalog.dat                CatFileRoom           001500029".
          02 FILLER PIC X(63) VALUE "shos_catalog.dat                CatFileDate           001700089".
          02 FILLER PIC X(63) VALUE "shos_catalog.dat                CatFileTime           002500089".
          02 FILLER PIC X(63) VALUE "shos_daily.dat                  DailyFileValue        000100059".
          02 FILLER PIC X(63) VALUE "shos_daily.dat                  DailyFileInitials     00060003X".
          02 FILLER PIC X(63) VALUE "shos_daily.dat                  DailyFileDate         000900089".
          02 FILLER PIC X(63) VALUE "shos_daily.dat                  DailyFileRooms        001700029".
          02 FILLER PIC X(63) VALUE "shos_daily.dat                  DailyFileLions        001900029".
          02 FILLER PIC X(63) VALUE "shos_daily.dat                  DailyFileTurns        002100049".
          02 FILLER PIC X(63) VALUE "shos_daily.dat                  DailyFileZarr         00250001X".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvSeq                 000100069".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvState               00070001X".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvRunDate             000800089".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvRunTime             001600089".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvPlayer              00240012X".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvPreset              00360001X".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvRoom                003700029".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvRoomCount           003900029".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvHealth              004100029".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvMaxHealth           004300029".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvLionsBeaten         004500029".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvLionsLeft           004700019".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvHaul                004800049".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvTurns               005200049".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvTurnLimit           005600049".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvHasZarr             00600001X".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvLastCommand         00610012X".
          02 FILLER PIC X(63) VALUE "shos_live.dat                   LvStampTime           007300089".
          02 FILLER PIC X(63) VALUE "shos_packs.dat                  PrCode                00010008X".
          02 FILLER PIC X(63) VALUE "shos_packs.dat                  PrName                00090030X".
          02 FILLER PIC X(63) VALUE "shos_packs.dat                  PrFile                00390060X".
          02 FILLER PIC X(63) VALUE "shos_packs.dat                  PrRooms               009900029".
          02 FILLER PIC X(63) VALUE "shos_packs.dat                  PrLions               010100019".
          02 FILLER PIC X(63) VALUE "shos_packs.dat                  PrDate                010200089".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveRoomNumber        000100029".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveHasZarr           00030001X".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveRoomCount         000400029".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveRooms             000601609".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveHealth            016600029".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveLionsBeaten       016800029".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveTurnCount         017000049".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveVisited           01740020X".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveTreasures         01940012X".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveZarrRoom          020600029".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveLionRooms         020800149".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveGear              02220012X".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SavePreset            02340001X".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SavePackCode          02350008X".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SavePrideSize         02430001Z".
          02 FILLER PIC X(63) VALUE "shos_save.dat                   SaveTextId            02440040Z".
          02 FILLER PIC X(63) VALUE "shos_save.dat           #V      SaveIdTag             00010003X".
          02 FILLER PIC X(63) VALUE "shos_save.dat           #V      SaveIdType            00040008X".
          02 FILLER PIC X(63) VALUE "shos_save.dat           #V      SaveIdVersion         00130002X".
          02 FILLER PIC X(63) VALUE "shos_save.dat           #V      SaveIdProgram         00160008X".
          02 FILLER PIC X(63) VALUE "shos_save.dat           #V      SaveIdDate            002500089".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileValue        000100059".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileInitials     00060003X".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileDate         000900089".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileRooms        001700029".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileLions        001900029".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileTurns        002100049".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileZarr         00250001X".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileDaily        00260001X".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFilePreset       00270001X".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileVerified     00280001X".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileRunDate      002900089".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileRunTime      003700089".
          02 FILLER PIC X(63) VALUE "shos_scores.dat                 ScoreFileRunSeq       004500029".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplPlayer             00010012X".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplPreset             00130001X".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplRunDate            001400089".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplRunTime            002200089".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplKind               00300001X".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplMark               003100029".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplRoom               003300029".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplElapsed            003500079".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplTurn               004200049".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplNew                00460001X".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplClean              00470001X".
          02 FILLER PIC X(63) VALUE "shos_splits.dat                 SplHouse              00480008X".
          02 FILLER PIC X(63) VALUE "terrain.dat                     TrFileType            00010001X".
          02 FILLER PIC X(63) VALUE "terrain.dat                     TrFileX1              000200039".
          02 FILLER PIC X(63) VALUE "terrain.dat                     TrFileY1              000500039".
          02 FILLER PIC X(63) VALUE "terrain.dat                     TrFileX2              000800039".
          02 FILLER PIC X(63) VALUE "terrain.dat                     TrFileY2              001100039".
          02 FILLER PIC X(63) VALUE "testbed_cases.dat               TcKind                00010008X".
          02 FILLER PIC X(63) VALUE "testbed_cases.dat               TcParms               00090020X".
          02 FILLER PIC X(63) VALUE "testbed_expected.dat            ExpValue              00010020X".
          02 FILLER PIC X(63) VALUE "wander_contracts.dat            CtFileName            00010020X".
          02 FILLER PIC X(63) VALUE "wander_contracts.dat            CtFileX               002100039".
          02 FILLER PIC X(63) VALUE "wander_contracts.dat            CtFileY               002400039".
          02 FILLER PIC X(63) VALUE "wander_contracts.dat            CtFilePayout          002700049".
          02 FILLER PIC X(63) VALUE "wander_contracts.dat            CtFileExpiry          003100059".
          02 FILLER PIC X(63) VALUE "wander_market.dat               MkFileName            00010020X".
          02 FILLER PIC X(63) VALUE "wander_market.dat               MkFileGood            00210008X".
          02 FILLER PIC X(63) VALUE "wander_market.dat               MkFileBuy             002900049".
          02 FILLER PIC X(63) VALUE "wander_market.dat               MkFileSell            003300049".
          02 FILLER PIC X(63) VALUE "wander_notes.dat                NtFileX               000100039".
          02 FILLER PIC X(63) VALUE "wander_notes.dat                NtFileY               000400039".
          02 FILLER PIC X(63) VALUE "wander_notes.dat                NtFileDate            000700089".
          02 FILLER PIC X(63) VALUE "wander_notes.dat                NtFileTime            001500089".
          02 FILLER PIC X(63) VALUE "wander_notes.dat                NtFileAuthor          00230012X".
          02 FILLER PIC X(63) VALUE "wander_notes.dat                NtFileState           00350001X".
          02 FILLER PIC X(63) VALUE "wander_notes.dat                NtFileText            00360040X".
          02 FILLER PIC X(63) VALUE "wander_prices.dat               PrFileDate            000100089".
          02 FILLER PIC X(63) VALUE "wander_prices.dat               PrFileName            00090020X".
          02 FILLER PIC X(63) VALUE "wander_prices.dat               PrFileGood            00290008X".
          02 FILLER PIC X(63) VALUE "wander_prices.dat               PrFileRate            003700039".
          02 FILLER PIC X(63) VALUE "wander_weather.dat              WthFileDate           000100089".
          02 FILLER PIC X(63) VALUE "wander_weather.dat              WthFileCode           00090001X".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatName               00010012X".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatFile               00130040X".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatOwner              00530012X".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatSize               006500029".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatLevels             006700029".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatCreated            006900089".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatPlayed             007700089".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatVictory            00850001X".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatAudit              00860001X".
          02 FILLER PIC X(63) VALUE "world_catalog.dat               CatAuditDate          008700089".
          02 FILLER PIC X(63) VALUE "world_features.dat              WfLevel               000100029".
          02 FILLER PIC X(63) VALUE "world_features.dat              WfLocation            000300039".
          02 FILLER PIC X(63) VALUE "world_features.dat              WfFeature             00060008X".
          02 FILLER PIC X(63) VALUE "world_features.dat      #WORLD  WfhTag                00010007X".
          02 FILLER PIC X(63) VALUE "world_features.dat      #WORLD  WfhLevel              000800029".
          02 FILLER PIC X(63) VALUE "world_features.dat      #WORLD  WfhSize               001000029".
          02 FILLER PIC X(63) VALUE "world_features.dat      #WORLD  WfhTypes              00120400X".
          02 FILLER PIC X(63) VALUE "world_features.dat      #MAZE   WfmTag                00010007X".
          02 FILLER PIC X(63) VALUE "world_features.dat      #MAZE   WfmKey                00080008X".
          02 FILLER PIC X(63) VALUE "world_features.dat      #MAZE   WfmWindowColumn       001600029".
          02 FILLER PIC X(63) VALUE "world_features.dat      #MAZE   WfmWindowRow          001800029".
          02 FILLER PIC X(63) VALUE "world_features.dat      #MAZE   WfmFile               00200040X".
          02 FILLER PIC X(63) VALUE "world_links.dat                 LnkLevel              000100029".
          02 FILLER PIC X(63) VALUE "world_links.dat                 LnkLocation           000300039".
          02 FILLER PIC X(63) VALUE "world_links.dat                 LnkDir                00060001X".
          02 FILLER PIC X(63) VALUE "world_links.dat                 LnkTargetLevel        000700029".
          02 FILLER PIC X(63) VALUE "world_links.dat                 LnkTargetLoc          000900039".
          02 FILLER PIC X(63) VALUE "world_links.dat                 LnkTargetFile         00120040X".
          02 FILLER PIC X(63) VALUE "world_links.dat         #STOCK  LnkStockTag           00010007X".
          02 FILLER PIC X(63) VALUE "world_links.dat         #STOCK  LnkStockName          00080008X".
       01 RegistrySeedTable REDEFINES RegistrySeedLiterals.
          02 SeedRow PIC X(63) OCCURS 499 TIMES.
       01 SeedData.
          02 SeedRowCount PIC 999 VALUE 499.
          02 SeedIdx PIC 999.
      *> The layout of the file being viewed.
       01 LayoutData.
          02 LayoutFileName PIC X(24).
          02 LayoutCount PIC 99 VALUE 0.
          02 LayoutEntry OCCURS 60 TIMES.
             03 LtKind PIC X(8).
             03 LtField PIC X(22).
             03 LtOffset PIC 9(4).
             03 LtLength PIC 9(4).
             03 LtType PIC X.
          02 LayoutIdx PIC 99.
          02 KindCount PIC 9 VALUE 0.
          02 KindEntry OCCURS 9 TIMES.
             03 KindText PIC X(8).
             03 KindLen PIC 9.
          02 KindIdx PIC 9.
          02 KindFound PIC X.
      *> The registered file names, for the list the operator gets
      *> by answering blank.
       01 ListData.
          02 ListCount PIC 999 VALUE 0.
          02 ListName PIC X(24) OCCURS 200 TIMES.
          02 ListIdx PIC 999.
          02 ListFound PIC X.
          02 ListLine PIC X(78).
          02 ListColumn PIC 9.
       01 FilterData.
          02 FilterInput PIC X(22).
          02 FilterIdx PIC 99 VALUE 0.
          02 FilterValue PIC X(40).
          02 FlaggedOnly PIC X VALUE "N".
             88 ShowFlaggedOnly VALUE "Y".
       01 ViewData.
          02 RecordNumber PIC 9(6) VALUE 0.
          02 RecordsShown PIC 9(6) VALUE 0.
          02 RecordsFlagged PIC 9(6) VALUE 0.
          02 RecordKind PIC X(8).
          02 RecordBad PIC X.
             88 RecordIsBad VALUE "Y".
          02 RecordWanted PIC X.
             88 RecordIsWanted VALUE "Y".
          02 FieldEnd PIC 9(4).
          02 FieldShowLen PIC 99.
          02 FieldValue PIC X(50).
          02 FieldMore PIC X(3).
          02 FieldNote PIC X(24).
          02 FieldLine PIC X(120).
          02 YesNo PIC X.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       DISPLAY "FILE VIEWER"
       PERFORM EnsureRegistry
       PERFORM ChooseFile
       IF LayoutCount IS EQUAL TO 0
           STOP RUN
       END-IF
       PERFORM ChooseFilter
       PERFORM ViewRecords
       DISPLAY " "
       DISPLAY FUNCTION TRIM(ViewFileName) ": " RecordNumber
           " record(s) read, " RecordsShown " shown, " RecordsFlagged
           " with a numeric field that is not numeric."
STOP RUN.

EnsureRegistry.
       OPEN INPUT RegistryFile
       IF RegistryFileStatus IS EQUAL TO "00"
           CLOSE RegistryFile
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT RegistryFile
       IF RegistryFileStatus IS NOT EQUAL TO "00"
           DISPLAY "FILEVIEW: could not seed layout_registry.dat, status "
               RegistryFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING SeedIdx FROM 1 BY 1 UNTIL SeedIdx > SeedRowCount
           MOVE SeedRow(SeedIdx) TO RegistryRecord
           WRITE RegistryRecord
       END-PERFORM
       CLOSE RegistryFile
       DISPLAY "FILEVIEW: seeded layout_registry.dat with the standard"
           " layouts."
       EXIT.

      *> A file the registry doesn't name (an archive, a month's log
      *> partition, a numbered save slot) is read through the layout
      *> of a registered file it shares.
ChooseFile.
       MOVE SPACES TO ViewFileName
       DISPLAY "File to view (blank to list the registered files)? "
           WITH NO ADVANCING
       ACCEPT ViewFileName
       IF ViewFileName IS EQUAL TO SPACES
           PERFORM ListRegisteredFiles
           DISPLAY "File to view (blank to quit)? " WITH NO ADVANCING
           ACCEPT ViewFileName
           IF ViewFileName IS EQUAL TO SPACES
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE ViewFileName TO LayoutFileName
       PERFORM LoadLayout
       IF LayoutCount IS EQUAL TO 0
           DISPLAY FUNCTION TRIM(ViewFileName) " is not registered."
           DISPLAY "Read it with the layout of which registered file"
               " (blank to quit)? " WITH NO ADVANCING
           MOVE SPACES TO LayoutFileName
           ACCEPT LayoutFileName
           IF LayoutFileName IS EQUAL TO SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadLayout
           IF LayoutCount IS EQUAL TO 0
               DISPLAY FUNCTION TRIM(LayoutFileName)
                   " is not registered either."
           END-IF
       END-IF
       EXIT.

ListRegisteredFiles.
       MOVE 0 TO ListCount
       OPEN INPUT RegistryFile
       IF RegistryFileStatus IS NOT EQUAL TO "00"
           DISPLAY "FILEVIEW: layout_registry.dat could not be read."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL RegistryFileStatus IS NOT EQUAL TO "00"
           READ RegistryFile
               AT END
                   MOVE "10" TO RegistryFileStatus
               NOT AT END
                   MOVE "N" TO ListFound
                   PERFORM VARYING ListIdx FROM 1 BY 1
                       UNTIL ListIdx > ListCount OR ListFound = "Y"
                       IF ListName(ListIdx) IS EQUAL TO RegFile
                           MOVE "Y" TO ListFound
                       END-IF
                   END-PERFORM
                   IF ListFound = "N" AND ListCount < 200
                       ADD 1 TO ListCount
                       MOVE RegFile TO ListName(ListCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistryFile
       MOVE SPACES TO ListLine
       MOVE 0 TO ListColumn
       PERFORM VARYING ListIdx FROM 1 BY 1 UNTIL ListIdx > ListCount
           MOVE ListName(ListIdx) TO ListLine(ListColumn * 26 + 1:24)
           ADD 1 TO ListColumn
           IF ListColumn IS EQUAL TO 3
               DISPLAY "  " ListLine
               MOVE SPACES TO ListLine
               MOVE 0 TO ListColumn
           END-IF
       END-PERFORM
       IF ListColumn IS GREATER THAN 0
           DISPLAY "  " ListLine
       END-IF
       EXIT.

LoadLayout.
       MOVE 0 TO LayoutCount
       MOVE 0 TO KindCount
       OPEN INPUT RegistryFile
       IF RegistryFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL RegistryFileStatus IS NOT EQUAL TO "00"
           READ RegistryFile
               AT END
                   MOVE "10" TO RegistryFileStatus
               NOT AT END
                   IF RegFile IS EQUAL TO LayoutFileName
                       AND RegOffset IS NUMERIC AND RegOffset > 0
                       AND RegLength IS NUMERIC AND RegLength > 0
                       AND RegOffset + RegLength - 1 <= 6000
                       AND LayoutCount < 60
                       ADD 1 TO LayoutCount
                       MOVE RegKind TO LtKind(LayoutCount)
                       MOVE RegField TO LtField(LayoutCount)
                       MOVE RegOffset TO LtOffset(LayoutCount)
                       MOVE RegLength TO LtLength(LayoutCount)
                       MOVE RegType TO LtType(LayoutCount)
                       PERFORM NoteKind
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RegistryFile
       EXIT.

NoteKind.
       IF RegKind IS EQUAL TO SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO KindFound
       PERFORM VARYING KindIdx FROM 1 BY 1
           UNTIL KindIdx > KindCount OR KindFound = "Y"
           IF KindText(KindIdx) IS EQUAL TO RegKind
               MOVE "Y" TO KindFound
           END-IF
       END-PERFORM
       IF KindFound = "N" AND KindCount < 9
           ADD 1 TO KindCount
           MOVE RegKind TO KindText(KindCount)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RegKind))
               TO KindLen(KindCount)
       END-IF
       EXIT.

ChooseFilter.
       DISPLAY "Fields of " FUNCTION TRIM(ViewFileName) ":"
       PERFORM VARYING LayoutIdx FROM 1 BY 1
           UNTIL LayoutIdx > LayoutCount
           PERFORM ShowLayoutLine
       END-PERFORM
       MOVE 0 TO FilterIdx
       DISPLAY "Filter on field (blank for every record)? "
           WITH NO ADVANCING
       MOVE SPACES TO FilterInput
       ACCEPT FilterInput
       IF FilterInput IS NOT EQUAL TO SPACES
           PERFORM VARYING LayoutIdx FROM 1 BY 1
               UNTIL LayoutIdx > LayoutCount OR FilterIdx > 0
               IF FUNCTION UPPER-CASE(LtField(LayoutIdx)) IS EQUAL TO
                   FUNCTION UPPER-CASE(FilterInput)
                   MOVE LayoutIdx TO FilterIdx
               END-IF
           END-PERFORM
           IF FilterIdx IS EQUAL TO 0
               DISPLAY "No field " FUNCTION TRIM(FilterInput)
                   " in this layout - showing every record."
           ELSE
               DISPLAY "Value of " FUNCTION TRIM(LtField(FilterIdx))
                   " to show? " WITH NO ADVANCING
               MOVE SPACES TO FilterValue
               ACCEPT FilterValue
           END-IF
       END-IF
       DISPLAY "Only records with a field that is not numeric (y/n)? "
           WITH NO ADVANCING
       MOVE "N" TO YesNo
       ACCEPT YesNo
       IF YesNo IS EQUAL TO "Y" OR YesNo IS EQUAL TO "y"
           MOVE "Y" TO FlaggedOnly
       END-IF
       EXIT.

ShowLayoutLine.
       COMPUTE FieldEnd = LtOffset(LayoutIdx) + LtLength(LayoutIdx) - 1
       MOVE SPACES TO FieldLine
       STRING "  " DELIMITED BY SIZE
           LtField(LayoutIdx) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LtOffset(LayoutIdx) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FieldEnd DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           LtType(LayoutIdx) DELIMITED BY SIZE
           INTO FieldLine
       END-STRING
       IF LtKind(LayoutIdx) IS NOT EQUAL TO SPACES
           STRING FieldLine(1:38) DELIMITED BY SIZE
               "  (records starting " DELIMITED BY SIZE
               FUNCTION TRIM(LtKind(LayoutIdx)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO FieldLine
           END-STRING
       END-IF
       DISPLAY FUNCTION TRIM(FieldLine TRAILING)
       EXIT.

ViewRecords.
       MOVE ViewFileName TO Env-File
       PERFORM ResolveFileName
       MOVE Env-File TO ViewFileName
       OPEN INPUT ViewFile
       IF ViewFileStatus IS NOT EQUAL TO "00"
           DISPLAY "FILEVIEW: " FUNCTION TRIM(ViewFileName)
               " could not be opened, status " ViewFileStatus "."
           EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ViewFileStatus IS NOT EQUAL TO "00"
           MOVE SPACES TO ViewRecord
           READ ViewFile
               AT END
                   MOVE "10" TO ViewFileStatus
               NOT AT END
                   ADD 1 TO RecordNumber
                   PERFORM ViewOneRecord
           END-READ
       END-PERFORM
       CLOSE ViewFile
       EXIT.

ViewOneRecord.
       MOVE SPACES TO RecordKind
       PERFORM VARYING KindIdx FROM 1 BY 1 UNTIL KindIdx > KindCount
           IF RecordKind IS EQUAL TO SPACES
               AND ViewRecord(1:KindLen(KindIdx)) IS EQUAL TO
                   KindText(KindIdx)(1:KindLen(KindIdx))
               MOVE KindText(KindIdx) TO RecordKind
           END-IF
       END-PERFORM
       MOVE "Y" TO RecordWanted
       IF FilterIdx IS GREATER THAN 0
           IF LtKind(FilterIdx) IS NOT EQUAL TO RecordKind
               MOVE "N" TO RecordWanted
           ELSE
               IF FUNCTION TRIM(ViewRecord(LtOffset(FilterIdx):
                   LtLength(FilterIdx))) IS NOT EQUAL TO
                   FUNCTION TRIM(FilterValue)
                   MOVE "N" TO RecordWanted
               END-IF
           END-IF
       END-IF
       IF NOT RecordIsWanted
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO RecordBad
       PERFORM VARYING LayoutIdx FROM 1 BY 1
           UNTIL LayoutIdx > LayoutCount
           IF LtKind(LayoutIdx) IS EQUAL TO RecordKind
               PERFORM CheckField
               IF FieldNote IS NOT EQUAL TO SPACES
                   MOVE "Y" TO RecordBad
               END-IF
           END-IF
       END-PERFORM
       IF RecordIsBad
           ADD 1 TO RecordsFlagged
       END-IF
       IF ShowFlaggedOnly AND NOT RecordIsBad
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO RecordsShown
       IF RecordIsBad
           DISPLAY "RECORD " RecordNumber " ** NOT NUMERIC WHERE IT SHOULD BE"
       ELSE
           DISPLAY "RECORD " RecordNumber
       END-IF
       PERFORM VARYING LayoutIdx FROM 1 BY 1
           UNTIL LayoutIdx > LayoutCount
           IF LtKind(LayoutIdx) IS EQUAL TO RecordKind
               PERFORM ShowField
           END-IF
       END-PERFORM
       EXIT.

CheckField.
       MOVE SPACES TO FieldNote
       EVALUATE LtType(LayoutIdx)
           WHEN "9"
               IF ViewRecord(LtOffset(LayoutIdx):LtLength(LayoutIdx))
                   IS NOT NUMERIC
                   MOVE "** NOT NUMERIC" TO FieldNote
               END-IF
           WHEN "Z"
               IF ViewRecord(LtOffset(LayoutIdx):LtLength(LayoutIdx))
                   IS NOT NUMERIC
                   AND ViewRecord(LtOffset(LayoutIdx):LtLength(LayoutIdx))
                   IS NOT EQUAL TO SPACES
                   MOVE "** NOT NUMERIC" TO FieldNote
               END-IF
       END-EVALUATE
       EXIT.

      *> Past fifty characters a field is cut short and marked "...";
      *> the whole of it is in the file.
ShowField.
       PERFORM CheckField
       MOVE LtLength(LayoutIdx) TO FieldShowLen
       MOVE SPACES TO FieldMore
       IF LtLength(LayoutIdx) IS GREATER THAN 50
           MOVE 50 TO FieldShowLen
           MOVE "..." TO FieldMore
       END-IF
       MOVE SPACES TO FieldValue
       MOVE ViewRecord(LtOffset(LayoutIdx):FieldShowLen) TO FieldValue
       MOVE SPACES TO FieldLine
       STRING "  " DELIMITED BY SIZE
           LtField(LayoutIdx) DELIMITED BY SIZE
           " [" DELIMITED BY SIZE
           FieldValue(1:FieldShowLen) DELIMITED BY SIZE
           "]" DELIMITED BY SIZE
           FieldMore DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FieldNote DELIMITED BY SIZE
           INTO FieldLine
       END-STRING
       DISPLAY FUNCTION TRIM(FieldLine TRAILING)
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
       MOVE "FILEVIEW" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
