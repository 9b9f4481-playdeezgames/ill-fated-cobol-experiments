ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ScoreFile ASSIGN DYNAMIC ScoreFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScoreFileRunKey
               ALTERNATE RECORD KEY IS ScoreFileInitials WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileDate WITH DUPLICATES
               ALTERNATE RECORD KEY IS ScoreFileValue WITH DUPLICATES
               FILE STATUS IS ScoreFileStatus.
           SELECT StandingsFile ASSIGN DYNAMIC StandingsFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StandingsFileStatus.
           SELECT BestScoreFile ASSIGN DYNAMIC BestScoreFileName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BestScoreFileStatus.
           SELECT ProfileFile ASSIGN DYNAMIC ProfileFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProfileFileStatus.

DATA DIVISION.
       FILE SECTION.
      *> Mirrors SHOS's ScoreFileRecord field-for-field.
       FD ScoreFile.
       01 ScoreFileRecord.
          02 ScoreFileValue PIC 9(5).
          02 ScoreFileTurns PIC 9(4).
          02 ScoreFileZarr PIC X.
          02 ScoreFileDaily PIC X.
          02 ScoreFilePreset PIC X.
          02 ScoreFileVerified PIC X.
          02 ScoreFileRunKey PIC X(18).
      *> Mirrors GUESS's Standings-Record.
       FD StandingsFile.
       01 StandingsRecord.
          02 PfZarrFound PIC X.
          02 PfTowerReached PIC X.
          02 PfContractPay PIC 9(6).
          02 PfHamurabiBest PIC 99.
          02 PfHamurabiScen PIC X(4).
          02 PfPin PIC X(4).
          02 PfPinMisses PIC 9.
          02 PfLanguage PIC X(2).

       WORKING-STORAGE SECTION.
       COPY "SHOPENV.cpy".
      *> The data files by their bare names; ResolveDataFiles puts
      *> each in the run's environment directory before use.
       01 DataFileNames.
          02 ScoreFileName PIC X(60) VALUE "shos_scores.dat".
          02 StandingsFileName PIC X(60) VALUE "guess_standings.dat".
          02 BestScoreFileName PIC X(60) VALUE "bestscore.dat".
          02 ProfileFileName PIC X(60) VALUE "player_profile.dat".
       01 DataFileTable REDEFINES DataFileNames.
          02 DataFileName PIC X(60) OCCURS 4 TIMES.
       01 DataFileData.
          02 DataFileIdx PIC 99.
          02 DataFilesFlag PIC X VALUE "N".
             88 DataFilesResolved VALUE "Y".
       COPY "PLAYMAIL.cpy".
       01 ScoreFileStatus PIC XX.
       01 StandingsFileStatus PIC XX.
       01 BestScoreFileStatus PIC XX.
          02 ScanIdx PIC 99.
          02 SeekName PIC X(12).
          02 InitialsKey PIC X(3).
          02 ShosFilled PIC 99 VALUE 0.
          02 ShosWalkDone PIC X.
          02 BestIdx PIC 99.
          02 BestTotal PIC 999.
          02 HouseGuessBest PIC 99 VALUE 99.
          02 RankValue PIC 99.

PROCEDURE DIVISION.
       PERFORM ResolveDataFiles
       PERFORM LoadRoster
       PERFORM LoadShosScores
       PERFORM LoadGuessStandings
       DISPLAY " "
       DISPLAY "THE COMBINED TITLE GOES TO "
           FUNCTION TRIM(HallName(BestIdx)) "!"
      *> The holder is told once each time the title changes hands,
      *> not on every run of the board.
       MOVE "C" TO Mail-Action
       MOVE HallName(BestIdx) TO Mail-To
       MOVE "HALLFAME" TO Mail-From
       MOVE "You have taken the combined Hall of Fame title" TO Mail-Text
       CALL "PLAYMAIL" USING Mail-Request
       IF HouseGuessBest IS LESS THAN 99
           DISPLAY "(HOUSE GUESS RECORD ON FILE: " HouseGuessBest
               " GUESSES)"

      *> A score record's initials match the roster name whose first
      *> three letters they are; strangers get rows of their own.
      *> Daily-challenge rows stay off the all-time hall. The score
      *> key is walked from the top down, so a player's first run met
      *> is their best, and the walk stops once every row of a full
      *> hall holds one.
LoadShosScores.
       OPEN INPUT ScoreFile
       IF ScoreFileStatus IS NOT EQUAL TO "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO ShosWalkDone
       MOVE 99999 TO ScoreFileValue
       START ScoreFile KEY IS LESS THAN OR EQUAL TO ScoreFileValue
           INVALID KEY
               MOVE "Y" TO ShosWalkDone
       END-START
       PERFORM UNTIL ShosWalkDone IS EQUAL TO "Y"
           READ ScoreFile PREVIOUS RECORD
               AT END
                   MOVE "Y" TO ShosWalkDone
               NOT AT END
                   IF ScoreFileDaily IS NOT EQUAL TO "Y"
                       AND ScoreFileInitials IS NOT EQUAL TO SPACES
                       PERFORM KeepShosScore
                   END-IF
                   IF PlayerCount IS EQUAL TO 30
                       AND ShosFilled IS EQUAL TO 30
                       MOVE "Y" TO ShosWalkDone
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ScoreFile
       IF PlayerFoundIdx IS GREATER THAN 0
           IF ScoreFileValue IS GREATER THAN
               HallShosBest(PlayerFoundIdx)
               IF HallShosBest(PlayerFoundIdx) IS EQUAL TO 0
                   ADD 1 TO ShosFilled
               END-IF
               MOVE ScoreFileValue TO HallShosBest(PlayerFoundIdx)
           END-IF
       END-IF
               + HallWanderRank(PlayerIdx) + HallCrawlRank(PlayerIdx)
       END-PERFORM
       EXIT.

      *> Every data file named in the run's environment directory.
ResolveDataFiles.
       IF DataFilesResolved
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING DataFileIdx FROM 1 BY 1
           UNTIL DataFileIdx > 4
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
       MOVE "HALLFAME" TO Env-Program
       CALL "SHOPENV" USING ShopEnv-Request
       EXIT.
