       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BestScoreFile ASSIGN DYNAMIC Best-Score-File-Name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS Best-Score-File-Status.
           SELECT BatchGuessFile ASSIGN DYNAMIC Batch-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Batch-Guess-File-Status.
           SELECT StandingsFile ASSIGN DYNAMIC Standings-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Standings-File-Status.
           SELECT HistoryFile ASSIGN DYNAMIC History-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS History-File-Status.
           SELECT SpeedFile ASSIGN DYNAMIC Speed-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Speed-File-Status.
           SELECT CodeBestFile ASSIGN DYNAMIC Code-Best-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Code-Best-File-Status.

       DATA DIVISION.
           FILE SECTION.
               02 History-Target PIC 9(4).
               02 History-Guesses PIC 99.
               02 History-Mode PIC X.
      * Timed rounds carry a Y and the seconds they took; untimed
      * rounds, and every record written before the clock, do not.
               02 History-Timed PIC X.
               02 History-Seconds PIC 9(5).
      * Code-breaker rounds (mode K) keep the secret code itself and
      * its digit rule; their difficulty byte is the code's length
      * and their target is zero.
               02 History-Code PIC X(6).
               02 History-Code-Rule PIC X.

      * The code-breaker's own best scores, one per code length and
      * digit rule - bestscore.dat stays the higher/lower game's.
           FD CodeBestFile.
           01 Code-Best-Record.
               02 Code-Best-Rec-Length PIC 9.
               02 Code-Best-Rec-Rule PIC X.
               02 Code-Best-Rec-Guesses PIC 99.

      * The fastest-solve board: the five best speed scores for each
      * difficulty, whole file rewritten on every change.
           FD SpeedFile.
           01 Speed-Record.
               02 Speed-Rec-Difficulty PIC X.
               02 Speed-Rec-Name PIC X(12).
               02 Speed-Rec-Seconds PIC 9(5).
               02 Speed-Rec-Guesses PIC 99.
               02 Speed-Rec-Score PIC 9(5).
               02 Speed-Rec-Date PIC 9(8).

           working-storage section.
           01 Best-Score-File-Status PIC XX.
               02 Curr-Diff PIC 9(4).
               02 Batch-Mode PIC X VALUE "N".
                   88 Is-Batch-Mode VALUE "Y".
               02 Batch-File-Name PIC X(60) VALUE "guesses.dat".
               02 Batch-Guess-File-Status PIC XX.
               02 Batch-Done PIC X VALUE "N".
                   88 Batch-Guesses-Exhausted VALUE "Y".
           01 History-File-Status PIC XX.
           01 Round-Mode PIC X VALUE "I".
           COPY "PLAYPROF.cpy".
           COPY "MSGCAT.cpy".
           COPY "GAMELOG.cpy".
           COPY "SEEDREQ.cpy".
           COPY "FILELOCK.cpy".
           COPY "SHOPENV.cpy".
           COPY "JOURNAL.cpy".
      * The data files by their bare names; Resolve-Data-Files puts
      * each in the run's environment directory before use.
           01 Data-File-Names.
               02 Best-Score-File-Name PIC X(60)
                   VALUE "bestscore.dat".
               02 Standings-File-Name PIC X(60)
                   VALUE "guess_standings.dat".
               02 History-File-Name PIC X(60)
                   VALUE "guess_history.dat".
               02 Speed-File-Name PIC X(60)
                   VALUE "guess_speed.dat".
               02 Code-Best-File-Name PIC X(60)
                   VALUE "guess_codebest.dat".
           01 Data-File-Table REDEFINES Data-File-Names.
               02 Data-File-Name PIC X(60) OCCURS 5 TIMES.
           01 Data-File-Data.
               02 Data-File-Idx PIC 99.
           01 Seed-Input PIC X(6).

      * The mirror game: the player hides the number and answers
                   88 Rev-Caught-Liar VALUE "L".
                   88 Rev-Going VALUE "G".

      * Against the clock: a timed round is still won on the number,
      * but the seconds it took go on the history record and, as a
      * speed score, onto the fastest-solve board. The speed score is
      * the seconds taken plus ten for every guess, lowest first -
      * rushing in with wild guesses does not pay.
           01 Timed-Data.
               02 Timed-Mode PIC X VALUE "N".
                   88 Is-Timed-Mode VALUES "Y" "y".
               02 Clock-Reading PIC 9(8).
               02 Clock-Parts REDEFINES Clock-Reading.
                   03 Clock-HH PIC 99.
                   03 Clock-MM PIC 99.
                   03 Clock-SS PIC 99.
                   03 Clock-CC PIC 99.
               02 Clock-Seconds PIC 9(5).
               02 Start-Seconds PIC 9(5).
               02 Round-Seconds PIC 9(5) VALUE 0.
               02 Round-Speed-Score PIC 9(5).
               02 Speed-File-Status PIC XX.
               02 Speed-Board-Diff PIC X.
               02 Speed-Count PIC 99 VALUE 0.
               02 Speed-Table OCCURS 16 TIMES.
                   03 Spd-Difficulty PIC X.
                   03 Spd-Name PIC X(12).
                   03 Spd-Seconds PIC 9(5).
                   03 Spd-Guesses PIC 99.
                   03 Spd-Score PIC 9(5).
                   03 Spd-Date PIC 9(8).
               02 Speed-Swap PIC X(33).
               02 Speed-Idx PIC 99.
               02 Speed-Scan-Idx PIC 99.
               02 Speed-Worst-Idx PIC 99.
               02 Speed-Diff-Count PIC 9.
               02 Speed-Rank PIC 9.
               02 Speed-Placed PIC X.

      * Code-breaker: the program picks a secret code of three to six
      * digits - all different (rule U) or repeats allowed (rule R) -
      * and every guess is answered in bulls, right digits in the
      * right place, and cows, right digits in the wrong place. The
      * code comes off the seeded generator like every target here,
      * so a seed replays the same codes.
           01 Code-Data.
               02 Code-Mode PIC X VALUE "N".
                   88 Is-Code-Mode VALUES "Y" "y".
               02 Code-Length PIC 9 VALUE 4.
               02 Code-Rule PIC X VALUE "U".
                   88 Code-Unique-Digits VALUE "U".
               02 Code-Length-Input PIC X(4).
               02 Secret-Code PIC X(6).
               02 Code-Input PIC X(10).
               02 Code-Pos PIC 9.
               02 Code-Digit PIC 9.
               02 Code-Digit-Idx PIC 99.
               02 Code-Bulls PIC 9.
               02 Code-Cows PIC 9.
               02 Code-State PIC X.
                   88 Code-Going VALUE "G".
                   88 Code-Cracked VALUE "W".
                   88 Code-Gave-Up VALUE "Q".
               02 Code-Guess-Valid PIC X.
                   88 Code-Guess-Ok VALUE "Y".
               02 Digit-Used PIC X OCCURS 10 TIMES.
               02 Secret-Digit-Count PIC 9 OCCURS 10 TIMES.
               02 Guess-Digit-Count PIC 9 OCCURS 10 TIMES.
               02 Code-Best-File-Status PIC XX.
               02 Code-Best PIC 99 VALUE 99.
               02 Code-Best-Count PIC 9 VALUE 0.
               02 Code-Best-Table OCCURS 8 TIMES.
                   03 Cb-Length PIC 9.
                   03 Cb-Rule PIC X.
                   03 Cb-Guesses PIC 99.
               02 Code-Best-Idx PIC 9.
               02 Code-Best-Found PIC 9.

       PROCEDURE DIVISION.
           perform Resolve-Data-Files
           move "GUESS" to Msg-Program
           move "T" to Msg-Action
           move spaces to Msg-Language
           initialize Msg-Args
           move 1 to Msg-Number
           perform Say-Prompt
           move spaces to Seed-Input
           accept Seed-Input
           move 0 to Seed-In
               end-if
           end-if
           CALL "RNGSEED" USING Seed-Request
           move 2 to Msg-Number
           move Seed-Used to Msg-Arg-Value(1)
           perform Say-Message
           move "GUESS" to GL-Program
           move "SEED" to GL-Event
           move spaces to GL-Detail
           CALL "GAMELOG" USING GameLog-Request
           move "L" to Profile-Action
           CALL "PLAYPROF" USING Profile-Request
           move Prof-Language to Msg-Language
           perform Load-Best-Score
           perform Ask-Batch-Mode
           if not Is-Batch-Mode
           if not Is-Batch-Mode and not Is-Tournament
               perform Ask-Reverse-Mode
           end-if
           if not Is-Batch-Mode and not Is-Tournament
               and not Is-Reverse-Mode
               perform Ask-Code-Mode
           end-if
           if not Is-Batch-Mode and not Is-Tournament
               and not Is-Reverse-Mode and not Is-Code-Mode
               perform Ask-Timed-Mode
           end-if
           if Is-Code-Mode
               perform Ask-Code-Shape
           else
               perform Ask-Difficulty
           end-if
           MOVE 0 TO done
           evaluate true
               when Is-Tournament
                   perform Run-Batch-Mode
               when other
                   perform until done is equal to 1
                       evaluate true
                           when Is-Reverse-Mode
                               perform Play-Reverse-Game
                           when Is-Code-Mode
                               perform Play-Code-Game
                           when other
                               perform Play-One-Game
                       end-evaluate
                       perform Ask-Play-Again
                   end-perform
           end-evaluate
       STOP RUN.

       Ask-Batch-Mode.
           move 3 to Msg-Number
           perform Say-Prompt
           accept Choice
           if choice is equal to "y" or choice is equal to "Y" then
               SET Is-Batch-Mode TO TRUE
               move 4 to Msg-Number
               perform Say-Prompt
               accept Batch-File-Name
               if Batch-File-Name is equal to spaces
                   move "guesses.dat" to Batch-File-Name
       Exit.

       Ask-Tournament-Mode.
           move 5 to Msg-Number
           perform Say-Prompt
           accept Tournament-Mode
           if Is-Tournament
               perform Ask-Tournament-Players

       Ask-Tournament-Players.
           move 0 to Player-Count
           move 6 to Msg-Number
           perform Say-Prompt
           accept Count-Input
           if Count-Input(1:1) is numeric
               move Count-Input(1:1) to Player-Count
           end-if
           if Player-Count < 2 or Player-Count > 6
               move 2 to Player-Count
               move 7 to Msg-Number
               perform Say-Message
           end-if
           perform varying Player-Idx from 1 by 1
               until Player-Idx > Player-Count
               move 8 to Msg-Number
               move Player-Idx to Msg-Arg-Value(1)
               perform Say-Prompt
               accept Player-Name(Player-Idx)
               move 0 to Player-Total(Player-Idx)
           end-perform
           move 0 to Round-Count
           move 9 to Msg-Number
           perform Say-Prompt
           accept Count-Input
           if Count-Input(1:1) is numeric
               move Count-Input(1:1) to Round-Count
           end-if
           if Round-Count < 1
               move 3 to Round-Count
               move 10 to Msg-Number
               perform Say-Message
           end-if
       Exit.

               compute Target = FUNCTION RANDOM() *
                   (Range-High - Range-Low + 1) + Range-Low
               display " "
               move 11 to Msg-Number
               move Round-Idx to Msg-Arg-Value(1)
               move Round-Count to Msg-Arg-Value(2)
               perform Say-Message
               perform varying Player-Idx from 1 by 1
                   until Player-Idx > Player-Count
                   display " "
                   move 12 to Msg-Number
                   move FUNCTION TRIM(Player-Name(Player-Idx))
                       to Msg-Arg-Value(1)
                   perform Say-Message
                   perform Play-With-Target
                   move "T" to Round-Mode
                   perform Append-History

       Show-Standings.
           display " "
           move 13 to Msg-Number
           perform Say-Message
           perform varying Player-Idx from 1 by 1
               until Player-Idx > Player-Count
               move 14 to Msg-Number
               move Player-Name(Player-Idx) to Msg-Arg-Value(1)
               move 12 to Msg-Arg-Width(1)
               move Player-Total(Player-Idx) to Msg-Arg-Value(2)
               perform Say-Message
           end-perform
           move 1 to Best-Player-Idx
           move Player-Total(1) to Best-Player-Total
                   move Player-Idx to Best-Player-Idx
               end-if
           end-perform
           move 15 to Msg-Number
           move FUNCTION TRIM(Player-Name(Best-Player-Idx))
               to Msg-Arg-Value(1)
           perform Say-Message
       Exit.

       Append-Standings.
           move 10 to Lock-Timeout
           CALL "FILELOCK" USING Lock-Request
           if not Lock-Held
               move 16 to Msg-Number
               perform Say-Message
               exit paragraph
           end-if
           move "guess_standings.dat" to Jnl-File
           perform Begin-Guess-Unit
           if Jnl-Failed
           move "R" to Lock-Action
           CALL "FILELOCK" USING Lock-Request
               exit paragraph
           end-if
           open extend StandingsFile
               open output StandingsFile
           end-if
           if Standings-File-Status is not equal to "00"
               move 17 to Msg-Number
               move Standings-File-Status to Msg-Arg-Value(1)
               perform Say-Message
           else
               perform varying Player-Idx from 1 by 1
                   until Player-Idx > Player-Count or Jnl-Failed
                   accept Standings-Date from date yyyymmdd
                   move Player-Name(Player-Idx) to Standings-Name
                   move Player-Total(Player-Idx) to Standings-Guesses
                   move Round-Count to Standings-Rounds
                   move Standings-Record to Jnl-Image
                   perform Journal-Line
                   if not Jnl-Failed
                       write Standings-Record
                   end-if
               end-perform
               close StandingsFile
               if not Jnl-Failed
                   move 18 to Msg-Number
                   perform Say-Message
               end-if
           end-if
           perform End-Guess-Unit
           move "R" to Lock-Action
           CALL "FILELOCK" USING Lock-Request
       Exit.
           move 10 to Lock-Timeout
           CALL "FILELOCK" USING Lock-Request
           if not Lock-Held
               move 19 to Msg-Number
               perform Say-Message
               exit paragraph
           end-if
           move "guess_history.dat" to Jnl-File
           perform Begin-Guess-Unit
           if Jnl-Failed
           move "R" to Lock-Action
           CALL "FILELOCK" USING Lock-Request
               exit paragraph
           end-if
           open extend HistoryFile
               open output HistoryFile
           end-if
           if History-File-Status is not equal to "00"
               move 20 to Msg-Number
               move History-File-Status to Msg-Arg-Value(1)
               perform Say-Message
           else
               accept History-Date from date yyyymmdd
               move Difficulty to History-Difficulty
               move Target to History-Target
               move Guess-Count to History-Guesses
               move Round-Mode to History-Mode
               if Is-Timed-Mode and Round-Mode is equal to "I"
                   move "Y" to History-Timed
                   move Round-Seconds to History-Seconds
               else
                   move "N" to History-Timed
                   move 0 to History-Seconds
               end-if
               if Round-Mode is equal to "K"
                   move Code-Length to History-Difficulty
                   move 0 to History-Target
                   move Secret-Code to History-Code
                   move Code-Rule to History-Code-Rule
               else
                   move spaces to History-Code
                   move space to History-Code-Rule
               end-if
               move History-Record to Jnl-Image
               perform Journal-Line
               if not Jnl-Failed
                   write History-Record
               end-if
               close HistoryFile
           end-if
           perform End-Guess-Unit
           move "R" to Lock-Action
           CALL "FILELOCK" USING Lock-Request
       Exit.

       Ask-Timed-Mode.
           move 21 to Msg-Number
           perform Say-Prompt
           accept Timed-Mode
       Exit.

       Ask-Code-Mode.
           move 22 to Msg-Number
           perform Say-Prompt
           accept Code-Mode
       Exit.

       Ask-Code-Shape.
           move 23 to Msg-Number
           perform Say-Prompt
           move spaces to Code-Length-Input
           accept Code-Length-Input
           move 4 to Code-Length
           if Code-Length-Input(1:1) is numeric
               move Code-Length-Input(1:1) to Code-Length
           end-if
           if Code-Length < 3 or Code-Length > 6
               move 4 to Code-Length
           end-if
           move 24 to Msg-Number
           perform Say-Prompt
           accept Code-Rule
           evaluate Code-Rule
               when "r" when "R"
                   move "R" to Code-Rule
               when other
                   move "U" to Code-Rule
           end-evaluate
       Exit.

       Play-Code-Game.
           perform Make-Secret-Code
           perform Load-Code-Best
           display " "
           if Code-Unique-Digits
               move 25 to Msg-Number
               move Code-Length to Msg-Arg-Value(1)
               perform Say-Message
           else
               move 26 to Msg-Number
               move Code-Length to Msg-Arg-Value(1)
               perform Say-Message
           end-if
           if Code-Best < 99
               move 27 to Msg-Number
               move Code-Best to Msg-Arg-Value(1)
               perform Say-Message
           end-if
           move 0 to Guess-Count
           move "G" to Code-State
           perform until not Code-Going
               move 28 to Msg-Number
               move Code-Length to Msg-Arg-Value(1)
               perform Say-Prompt
               move spaces to Code-Input
               accept Code-Input
               if Code-Input(1:1) is equal to "q"
                   or Code-Input(1:1) is equal to "Q"
                   move "Q" to Code-State
               else
                   perform Check-Code-Guess
                   if Code-Guess-Ok
                       add 1 to Guess-Count
                       perform Score-Code-Guess
                       move 29 to Msg-Number
                       move Code-Bulls to Msg-Arg-Value(1)
                       move Code-Cows to Msg-Arg-Value(2)
                       perform Say-Message
                       if Code-Bulls is equal to Code-Length
                           move "W" to Code-State
                       end-if
                   end-if
               end-if
           end-perform
           if Code-Gave-Up
               move 30 to Msg-Number
               move Secret-Code(1:Code-Length) to Msg-Arg-Value(1)
               move 6 to Msg-Arg-Width(1)
               perform Say-Message
               exit paragraph
           end-if
           move 31 to Msg-Number
           move Guess-Count to Msg-Arg-Value(1)
           perform Say-Message
           move "K" to Round-Mode
           perform Append-History
           add 1 to Games-Played
           add Guess-Count to Total-Guesses
           if Guess-Count is greater than Worst-Guesses
               move Guess-Count to Worst-Guesses
           end-if
           perform Update-Code-Best
       Exit.

       Make-Secret-Code.
           move spaces to Secret-Code
           perform varying Code-Digit-Idx from 1 by 1
               until Code-Digit-Idx > 10
               move "N" to Digit-Used(Code-Digit-Idx)
           end-perform
           perform varying Code-Pos from 1 by 1
               until Code-Pos > Code-Length
               compute Code-Digit = FUNCTION RANDOM() * 10
               if Code-Unique-Digits
                   perform until Digit-Used(Code-Digit + 1)
                       is equal to "N"
                       compute Code-Digit = FUNCTION RANDOM() * 10
                   end-perform
               end-if
               move "Y" to Digit-Used(Code-Digit + 1)
               move Code-Digit to Secret-Code(Code-Pos:1)
           end-perform
       Exit.

      * A guess that is the wrong length, not all digits, or - under
      * the unique rule - repeats a digit is turned away uncounted.
       Check-Code-Guess.
           move "Y" to Code-Guess-Valid
           if Code-Input(1:Code-Length) is not numeric
               or Code-Input(Code-Length + 1:) is not equal to spaces
               move "N" to Code-Guess-Valid
               move 32 to Msg-Number
               move Code-Length to Msg-Arg-Value(1)
               perform Say-Message
               exit paragraph
           end-if
           if Code-Unique-Digits
               perform varying Code-Digit-Idx from 1 by 1
                   until Code-Digit-Idx > 10
                   move "N" to Digit-Used(Code-Digit-Idx)
               end-perform
               perform varying Code-Pos from 1 by 1
                   until Code-Pos > Code-Length
                   move Code-Input(Code-Pos:1) to Code-Digit
                   if Digit-Used(Code-Digit + 1) is equal to "Y"
                       move "N" to Code-Guess-Valid
                   end-if
                   move "Y" to Digit-Used(Code-Digit + 1)
               end-perform
               if not Code-Guess-Ok
                   move 33 to Msg-Number
                   perform Say-Message
               end-if
           end-if
       Exit.

      * Bulls by position; cows are the digits the two share, counted
      * as many times as both hold them, less the bulls.
       Score-Code-Guess.
           move 0 to Code-Bulls
           move 0 to Code-Cows
           perform varying Code-Digit-Idx from 1 by 1
               until Code-Digit-Idx > 10
               move 0 to Secret-Digit-Count(Code-Digit-Idx)
               move 0 to Guess-Digit-Count(Code-Digit-Idx)
           end-perform
           perform varying Code-Pos from 1 by 1
               until Code-Pos > Code-Length
               if Code-Input(Code-Pos:1) is equal to
                   Secret-Code(Code-Pos:1)
                   add 1 to Code-Bulls
               end-if
               move Secret-Code(Code-Pos:1) to Code-Digit
               add 1 to Secret-Digit-Count(Code-Digit + 1)
               move Code-Input(Code-Pos:1) to Code-Digit
               add 1 to Guess-Digit-Count(Code-Digit + 1)
           end-perform
           perform varying Code-Digit-Idx from 1 by 1
               until Code-Digit-Idx > 10
               if Secret-Digit-Count(Code-Digit-Idx) <
                   Guess-Digit-Count(Code-Digit-Idx)
                   add Secret-Digit-Count(Code-Digit-Idx) to Code-Cows
               else
                   add Guess-Digit-Count(Code-Digit-Idx) to Code-Cows
               end-if
           end-perform
           subtract Code-Bulls from Code-Cows
       Exit.

       Load-Code-Best.
           move 0 to Code-Best-Count
           move 0 to Code-Best-Found
           move 99 to Code-Best
           open input CodeBestFile
           if Code-Best-File-Status is not equal to "00"
               exit paragraph
           end-if
           perform until Code-Best-File-Status is not equal to "00"
               read CodeBestFile
                   at end
                       move "10" to Code-Best-File-Status
                   not at end
                       if Code-Best-Count < 8
                           and Code-Best-Rec-Guesses is numeric
                           add 1 to Code-Best-Count
                           move Code-Best-Record
                               to Code-Best-Table(Code-Best-Count)
                       end-if
               end-read
           end-perform
           close CodeBestFile
           perform varying Code-Best-Idx from 1 by 1
               until Code-Best-Idx > Code-Best-Count
               if Cb-Length(Code-Best-Idx) is equal to Code-Length
                   and Cb-Rule(Code-Best-Idx) is equal to Code-Rule
                   move Code-Best-Idx to Code-Best-Found
                   move Cb-Guesses(Code-Best-Idx) to Code-Best
               end-if
           end-perform
       Exit.

       Update-Code-Best.
           move "A" to Lock-Action
           move "guess_codebest" to Lock-Resource
           move 10 to Lock-Timeout
           CALL "FILELOCK" USING Lock-Request
           if not Lock-Held
               move 34 to Msg-Number
               perform Say-Message
               exit paragraph
           end-if
           perform Load-Code-Best
           if Guess-Count is less than Code-Best
               if Code-Best-Found is equal to 0
                   add 1 to Code-Best-Count
                   move Code-Best-Count to Code-Best-Found
                   move Code-Length to Cb-Length(Code-Best-Found)
                   move Code-Rule to Cb-Rule(Code-Best-Found)
               end-if
               move Guess-Count to Cb-Guesses(Code-Best-Found)
               move Guess-Count to Code-Best
               move 35 to Msg-Number
               move Code-Best to Msg-Arg-Value(1)
               perform Say-Message
               move "guess_codebest.dat" to Jnl-File
               perform Begin-Guess-Unit
               if not Jnl-Failed
                   perform Journal-Whole-File
               end-if
               if not Jnl-Failed
                   perform Save-Code-Best
               end-if
               perform End-Guess-Unit
           end-if
           move "R" to Lock-Action
           CALL "FILELOCK" USING Lock-Request
       Exit.

       Save-Code-Best.
           open output CodeBestFile
           if Code-Best-File-Status is not equal to "00"
               move 36 to Msg-Number
               move Code-Best-File-Status to Msg-Arg-Value(1)
               perform Say-Message
               exit paragraph
           end-if
           perform varying Code-Best-Idx from 1 by 1
               until Code-Best-Idx > Code-Best-Count
               move Code-Best-Table(Code-Best-Idx) to Code-Best-Record
               write Code-Best-Record
           end-perform
           close CodeBestFile
       Exit.

       Ask-Reverse-Mode.
           move 37 to Msg-Number
           perform Say-Prompt
           accept Reverse-Mode
       Exit.

       Play-Reverse-Game.
           display " "
           move 38 to Msg-Number
           move Range-Low to Msg-Arg-Value(1)
           move Range-High to Msg-Arg-Value(2)
           perform Say-Message
           move Range-Low to Rev-Low
           move Range-High to Rev-High
           move 0 to Guess-Count
           perform until not Rev-Going
               compute Guess = (Rev-Low + Rev-High) / 2
               add 1 to Guess-Count
               move 39 to Msg-Number
               move Guess to Msg-Arg-Value(1)
               perform Say-Prompt
               accept Choice
               evaluate Choice
                   when "h" when "H"
                   when "c" when "C"
                       move "C" to Rev-State
                   when other
                       move 40 to Msg-Number
                       perform Say-Message
                       subtract 1 from Guess-Count
               end-evaluate
               if Rev-Going and Rev-Low > Rev-High
               end-if
           end-perform
           if Rev-Caught-Liar
               move 41 to Msg-Number
               perform Say-Message
               move 42 to Msg-Number
               perform Say-Message
           else
               move 43 to Msg-Number
               move Guess-Count to Msg-Arg-Value(1)
               perform Say-Message
               move Guess to Target
               move "R" to Round-Mode
               perform Append-History
       Exit.

       Ask-Difficulty.
           move 44 to Msg-Number
           perform Say-Message
           move 45 to Msg-Number
           perform Say-Prompt
           accept Difficulty
           evaluate Difficulty
               when "e" when "E"
       Play-One-Game.
           compute Target = FUNCTION RANDOM() *
               (Range-High - Range-Low + 1) + Range-Low
           if Is-Timed-Mode
               move 46 to Msg-Number
               perform Say-Message
               perform Read-Clock
               move Clock-Seconds to Start-Seconds
           end-if
           perform Play-With-Target
           if Is-Timed-Mode
               perform Read-Clock
               if Clock-Seconds is less than Start-Seconds
                   add 86400 to Clock-Seconds
               end-if
               compute Round-Seconds = Clock-Seconds - Start-Seconds
               compute Round-Speed-Score =
                   Round-Seconds + Guess-Count * 10
               move 47 to Msg-Number
               move Round-Seconds to Msg-Arg-Value(1)
               move Round-Speed-Score to Msg-Arg-Value(2)
               perform Say-Message
           end-if
           move "I" to Round-Mode
           perform Append-History
           if Is-Timed-Mode
               perform Record-Speed-Round
           end-if
           add 1 to Games-Played
           add Guess-Count to Total-Guesses
           if Guess-Count is greater than Worst-Guesses
           perform Update-Best-Score
       Exit.

       Read-Clock.
           accept Clock-Reading from time
           compute Clock-Seconds =
               Clock-HH * 3600 + Clock-MM * 60 + Clock-SS
       Exit.

      * The board is kept per difficulty range - an Easy sprint and a
      * Hard one are never ranked together.
       Record-Speed-Round.
           evaluate Difficulty
               when "e" when "E"
                   move "E" to Speed-Board-Diff
               when "h" when "H"
                   move "H" to Speed-Board-Diff
               when other
                   move "M" to Speed-Board-Diff
           end-evaluate
           move "A" to Lock-Action
           move "guess_speed" to Lock-Resource
           move 10 to Lock-Timeout
           CALL "FILELOCK" USING Lock-Request
           if not Lock-Held
               move 48 to Msg-Number
               perform Say-Message
               exit paragraph
           end-if
           perform Load-Speed-Board
           perform Place-Speed-Round
           if Speed-Placed is equal to "Y"
               move "guess_speed.dat" to Jnl-File
               perform Begin-Guess-Unit
               if not Jnl-Failed
                   perform Journal-Whole-File
               end-if
               if not Jnl-Failed
                   perform Save-Speed-Board
               end-if
               perform End-Guess-Unit
           end-if
           move "R" to Lock-Action
           CALL "FILELOCK" USING Lock-Request
           perform Show-Speed-Board
       Exit.

       Load-Speed-Board.
           move 0 to Speed-Count
           open input SpeedFile
           if Speed-File-Status is not equal to "00"
               exit paragraph
           end-if
           perform until Speed-File-Status is not equal to "00"
               read SpeedFile
                   at end
                       move "10" to Speed-File-Status
                   not at end
                       if Speed-Count < 15
                           and Speed-Rec-Score is numeric
                           add 1 to Speed-Count
                           move Speed-Record
                               to Speed-Table(Speed-Count)
                       end-if
               end-read
           end-perform
           close SpeedFile
       Exit.

      * Into a free place on this difficulty's five, or over its
      * slowest entry when the new score beats it.
       Place-Speed-Round.
           move "N" to Speed-Placed
           move 0 to Speed-Diff-Count
           move 0 to Speed-Worst-Idx
           perform varying Speed-Idx from 1 by 1
               until Speed-Idx > Speed-Count
               if Spd-Difficulty(Speed-Idx) is equal to Speed-Board-Diff
                   add 1 to Speed-Diff-Count
                   if Speed-Worst-Idx is equal to 0
                       move Speed-Idx to Speed-Worst-Idx
                   else
                       if Spd-Score(Speed-Idx) >
                           Spd-Score(Speed-Worst-Idx)
                           move Speed-Idx to Speed-Worst-Idx
                       end-if
                   end-if
               end-if
           end-perform
           if Speed-Diff-Count < 5
               add 1 to Speed-Count
               move Speed-Count to Speed-Idx
           else
               if Round-Speed-Score is not less than
                   Spd-Score(Speed-Worst-Idx)
                   exit paragraph
               end-if
               move Speed-Worst-Idx to Speed-Idx
           end-if
           move Speed-Board-Diff to Spd-Difficulty(Speed-Idx)
           move Prof-Name to Spd-Name(Speed-Idx)
           move Round-Seconds to Spd-Seconds(Speed-Idx)
           move Guess-Count to Spd-Guesses(Speed-Idx)
           move Round-Speed-Score to Spd-Score(Speed-Idx)
           accept Spd-Date(Speed-Idx) from date yyyymmdd
           move "Y" to Speed-Placed
           move 49 to Msg-Number
           move Speed-Board-Diff to Msg-Arg-Value(1)
           move 1 to Msg-Arg-Width(1)
           perform Say-Message
           perform Sort-Speed-Board
       Exit.

       Sort-Speed-Board.
           perform varying Speed-Idx from 1 by 1
               until Speed-Idx >= Speed-Count
               perform varying Speed-Scan-Idx from Speed-Idx by 1
                   until Speed-Scan-Idx > Speed-Count
                   if Spd-Score(Speed-Scan-Idx) < Spd-Score(Speed-Idx)
                       move Speed-Table(Speed-Idx) to Speed-Swap
                       move Speed-Table(Speed-Scan-Idx)
                           to Speed-Table(Speed-Idx)
                       move Speed-Swap to Speed-Table(Speed-Scan-Idx)
                   end-if
               end-perform
           end-perform
       Exit.

       Save-Speed-Board.
           open output SpeedFile
           if Speed-File-Status is not equal to "00"
               move 50 to Msg-Number
               move Speed-File-Status to Msg-Arg-Value(1)
               perform Say-Message
               exit paragraph
           end-if
           perform varying Speed-Idx from 1 by 1
               until Speed-Idx > Speed-Count
               move Speed-Table(Speed-Idx) to Speed-Record
               write Speed-Record
           end-perform
           close SpeedFile
       Exit.

       Show-Speed-Board.
           move 51 to Msg-Number
           move Speed-Board-Diff to Msg-Arg-Value(1)
           move 1 to Msg-Arg-Width(1)
           perform Say-Message
           move 0 to Speed-Rank
           perform varying Speed-Idx from 1 by 1
               until Speed-Idx > Speed-Count
               if Spd-Difficulty(Speed-Idx) is equal to Speed-Board-Diff
                   add 1 to Speed-Rank
                   move 52 to Msg-Number
                   move Speed-Rank to Msg-Arg-Value(1)
                   move Spd-Name(Speed-Idx) to Msg-Arg-Value(2)
                   move 12 to Msg-Arg-Width(2)
                   move Spd-Score(Speed-Idx) to Msg-Arg-Value(3)
                   move Spd-Seconds(Speed-Idx) to Msg-Arg-Value(4)
                   move Spd-Guesses(Speed-Idx) to Msg-Arg-Value(5)
                   perform Say-Message
               end-if
           end-perform
           if Speed-Rank is equal to 0
               move 53 to Msg-Number
               perform Say-Message
           end-if
       Exit.

      * The guessing loop proper, against whatever Target is already
      * set - Play-One-Game rolls its own, the tournament rounds share
      * one.
           move 0 to Guess
           move 0 to Last-Guess
           perform until guess is equal to target
               move 54 to Msg-Number
               move Range-Low to Msg-Arg-Value(1)
               move Range-High to Msg-Arg-Value(2)
               perform Say-Prompt
               accept Guess
               compute Guess-Count = Guess-Count + 1
               if guess < Range-Low or guess > Range-High then
                   move 55 to Msg-Number
                   move Range-Low to Msg-Arg-Value(1)
                   move Range-High to Msg-Arg-Value(2)
                   perform Say-Message
               else
                   perform Give-Hint
               end-if
           end-perform
           move 56 to Msg-Number
           move Guess-Count to Msg-Arg-Value(1)
           perform Say-Message
       Exit.

       Give-Hint.
           if guess is less than target then
               move 57 to Msg-Number
               perform Say-Message
           end-if
           if guess is greater than target then
               move 58 to Msg-Number
               perform Say-Message
           end-if
           if guess is equal to target then
               move 59 to Msg-Number
               perform Say-Message
           end-if
           perform Give-Warmer-Colder-Hint
           move Guess to Last-Guess
               compute Curr-Diff = FUNCTION ABS(Target - Guess)
               compute Last-Diff = FUNCTION ABS(Target - Last-Guess)
               if Curr-Diff is less than Last-Diff then
                   move 60 to Msg-Number
                   perform Say-Message
               end-if
               if Curr-Diff is greater than Last-Diff then
                   move 61 to Msg-Number
                   perform Say-Message
               end-if
           end-if
       Exit.
       Update-Best-Score.
           if Guess-Count is less than Best-Score then
               move Guess-Count to Best-Score
               move 62 to Msg-Number
               move Best-Score to Msg-Arg-Value(1)
               perform Say-Message
           end-if
       Exit.

       Ask-Play-Again.
           move 63 to Msg-Number
           perform Say-Prompt
           accept Choice
           if choice is equal to "n" or choice is equal to "N" then
               move 1 to done
       Exit.

       Run-Batch-Mode.
           move Batch-File-Name to Env-File
           perform Resolve-File-Name
           move Env-File to Batch-File-Name
           open input BatchGuessFile
           if Batch-Guess-File-Status is not equal to "00"
               move 64 to Msg-Number
               move Batch-File-Name to Msg-Arg-Value(1)
               perform Say-Message
           else
               compute Target = FUNCTION RANDOM() *
                   (Range-High - Range-Low + 1) + Range-Low
                   if not Batch-Guesses-Exhausted
                       move Batch-Guess-Record to Guess
                       add 1 to Guess-Count
                       move 65 to Msg-Number
                       move Range-Low to Msg-Arg-Value(1)
                       move Range-High to Msg-Arg-Value(2)
                       move Guess to Msg-Arg-Value(3)
                       perform Say-Message
                       if guess < Range-Low or guess > Range-High then
                           move 55 to Msg-Number
                           move Range-Low to Msg-Arg-Value(1)
                           move Range-High to Msg-Arg-Value(2)
                           perform Say-Message
                       else
                           perform Give-Hint
                       end-if
               end-perform
               close BatchGuessFile
               if Guess is equal to Target
                   move 66 to Msg-Number
                   move Guess-Count to Msg-Arg-Value(1)
                   perform Say-Message
                   move "B" to Round-Mode
                   perform Append-History
               else
                   move 67 to Msg-Number
                   perform Say-Message
               end-if
               add 1 to Games-Played
               add Guess-Count to Total-Guesses
       Exit.

       Display-Session-Summary.
           move 68 to Msg-Number
           move Games-Played to Msg-Arg-Value(1)
           perform Say-Message
           if Games-Played is greater than 0 then
               compute Avg-Guesses = Total-Guesses / Games-Played
               move 69 to Msg-Number
               move Avg-Guesses to Msg-Arg-Value(1)
               perform Say-Message
               move 70 to Msg-Number
               move Worst-Guesses to Msg-Arg-Value(1)
               perform Say-Message
           end-if
           if Best-Score is less than 99 then
               move 71 to Msg-Number
               move Best-Score to Msg-Arg-Value(1)
               perform Say-Message
           end-if
       Exit.

           move 10 to Lock-Timeout
           CALL "FILELOCK" USING Lock-Request
           if not Lock-Held
               move 72 to Msg-Number
               perform Say-Message
               exit paragraph
           end-if
           move "bestscore.dat" to Jnl-File
           perform Begin-Guess-Unit
           if not Jnl-Failed
               perform Journal-Whole-File
           end-if
           if not Jnl-Failed
               perform Write-Best-Score
           end-if
           perform End-Guess-Unit
           move "R" to Lock-Action
           CALL "FILELOCK" USING Lock-Request
       Exit.

       Write-Best-Score.
           open output BestScoreFile
           if Best-Score-File-Status is not equal to "00" then
               move 73 to Msg-Number
               move Best-Score-File-Status to Msg-Arg-Value(1)
               perform Say-Message
           else
               move Best-Score to Best-Score-Value
               write Best-Score-Record
               close BestScoreFile
           end-if
       Exit.

      * Each board write is a unit of work in the shop journal, begun
      * and ended under the file's lock, so RECOVER can take back a
      * write the session died in the middle of. Jnl-File names the
      * file; a journal that cannot be written leaves it unchanged.
       Begin-Guess-Unit.
           move "B" to Jnl-Action
           move "GUESS" to Jnl-Program
           move GL-Session to Jnl-Session
           CALL "JOURNAL" USING Journal-Request
           perform Say-Journal-Failed
       Exit.

       Journal-Line.
           move "I" to Jnl-Action
           move "A" to Jnl-Op
           CALL "JOURNAL" USING Journal-Request
           perform Say-Journal-Failed
       Exit.

       Journal-Whole-File.
           move "F" to Jnl-Action
           CALL "JOURNAL" USING Journal-Request
           perform Say-Journal-Failed
       Exit.

       End-Guess-Unit.
           move "D" to Jnl-Action
           CALL "JOURNAL" USING Journal-Request
       Exit.

       Say-Journal-Failed.
           if Jnl-Failed
               move 74 to Msg-Number
               move Jnl-File to Msg-Arg-Value(1)
               perform Say-Message
           end-if
       Exit.

      * Player-facing text comes from the MSGCAT catalog in the
      * player's language: set Msg-Number and any Msg-Arg-Value
      * (and Msg-Arg-Width where a column must line up), then say it.
       Say-Message.
           CALL "MSGCAT" USING Message-Request
           display Msg-Text(1:Msg-Length)
           initialize Msg-Args
       Exit.

       Say-Prompt.
           CALL "MSGCAT" USING Message-Request
           display Msg-Text(1:Msg-Length) " " with no advancing
           initialize Msg-Args
       Exit.

      * Every data file named in the run's environment directory.
       Resolve-Data-Files.
           perform varying Data-File-Idx from 1 by 1
               until Data-File-Idx > 5
               move Data-File-Name(Data-File-Idx) to Env-File
               perform Resolve-File-Name
               move Env-File to Data-File-Name(Data-File-Idx)
           end-perform
       Exit.

      * SHOPENV puts the name in Env-File in the environment's
      * directory, or ends the run rather than mix environments.
       Resolve-File-Name.
           move "R" to Env-Action
           move "GUESS" to Env-Program
           CALL "SHOPENV" USING ShopEnv-Request
       Exit.
