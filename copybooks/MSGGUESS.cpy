      *> GUESS's player-facing messages for the MSGCAT catalog, one
      *> entry per message number: the program and number key, then
      *> the text in each MSGLANG.cpy language, in column order.
      *> &1-&9 and &0 mark where the caller's arguments go.
       01 GuessMessages.
           02 FILLER PIC X(11) VALUE "GUESS   001".
           02 FILLER PIC X(100) VALUE "RNG seed (blank for random)?".
           02 FILLER PIC X(100) VALUE "Semilla del RNG (en blanco para azar)?".
           02 FILLER PIC X(11) VALUE "GUESS   002".
           02 FILLER PIC X(100) VALUE "RNG seed used: &1".
           02 FILLER PIC X(100) VALUE "Semilla del RNG usada: &1".
           02 FILLER PIC X(11) VALUE "GUESS   003".
           02 FILLER PIC X(100) VALUE "Run in batch mode? (y/n, blank for n)".
           02 FILLER PIC X(100) VALUE "¿Jugar en modo por lotes? (y/n = sí/no, en blanco para n)".
           02 FILLER PIC X(11) VALUE "GUESS   004".
           02 FILLER PIC X(100) VALUE "Batch guesses file (blank for guesses.dat)?".
           02 FILLER PIC X(100) VALUE "¿Archivo de intentos por lotes? (en blanco para guesses.dat)".
           02 FILLER PIC X(11) VALUE "GUESS   005".
           02 FILLER PIC X(100) VALUE "Tournament mode - hot-seat standings? (y/n, blank for n)".
           02 FILLER PIC X(100) VALUE "¿Modo torneo - clasificación por turnos? (y/n = sí/no, en blanco para n)".
           02 FILLER PIC X(11) VALUE "GUESS   006".
           02 FILLER PIC X(100) VALUE "How many players (2-6)?".
           02 FILLER PIC X(100) VALUE "¿Cuántos jugadores (2-6)?".
           02 FILLER PIC X(11) VALUE "GUESS   007".
           02 FILLER PIC X(100) VALUE "Taking 2 players.".
           02 FILLER PIC X(100) VALUE "Se toman 2 jugadores.".
           02 FILLER PIC X(11) VALUE "GUESS   008".
           02 FILLER PIC X(100) VALUE "Name of player &1?".
           02 FILLER PIC X(100) VALUE "¿Nombre del jugador &1?".
           02 FILLER PIC X(11) VALUE "GUESS   009".
           02 FILLER PIC X(100) VALUE "How many rounds (1-9)?".
           02 FILLER PIC X(100) VALUE "¿Cuántas rondas (1-9)?".
           02 FILLER PIC X(11) VALUE "GUESS   010".
           02 FILLER PIC X(100) VALUE "Taking 3 rounds.".
           02 FILLER PIC X(100) VALUE "Se toman 3 rondas.".
           02 FILLER PIC X(11) VALUE "GUESS   011".
           02 FILLER PIC X(100) VALUE "=== ROUND &1 OF &2 ===".
           02 FILLER PIC X(100) VALUE "=== RONDA &1 DE &2 ===".
           02 FILLER PIC X(11) VALUE "GUESS   012".
           02 FILLER PIC X(100) VALUE "&1, to the keyboard!".
           02 FILLER PIC X(100) VALUE "¡&1, al teclado!".
           02 FILLER PIC X(11) VALUE "GUESS   013".
           02 FILLER PIC X(100) VALUE "FINAL STANDINGS (fewest guesses wins):".
           02 FILLER PIC X(100) VALUE "CLASIFICACIÓN FINAL (gana quien menos intentos necesite):".
           02 FILLER PIC X(11) VALUE "GUESS   014".
           02 FILLER PIC X(100) VALUE "  &1 &2 guess(es)".
           02 FILLER PIC X(100) VALUE "  &1 &2 intento(s)".
           02 FILLER PIC X(11) VALUE "GUESS   015".
           02 FILLER PIC X(100) VALUE "THE EVENING GOES TO &1!".
           02 FILLER PIC X(100) VALUE "¡LA VELADA ES PARA &1!".
           02 FILLER PIC X(11) VALUE "GUESS   016".
           02 FILLER PIC X(100) VALUE "The standings file is busy - not recorded.".
           02 FILLER PIC X(100) VALUE "El archivo de clasificación está ocupado - no se anotó.".
           02 FILLER PIC X(11) VALUE "GUESS   017".
           02 FILLER PIC X(100) VALUE "The standings file could not be updated, status &1".
           02 FILLER PIC X(100) VALUE "No se pudo actualizar el archivo de clasificación, estado &1".
           02 FILLER PIC X(11) VALUE "GUESS   018".
           02 FILLER PIC X(100) VALUE "Standings recorded.".
           02 FILLER PIC X(100) VALUE "Clasificación anotada.".
           02 FILLER PIC X(11) VALUE "GUESS   019".
           02 FILLER PIC X(100) VALUE "The history file is busy - not recorded.".
           02 FILLER PIC X(100) VALUE "El archivo de historial está ocupado - no se anotó.".
           02 FILLER PIC X(11) VALUE "GUESS   020".
           02 FILLER PIC X(100) VALUE "The history file could not be updated, status &1".
           02 FILLER PIC X(100) VALUE "No se pudo actualizar el archivo de historial, estado &1".
           02 FILLER PIC X(11) VALUE "GUESS   021".
           02 FILLER PIC X(100) VALUE "Timed mode - race the clock for the speed board? (y/n, blank for n)".
           02 FILLER PIC X(100) VALUE "¿Modo cronometrado - contra el reloj para el tablero de velocidad? (y/n, en blanco para n)".
           02 FILLER PIC X(11) VALUE "GUESS   022".
           02 FILLER PIC X(100) VALUE "Code-breaker mode - bulls and cows? (y/n, blank for n)".
           02 FILLER PIC X(100) VALUE "¿Modo descifrador - toros y vacas? (y/n = sí/no, en blanco para n)".
           02 FILLER PIC X(11) VALUE "GUESS   023".
           02 FILLER PIC X(100) VALUE "Code length (3-6, blank for 4)?".
           02 FILLER PIC X(100) VALUE "¿Longitud del código (3-6, en blanco para 4)?".
           02 FILLER PIC X(11) VALUE "GUESS   024".
           02 FILLER PIC X(100) VALUE "Digits (U)nique or (R)epeats allowed, blank for unique?".
           02 FILLER PIC X(100) VALUE "¿Dígitos (U) únicos o (R) repetidos, en blanco para únicos?".
           02 FILLER PIC X(11) VALUE "GUESS   025".
           02 FILLER PIC X(100) VALUE "I have picked a code of &1 digits, no digit used twice.".
           02 FILLER PIC X(100) VALUE "He elegido un código de &1 dígitos, sin repetir ninguno.".
           02 FILLER PIC X(11) VALUE "GUESS   026".
           02 FILLER PIC X(100) VALUE "I have picked a code of &1 digits - a digit may turn up more than once.".
           02 FILLER PIC X(100) VALUE "He elegido un código de &1 dígitos - un dígito puede salir más de una vez.".
           02 FILLER PIC X(11) VALUE "GUESS   027".
           02 FILLER PIC X(100) VALUE "Best on file for this code: &1 guesses.".
           02 FILLER PIC X(100) VALUE "Mejor marca registrada para este código: &1 intentos.".
           02 FILLER PIC X(11) VALUE "GUESS   028".
           02 FILLER PIC X(100) VALUE "Your code (&1 digits, q to give up)?".
           02 FILLER PIC X(100) VALUE "¿Tu código (&1 dígitos, q para rendirte)?".
           02 FILLER PIC X(11) VALUE "GUESS   029".
           02 FILLER PIC X(100) VALUE "  &1 bull(s), &2 cow(s).".
           02 FILLER PIC X(100) VALUE "  &1 toro(s), &2 vaca(s).".
           02 FILLER PIC X(11) VALUE "GUESS   030".
           02 FILLER PIC X(100) VALUE "The code was &1. No score.".
           02 FILLER PIC X(100) VALUE "El código era &1. Sin puntuación.".
           02 FILLER PIC X(11) VALUE "GUESS   031".
           02 FILLER PIC X(100) VALUE "Cracked in &1 guess(es)!".
           02 FILLER PIC X(100) VALUE "¡Descifrado en &1 intento(s)!".
           02 FILLER PIC X(11) VALUE "GUESS   032".
           02 FILLER PIC X(100) VALUE "  Give me exactly &1 digits.".
           02 FILLER PIC X(100) VALUE "  Dame exactamente &1 dígitos.".
           02 FILLER PIC X(11) VALUE "GUESS   033".
           02 FILLER PIC X(100) VALUE "  No digit twice in this code.".
           02 FILLER PIC X(100) VALUE "  En este código ningún dígito se repite.".
           02 FILLER PIC X(11) VALUE "GUESS   034".
           02 FILLER PIC X(100) VALUE "The code-breaker best file is busy - not saved.".
           02 FILLER PIC X(100) VALUE "El archivo de mejores marcas del descifrador está ocupado - no se guardó.".
           02 FILLER PIC X(11) VALUE "GUESS   035".
           02 FILLER PIC X(100) VALUE "New code-breaker best! &1 guesses.".
           02 FILLER PIC X(100) VALUE "¡Nueva mejor marca de descifrador! &1 intentos.".
           02 FILLER PIC X(11) VALUE "GUESS   036".
           02 FILLER PIC X(100) VALUE "Could not save the code-breaker best, file status &1".
           02 FILLER PIC X(100) VALUE "No se pudo guardar la mejor marca del descifrador, estado &1".
           02 FILLER PIC X(11) VALUE "GUESS   037".
           02 FILLER PIC X(100) VALUE "Reverse mode - ye think of the number and I guess? (y/n, blank for n)".
           02 FILLER PIC X(100) VALUE "¿Modo inverso - tú piensas el número y yo adivino? (y/n = sí/no, en blanco para n)".
           02 FILLER PIC X(11) VALUE "GUESS   038".
           02 FILLER PIC X(100) VALUE "Think of a number between &1 and &2 - don't tell me!".
           02 FILLER PIC X(100) VALUE "Piensa un número entre &1 y &2 - ¡no me lo digas!".
           02 FILLER PIC X(11) VALUE "GUESS   039".
           02 FILLER PIC X(100) VALUE "I guess &1. (h)igher, (l)ower, or (c)orrect?".
           02 FILLER PIC X(100) VALUE "Digo &1. ¿(h) más alto, (l) más bajo o (c) correcto?".
           02 FILLER PIC X(11) VALUE "GUESS   040".
           02 FILLER PIC X(100) VALUE "Answer h, l, or c.".
           02 FILLER PIC X(100) VALUE "Responde h, l o c.".
           02 FILLER PIC X(11) VALUE "GUESS   041".
           02 FILLER PIC X(100) VALUE "Hold on - yer answers contradict each other!".
           02 FILLER PIC X(100) VALUE "¡Un momento - tus respuestas se contradicen!".
           02 FILLER PIC X(11) VALUE "GUESS   042".
           02 FILLER PIC X(100) VALUE "No number fits what ye've told me. No score.".
           02 FILLER PIC X(100) VALUE "Ningún número encaja con lo que me has dicho. Sin puntuación.".
           02 FILLER PIC X(11) VALUE "GUESS   043".
           02 FILLER PIC X(100) VALUE "Got it in &1 guess(es)!".
           02 FILLER PIC X(100) VALUE "¡Acertado en &1 intento(s)!".
           02 FILLER PIC X(11) VALUE "GUESS   044".
           02 FILLER PIC X(100) VALUE "Difficulty - (E)asy 1-50, (M)edium 1-100,".
           02 FILLER PIC X(100) VALUE "Dificultad - (E) fácil 1-50, (M) media 1-100,".
           02 FILLER PIC X(11) VALUE "GUESS   045".
           02 FILLER PIC X(100) VALUE "(H)ard 1-1000, blank for Medium?".
           02 FILLER PIC X(100) VALUE "(H) difícil 1-1000, en blanco para media?".
           02 FILLER PIC X(11) VALUE "GUESS   046".
           02 FILLER PIC X(100) VALUE "The clock starts now!".
           02 FILLER PIC X(100) VALUE "¡El reloj empieza a correr!".
           02 FILLER PIC X(11) VALUE "GUESS   047".
           02 FILLER PIC X(100) VALUE "Time: &1 second(s) - speed score &2.".
           02 FILLER PIC X(100) VALUE "Tiempo: &1 segundo(s) - puntuación de velocidad &2.".
           02 FILLER PIC X(11) VALUE "GUESS   048".
           02 FILLER PIC X(100) VALUE "The speed board is busy - not recorded.".
           02 FILLER PIC X(100) VALUE "El tablero de velocidad está ocupado - no se anotó.".
           02 FILLER PIC X(11) VALUE "GUESS   049".
           02 FILLER PIC X(100) VALUE "A place on the &1 speed board!".
           02 FILLER PIC X(100) VALUE "¡Un puesto en el tablero de velocidad &1!".
           02 FILLER PIC X(11) VALUE "GUESS   050".
           02 FILLER PIC X(100) VALUE "The speed board could not be saved, status &1".
           02 FILLER PIC X(100) VALUE "No se pudo guardar el tablero de velocidad, estado &1".
           02 FILLER PIC X(11) VALUE "GUESS   051".
           02 FILLER PIC X(100) VALUE "FASTEST SOLVES - &1 (speed score = seconds + 10 a guess):".
           02 FILLER PIC X(100) VALUE "LOS MÁS RÁPIDOS - &1 (puntuación = segundos + 10 por intento):".
           02 FILLER PIC X(11) VALUE "GUESS   052".
           02 FILLER PIC X(100) VALUE "  &1. &2 &3  (&4s, &5 guesses)".
           02 FILLER PIC X(100) VALUE "  &1. &2 &3  (&4s, &5 intentos)".
           02 FILLER PIC X(11) VALUE "GUESS   053".
           02 FILLER PIC X(100) VALUE "  (nobody yet)".
           02 FILLER PIC X(100) VALUE "  (nadie todavía)".
           02 FILLER PIC X(11) VALUE "GUESS   054".
           02 FILLER PIC X(100) VALUE "Guess my number(&1-&2)".
           02 FILLER PIC X(100) VALUE "Adivina mi número(&1-&2)".
           02 FILLER PIC X(11) VALUE "GUESS   055".
           02 FILLER PIC X(100) VALUE "Please choose a number between &1 and &2".
           02 FILLER PIC X(100) VALUE "Por favor, elige un número entre &1 y &2".
           02 FILLER PIC X(11) VALUE "GUESS   056".
           02 FILLER PIC X(100) VALUE "It took you &1 guesses!".
           02 FILLER PIC X(100) VALUE "¡Te ha costado &1 intentos!".
           02 FILLER PIC X(11) VALUE "GUESS   057".
           02 FILLER PIC X(100) VALUE "Yer guess is too low!".
           02 FILLER PIC X(100) VALUE "¡Tu número es demasiado bajo!".
           02 FILLER PIC X(11) VALUE "GUESS   058".
           02 FILLER PIC X(100) VALUE "Yer guess is too high!".
           02 FILLER PIC X(100) VALUE "¡Tu número es demasiado alto!".
           02 FILLER PIC X(11) VALUE "GUESS   059".
           02 FILLER PIC X(100) VALUE "Yer right!".
           02 FILLER PIC X(100) VALUE "¡Correcto!".
           02 FILLER PIC X(11) VALUE "GUESS   060".
           02 FILLER PIC X(100) VALUE "...and yer getting warmer!".
           02 FILLER PIC X(100) VALUE "...¡y te vas acercando!".
           02 FILLER PIC X(11) VALUE "GUESS   061".
           02 FILLER PIC X(100) VALUE "...and yer getting colder!".
           02 FILLER PIC X(100) VALUE "...¡y te vas alejando!".
           02 FILLER PIC X(11) VALUE "GUESS   062".
           02 FILLER PIC X(100) VALUE "New best score! &1 guesses.".
           02 FILLER PIC X(100) VALUE "¡Nueva mejor marca! &1 intentos.".
           02 FILLER PIC X(11) VALUE "GUESS   063".
           02 FILLER PIC X(100) VALUE "Would you like to play again? (y/n)".
           02 FILLER PIC X(100) VALUE "¿Quieres jugar otra vez? (y/n = sí/no)".
           02 FILLER PIC X(11) VALUE "GUESS   064".
           02 FILLER PIC X(100) VALUE "Could not open batch guesses file &1".
           02 FILLER PIC X(100) VALUE "No se pudo abrir el archivo de intentos por lotes &1".
           02 FILLER PIC X(11) VALUE "GUESS   065".
           02 FILLER PIC X(100) VALUE "Guess my number(&1-&2) [batch] &3".
           02 FILLER PIC X(100) VALUE "Adivina mi número(&1-&2) [lotes] &3".
           02 FILLER PIC X(11) VALUE "GUESS   066".
           02 FILLER PIC X(100) VALUE "It took &1 guesses (from script)!".
           02 FILLER PIC X(100) VALUE "¡Costó &1 intentos (desde el guion)!".
           02 FILLER PIC X(11) VALUE "GUESS   067".
           02 FILLER PIC X(100) VALUE "Batch guesses file ran out before the number was found.".
           02 FILLER PIC X(100) VALUE "El archivo de intentos por lotes se acabó antes de dar con el número.".
           02 FILLER PIC X(11) VALUE "GUESS   068".
           02 FILLER PIC X(100) VALUE "Games played this session: &1".
           02 FILLER PIC X(100) VALUE "Partidas jugadas en esta sesión: &1".
           02 FILLER PIC X(11) VALUE "GUESS   069".
           02 FILLER PIC X(100) VALUE "Average guesses per game: &1".
           02 FILLER PIC X(100) VALUE "Intentos medios por partida: &1".
           02 FILLER PIC X(11) VALUE "GUESS   070".
           02 FILLER PIC X(100) VALUE "Worst round: &1 guesses.".
           02 FILLER PIC X(100) VALUE "Peor ronda: &1 intentos.".
           02 FILLER PIC X(11) VALUE "GUESS   071".
           02 FILLER PIC X(100) VALUE "Best score: &1 guesses.".
           02 FILLER PIC X(100) VALUE "Mejor marca: &1 intentos.".
           02 FILLER PIC X(11) VALUE "GUESS   072".
           02 FILLER PIC X(100) VALUE "The best-score file is busy - not saved.".
           02 FILLER PIC X(100) VALUE "El archivo de mejor marca está ocupado - no se guardó.".
           02 FILLER PIC X(11) VALUE "GUESS   073".
           02 FILLER PIC X(100) VALUE "Could not save best score, file status &1".
           02 FILLER PIC X(100) VALUE "No se pudo guardar la mejor marca, estado &1".
           02 FILLER PIC X(11) VALUE "GUESS   074".
           02 FILLER PIC X(100) VALUE "The shop journal could not be written - &1 was not changed.".
           02 FILLER PIC X(100) VALUE "No se pudo escribir el diario de la tienda - &1 no se cambió.".
       01 GuessMessageTable REDEFINES GuessMessages.
           02 GuessMessage OCCURS 74 TIMES.
               03 GuessMsgKey PIC X(11).
               03 GuessMsgText PIC X(100) OCCURS 2 TIMES.
