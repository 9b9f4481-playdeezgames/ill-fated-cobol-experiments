      *> CRAWLER's player-facing messages for the MSGCAT catalog, one
      *> entry per message number: the program and number key, then
      *> the text in each MSGLANG.cpy language, in column order.
      *> &1-&9 and &0 mark where the caller's arguments go.
       01 CrawlMessages.
           02 FILLER PIC X(11) VALUE "CRAWLER 001".
           02 FILLER PIC X(100) VALUE "RNG seed (blank for random)?".
           02 FILLER PIC X(100) VALUE "Semilla del RNG (en blanco para azar)?".
           02 FILLER PIC X(11) VALUE "CRAWLER 002".
           02 FILLER PIC X(100) VALUE "RNG seed used: &1".
           02 FILLER PIC X(100) VALUE "Semilla del RNG usada: &1".
           02 FILLER PIC X(11) VALUE "CRAWLER 003".
           02 FILLER PIC X(100) VALUE "Crawl (1) the built-in dungeon, (2) an INVENTORY".
           02 FILLER PIC X(100) VALUE "Explorar (1) la mazmorra de serie, (2) un mundo de INVENTORY".
           02 FILLER PIC X(11) VALUE "CRAWLER 004".
           02 FILLER PIC X(100) VALUE "world from inventory_save.dat, or (3) a SHOS save".
           02 FILLER PIC X(100) VALUE "desde inventory_save.dat, o (3) una partida guardada de SHOS".
           02 FILLER PIC X(11) VALUE "CRAWLER 005".
           02 FILLER PIC X(100) VALUE "slot? (blank for 1)".
           02 FILLER PIC X(100) VALUE "(ranura)? (en blanco para 1)".
           02 FILLER PIC X(11) VALUE "CRAWLER 006".
           02 FILLER PIC X(100) VALUE "No inventory_save.dat could be opened (status &1) - crawling the built-in dungeon.".
           02 FILLER PIC X(100) VALUE "No se pudo abrir inventory_save.dat (estado &1) - se explora la mazmorra de serie.".
           02 FILLER PIC X(11) VALUE "CRAWLER 007".
           02 FILLER PIC X(100) VALUE "inventory_save.dat is empty - crawling the built-in dungeon.".
           02 FILLER PIC X(100) VALUE "inventory_save.dat está vacío - se explora la mazmorra de serie.".
           02 FILLER PIC X(11) VALUE "CRAWLER 008".
           02 FILLER PIC X(100) VALUE "inventory_save.dat holds only a version stamp - crawling the built-in dungeon.".
           02 FILLER PIC X(100) VALUE "inventory_save.dat solo tiene un sello de versión - se explora la mazmorra de serie.".
           02 FILLER PIC X(11) VALUE "CRAWLER 009".
           02 FILLER PIC X(100) VALUE "Crawling the INVENTORY world (&1 x &2), location &3.".
           02 FILLER PIC X(100) VALUE "Explorando el mundo de INVENTORY (&1 x &2), lugar &3.".
           02 FILLER PIC X(11) VALUE "CRAWLER 010".
           02 FILLER PIC X(100) VALUE "Write numbered animation frames? (y/n, s to play a".
           02 FILLER PIC X(100) VALUE "¿Grabar fotogramas de animación numerados? (y/n = sí/no, s para".
           02 FILLER PIC X(11) VALUE "CRAWLER 011".
           02 FILLER PIC X(100) VALUE "command script, blank for n)".
           02 FILLER PIC X(100) VALUE "seguir un guion de órdenes, en blanco para n)".
           02 FILLER PIC X(11) VALUE "CRAWLER 012".
           02 FILLER PIC X(100) VALUE "Script file? (blank for crawler_script.dat)".
           02 FILLER PIC X(100) VALUE "¿Archivo de guion? (en blanco para crawler_script.dat)".
           02 FILLER PIC X(11) VALUE "CRAWLER 013".
           02 FILLER PIC X(100) VALUE "CRAWLER: could not open &1, status &2 - playing from the keyboard.".
           02 FILLER PIC X(100) VALUE "CRAWLER: no se pudo abrir &1, estado &2 - se juega con el teclado.".
           02 FILLER PIC X(11) VALUE "CRAWLER 014".
           02 FILLER PIC X(100) VALUE "CRAWLER: &1 is empty - playing from the keyboard.".
           02 FILLER PIC X(100) VALUE "CRAWLER: &1 está vacío - se juega con el teclado.".
           02 FILLER PIC X(11) VALUE "CRAWLER 015".
           02 FILLER PIC X(100) VALUE "Playing &1 with animation frames on.".
           02 FILLER PIC X(100) VALUE "Jugando &1 con los fotogramas de animación activados.".
           02 FILLER PIC X(11) VALUE "CRAWLER 016".
           02 FILLER PIC X(100) VALUE "Script seed used: &1".
           02 FILLER PIC X(100) VALUE "Semilla del guion usada: &1".
           02 FILLER PIC X(11) VALUE "CRAWLER 017".
           02 FILLER PIC X(100) VALUE "(The script is played out.)".
           02 FILLER PIC X(100) VALUE "(El guion se ha terminado.)".
           02 FILLER PIC X(11) VALUE "CRAWLER 018".
           02 FILLER PIC X(100) VALUE "THE CRAWL IS OVER.".
           02 FILLER PIC X(100) VALUE "LA EXPLORACIÓN HA TERMINADO.".
           02 FILLER PIC X(11) VALUE "CRAWLER 019".
           02 FILLER PIC X(100) VALUE "CRAWLER: could not write &1, status &2".
           02 FILLER PIC X(100) VALUE "CRAWLER: no se pudo escribir &1, estado &2".
           02 FILLER PIC X(11) VALUE "CRAWLER 020".
           02 FILLER PIC X(100) VALUE "Which SHOS save slot (1-5)?".
           02 FILLER PIC X(100) VALUE "¿Qué ranura de SHOS (1-5)?".
           02 FILLER PIC X(11) VALUE "CRAWLER 021".
           02 FILLER PIC X(100) VALUE "That slot could not be opened (status &1) - crawling the built-in dungeon.".
           02 FILLER PIC X(100) VALUE "No se pudo abrir esa ranura (estado &1) - se explora la mazmorra de serie.".
           02 FILLER PIC X(11) VALUE "CRAWLER 022".
           02 FILLER PIC X(100) VALUE "That slot is empty - crawling the built-in dungeon.".
           02 FILLER PIC X(100) VALUE "Esa ranura está vacía - se explora la mazmorra de serie.".
           02 FILLER PIC X(11) VALUE "CRAWLER 023".
           02 FILLER PIC X(100) VALUE "Only a stamp in that slot - crawling the built-in dungeon.".
           02 FILLER PIC X(100) VALUE "Esa ranura solo tiene un sello - se explora la mazmorra de serie.".
           02 FILLER PIC X(11) VALUE "CRAWLER 024".
           02 FILLER PIC X(100) VALUE "Walking the house of shadows from slot &1, room &2.".
           02 FILLER PIC X(100) VALUE "Recorriendo la casa de las sombras desde la ranura &1, sala &2.".
           02 FILLER PIC X(11) VALUE "CRAWLER 025".
           02 FILLER PIC X(100) VALUE "Room &1, facing &2.".
           02 FILLER PIC X(100) VALUE "Sala &1, mirando al &2.".
           02 FILLER PIC X(11) VALUE "CRAWLER 026".
           02 FILLER PIC X(100) VALUE "A &1 blocks yer way! ('attack' to fight)".
           02 FILLER PIC X(100) VALUE "¡Un &1 te cierra el paso! ('attack' para luchar)".
           02 FILLER PIC X(11) VALUE "CRAWLER 027".
           02 FILLER PIC X(100) VALUE "On the floor: &1. ('take' to collect)".
           02 FILLER PIC X(100) VALUE "En el suelo: &1. ('take' para recogerlo)".
           02 FILLER PIC X(11) VALUE "CRAWLER 028".
           02 FILLER PIC X(100) VALUE "A stairway leads &1 to level &2. ('stair' to take it)".
           02 FILLER PIC X(100) VALUE "Una escalera lleva &1 al nivel &2. ('stair' para tomarla)".
           02 FILLER PIC X(11) VALUE "CRAWLER 029".
           02 FILLER PIC X(100) VALUE "There are no stairs here.".
           02 FILLER PIC X(100) VALUE "Aquí no hay escaleras.".
           02 FILLER PIC X(11) VALUE "CRAWLER 030".
           02 FILLER PIC X(100) VALUE "The stair is choked with rubble (the level file".
           02 FILLER PIC X(100) VALUE "La escalera está cegada por escombros (no se pudo leer".
           02 FILLER PIC X(11) VALUE "CRAWLER 031".
           02 FILLER PIC X(100) VALUE "could not be read).".
           02 FILLER PIC X(100) VALUE "el archivo del nivel).".
           02 FILLER PIC X(11) VALUE "CRAWLER 032".
           02 FILLER PIC X(100) VALUE "The level file holds no world.".
           02 FILLER PIC X(100) VALUE "El archivo del nivel no contiene ningún mundo.".
           02 FILLER PIC X(11) VALUE "CRAWLER 033".
           02 FILLER PIC X(100) VALUE "Ye take the stairway to level &1.".
           02 FILLER PIC X(100) VALUE "Tomas la escalera hasta el nivel &1.".
           02 FILLER PIC X(11) VALUE "CRAWLER 034".
           02 FILLER PIC X(100) VALUE "Stair manifest loaded: &1 way(s).".
           02 FILLER PIC X(100) VALUE "Manifiesto de escaleras cargado: &1 camino(s).".
           02 FILLER PIC X(11) VALUE "CRAWLER 035".
           02 FILLER PIC X(100) VALUE "Go (a)head, (l)eft, (r)ight, (b)ack, or (q)uit?".
           02 FILLER PIC X(100) VALUE "¿(a) adelante, (l) izquierda, (r) derecha, (b) atrás o (q) salir?".
           02 FILLER PIC X(11) VALUE "CRAWLER 036".
           02 FILLER PIC X(100) VALUE "There is no door that way.".
           02 FILLER PIC X(100) VALUE "No hay puerta por ese lado.".
           02 FILLER PIC X(11) VALUE "CRAWLER 037".
           02 FILLER PIC X(100) VALUE "Ye go through the door.".
           02 FILLER PIC X(100) VALUE "Cruzas la puerta.".
           02 FILLER PIC X(11) VALUE "CRAWLER 038".
           02 FILLER PIC X(100) VALUE "There's nothing here to attack.".
           02 FILLER PIC X(100) VALUE "Aquí no hay nada que atacar.".
           02 FILLER PIC X(11) VALUE "CRAWLER 039".
           02 FILLER PIC X(100) VALUE "Ye hit the &1 for &2!".
           02 FILLER PIC X(100) VALUE "¡Golpeas al &1 y le haces &2!".
           02 FILLER PIC X(11) VALUE "CRAWLER 040".
           02 FILLER PIC X(100) VALUE "The &1 falls dead!".
           02 FILLER PIC X(100) VALUE "¡El &1 cae muerto!".
           02 FILLER PIC X(11) VALUE "CRAWLER 041".
           02 FILLER PIC X(100) VALUE "Ye miss, and the &1 strikes back for &2!".
           02 FILLER PIC X(100) VALUE "¡Fallas, y el &1 te devuelve el golpe por &2!".
           02 FILLER PIC X(11) VALUE "CRAWLER 042".
           02 FILLER PIC X(100) VALUE "Ye sink to the floor, slain in the dark.".
           02 FILLER PIC X(100) VALUE "Caes al suelo, abatido en la oscuridad.".
           02 FILLER PIC X(11) VALUE "CRAWLER 043".
           02 FILLER PIC X(100) VALUE "Health: &1/&2  Level &3  XP &4 (next level at &5)".
           02 FILLER PIC X(100) VALUE "Salud: &1/&2  Nivel &3  XP &4 (siguiente nivel a &5)".
           02 FILLER PIC X(11) VALUE "CRAWLER 044".
           02 FILLER PIC X(100) VALUE "Health: &1/&2  Level &3  XP &4".
           02 FILLER PIC X(100) VALUE "Salud: &1/&2  Nivel &3  XP &4".
           02 FILLER PIC X(11) VALUE "CRAWLER 045".
           02 FILLER PIC X(100) VALUE "There's nothing here to take.".
           02 FILLER PIC X(100) VALUE "Aquí no hay nada que recoger.".
           02 FILLER PIC X(11) VALUE "CRAWLER 046".
           02 FILLER PIC X(100) VALUE "Yer sack is full.".
           02 FILLER PIC X(100) VALUE "Tu saco está lleno.".
           02 FILLER PIC X(11) VALUE "CRAWLER 047".
           02 FILLER PIC X(100) VALUE "Ye take &1. Haul: &2 piece(s).".
           02 FILLER PIC X(100) VALUE "Recoges &1. Botín: &2 pieza(s).".
           02 FILLER PIC X(11) VALUE "CRAWLER 048".
           02 FILLER PIC X(100) VALUE "Yer sack is empty.".
           02 FILLER PIC X(100) VALUE "Tu saco está vacío.".
           02 FILLER PIC X(11) VALUE "CRAWLER 049".
           02 FILLER PIC X(100) VALUE "Yer haul so far:".
           02 FILLER PIC X(100) VALUE "Tu botín hasta ahora:".
           02 FILLER PIC X(11) VALUE "CRAWLER 050".
           02 FILLER PIC X(100) VALUE "CRAWLER: could not open crawler_map.txt, status &1".
           02 FILLER PIC X(100) VALUE "CRAWLER: no se pudo abrir crawler_map.txt, estado &1".
           02 FILLER PIC X(11) VALUE "CRAWLER 051".
           02 FILLER PIC X(100) VALUE "A locked door bars the way.".
           02 FILLER PIC X(100) VALUE "Una puerta cerrada con llave corta el paso.".
           02 FILLER PIC X(11) VALUE "CRAWLER 052".
           02 FILLER PIC X(100) VALUE "Ye carry no key that fits. The door stays shut.".
           02 FILLER PIC X(100) VALUE "No llevas ninguna llave que encaje. La puerta sigue cerrada.".
           02 FILLER PIC X(11) VALUE "CRAWLER 053".
           02 FILLER PIC X(100) VALUE "The lock is rusted past all keys.".
           02 FILLER PIC X(100) VALUE "La cerradura está tan oxidada que ninguna llave sirve.".
           02 FILLER PIC X(11) VALUE "CRAWLER 054".
           02 FILLER PIC X(100) VALUE "The key turns, is spent, and the door swings open.".
           02 FILLER PIC X(100) VALUE "La llave gira, se gasta, y la puerta se abre.".
           02 FILLER PIC X(11) VALUE "CRAWLER 055".
           02 FILLER PIC X(100) VALUE "CRAWLER: the unlocked world could not be written back, status &1.".
           02 FILLER PIC X(100) VALUE "CRAWLER: no se pudo volver a escribir el mundo abierto, estado &1.".
           02 FILLER PIC X(11) VALUE "CRAWLER 056".
           02 FILLER PIC X(100) VALUE "A shrine stands here; no monster will abide it.".
           02 FILLER PIC X(100) VALUE "Aquí se alza un santuario; ningún monstruo lo soporta.".
           02 FILLER PIC X(11) VALUE "CRAWLER 057".
           02 FILLER PIC X(100) VALUE "Racks of old arms line the walls - an armory.".
           02 FILLER PIC X(100) VALUE "Estantes de armas viejas cubren las paredes - una armería.".
           02 FILLER PIC X(11) VALUE "CRAWLER 058".
           02 FILLER PIC X(100) VALUE "Gnawed bones and musk - this is a lair.".
           02 FILLER PIC X(100) VALUE "Huesos roídos y almizcle - esto es una guarida.".
           02 FILLER PIC X(11) VALUE "CRAWLER 059".
           02 FILLER PIC X(100) VALUE "Iron-bound alcoves ring the walls - a treasury.".
           02 FILLER PIC X(100) VALUE "Nichos reforzados con hierro rodean las paredes - un tesoro.".
           02 FILLER PIC X(11) VALUE "CRAWLER 060".
           02 FILLER PIC X(100) VALUE "The floor is scored and scorched - a trap, long sprung.".
           02 FILLER PIC X(100) VALUE "El suelo está rayado y chamuscado - una trampa, saltada hace tiempo.".
           02 FILLER PIC X(11) VALUE "CRAWLER 061".
           02 FILLER PIC X(100) VALUE "CRAWLER: could not open frame_output.txt, status &1".
           02 FILLER PIC X(100) VALUE "CRAWLER: no se pudo abrir frame_output.txt, estado &1".
           02 FILLER PIC X(11) VALUE "CRAWLER 062".
           02 FILLER PIC X(100) VALUE "Bestiary loaded: &1 species.".
           02 FILLER PIC X(100) VALUE "Bestiario cargado: &1 especie(s).".
           02 FILLER PIC X(11) VALUE "CRAWLER 063".
           02 FILLER PIC X(100) VALUE "Seeded bestiary.dat with the built-in three.".
           02 FILLER PIC X(100) VALUE "Se creó bestiary.dat con las tres criaturas de serie.".
           02 FILLER PIC X(11) VALUE "CRAWLER 064".
           02 FILLER PIC X(100) VALUE "Something stirs beside the road, but nothing comes of it.".
           02 FILLER PIC X(100) VALUE "Algo se mueve junto al camino, pero no pasa nada.".
           02 FILLER PIC X(11) VALUE "CRAWLER 065".
           02 FILLER PIC X(100) VALUE "Set upon at (&1,&2) - there is no way on but through it!".
           02 FILLER PIC X(100) VALUE "¡Te atacan en (&1,&2) - no hay más salida que luchar!".
           02 FILLER PIC X(11) VALUE "CRAWLER 066".
           02 FILLER PIC X(100) VALUE "(attack) or (f)lee?".
           02 FILLER PIC X(100) VALUE "¿(attack) luchar o (f) huir?".
           02 FILLER PIC X(11) VALUE "CRAWLER 067".
           02 FILLER PIC X(100) VALUE "Ye break away and run for the open road.".
           02 FILLER PIC X(100) VALUE "Te zafas y corres hacia el camino abierto.".
           02 FILLER PIC X(11) VALUE "CRAWLER 068".
           02 FILLER PIC X(100) VALUE "The road is clear again.".
           02 FILLER PIC X(100) VALUE "El camino vuelve a estar despejado.".
           02 FILLER PIC X(11) VALUE "CRAWLER 069".
           02 FILLER PIC X(100) VALUE "The fight could not be reported back (status &1).".
           02 FILLER PIC X(100) VALUE "No se pudo informar del combate (estado &1).".
           02 FILLER PIC X(11) VALUE "CRAWLER 070".
           02 FILLER PIC X(100) VALUE "&1 the adventurer: level &2, experience &3.".
           02 FILLER PIC X(100) VALUE "&1 el aventurero: nivel &2, experiencia &3.".
           02 FILLER PIC X(11) VALUE "CRAWLER 071".
           02 FILLER PIC X(100) VALUE "Ye gain &1 experience.".
           02 FILLER PIC X(100) VALUE "Ganas &1 de experiencia.".
           02 FILLER PIC X(11) VALUE "CRAWLER 072".
           02 FILLER PIC X(100) VALUE "Ye have reached level &1! Max health &2, blow strength &3.".
           02 FILLER PIC X(100) VALUE "¡Has alcanzado el nivel &1! Salud máxima &2, fuerza de golpe &3.".
           02 FILLER PIC X(11) VALUE "CRAWLER 073".
           02 FILLER PIC X(100) VALUE "Ye wake at the dungeon mouth, level &1 still - but &2 experience poorer.".
           02 FILLER PIC X(100) VALUE "Despiertas a la entrada de la mazmorra, aún en el nivel &1 - pero con &2 de experiencia menos.".
           02 FILLER PIC X(11) VALUE "CRAWLER 074".
           02 FILLER PIC X(100) VALUE "The hero roster is full - this adventurer will not be remembered.".
           02 FILLER PIC X(100) VALUE "La lista de héroes está llena - este aventurero no será recordado.".
           02 FILLER PIC X(11) VALUE "CRAWLER 075".
           02 FILLER PIC X(100) VALUE "crawler_hero.dat could not be written, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo escribir crawler_hero.dat, estado &1.".
       01 CrawlMessageTable REDEFINES CrawlMessages.
           02 CrawlMessage OCCURS 75 TIMES.
               03 CrawlMsgKey PIC X(11).
               03 CrawlMsgText PIC X(100) OCCURS 2 TIMES.
