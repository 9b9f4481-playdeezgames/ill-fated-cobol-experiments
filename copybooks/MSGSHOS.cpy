      *> SHOS's player-facing messages for the MSGCAT catalog, one
      *> entry per message number: the program and number key, then
      *> the text in each MSGLANG.cpy language, in column order.
      *> &1-&9 and &0 mark where the caller's arguments go.
       01 ShosMessages.
           02 FILLER PIC X(11) VALUE "SHOS    001".
           02 FILLER PIC X(100) VALUE "* SUBTERRANEAN HOUSE OF SHADOWS *".
           02 FILLER PIC X(100) VALUE "*  CASA SUBTERRÁNEA DE SOMBRAS  *".
           02 FILLER PIC X(11) VALUE "SHOS    002".
           02 FILLER PIC X(100) VALUE "*        A PRODUCTION OF        *".
           02 FILLER PIC X(100) VALUE "*       UNA PRODUCCIÓN DE       *".
           02 FILLER PIC X(11) VALUE "SHOS    003".
           02 FILLER PIC X(100) VALUE "*       THEGRUMPYGAMEDEV        *".
           02 FILLER PIC X(100) VALUE "*       THEGRUMPYGAMEDEV        *".
           02 FILLER PIC X(11) VALUE "SHOS    004".
           02 FILLER PIC X(100) VALUE "THE HOUSE IS SITUATED AT A BEND OF THE WINDING BLOODSCAR.".
           02 FILLER PIC X(100) VALUE "LA CASA SE ALZA EN UN RECODO DEL SINUOSO BLOODSCAR.".
           02 FILLER PIC X(11) VALUE "SHOS    005".
           02 FILLER PIC X(100) VALUE "CURRENTLY IS IS BADLY INFESTED BY LIONS.".
           02 FILLER PIC X(100) VALUE "AHORA MISMO ESTÁ GRAVEMENTE INFESTADA DE LEONES.".
           02 FILLER PIC X(11) VALUE "SHOS    006".
           02 FILLER PIC X(100) VALUE "WORD IS THAT ZARR, A LEGENDARY DOLL, IS STILL HIDDEN HERE.".
           02 FILLER PIC X(100) VALUE "SE DICE QUE ZARR, UNA MUÑECA LEGENDARIA, SIGUE ESCONDIDA AQUÍ.".
           02 FILLER PIC X(11) VALUE "SHOS    007".
           02 FILLER PIC X(100) VALUE "RUN FROM A SCRIPT FILE? [Y/N]".
           02 FILLER PIC X(100) VALUE "¿JUGAR DESDE UN ARCHIVO DE GUION? [Y/N = SÍ/NO]".
           02 FILLER PIC X(11) VALUE "SHOS    008".
           02 FILLER PIC X(100) VALUE "SCRIPT FILE NAME? (BLANK FOR shos_script.dat)".
           02 FILLER PIC X(100) VALUE "¿NOMBRE DEL ARCHIVO DE GUION? (EN BLANCO PARA shos_script.dat)".
           02 FILLER PIC X(11) VALUE "SHOS    009".
           02 FILLER PIC X(100) VALUE "THE SCRIPT FILE COULD NOT BE OPENED.".
           02 FILLER PIC X(100) VALUE "NO SE PUDO ABRIR EL ARCHIVO DE GUION.".
           02 FILLER PIC X(11) VALUE "SHOS    010".
           02 FILLER PIC X(100) VALUE "REPLAYING FROM &1".
           02 FILLER PIC X(100) VALUE "REPRODUCIENDO DESDE &1".
           02 FILLER PIC X(11) VALUE "SHOS    011".
           02 FILLER PIC X(100) VALUE "RNG SEED (BLANK FOR RANDOM)?".
           02 FILLER PIC X(100) VALUE "¿SEMILLA DEL RNG (EN BLANCO PARA AZAR)?".
           02 FILLER PIC X(11) VALUE "SHOS    012".
           02 FILLER PIC X(100) VALUE "AN UNFINISHED RUN WAS LEFT BEHIND WHEN THE LAST".
           02 FILLER PIC X(100) VALUE "AL TERMINAR LA ÚLTIMA SESIÓN QUEDÓ UNA PARTIDA".
           02 FILLER PIC X(11) VALUE "SHOS    013".
           02 FILLER PIC X(100) VALUE "SESSION ENDED. RECOVER IT? [Y/N]".
           02 FILLER PIC X(100) VALUE "A MEDIAS. ¿RECUPERARLA? [Y/N = SÍ/NO]".
           02 FILLER PIC X(11) VALUE "SHOS    014".
           02 FILLER PIC X(100) VALUE "MAIN MENU:".
           02 FILLER PIC X(100) VALUE "MENÚ PRINCIPAL:".
           02 FILLER PIC X(11) VALUE "SHOS    015".
           02 FILLER PIC X(100) VALUE "[E]NTER THE SUBTERANEAN HOUSE OF SHADOWS".
           02 FILLER PIC X(100) VALUE "[E] ENTRAR EN LA CASA SUBTERRÁNEA DE SOMBRAS".
           02 FILLER PIC X(11) VALUE "SHOS    016".
           02 FILLER PIC X(100) VALUE "[P] TWO-ADVENTURER CO-OP (HOT SEAT)".
           02 FILLER PIC X(100) VALUE "[P] COOPERATIVO PARA DOS AVENTUREROS (POR TURNOS)".
           02 FILLER PIC X(11) VALUE "SHOS    017".
           02 FILLER PIC X(100) VALUE "[D]AILY CHALLENGE - TODAY'S HOUSE, SAME FOR ALL".
           02 FILLER PIC X(100) VALUE "[D] DESAFÍO DIARIO - LA CASA DE HOY, IGUAL PARA TODOS".
           02 FILLER PIC X(11) VALUE "SHOS    018".
           02 FILLER PIC X(100) VALUE "[M] ENTER A DUNGEON CRAFTED IN MAZEGEN (maze.dat)".
           02 FILLER PIC X(100) VALUE "[M] ENTRAR EN UNA MAZMORRA CREADA CON MAZEGEN (maze.dat)".
           02 FILLER PIC X(11) VALUE "SHOS    019".
           02 FILLER PIC X(100) VALUE "[S]CENARIO PACK - A HAND-BUILT HOUSE".
           02 FILLER PIC X(100) VALUE "[S] PAQUETE DE ESCENARIO - UNA CASA HECHA A MANO".
           02 FILLER PIC X(11) VALUE "SHOS    020".
           02 FILLER PIC X(100) VALUE "[R]ESUME A SAVED GAME".
           02 FILLER PIC X(100) VALUE "[R] REANUDAR UNA PARTIDA GUARDADA".
           02 FILLER PIC X(11) VALUE "SHOS    021".
           02 FILLER PIC X(100) VALUE "[T]OP RUNS".
           02 FILLER PIC X(100) VALUE "[T] MEJORES PARTIDAS".
           02 FILLER PIC X(11) VALUE "SHOS    022".
           02 FILLER PIC X(100) VALUE "[L]EARN HOW TO PLAY".
           02 FILLER PIC X(100) VALUE "[L] APRENDER A JUGAR".
           02 FILLER PIC X(11) VALUE "SHOS    023".
           02 FILLER PIC X(100) VALUE "[Q]UIT THE GAME".
           02 FILLER PIC X(100) VALUE "[Q] SALIR DEL JUEGO".
           02 FILLER PIC X(11) VALUE "SHOS    024".
           02 FILLER PIC X(100) VALUE "RNG SEED USED: &1".
           02 FILLER PIC X(100) VALUE "SEMILLA DEL RNG USADA: &1".
           02 FILLER PIC X(11) VALUE "SHOS    025".
           02 FILLER PIC X(100) VALUE "RESUME WHICH SLOT (1-5, 0 TO CANCEL)?".
           02 FILLER PIC X(100) VALUE "¿REANUDAR QUÉ RANURA (1-5, 0 PARA CANCELAR)?".
           02 FILLER PIC X(11) VALUE "SHOS    026".
           02 FILLER PIC X(100) VALUE "THAT SLOT IS EMPTY.".
           02 FILLER PIC X(100) VALUE "ESA RANURA ESTÁ VACÍA.".
           02 FILLER PIC X(11) VALUE "SHOS    027".
           02 FILLER PIC X(100) VALUE "THERE IS NO SAVED GAME TO RESUME.".
           02 FILLER PIC X(100) VALUE "NO HAY NINGUNA PARTIDA GUARDADA QUE REANUDAR.".
           02 FILLER PIC X(11) VALUE "SHOS    028".
           02 FILLER PIC X(100) VALUE "THE SAVED GAME IS EMPTY.".
           02 FILLER PIC X(100) VALUE "LA PARTIDA GUARDADA ESTÁ VACÍA.".
           02 FILLER PIC X(11) VALUE "SHOS    029".
           02 FILLER PIC X(100) VALUE "THAT FILE IS NOT A HOUSE OF SHADOWS SAVE -".
           02 FILLER PIC X(100) VALUE "ESE ARCHIVO NO ES UNA PARTIDA DE LA CASA DE SOMBRAS -".
           02 FILLER PIC X(11) VALUE "SHOS    030".
           02 FILLER PIC X(100) VALUE "IT CALLS ITSELF '&1'.".
           02 FILLER PIC X(100) VALUE "SE LLAMA A SÍ MISMO '&1'.".
           02 FILLER PIC X(11) VALUE "SHOS    031".
           02 FILLER PIC X(100) VALUE "THE SAVE IS LAYOUT VERSION &1 - THIS PROGRAM ONLY KNOWS UP TO 04.".
           02 FILLER PIC X(100) VALUE "LA PARTIDA TIENE EL FORMATO &1 - ESTE PROGRAMA SOLO CONOCE HASTA EL 04.".
           02 FILLER PIC X(11) VALUE "SHOS    032".
           02 FILLER PIC X(100) VALUE "(AN OLDER SAVE - NEWER FIELDS TAKE THEIR DEFAULTS)".
           02 FILLER PIC X(100) VALUE "(UNA PARTIDA ANTIGUA - LOS CAMPOS NUEVOS TOMAN SU VALOR POR DEFECTO)".
           02 FILLER PIC X(11) VALUE "SHOS    033".
           02 FILLER PIC X(100) VALUE "SCENARIO PACK &1: &2 LIONS.".
           02 FILLER PIC X(100) VALUE "PAQUETE DE ESCENARIO &1: &2 LEONES.".
           02 FILLER PIC X(11) VALUE "SHOS    034".
           02 FILLER PIC X(100) VALUE "GAME RESUMED.".
           02 FILLER PIC X(100) VALUE "PARTIDA REANUDADA.".
           02 FILLER PIC X(11) VALUE "SHOS    035".
           02 FILLER PIC X(100) VALUE "SAVE TO WHICH SLOT (1-5, 0 TO CANCEL)?".
           02 FILLER PIC X(100) VALUE "¿GUARDAR EN QUÉ RANURA (1-5, 0 PARA CANCELAR)?".
           02 FILLER PIC X(11) VALUE "SHOS    036".
           02 FILLER PIC X(100) VALUE "SAVE CANCELLED.".
           02 FILLER PIC X(100) VALUE "GUARDADO CANCELADO.".
           02 FILLER PIC X(11) VALUE "SHOS    037".
           02 FILLER PIC X(100) VALUE "SLOT &1 ALREADY HOLDS A GAME SAVED BY &2. OVERWRITE? [Y/N]".
           02 FILLER PIC X(100) VALUE "LA RANURA &1 YA TIENE UNA PARTIDA GUARDADA POR &2. ¿SOBRESCRIBIR? [Y/N = SÍ/NO]".
           02 FILLER PIC X(11) VALUE "SHOS    038".
           02 FILLER PIC X(100) VALUE "WHO IS SAVING? (NAME OR INITIALS)".
           02 FILLER PIC X(100) VALUE "¿QUIÉN GUARDA? (NOMBRE O INICIALES)".
           02 FILLER PIC X(11) VALUE "SHOS    039".
           02 FILLER PIC X(100) VALUE "THE GAME COULD NOT BE SAVED.".
           02 FILLER PIC X(100) VALUE "NO SE PUDO GUARDAR LA PARTIDA.".
           02 FILLER PIC X(11) VALUE "SHOS    040".
           02 FILLER PIC X(100) VALUE "GAME SAVED TO SLOT &1.".
           02 FILLER PIC X(100) VALUE "PARTIDA GUARDADA EN LA RANURA &1.".
           02 FILLER PIC X(11) VALUE "SHOS    041".
           02 FILLER PIC X(100) VALUE "THE OLD SAVE COULD NOT BE CARRIED OVER, STATUS &1.".
           02 FILLER PIC X(100) VALUE "NO SE PUDO TRASLADAR LA PARTIDA ANTIGUA, ESTADO &1.".
           02 FILLER PIC X(11) VALUE "SHOS    042".
           02 FILLER PIC X(100) VALUE "AN OLD shos_save.dat WAS FOUND AND CARRIED INTO".
           02 FILLER PIC X(100) VALUE "SE ENCONTRÓ UN shos_save.dat ANTIGUO Y SE PASÓ A".
           02 FILLER PIC X(11) VALUE "SHOS    043".
           02 FILLER PIC X(100) VALUE "SAVE SLOT 1 AS (MIGRATED).".
           02 FILLER PIC X(100) VALUE "LA RANURA 1 COMO (MIGRATED).".
           02 FILLER PIC X(11) VALUE "SHOS    044".
           02 FILLER PIC X(100) VALUE "THE SAVE CATALOG COULD NOT BE UPDATED.".
           02 FILLER PIC X(100) VALUE "NO SE PUDO ACTUALIZAR EL CATÁLOGO DE PARTIDAS.".
           02 FILLER PIC X(11) VALUE "SHOS    045".
           02 FILLER PIC X(100) VALUE "SAVE CATALOG:".
           02 FILLER PIC X(100) VALUE "CATÁLOGO DE PARTIDAS:".
           02 FILLER PIC X(11) VALUE "SHOS    046".
           02 FILLER PIC X(100) VALUE "[&1] &2 IN ROOM &3 SAVED &4 &5".
           02 FILLER PIC X(100) VALUE "[&1] &2 EN LA SALA &3 GUARDADA &4 &5".
           02 FILLER PIC X(11) VALUE "SHOS    047".
           02 FILLER PIC X(100) VALUE "[&1] (EMPTY)".
           02 FILLER PIC X(100) VALUE "[&1] (VACÍA)".
           02 FILLER PIC X(11) VALUE "SHOS    048".
           02 FILLER PIC X(100) VALUE "TODAY'S DAILY CHALLENGE (&1).".
           02 FILLER PIC X(100) VALUE "DESAFÍO DIARIO DE HOY (&1).".
           02 FILLER PIC X(11) VALUE "SHOS    049".
           02 FILLER PIC X(100) VALUE "HOW CRUEL A HOUSE? [E]ASY / [N]ORMAL / [C]RUEL".
           02 FILLER PIC X(100) VALUE "¿QUÉ TAN CRUEL LA CASA? [E] FÁCIL / [N] NORMAL / [C] CRUEL".
           02 FILLER PIC X(11) VALUE "SHOS    050".
           02 FILLER PIC X(100) VALUE "PRESET &1: &2 LIONS, &3 HEALTH, &4 TURNS.".
           02 FILLER PIC X(100) VALUE "NIVEL &1: &2 LEONES, &3 DE SALUD, &4 TURNOS.".
           02 FILLER PIC X(11) VALUE "SHOS    051".
           02 FILLER PIC X(100) VALUE "WHO IS THE FIRST ADVENTURER?".
           02 FILLER PIC X(100) VALUE "¿QUIÉN ES EL PRIMER AVENTURERO?".
           02 FILLER PIC X(11) VALUE "SHOS    052".
           02 FILLER PIC X(100) VALUE "WHO IS THE SECOND ADVENTURER?".
           02 FILLER PIC X(100) VALUE "¿QUIÉN ES EL SEGUNDO AVENTURERO?".
           02 FILLER PIC X(11) VALUE "SHOS    053".
           02 FILLER PIC X(100) VALUE "&1 AND &2 DESCEND TOGETHER.".
           02 FILLER PIC X(100) VALUE "&1 Y &2 DESCIENDEN JUNTOS.".
           02 FILLER PIC X(11) VALUE "SHOS    054".
           02 FILLER PIC X(100) VALUE "&1 TAKES THE FIRST TURN.".
           02 FILLER PIC X(100) VALUE "&1 JUEGA EL PRIMER TURNO.".
           02 FILLER PIC X(11) VALUE "SHOS    055".
           02 FILLER PIC X(100) VALUE "THE KEYBOARD PASSES TO &1.".
           02 FILLER PIC X(100) VALUE "EL TECLADO PASA A &1.".
           02 FILLER PIC X(11) VALUE "SHOS    056".
           02 FILLER PIC X(100) VALUE "BOTH ADVENTURERS HAVE FALLEN. THE HOUSE KEEPS".
           02 FILLER PIC X(100) VALUE "AMBOS AVENTUREROS HAN CAÍDO. LA CASA GUARDA".
           02 FILLER PIC X(11) VALUE "SHOS    057".
           02 FILLER PIC X(100) VALUE "ITS TREASURES, AND ITS SILENCE.".
           02 FILLER PIC X(100) VALUE "SUS TESOROS, Y SU SILENCIO.".
           02 FILLER PIC X(11) VALUE "SHOS    058".
           02 FILLER PIC X(100) VALUE "&1 CARRIES ON ALONE.".
           02 FILLER PIC X(100) VALUE "&1 SIGUE SOLO.".
           02 FILLER PIC X(11) VALUE "SHOS    059".
           02 FILLER PIC X(100) VALUE "YOU DESCEND INTO A DUNGEON OF &1 ROOMS.".
           02 FILLER PIC X(100) VALUE "DESCIENDES A UNA MAZMORRA DE &1 SALAS.".
           02 FILLER PIC X(11) VALUE "SHOS    060".
           02 FILLER PIC X(100) VALUE "THERE IS NO maze.dat TO PLAY. CRAFT ONE IN MAZEGEN FIRST.".
           02 FILLER PIC X(100) VALUE "NO HAY maze.dat QUE JUGAR. CREA UNO CON MAZEGEN PRIMERO.".
           02 FILLER PIC X(11) VALUE "SHOS    061".
           02 FILLER PIC X(100) VALUE "maze.dat IS EMPTY. CRAFT ONE IN MAZEGEN FIRST.".
           02 FILLER PIC X(100) VALUE "maze.dat ESTÁ VACÍO. CREA UNO CON MAZEGEN PRIMERO.".
           02 FILLER PIC X(11) VALUE "SHOS    062".
           02 FILLER PIC X(100) VALUE "THAT MAZE IS &1 CELLS ON A SIDE - THE HOUSE".
           02 FILLER PIC X(100) VALUE "ESE LABERINTO TIENE &1 CELDAS POR LADO - LA CASA".
           02 FILLER PIC X(11) VALUE "SHOS    063".
           02 FILLER PIC X(100) VALUE "ONLY HOLDS 20 ROOMS. CRAFT ONE OF UP TO 4x4 CELLS.".
           02 FILLER PIC X(100) VALUE "SOLO ADMITE 20 SALAS. CREA UNO DE 4x4 CELDAS COMO MUCHO.".
           02 FILLER PIC X(11) VALUE "SHOS    064".
           02 FILLER PIC X(100) VALUE "THE MAZE'S ENTRANCE CELL HAS NO WALL TO CUT THE".
           02 FILLER PIC X(100) VALUE "LA CELDA DE ENTRADA DEL LABERINTO NO TIENE MURO POR".
           02 FILLER PIC X(11) VALUE "SHOS    065".
           02 FILLER PIC X(100) VALUE "WAY OUT THROUGH, AND EVERY NEIGHBOR HANGS BY THAT".
           02 FILLER PIC X(100) VALUE "DONDE ABRIR LA SALIDA, Y CADA VECINA CUELGA DE ESA".
           02 FILLER PIC X(11) VALUE "SHOS    066".
           02 FILLER PIC X(100) VALUE "ONE DOOR - THE MAZE CANNOT BE PLAYED AS A DUNGEON.".
           02 FILLER PIC X(100) VALUE "ÚNICA PUERTA - EL LABERINTO NO SE PUEDE JUGAR COMO MAZMORRA.".
           02 FILLER PIC X(11) VALUE "SHOS    067".
           02 FILLER PIC X(100) VALUE "maze_features.dat DOES NOT FIT THIS MAZE - THE ROOMS".
           02 FILLER PIC X(100) VALUE "maze_features.dat NO ENCAJA CON ESTE LABERINTO - LAS SALAS".
           02 FILLER PIC X(11) VALUE "SHOS    068".
           02 FILLER PIC X(100) VALUE "GO UNDRESSED.".
           02 FILLER PIC X(100) VALUE "QUEDAN SIN DECORAR.".
           02 FILLER PIC X(11) VALUE "SHOS    069".
           02 FILLER PIC X(100) VALUE "NO SCENARIO PACKS ARE INSTALLED. CHECK ONE IN WITH".
           02 FILLER PIC X(100) VALUE "NO HAY PAQUETES DE ESCENARIO INSTALADOS. REGISTRA UNO CON".
           02 FILLER PIC X(11) VALUE "SHOS    070".
           02 FILLER PIC X(100) VALUE "PACKCHK FIRST.".
           02 FILLER PIC X(100) VALUE "PACKCHK PRIMERO.".
           02 FILLER PIC X(11) VALUE "SHOS    071".
           02 FILLER PIC X(100) VALUE "SCENARIO PACKS:".
           02 FILLER PIC X(100) VALUE "PAQUETES DE ESCENARIO:".
           02 FILLER PIC X(11) VALUE "SHOS    072".
           02 FILLER PIC X(100) VALUE "  &1 &2 &3 &4 ROOMS, &5 LIONS".
           02 FILLER PIC X(100) VALUE "  &1 &2 &3 &4 SALAS, &5 LEONES".
           02 FILLER PIC X(11) VALUE "SHOS    073".
           02 FILLER PIC X(100) VALUE "PLAY WHICH PACK (1-&1, 0 TO CANCEL)?".
           02 FILLER PIC X(100) VALUE "¿JUGAR QUÉ PAQUETE (1-&1, 0 PARA CANCELAR)?".
           02 FILLER PIC X(11) VALUE "SHOS    074".
           02 FILLER PIC X(100) VALUE "&1 - &2 ROOMS, &3 LIONS.".
           02 FILLER PIC X(100) VALUE "&1 - &2 SALAS, &3 LEONES.".
           02 FILLER PIC X(11) VALUE "SHOS    075".
           02 FILLER PIC X(100) VALUE "THE PACK FILE &1 IS MISSING, STATUS &2.".
           02 FILLER PIC X(100) VALUE "FALTA EL ARCHIVO DEL PAQUETE &1, ESTADO &2.".
           02 FILLER PIC X(11) VALUE "SHOS    076".
           02 FILLER PIC X(100) VALUE "THE PACK FILE HAS NO HEADER - RUN PACKCHK ON IT.".
           02 FILLER PIC X(100) VALUE "EL ARCHIVO DEL PAQUETE NO TIENE CABECERA - PÁSALE PACKCHK.".
           02 FILLER PIC X(11) VALUE "SHOS    077".
           02 FILLER PIC X(100) VALUE "THE PACK'S HOUSE NO LONGER HANGS TOGETHER - RUN".
           02 FILLER PIC X(100) VALUE "LA CASA DEL PAQUETE YA NO SE SOSTIENE - PÁSALE".
           02 FILLER PIC X(11) VALUE "SHOS    078".
           02 FILLER PIC X(100) VALUE "PACKCHK ON IT AGAIN.".
           02 FILLER PIC X(100) VALUE "PACKCHK OTRA VEZ.".
           02 FILLER PIC X(11) VALUE "SHOS    079".
           02 FILLER PIC X(100) VALUE "YOU SPY &1 AMONG THE SHADOWS. TAKE IT? [Y/N]".
           02 FILLER PIC X(100) VALUE "DIVISAS &1 ENTRE LAS SOMBRAS. ¿LO COGES? [Y/N = SÍ/NO]".
           02 FILLER PIC X(11) VALUE "SHOS    080".
           02 FILLER PIC X(100) VALUE "YOU TUCK IT AWAY CAREFULLY.".
           02 FILLER PIC X(100) VALUE "LO GUARDAS CON CUIDADO.".
           02 FILLER PIC X(11) VALUE "SHOS    081".
           02 FILLER PIC X(100) VALUE "YOU FIND &1 IN THE GLOOM. TAKE IT? [Y/N]".
           02 FILLER PIC X(100) VALUE "ENCUENTRAS &1 EN LA PENUMBRA. ¿LO COGES? [Y/N = SÍ/NO]".
           02 FILLER PIC X(11) VALUE "SHOS    082".
           02 FILLER PIC X(100) VALUE "YOU SLING IT OVER YOUR SHOULDER.".
           02 FILLER PIC X(100) VALUE "TE LO CUELGAS AL HOMBRO.".
           02 FILLER PIC X(11) VALUE "SHOS    083".
           02 FILLER PIC X(100) VALUE "([G] WIELDS WHAT YOU CARRY.)".
           02 FILLER PIC X(100) VALUE "([G] EMPUÑA LO QUE LLEVAS.)".
           02 FILLER PIC X(11) VALUE "SHOS    084".
           02 FILLER PIC X(100) VALUE "YOUR GEAR:".
           02 FILLER PIC X(100) VALUE "TU EQUIPO:".
           02 FILLER PIC X(11) VALUE "SHOS    085".
           02 FILLER PIC X(100) VALUE "[&1] &2 (WIELDED)".
           02 FILLER PIC X(100) VALUE "[&1] &2 (EMPUÑADO)".
           02 FILLER PIC X(11) VALUE "SHOS    086".
           02 FILLER PIC X(100) VALUE "[&1] &2 (SLUNG)".
           02 FILLER PIC X(100) VALUE "[&1] &2 (AL HOMBRO)".
           02 FILLER PIC X(11) VALUE "SHOS    087".
           02 FILLER PIC X(100) VALUE "YOU CARRY NO GEAR YET.".
           02 FILLER PIC X(100) VALUE "AÚN NO LLEVAS EQUIPO.".
           02 FILLER PIC X(11) VALUE "SHOS    088".
           02 FILLER PIC X(100) VALUE "WIELD OR SLING WHICH (1-3, 0 TO LEAVE IT)?".
           02 FILLER PIC X(100) VALUE "¿EMPUÑAR O COLGAR CUÁL (1-3, 0 PARA DEJARLO)?".
           02 FILLER PIC X(11) VALUE "SHOS    089".
           02 FILLER PIC X(100) VALUE "YOU DO NOT CARRY THAT.".
           02 FILLER PIC X(100) VALUE "NO LLEVAS ESO.".
           02 FILLER PIC X(11) VALUE "SHOS    090".
           02 FILLER PIC X(100) VALUE "YOU SLING &1 OVER YOUR SHOULDER.".
           02 FILLER PIC X(100) VALUE "TE CUELGAS &1 AL HOMBRO.".
           02 FILLER PIC X(11) VALUE "SHOS    091".
           02 FILLER PIC X(100) VALUE "YOU WIELD &1.".
           02 FILLER PIC X(100) VALUE "EMPUÑAS &1.".
           02 FILLER PIC X(11) VALUE "SHOS    092".
           02 FILLER PIC X(100) VALUE "SHOS: room layout generation stalled, falling back to a deterministic parent search for room &1.".
           02 FILLER PIC X(100) VALUE "SHOS: generación de salas atascada; búsqueda de padre determinista para la sala &1.".
           02 FILLER PIC X(11) VALUE "SHOS    093".
           02 FILLER PIC X(100) VALUE "rooms.dat IS NOT IN A LAYOUT THIS PROGRAM KNOWS -".
           02 FILLER PIC X(100) VALUE "rooms.dat NO TIENE UN FORMATO QUE ESTE PROGRAMA CONOZCA -".
           02 FILLER PIC X(11) VALUE "SHOS    094".
           02 FILLER PIC X(100) VALUE "IT HAS BEEN LEFT UNTOUCHED.".
           02 FILLER PIC X(100) VALUE "SE HA DEJADO INTACTO.".
           02 FILLER PIC X(11) VALUE "SHOS    095".
           02 FILLER PIC X(100) VALUE "rooms.dat COULD NOT BE REWRITTEN AS INDEXED".
           02 FILLER PIC X(100) VALUE "NO SE PUDO REESCRIBIR rooms.dat COMO INDEXADO".
           02 FILLER PIC X(11) VALUE "SHOS    096".
           02 FILLER PIC X(100) VALUE "(STATUS &1) - IT HAS BEEN LEFT".
           02 FILLER PIC X(100) VALUE "(ESTADO &1) - SE HA DEJADO".
           02 FILLER PIC X(11) VALUE "SHOS    097".
           02 FILLER PIC X(100) VALUE "AS IT WAS.".
           02 FILLER PIC X(100) VALUE "COMO ESTABA.".
           02 FILLER PIC X(11) VALUE "SHOS    098".
           02 FILLER PIC X(100) VALUE "AN OLDER rooms.dat WAS CARRIED OVER TO THE INDEXED".
           02 FILLER PIC X(100) VALUE "SE PASÓ UN rooms.dat ANTIGUO AL FORMATO".
           02 FILLER PIC X(11) VALUE "SHOS    099".
           02 FILLER PIC X(100) VALUE "LAYOUT - &1 ROOM(S) KEPT.".
           02 FILLER PIC X(100) VALUE "INDEXADO - SE CONSERVAN &1 SALA(S).".
           02 FILLER PIC X(11) VALUE "SHOS    100".
           02 FILLER PIC X(100) VALUE "THE ROOMS FILE COULD NOT BE CREATED, STATUS &1.".
           02 FILLER PIC X(100) VALUE "NO SE PUDO CREAR EL ARCHIVO DE SALAS, ESTADO &1.".
           02 FILLER PIC X(11) VALUE "SHOS    101".
           02 FILLER PIC X(100) VALUE "YOUR LAMP GUTTERS OUT - THE TURNS ARE SPENT.".
           02 FILLER PIC X(100) VALUE "TU LÁMPARA SE APAGA - SE ACABARON LOS TURNOS.".
           02 FILLER PIC X(11) VALUE "SHOS    102".
           02 FILLER PIC X(100) VALUE "THE HOUSE OF SHADOWS KEEPS WHAT IT CAUGHT.".
           02 FILLER PIC X(100) VALUE "LA CASA DE SOMBRAS SE QUEDA CON LO QUE ATRAPÓ.".
           02 FILLER PIC X(11) VALUE "SHOS    103".
           02 FILLER PIC X(100) VALUE "THE HOUSE HAS CRUMBLED AWAY TO NOTHING HERE.".
           02 FILLER PIC X(100) VALUE "AQUÍ LA CASA SE HA DESMORONADO HASTA NO QUEDAR NADA.".
           02 FILLER PIC X(11) VALUE "SHOS    104".
           02 FILLER PIC X(100) VALUE "HEALTH: &1/&2   LIONS PROWLING: &3".
           02 FILLER PIC X(100) VALUE "SALUD: &1/&2   LEONES AL ACECHO: &3".
           02 FILLER PIC X(11) VALUE "SHOS    105".
           02 FILLER PIC X(100) VALUE "YOU FIND A POULTICE OF HEALING HERBS AND BIND YOUR WOUNDS.".
           02 FILLER PIC X(100) VALUE "ENCUENTRAS UNA CATAPLASMA DE HIERBAS CURATIVAS Y TE VENDAS LAS HERIDAS.".
           02 FILLER PIC X(11) VALUE "SHOS    106".
           02 FILLER PIC X(100) VALUE "YOUR HEALTH IS NOW &1.".
           02 FILLER PIC X(100) VALUE "TU SALUD ES AHORA &1.".
           02 FILLER PIC X(11) VALUE "SHOS    107".
           02 FILLER PIC X(100) VALUE "YOU HAVE FOUND ZARR, THE LEGENDARY DOLL!".
           02 FILLER PIC X(100) VALUE "¡HAS ENCONTRADO A ZARR, LA MUÑECA LEGENDARIA!".
           02 FILLER PIC X(11) VALUE "SHOS    108".
           02 FILLER PIC X(100) VALUE "A LION SHIES FROM YOUR LANTERN-POLE'S LIGHT".
           02 FILLER PIC X(100) VALUE "UN LEÓN SE ESPANTA ANTE LA LUZ DE TU PÉRTIGA-LINTERNA".
           02 FILLER PIC X(11) VALUE "SHOS    109".
           02 FILLER PIC X(100) VALUE "AND SLINKS AWAY INTO THE DARK.".
           02 FILLER PIC X(100) VALUE "Y SE ESCABULLE EN LA OSCURIDAD.".
           02 FILLER PIC X(11) VALUE "SHOS    110".
           02 FILLER PIC X(100) VALUE "A LION LEAPS OUT AT YOU!".
           02 FILLER PIC X(100) VALUE "¡UN LEÓN SALTA SOBRE TI!".
           02 FILLER PIC X(11) VALUE "SHOS    111".
           02 FILLER PIC X(100) VALUE "[F]IGHT OR [R]UN?".
           02 FILLER PIC X(100) VALUE "¿[F] LUCHAR O [R] HUIR?".
           02 FILLER PIC X(11) VALUE "SHOS    112".
           02 FILLER PIC X(100) VALUE "YOU FLEE BACK THE WAY YOU CAME!".
           02 FILLER PIC X(100) VALUE "¡HUYES POR DONDE VINISTE!".
           02 FILLER PIC X(11) VALUE "SHOS    113".
           02 FILLER PIC X(100) VALUE "YOU FOUGHT OFF THE LION!".
           02 FILLER PIC X(100) VALUE "¡HAS REPELIDO AL LEÓN!".
           02 FILLER PIC X(11) VALUE "SHOS    114".
           02 FILLER PIC X(100) VALUE "A HUSH FALLS OVER THE HOUSE. YOU HAVE".
           02 FILLER PIC X(100) VALUE "UN SILENCIO CAE SOBRE LA CASA. ¡HAS".
           02 FILLER PIC X(11) VALUE "SHOS    115".
           02 FILLER PIC X(100) VALUE "CLEARED OUT THE WHOLE INFESTATION!".
           02 FILLER PIC X(100) VALUE "ACABADO CON TODA LA PLAGA!".
           02 FILLER PIC X(11) VALUE "SHOS    116".
           02 FILLER PIC X(100) VALUE "&1 LION(S) STILL PROWL THE HOUSE.".
           02 FILLER PIC X(100) VALUE "AÚN ACECHAN &1 LEÓN(ES) POR LA CASA.".
           02 FILLER PIC X(11) VALUE "SHOS    117".
           02 FILLER PIC X(100) VALUE "YOU WOUND THE LION, BUT IT FIGHTS ON!".
           02 FILLER PIC X(100) VALUE "¡HIERES AL LEÓN, PERO SIGUE LUCHANDO!".
           02 FILLER PIC X(11) VALUE "SHOS    118".
           02 FILLER PIC X(100) VALUE "YOUR SHIELD TURNS THE LION'S BLOW ASIDE!".
           02 FILLER PIC X(100) VALUE "¡TU ESCUDO DESVÍA EL ZARPAZO DEL LEÓN!".
           02 FILLER PIC X(11) VALUE "SHOS    119".
           02 FILLER PIC X(100) VALUE "THE LION CLAWS YOU FOR &1 WOUND(S)!".
           02 FILLER PIC X(100) VALUE "¡EL LEÓN TE ARAÑA Y TE CAUSA &1 HERIDA(S)!".
           02 FILLER PIC X(11) VALUE "SHOS    120".
           02 FILLER PIC X(100) VALUE "THE LION WAS TOO STRONG. YOU HAVE BEEN SLAIN!".
           02 FILLER PIC X(100) VALUE "EL LEÓN ERA DEMASIADO FUERTE. ¡HAS MUERTO!".
           02 FILLER PIC X(11) VALUE "SHOS    121".
           02 FILLER PIC X(100) VALUE "YOUR HEALTH IS DOWN TO &1.".
           02 FILLER PIC X(100) VALUE "TU SALUD HA BAJADO A &1.".
           02 FILLER PIC X(11) VALUE "SHOS    122".
           02 FILLER PIC X(100) VALUE "[F]IGHT ON OR [R]UN?".
           02 FILLER PIC X(100) VALUE "¿[F] SEGUIR LUCHANDO O [R] HUIR?".
           02 FILLER PIC X(11) VALUE "SHOS    123".
           02 FILLER PIC X(100) VALUE "YOU FLEE, BLEEDING, BACK THE WAY YOU CAME!".
           02 FILLER PIC X(100) VALUE "¡HUYES, SANGRANDO, POR DONDE VINISTE!".
           02 FILLER PIC X(11) VALUE "SHOS    124".
           02 FILLER PIC X(100) VALUE "A SHRINE STANDS HERE. NO LION WILL ABIDE IT.".
           02 FILLER PIC X(100) VALUE "AQUÍ SE ALZA UN SANTUARIO. NINGÚN LEÓN LO SOPORTA.".
           02 FILLER PIC X(11) VALUE "SHOS    125".
           02 FILLER PIC X(100) VALUE "RUSTED RACKS LINE THE WALLS - AN OLD ARMORY.".
           02 FILLER PIC X(100) VALUE "ESTANTES OXIDADOS CUBREN LAS PAREDES - UNA VIEJA ARMERÍA.".
           02 FILLER PIC X(11) VALUE "SHOS    126".
           02 FILLER PIC X(100) VALUE "GNAWED BONES AND MUSK - THIS IS A LAIR.".
           02 FILLER PIC X(100) VALUE "HUESOS ROÍDOS Y ALMIZCLE - ESTO ES UNA GUARIDA.".
           02 FILLER PIC X(11) VALUE "SHOS    127".
           02 FILLER PIC X(100) VALUE "IRON-BOUND ALCOVES RING THE WALLS - A TREASURY.".
           02 FILLER PIC X(100) VALUE "NICHOS REFORZADOS CON HIERRO RODEAN LAS PAREDES - UN TESORO.".
           02 FILLER PIC X(11) VALUE "SHOS    128".
           02 FILLER PIC X(100) VALUE "THE FLOOR IS SCORED AND SCORCHED - A SPRUNG TRAP.".
           02 FILLER PIC X(100) VALUE "EL SUELO ESTÁ RAYADO Y CHAMUSCADO - UNA TRAMPA YA SALTADA.".
           02 FILLER PIC X(11) VALUE "SHOS    129".
           02 FILLER PIC X(100) VALUE "&1'S TURN (HEALTH &2/&3).".
           02 FILLER PIC X(100) VALUE "TURNO DE &1 (SALUD &2/&3).".
           02 FILLER PIC X(11) VALUE "SHOS    130".
           02 FILLER PIC X(100) VALUE "GO [N]ORTH.".
           02 FILLER PIC X(100) VALUE "IR AL [N]ORTE.".
           02 FILLER PIC X(11) VALUE "SHOS    131".
           02 FILLER PIC X(100) VALUE "GO [E]AST.".
           02 FILLER PIC X(100) VALUE "IR AL [E]STE.".
           02 FILLER PIC X(11) VALUE "SHOS    132".
           02 FILLER PIC X(100) VALUE "GO [S]OUTH.".
           02 FILLER PIC X(100) VALUE "IR AL [S]UR.".
           02 FILLER PIC X(11) VALUE "SHOS    133".
           02 FILLER PIC X(100) VALUE "GO [W]EST.".
           02 FILLER PIC X(100) VALUE "IR AL OESTE [W].".
           02 FILLER PIC X(11) VALUE "SHOS    134".
           02 FILLER PIC X(100) VALUE "[Z] REST AND TEND YOUR WOUNDS.".
           02 FILLER PIC X(100) VALUE "[Z] DESCANSAR Y CURAR TUS HERIDAS.".
           02 FILLER PIC X(11) VALUE "SHOS    135".
           02 FILLER PIC X(100) VALUE "[G] WIELD YOUR GEAR.".
           02 FILLER PIC X(100) VALUE "[G] EMPUÑAR TU EQUIPO.".
           02 FILLER PIC X(11) VALUE "SHOS    136".
           02 FILLER PIC X(100) VALUE "[V] SAVE YOUR GAME.".
           02 FILLER PIC X(100) VALUE "[V] GUARDAR LA PARTIDA.".
           02 FILLER PIC X(11) VALUE "SHOS    137".
           02 FILLER PIC X(100) VALUE "CO-OP RUNS CANNOT BE SAVED.".
           02 FILLER PIC X(100) VALUE "LAS PARTIDAS COOPERATIVAS NO SE PUEDEN GUARDAR.".
           02 FILLER PIC X(11) VALUE "SHOS    138".
           02 FILLER PIC X(100) VALUE "INVALID COMMAND!".
           02 FILLER PIC X(100) VALUE "¡ORDEN NO VÁLIDA!".
           02 FILLER PIC X(11) VALUE "SHOS    139".
           02 FILLER PIC X(100) VALUE "(SCRIPT EXHAUSTED - BACK TO THE KEYBOARD)".
           02 FILLER PIC X(100) VALUE "(GUION AGOTADO - VUELTA AL TECLADO)".
           02 FILLER PIC X(11) VALUE "SHOS    140".
           02 FILLER PIC X(100) VALUE "(SCRIPT) &1".
           02 FILLER PIC X(100) VALUE "(GUION) &1".
           02 FILLER PIC X(11) VALUE "SHOS    141".
           02 FILLER PIC X(100) VALUE "YOU REST A WHILE, BUT YOU WERE ALREADY HALE.".
           02 FILLER PIC X(100) VALUE "DESCANSAS UN RATO, AUNQUE YA ESTABAS SANO.".
           02 FILLER PIC X(11) VALUE "SHOS    142".
           02 FILLER PIC X(100) VALUE "YOU REST A WHILE AND TEND YOUR WOUNDS.".
           02 FILLER PIC X(100) VALUE "DESCANSAS UN RATO Y CURAS TUS HERIDAS.".
           02 FILLER PIC X(11) VALUE "SHOS    143".
           02 FILLER PIC X(100) VALUE "YOUR REST IS INTERRUPTED!".
           02 FILLER PIC X(100) VALUE "¡INTERRUMPEN TU DESCANSO!".
           02 FILLER PIC X(11) VALUE "SHOS    144".
           02 FILLER PIC X(100) VALUE "THE WAY GRINDS SHUT IN YOUR FACE!".
           02 FILLER PIC X(100) VALUE "¡EL PASO SE CIERRA CHIRRIANDO ANTE TUS NARICES!".
           02 FILLER PIC X(11) VALUE "SHOS    145".
           02 FILLER PIC X(100) VALUE "THE WALLS GROAN. SOMEWHERE STONE GRINDS OVER STONE.".
           02 FILLER PIC X(100) VALUE "LAS PAREDES GIMEN. EN ALGÚN LUGAR LA PIEDRA RECHINA SOBRE LA PIEDRA.".
           02 FILLER PIC X(11) VALUE "SHOS    146".
           02 FILLER PIC X(100) VALUE "THE GROANING FADES. NOTHING SEEMS TO HAVE MOVED.".
           02 FILLER PIC X(100) VALUE "EL GEMIDO SE APAGA. NADA PARECE HABERSE MOVIDO.".
           02 FILLER PIC X(11) VALUE "SHOS    147".
           02 FILLER PIC X(100) VALUE "SOMEWHERE, A NEW DOORWAY SWINGS WIDE.".
           02 FILLER PIC X(100) VALUE "EN ALGÚN LUGAR, UNA PUERTA NUEVA SE ABRE DE PAR EN PAR.".
           02 FILLER PIC X(11) VALUE "SHOS    148".
           02 FILLER PIC X(100) VALUE "SOMEWHERE, A DOOR GRINDS SHUT FOREVER.".
           02 FILLER PIC X(100) VALUE "EN ALGÚN LUGAR, UNA PUERTA SE CIERRA PARA SIEMPRE.".
           02 FILLER PIC X(11) VALUE "SHOS    149".
           02 FILLER PIC X(100) VALUE "YOU LEAVE THE DUNGEON WITH ZARR IN HAND. YOU WIN!".
           02 FILLER PIC X(100) VALUE "SALES DE LA MAZMORRA CON ZARR EN LA MANO. ¡HAS GANADO!".
           02 FILLER PIC X(11) VALUE "SHOS    150".
           02 FILLER PIC X(100) VALUE "YOU LEAVE THE DUNGEON, ALIVE, BUT EMPTY-HANDED.".
           02 FILLER PIC X(100) VALUE "SALES DE LA MAZMORRA, VIVO, PERO CON LAS MANOS VACÍAS.".
           02 FILLER PIC X(11) VALUE "SHOS    151".
           02 FILLER PIC X(100) VALUE "YOUR HAUL FROM THE HOUSE:".
           02 FILLER PIC X(100) VALUE "TU BOTÍN DE LA CASA:".
           02 FILLER PIC X(11) VALUE "SHOS    152".
           02 FILLER PIC X(100) VALUE "  &1 (WORTH &2)".
           02 FILLER PIC X(100) VALUE "  &1 (VALE &2)".
           02 FILLER PIC X(11) VALUE "SHOS    153".
           02 FILLER PIC X(100) VALUE "  TOTAL VALUE: &1".
           02 FILLER PIC X(100) VALUE "  VALOR TOTAL: &1".
           02 FILLER PIC X(11) VALUE "SHOS    154".
           02 FILLER PIC X(100) VALUE "YOUR SPLITS (PRESET &1) AGAINST YOUR BEST CLEAN RUN OF &2:".
           02 FILLER PIC X(100) VALUE "TUS PARCIALES (NIVEL &1) FRENTE A TU MEJOR PARTIDA LIMPIA DE &2:".
           02 FILLER PIC X(11) VALUE "SHOS    155".
           02 FILLER PIC X(100) VALUE "YOUR SPLITS (PRESET &1) - NO CLEAN RUN OF YOURS TO BEAT YET:".
           02 FILLER PIC X(100) VALUE "TUS PARCIALES (NIVEL &1) - AÚN NO TIENES PARTIDA LIMPIA QUE BATIR:".
           02 FILLER PIC X(11) VALUE "SHOS    156".
           02 FILLER PIC X(100) VALUE "A NEW PERSONAL BEST FOR PRESET &1!".
           02 FILLER PIC X(100) VALUE "¡UNA NUEVA MEJOR MARCA PERSONAL EN EL NIVEL &1!".
           02 FILLER PIC X(11) VALUE "SHOS    157".
           02 FILLER PIC X(100) VALUE "(NOT A CLEAN RUN - IT DOES NOT COUNT TOWARD A BEST.)".
           02 FILLER PIC X(100) VALUE "(NO ES UNA PARTIDA LIMPIA - NO CUENTA PARA MEJOR MARCA.)".
           02 FILLER PIC X(11) VALUE "SHOS    158".
           02 FILLER PIC X(100) VALUE "YOUR RUN:".
           02 FILLER PIC X(100) VALUE "TU PARTIDA:".
           02 FILLER PIC X(11) VALUE "SHOS    159".
           02 FILLER PIC X(100) VALUE "  ROOMS VISITED: &1".
           02 FILLER PIC X(100) VALUE "  SALAS VISITADAS:  &1".
           02 FILLER PIC X(11) VALUE "SHOS    160".
           02 FILLER PIC X(100) VALUE "  LIONS BEATEN:  &1".
           02 FILLER PIC X(100) VALUE "  LEONES VENCIDOS:  &1".
           02 FILLER PIC X(11) VALUE "SHOS    161".
           02 FILLER PIC X(100) VALUE "  TURNS TAKEN:   &1".
           02 FILLER PIC X(100) VALUE "  TURNOS JUGADOS:   &1".
           02 FILLER PIC X(11) VALUE "SHOS    162".
           02 FILLER PIC X(100) VALUE "  SCORE:         &1".
           02 FILLER PIC X(100) VALUE "  PUNTUACIÓN:       &1".
           02 FILLER PIC X(11) VALUE "SHOS    163".
           02 FILLER PIC X(100) VALUE "YOUR INITIALS FOR THE LEADERBOARD?".
           02 FILLER PIC X(100) VALUE "¿TUS INICIALES PARA LA CLASIFICACIÓN?".
           02 FILLER PIC X(11) VALUE "SHOS    164".
           02 FILLER PIC X(100) VALUE "THE LEADERBOARD IS BUSY - THE RUN WAS NOT POSTED.".
           02 FILLER PIC X(100) VALUE "LA CLASIFICACIÓN ESTÁ OCUPADA - LA PARTIDA NO SE ANOTÓ.".
           02 FILLER PIC X(11) VALUE "SHOS    165".
           02 FILLER PIC X(100) VALUE "THE LEADERBOARD COULD NOT BE UPDATED.".
           02 FILLER PIC X(100) VALUE "NO SE PUDO ACTUALIZAR LA CLASIFICACIÓN.".
           02 FILLER PIC X(11) VALUE "SHOS    166".
           02 FILLER PIC X(100) VALUE "THE RUN HAS BEEN RECORDED FOR &1.".
           02 FILLER PIC X(100) VALUE "LA PARTIDA QUEDA ANOTADA A NOMBRE DE &1.".
           02 FILLER PIC X(11) VALUE "SHOS    167".
           02 FILLER PIC X(100) VALUE "YOUR RUN TOGETHER:".
           02 FILLER PIC X(100) VALUE "VUESTRA PARTIDA JUNTOS:".
           02 FILLER PIC X(11) VALUE "SHOS    168".
           02 FILLER PIC X(100) VALUE "  &1: HAUL &2, SCORE &3".
           02 FILLER PIC X(100) VALUE "  &1: BOTÍN &2, PUNTUACIÓN &3".
           02 FILLER PIC X(11) VALUE "SHOS    169".
           02 FILLER PIC X(100) VALUE "THE DAILY BOARD IS BUSY - THE RUN WAS NOT POSTED.".
           02 FILLER PIC X(100) VALUE "EL TABLERO DIARIO ESTÁ OCUPADO - LA PARTIDA NO SE ANOTÓ.".
           02 FILLER PIC X(11) VALUE "SHOS    170".
           02 FILLER PIC X(100) VALUE "THE DAILY BOARD COULD NOT BE UPDATED.".
           02 FILLER PIC X(100) VALUE "NO SE PUDO ACTUALIZAR EL TABLERO DIARIO.".
           02 FILLER PIC X(11) VALUE "SHOS    171".
           02 FILLER PIC X(100) VALUE "NO DAILY RUNS HAVE BEEN POSTED TODAY.".
           02 FILLER PIC X(100) VALUE "HOY NO SE HA ANOTADO NINGUNA PARTIDA DIARIA.".
           02 FILLER PIC X(11) VALUE "SHOS    172".
           02 FILLER PIC X(100) VALUE "DAILY BOARD FOR &1:".
           02 FILLER PIC X(100) VALUE "TABLERO DIARIO DEL &1:".
           02 FILLER PIC X(11) VALUE "SHOS    173".
           02 FILLER PIC X(100) VALUE "&1. &2 SCORE &3 ROOMS &4 LIONS &5 TURNS &6 ZARR &7".
           02 FILLER PIC X(100) VALUE "&1. &2 PUNTOS &3 SALAS &4 LEONES &5 TURNOS &6 ZARR &7".
           02 FILLER PIC X(11) VALUE "SHOS    174".
           02 FILLER PIC X(100) VALUE "TODAY'S DAILY CHAMPION: &1".
           02 FILLER PIC X(100) VALUE "CAMPEÓN DIARIO DE HOY: &1".
           02 FILLER PIC X(11) VALUE "SHOS    175".
           02 FILLER PIC X(100) VALUE "shos_scores.dat IS NOT IN A LAYOUT THIS PROGRAM".
           02 FILLER PIC X(100) VALUE "shos_scores.dat NO TIENE UN FORMATO QUE ESTE PROGRAMA".
           02 FILLER PIC X(11) VALUE "SHOS    176".
           02 FILLER PIC X(100) VALUE "KNOWS - IT HAS BEEN LEFT UNTOUCHED.".
           02 FILLER PIC X(100) VALUE "CONOZCA - SE HA DEJADO INTACTO.".
           02 FILLER PIC X(11) VALUE "SHOS    177".
           02 FILLER PIC X(100) VALUE "shos_scores.dat COULD NOT BE MOVED ASIDE TO BE".
           02 FILLER PIC X(100) VALUE "NO SE PUDO APARTAR shos_scores.dat PARA".
           02 FILLER PIC X(11) VALUE "SHOS    178".
           02 FILLER PIC X(100) VALUE "REWRITTEN AS INDEXED - IT HAS BEEN LEFT AS IT WAS.".
           02 FILLER PIC X(100) VALUE "REESCRIBIRLO COMO INDEXADO - SE HA DEJADO COMO ESTABA.".
           02 FILLER PIC X(11) VALUE "SHOS    179".
           02 FILLER PIC X(100) VALUE "shos_scores.dat COULD NOT BE REWRITTEN AS INDEXED".
           02 FILLER PIC X(100) VALUE "NO SE PUDO REESCRIBIR shos_scores.dat COMO INDEXADO".
           02 FILLER PIC X(11) VALUE "SHOS    180".
           02 FILLER PIC X(100) VALUE "(STATUS &1) - THE OLD BOARD IS IN".
           02 FILLER PIC X(100) VALUE "(ESTADO &1) - EL TABLERO ANTIGUO ESTÁ EN".
           02 FILLER PIC X(11) VALUE "SHOS    181".
           02 FILLER PIC X(100) VALUE "shos_scores.old.".
           02 FILLER PIC X(100) VALUE "shos_scores.old.".
           02 FILLER PIC X(11) VALUE "SHOS    182".
           02 FILLER PIC X(100) VALUE "AN OLDER shos_scores.dat WAS CARRIED OVER TO THE".
           02 FILLER PIC X(100) VALUE "SE PASÓ UN shos_scores.dat ANTIGUO AL FORMATO".
           02 FILLER PIC X(11) VALUE "SHOS    183".
           02 FILLER PIC X(100) VALUE "INDEXED LAYOUT - &1 RUN(S) KEPT. THE OLD".
           02 FILLER PIC X(100) VALUE "INDEXADO - SE CONSERVAN &1 PARTIDA(S). EL TABLERO".
           02 FILLER PIC X(11) VALUE "SHOS    184".
           02 FILLER PIC X(100) VALUE "BOARD IS KEPT AS shos_scores.old.".
           02 FILLER PIC X(100) VALUE "ANTIGUO SE GUARDA COMO shos_scores.old.".
           02 FILLER PIC X(11) VALUE "SHOS    185".
           02 FILLER PIC X(100) VALUE "NO RUNS HAVE BEEN RECORDED YET.".
           02 FILLER PIC X(100) VALUE "AÚN NO SE HA ANOTADO NINGUNA PARTIDA.".
           02 FILLER PIC X(11) VALUE "SHOS    186".
           02 FILLER PIC X(100) VALUE "TOP RUNS:".
           02 FILLER PIC X(100) VALUE "MEJORES PARTIDAS:".
           02 FILLER PIC X(11) VALUE "SHOS    187".
           02 FILLER PIC X(100) VALUE "&1. &2 SCORE &3&4 ROOMS &5 LIONS &6 TURNS &7 ZARR &8 DIFF &9 ON &0".
           02 FILLER PIC X(100) VALUE "&1. &2 PUNTOS &3&4 SALAS &5 LEONES &6 TURNOS &7 ZARR &8 NIVEL &9 EL &0".
           02 FILLER PIC X(11) VALUE "SHOS    188".
           02 FILLER PIC X(100) VALUE "(* = VERIFIED BY SCOREVFY REPLAY)".
           02 FILLER PIC X(100) VALUE "(* = VERIFICADA POR LA REPETICIÓN DE SCOREVFY)".
           02 FILLER PIC X(11) VALUE "SHOS    189".
           02 FILLER PIC X(100) VALUE "HOW TO PLAY:".
           02 FILLER PIC X(100) VALUE "CÓMO SE JUEGA:".
           02 FILLER PIC X(11) VALUE "SHOS    190".
           02 FILLER PIC X(100) VALUE "WHILE IN A ROOM, THE GAME WILL TELL YOU WHICH WAYS ARE OPEN.".
           02 FILLER PIC X(100) VALUE "DENTRO DE UNA SALA, EL JUEGO TE DIRÁ QUÉ SALIDAS ESTÁN ABIERTAS.".
           02 FILLER PIC X(11) VALUE "SHOS    191".
           02 FILLER PIC X(100) VALUE "  [N] - MOVE NORTH".
           02 FILLER PIC X(100) VALUE "  [N] - IR AL NORTE".
           02 FILLER PIC X(11) VALUE "SHOS    192".
           02 FILLER PIC X(100) VALUE "  [S] - MOVE SOUTH".
           02 FILLER PIC X(100) VALUE "  [S] - IR AL SUR".
           02 FILLER PIC X(11) VALUE "SHOS    193".
           02 FILLER PIC X(100) VALUE "  [E] - MOVE EAST".
           02 FILLER PIC X(100) VALUE "  [E] - IR AL ESTE".
           02 FILLER PIC X(11) VALUE "SHOS    194".
           02 FILLER PIC X(100) VALUE "  [W] - MOVE WEST".
           02 FILLER PIC X(100) VALUE "  [W] - IR AL OESTE".
           02 FILLER PIC X(11) VALUE "SHOS    195".
           02 FILLER PIC X(100) VALUE "IF A LION FINDS YOU, YOU WILL BE ASKED TO [F]IGHT OR [R]UN.".
           02 FILLER PIC X(100) VALUE "SI UN LEÓN TE ENCUENTRA, TE PREGUNTARÁ SI QUIERES [F] LUCHAR O [R] HUIR.".
           02 FILLER PIC X(11) VALUE "SHOS    196".
           02 FILLER PIC X(100) VALUE "LIONS WOUND YOU AS YOU FIGHT. IF YOUR HEALTH REACHES ZERO,".
           02 FILLER PIC X(100) VALUE "LOS LEONES TE HIEREN MIENTRAS LUCHAS. SI TU SALUD LLEGA A CERO,".
           02 FILLER PIC X(11) VALUE "SHOS    197".
           02 FILLER PIC X(100) VALUE "YOU ARE SLAIN. [Z] REST TO RECOVER, OR FIND HEALING HERBS.".
           02 FILLER PIC X(100) VALUE "MUERES. [Z] DESCANSA PARA RECUPERARTE, O BUSCA HIERBAS CURATIVAS.".
           02 FILLER PIC X(11) VALUE "SHOS    198".
           02 FILLER PIC X(100) VALUE "GEAR LIES HIDDEN IN THE HOUSE - [G] WIELDS WHAT YOU FIND.".
           02 FILLER PIC X(100) VALUE "EN LA CASA HAY EQUIPO ESCONDIDO - [G] EMPUÑA LO QUE ENCUENTRES.".
           02 FILLER PIC X(11) VALUE "SHOS    199".
           02 FILLER PIC X(100) VALUE "A SWORD, A SHIELD, OR A LANTERN-POLE EACH TILT A LION".
           02 FILLER PIC X(100) VALUE "UNA ESPADA, UN ESCUDO O UNA PÉRTIGA-LINTERNA INCLINAN CADA".
           02 FILLER PIC X(11) VALUE "SHOS    200".
           02 FILLER PIC X(100) VALUE "FIGHT YOUR WAY.".
           02 FILLER PIC X(100) VALUE "COMBATE CON UN LEÓN A TU FAVOR.".
           02 FILLER PIC X(11) VALUE "SHOS    201".
           02 FILLER PIC X(100) VALUE "FIND ZARR AND LEAVE THROUGH THE DUNGEON'S EXIT TO WIN.".
           02 FILLER PIC X(100) VALUE "ENCUENTRA A ZARR Y SAL POR LA SALIDA DE LA MAZMORRA PARA GANAR.".
           02 FILLER PIC X(11) VALUE "SHOS    202".
           02 FILLER PIC X(100) VALUE "FROM THE MAIN MENU, [Q]UIT EXITS THE GAME AT ANY TIME.".
           02 FILLER PIC X(100) VALUE "DESDE EL MENÚ PRINCIPAL, [Q] SALIR TERMINA EL JUEGO EN CUALQUIER MOMENTO.".
           02 FILLER PIC X(11) VALUE "SHOS    203".
           02 FILLER PIC X(100) VALUE "ARE YOU SURE YOU WANT TO QUIT?".
           02 FILLER PIC X(100) VALUE "¿SEGURO QUE QUIERES SALIR?".
           02 FILLER PIC X(11) VALUE "SHOS    204".
           02 FILLER PIC X(100) VALUE "[Y]ES".
           02 FILLER PIC X(100) VALUE "[Y] SÍ".
           02 FILLER PIC X(11) VALUE "SHOS    205".
           02 FILLER PIC X(100) VALUE "THANKS FOR PLAYING!".
           02 FILLER PIC X(100) VALUE "¡GRACIAS POR JUGAR!".
           02 FILLER PIC X(11) VALUE "SHOS    206".
           02 FILLER PIC X(100) VALUE "&1 GOLD BANKED IN &2'S PURSE - IT NOW HOLDS &3.".
           02 FILLER PIC X(100) VALUE "&1 DE ORO GUARDADO EN LA BOLSA DE &2 - AHORA TIENE &3.".
           02 FILLER PIC X(11) VALUE "SHOS    207".
           02 FILLER PIC X(100) VALUE "A QUARTERMASTER KEEPS A STALL AT THE DOOR. YOUR PURSE HOLDS &1.".
           02 FILLER PIC X(100) VALUE "UN INTENDENTE TIENE UN PUESTO EN LA PUERTA. TU BOLSA TIENE &1.".
           02 FILLER PIC X(11) VALUE "SHOS    208".
           02 FILLER PIC X(100) VALUE "  [&1] &2 FOR &3 GOLD".
           02 FILLER PIC X(100) VALUE "  [&1] &2 POR &3 DE ORO".
           02 FILLER PIC X(11) VALUE "SHOS    209".
           02 FILLER PIC X(100) VALUE "BUY WHICH? (BLANK TO GO IN)".
           02 FILLER PIC X(100) VALUE "¿CUÁL COMPRAS? (EN BLANCO PARA ENTRAR)".
           02 FILLER PIC X(11) VALUE "SHOS    210".
           02 FILLER PIC X(100) VALUE "YOUR PURSE WILL NOT COVER THAT.".
           02 FILLER PIC X(100) VALUE "TU BOLSA NO ALCANZA PARA ESO.".
           02 FILLER PIC X(11) VALUE "SHOS    211".
           02 FILLER PIC X(100) VALUE "YOU BUY &1. YOUR PURSE HOLDS &2.".
           02 FILLER PIC X(100) VALUE "COMPRAS &1. TU BOLSA TIENE &2.".
           02 FILLER PIC X(11) VALUE "SHOS    212".
           02 FILLER PIC X(100) VALUE "[N]O".
           02 FILLER PIC X(100) VALUE "[N] NO".
       01 ShosMessageTable REDEFINES ShosMessages.
           02 ShosMessage OCCURS 212 TIMES.
               03 ShosMsgKey PIC X(11).
               03 ShosMsgText PIC X(100) OCCURS 2 TIMES.
