      *> INVENTORY's player-facing messages for the MSGCAT catalog, one
      *> entry per message number: the program and number key, then
      *> the text in each MSGLANG.cpy language, in column order.
      *> &1-&9 and &0 mark where the caller's arguments go.
       01 InvMessages.
           02 FILLER PIC X(11) VALUE "INVENTRY001".
           02 FILLER PIC X(100) VALUE "RNG seed (blank for random)?".
           02 FILLER PIC X(100) VALUE "¿Semilla del RNG (en blanco para azar)?".
           02 FILLER PIC X(11) VALUE "INVENTRY002".
           02 FILLER PIC X(100) VALUE "RNG seed used: &1".
           02 FILLER PIC X(100) VALUE "Semilla del RNG usada: &1".
           02 FILLER PIC X(11) VALUE "INVENTRY003".
           02 FILLER PIC X(100) VALUE "A saved world was found - picking up where ye left off.".
           02 FILLER PIC X(100) VALUE "Se encontró un mundo guardado - sigues donde lo dejaste.".
           02 FILLER PIC X(11) VALUE "INVENTRY004".
           02 FILLER PIC X(100) VALUE "The saved world failed &1 integrity check(s) - starting a fresh world instead.".
           02 FILLER PIC X(100) VALUE "El mundo guardado falló &1 comprobación(es) de integridad - se empieza un mundo nuevo.".
           02 FILLER PIC X(11) VALUE "INVENTRY005".
           02 FILLER PIC X(100) VALUE "World size (5-20 on a side, blank for 10)?".
           02 FILLER PIC X(100) VALUE "¿Tamaño del mundo (5-20 por lado, en blanco para 10)?".
           02 FILLER PIC X(11) VALUE "INVENTRY006".
           02 FILLER PIC X(100) VALUE "The world will be &1 x &2 (&3 locations).".
           02 FILLER PIC X(100) VALUE "El mundo será de &1 x &2 (&3 lugares).".
           02 FILLER PIC X(11) VALUE "INVENTRY007".
           02 FILLER PIC X(100) VALUE "The stair manifest names the &1 stocking template.".
           02 FILLER PIC X(100) VALUE "El manifiesto de escaleras indica la plantilla de surtido &1.".
           02 FILLER PIC X(11) VALUE "INVENTRY008".
           02 FILLER PIC X(100) VALUE "Stocking template (blank for STANDARD)?".
           02 FILLER PIC X(100) VALUE "¿Plantilla de surtido (en blanco para STANDARD)?".
           02 FILLER PIC X(11) VALUE "INVENTRY009".
           02 FILLER PIC X(100) VALUE "The save file calls itself '&1' - not an INVENTORY world. Starting fresh.".
           02 FILLER PIC X(100) VALUE "La partida guardada se llama a sí misma '&1' - no es un mundo de INVENTORY. Se empieza de nuevo.".
           02 FILLER PIC X(11) VALUE "INVENTRY010".
           02 FILLER PIC X(100) VALUE "The save is layout version &1 - this program only knows up to 06. Starting fresh.".
           02 FILLER PIC X(100) VALUE "La partida tiene el formato &1 - este programa solo conoce hasta el 06. Se empieza de nuevo.".
           02 FILLER PIC X(11) VALUE "INVENTRY011".
           02 FILLER PIC X(100) VALUE "The save holds a stamp but no world record.".
           02 FILLER PIC X(100) VALUE "La partida tiene sello pero ningún registro de mundo.".
           02 FILLER PIC X(11) VALUE "INVENTRY012".
           02 FILLER PIC X(100) VALUE "  player location &1 is not on the &2 x &3 grid".
           02 FILLER PIC X(100) VALUE "  la posición del jugador &1 no está en la cuadrícula de &2 x &3".
           02 FILLER PIC X(11) VALUE "INVENTRY013".
           02 FILLER PIC X(100) VALUE "  carried count &1 exceeds the 20 slots".
           02 FILLER PIC X(100) VALUE "  la cuenta de objetos llevados &1 supera las 20 casillas".
           02 FILLER PIC X(11) VALUE "INVENTRY014".
           02 FILLER PIC X(100) VALUE "  carried slot &1 holds bad item id &2".
           02 FILLER PIC X(100) VALUE "  la casilla llevada &1 tiene un id de objeto erróneo &2".
           02 FILLER PIC X(11) VALUE "INVENTRY015".
           02 FILLER PIC X(100) VALUE "  carried item &1 has status &2 (not carried)".
           02 FILLER PIC X(100) VALUE "  el objeto llevado &1 tiene estado &2 (no llevado)".
           02 FILLER PIC X(11) VALUE "INVENTRY016".
           02 FILLER PIC X(100) VALUE "  location &1 has type '&2'".
           02 FILLER PIC X(100) VALUE "  el lugar &1 tiene tipo '&2'".
           02 FILLER PIC X(11) VALUE "INVENTRY017".
           02 FILLER PIC X(100) VALUE "  location &1 door &2 is '&3' (not Y/N)".
           02 FILLER PIC X(100) VALUE "  el lugar &1 puerta &2 es '&3' (no Y/N)".
           02 FILLER PIC X(11) VALUE "INVENTRY018".
           02 FILLER PIC X(100) VALUE "  south door of &1 disagrees with north door of its neighbor".
           02 FILLER PIC X(100) VALUE "  la puerta sur de &1 no concuerda con la puerta norte de su vecino".
           02 FILLER PIC X(11) VALUE "INVENTRY019".
           02 FILLER PIC X(100) VALUE "  east door of &1 disagrees with west door of its neighbor".
           02 FILLER PIC X(100) VALUE "  la puerta este de &1 no concuerda con la puerta oeste de su vecino".
           02 FILLER PIC X(11) VALUE "INVENTRY020".
           02 FILLER PIC X(100) VALUE "The world has been saved.".
           02 FILLER PIC X(100) VALUE "El mundo se ha guardado.".
           02 FILLER PIC X(11) VALUE "INVENTRY021".
           02 FILLER PIC X(100) VALUE "LocationId: &1".
           02 FILLER PIC X(100) VALUE "Lugar: &1".
           02 FILLER PIC X(11) VALUE "INVENTRY022".
           02 FILLER PIC X(100) VALUE "Energy: &1".
           02 FILLER PIC X(100) VALUE "Energía: &1".
           02 FILLER PIC X(11) VALUE "INVENTRY023".
           02 FILLER PIC X(100) VALUE "Ye feel faint with hunger. Find food soon.".
           02 FILLER PIC X(100) VALUE "Te sientes débil de hambre. Busca comida pronto.".
           02 FILLER PIC X(11) VALUE "INVENTRY024".
           02 FILLER PIC X(100) VALUE "Yer in &1.".
           02 FILLER PIC X(100) VALUE "Estás en &1.".
           02 FILLER PIC X(11) VALUE "INVENTRY025".
           02 FILLER PIC X(100) VALUE "There's nothing here.".
           02 FILLER PIC X(100) VALUE "Aquí no hay nada.".
           02 FILLER PIC X(11) VALUE "INVENTRY026".
           02 FILLER PIC X(100) VALUE "Ye see &1".
           02 FILLER PIC X(100) VALUE "Ves &1".
           02 FILLER PIC X(11) VALUE "INVENTRY027".
           02 FILLER PIC X(100) VALUE "There's nothing here to take.".
           02 FILLER PIC X(100) VALUE "Aquí no hay nada que coger.".
           02 FILLER PIC X(11) VALUE "INVENTRY028".
           02 FILLER PIC X(100) VALUE "Ye take it (weight &1). Pack: &2/&3.".
           02 FILLER PIC X(100) VALUE "Lo coges (peso &1). Morral: &2/&3.".
           02 FILLER PIC X(11) VALUE "INVENTRY029".
           02 FILLER PIC X(100) VALUE "Yer pack straps creak - OVERLOADED. Yer".
           02 FILLER PIC X(100) VALUE "Las correas del morral crujen - SOBRECARGADO. Tus".
           02 FILLER PIC X(11) VALUE "INVENTRY030".
           02 FILLER PIC X(100) VALUE "steps will stagger until ye lighten it.".
           02 FILLER PIC X(100) VALUE "pasos se tambalearán hasta que lo aligeres.".
           02 FILLER PIC X(11) VALUE "INVENTRY031".
           02 FILLER PIC X(100) VALUE "Yer carrying too much already.".
           02 FILLER PIC X(100) VALUE "Ya llevas demasiado peso.".
           02 FILLER PIC X(11) VALUE "INVENTRY032".
           02 FILLER PIC X(100) VALUE "Ye eat it. Energy: &1".
           02 FILLER PIC X(100) VALUE "Te lo comes. Energía: &1".
           02 FILLER PIC X(11) VALUE "INVENTRY033".
           02 FILLER PIC X(100) VALUE "The stew warms ye through. Energy: &1".
           02 FILLER PIC X(100) VALUE "El guiso te calienta por dentro. Energía: &1".
           02 FILLER PIC X(11) VALUE "INVENTRY034".
           02 FILLER PIC X(100) VALUE "It's gone foul! Ye retch. Energy: &1".
           02 FILLER PIC X(100) VALUE "¡Se ha echado a perder! Tienes arcadas. Energía: &1".
           02 FILLER PIC X(11) VALUE "INVENTRY035".
           02 FILLER PIC X(100) VALUE "The bad meal finishes ye off. THE RUN IS OVER.".
           02 FILLER PIC X(100) VALUE "La mala comida acaba contigo. LA PARTIDA HA TERMINADO.".
           02 FILLER PIC X(11) VALUE "INVENTRY036".
           02 FILLER PIC X(100) VALUE "Ye have no food to eat.".
           02 FILLER PIC X(100) VALUE "No tienes comida que comer.".
           02 FILLER PIC X(11) VALUE "INVENTRY037".
           02 FILLER PIC X(100) VALUE "Ye are carrying nothing to drop.".
           02 FILLER PIC X(100) VALUE "No llevas nada que soltar.".
           02 FILLER PIC X(11) VALUE "INVENTRY038".
           02 FILLER PIC X(100) VALUE "There's already something lying here.".
           02 FILLER PIC X(100) VALUE "Ya hay algo tirado aquí.".
           02 FILLER PIC X(11) VALUE "INVENTRY039".
           02 FILLER PIC X(100) VALUE "Ye set it down.".
           02 FILLER PIC X(100) VALUE "Lo dejas en el suelo.".
           02 FILLER PIC X(11) VALUE "INVENTRY040".
           02 FILLER PIC X(100) VALUE "A door blocks yer way. ('unlock' spends a key.)".
           02 FILLER PIC X(100) VALUE "Una puerta te cierra el paso. ('unlock' gasta una llave.)".
           02 FILLER PIC X(11) VALUE "INVENTRY041".
           02 FILLER PIC X(100) VALUE "Walk into the locked door first, then unlock.".
           02 FILLER PIC X(100) VALUE "Primero camina hacia la puerta cerrada y después usa unlock.".
           02 FILLER PIC X(11) VALUE "INVENTRY042".
           02 FILLER PIC X(100) VALUE "Ye have no key.".
           02 FILLER PIC X(100) VALUE "No tienes llave.".
           02 FILLER PIC X(11) VALUE "INVENTRY043".
           02 FILLER PIC X(100) VALUE "The key turns and the door swings open.".
           02 FILLER PIC X(100) VALUE "La llave gira y la puerta se abre.".
           02 FILLER PIC X(11) VALUE "INVENTRY044".
           02 FILLER PIC X(100) VALUE "The skeleton key turns smooth as butter - and".
           02 FILLER PIC X(100) VALUE "La ganzúa maestra gira suave como la mantequilla - y".
           02 FILLER PIC X(11) VALUE "INVENTRY045".
           02 FILLER PIC X(100) VALUE "goes back in yer pocket.".
           02 FILLER PIC X(100) VALUE "vuelve a tu bolsillo.".
           02 FILLER PIC X(11) VALUE "INVENTRY046".
           02 FILLER PIC X(100) VALUE "Something in yer pack has gone rotten.".
           02 FILLER PIC X(100) VALUE "Algo de tu morral se ha podrido.".
           02 FILLER PIC X(11) VALUE "INVENTRY047".
           02 FILLER PIC X(100) VALUE "Ye have no potion to quaff.".
           02 FILLER PIC X(100) VALUE "No tienes poción que beber.".
           02 FILLER PIC X(11) VALUE "INVENTRY048".
           02 FILLER PIC X(100) VALUE "Ye quaff it. Luck: &1".
           02 FILLER PIC X(100) VALUE "Te la bebes. Suerte: &1".
           02 FILLER PIC X(11) VALUE "INVENTRY049".
           02 FILLER PIC X(100) VALUE "Ye are carrying nothing.".
           02 FILLER PIC X(100) VALUE "No llevas nada.".
           02 FILLER PIC X(11) VALUE "INVENTRY050".
           02 FILLER PIC X(100) VALUE "Pack weight: &1/&2 - OVERLOADED".
           02 FILLER PIC X(100) VALUE "Peso del morral: &1/&2 - SOBRECARGADO".
           02 FILLER PIC X(11) VALUE "INVENTRY051".
           02 FILLER PIC X(100) VALUE "Pack weight: &1/&2".
           02 FILLER PIC X(100) VALUE "Peso del morral: &1/&2".
           02 FILLER PIC X(11) VALUE "INVENTRY052".
           02 FILLER PIC X(100) VALUE "Ye are carrying:".
           02 FILLER PIC X(100) VALUE "Llevas:".
           02 FILLER PIC X(11) VALUE "INVENTRY053".
           02 FILLER PIC X(100) VALUE "  a food item (rotten)".
           02 FILLER PIC X(100) VALUE "  un alimento (podrido)".
           02 FILLER PIC X(11) VALUE "INVENTRY054".
           02 FILLER PIC X(100) VALUE "  a food item".
           02 FILLER PIC X(100) VALUE "  un alimento".
           02 FILLER PIC X(11) VALUE "INVENTRY055".
           02 FILLER PIC X(100) VALUE "  a potion".
           02 FILLER PIC X(100) VALUE "  una poción".
           02 FILLER PIC X(11) VALUE "INVENTRY056".
           02 FILLER PIC X(100) VALUE "  a tarnished key".
           02 FILLER PIC X(100) VALUE "  una llave deslustrada".
           02 FILLER PIC X(11) VALUE "INVENTRY057".
           02 FILLER PIC X(100) VALUE "  a glimmering amulet".
           02 FILLER PIC X(100) VALUE "  un amuleto reluciente".
           02 FILLER PIC X(11) VALUE "INVENTRY058".
           02 FILLER PIC X(100) VALUE "  a restorative stew".
           02 FILLER PIC X(100) VALUE "  un guiso reconstituyente".
           02 FILLER PIC X(11) VALUE "INVENTRY059".
           02 FILLER PIC X(100) VALUE "  a skeleton key".
           02 FILLER PIC X(100) VALUE "  una ganzúa maestra".
           02 FILLER PIC X(11) VALUE "INVENTRY060".
           02 FILLER PIC X(100) VALUE "  a worn coin".
           02 FILLER PIC X(100) VALUE "  una moneda gastada".
           02 FILLER PIC X(11) VALUE "INVENTRY061".
           02 FILLER PIC X(100) VALUE "Ye stagger under the weight of yer pack.".
           02 FILLER PIC X(100) VALUE "Te tambaleas bajo el peso del morral.".
           02 FILLER PIC X(11) VALUE "INVENTRY062".
           02 FILLER PIC X(100) VALUE "Ye stagger, too weak to go on this turn.".
           02 FILLER PIC X(100) VALUE "Te tambaleas, demasiado débil para seguir este turno.".
           02 FILLER PIC X(11) VALUE "INVENTRY063".
           02 FILLER PIC X(100) VALUE "Yer strength gives out. Ye collapse, starving,".
           02 FILLER PIC X(100) VALUE "Te fallan las fuerzas. Te desplomas, hambriento,".
           02 FILLER PIC X(11) VALUE "INVENTRY064".
           02 FILLER PIC X(100) VALUE "and the dungeon claims ye. THE RUN IS OVER.".
           02 FILLER PIC X(100) VALUE "y la mazmorra te reclama. LA PARTIDA HA TERMINADO.".
           02 FILLER PIC X(11) VALUE "INVENTRY065".
           02 FILLER PIC X(100) VALUE "A stair leads &1 to level &2. Take it? (y/n)".
           02 FILLER PIC X(100) VALUE "Una escalera lleva hacia &1 al nivel &2. ¿Tomarla? (y/n = sí/no)".
           02 FILLER PIC X(11) VALUE "INVENTRY066".
           02 FILLER PIC X(100) VALUE "Ye take the stair and come out on level &1, location &2.".
           02 FILLER PIC X(100) VALUE "Tomas la escalera y sales en el nivel &1, lugar &2.".
           02 FILLER PIC X(11) VALUE "INVENTRY067".
           02 FILLER PIC X(100) VALUE "The way is choked with rubble (the level file".
           02 FILLER PIC X(100) VALUE "El paso está cegado por escombros (no se pudo leer".
           02 FILLER PIC X(11) VALUE "INVENTRY068".
           02 FILLER PIC X(100) VALUE "could not be read) - ye stay where ye are.".
           02 FILLER PIC X(100) VALUE "el archivo del nivel) - te quedas donde estás.".
           02 FILLER PIC X(11) VALUE "INVENTRY069".
           02 FILLER PIC X(100) VALUE "Something slips from yer pack on the stairs -".
           02 FILLER PIC X(100) VALUE "Algo se te cae del morral en la escalera -".
           02 FILLER PIC X(11) VALUE "INVENTRY070".
           02 FILLER PIC X(100) VALUE "the new level's item table is full.".
           02 FILLER PIC X(100) VALUE "la tabla de objetos del nuevo nivel está llena.".
           02 FILLER PIC X(11) VALUE "INVENTRY071".
           02 FILLER PIC X(100) VALUE "Stair manifest loaded: &1 way(s).".
           02 FILLER PIC X(100) VALUE "Manifiesto de escaleras cargado: &1 paso(s).".
           02 FILLER PIC X(11) VALUE "INVENTRY072".
           02 FILLER PIC X(100) VALUE "A ragged scavenger sniffs at yer empty pack and".
           02 FILLER PIC X(100) VALUE "Un carroñero harapiento olfatea tu morral vacío y".
           02 FILLER PIC X(11) VALUE "INVENTRY073".
           02 FILLER PIC X(100) VALUE "skitters off, disappointed.".
           02 FILLER PIC X(100) VALUE "se escabulle, decepcionado.".
           02 FILLER PIC X(11) VALUE "INVENTRY074".
           02 FILLER PIC X(100) VALUE "A ragged scavenger darts in and snatches &1 from yer pack!".
           02 FILLER PIC X(100) VALUE "¡Un carroñero harapiento se lanza y te arranca &1 del morral!".
           02 FILLER PIC X(11) VALUE "INVENTRY075".
           02 FILLER PIC X(100) VALUE "It flees into the dark. Catch it to win it back.".
           02 FILLER PIC X(100) VALUE "Huye a la oscuridad. Atrápalo para recuperarlo.".
           02 FILLER PIC X(11) VALUE "INVENTRY076".
           02 FILLER PIC X(100) VALUE "Ye corner the scavenger! It drops &1 and bolts.".
           02 FILLER PIC X(100) VALUE "¡Acorralas al carroñero! Suelta &1 y sale huyendo.".
           02 FILLER PIC X(11) VALUE "INVENTRY077".
           02 FILLER PIC X(100) VALUE "Ye take it back.".
           02 FILLER PIC X(100) VALUE "Lo recuperas.".
           02 FILLER PIC X(11) VALUE "INVENTRY078".
           02 FILLER PIC X(100) VALUE "Yer pack is full - it lies here for now.".
           02 FILLER PIC X(100) VALUE "Tu morral está lleno - se queda aquí por ahora.".
           02 FILLER PIC X(11) VALUE "INVENTRY079".
           02 FILLER PIC X(100) VALUE "Yer pack is full and the floor is taken -".
           02 FILLER PIC X(100) VALUE "Tu morral está lleno y el suelo ocupado -".
           02 FILLER PIC X(11) VALUE "INVENTRY080".
           02 FILLER PIC X(100) VALUE "the thing is lost in the scuffle.".
           02 FILLER PIC X(100) VALUE "el objeto se pierde en la refriega.".
           02 FILLER PIC X(11) VALUE "INVENTRY081".
           02 FILLER PIC X(100) VALUE "The ceiling groans and sheds a fall of stone!".
           02 FILLER PIC X(100) VALUE "¡El techo gime y deja caer un montón de piedras!".
           02 FILLER PIC X(11) VALUE "INVENTRY082".
           02 FILLER PIC X(100) VALUE "Vermin boil out of a crack in the wall!".
           02 FILLER PIC X(100) VALUE "¡Las alimañas brotan de una grieta en la pared!".
           02 FILLER PIC X(11) VALUE "INVENTRY083".
           02 FILLER PIC X(100) VALUE "A cursed alcove breathes cold over ye!".
           02 FILLER PIC X(100) VALUE "¡Un nicho maldito te echa un aliento helado!".
           02 FILLER PIC X(11) VALUE "INVENTRY084".
           02 FILLER PIC X(100) VALUE "Yer luck holds and ye slip clear. Luck: &1".
           02 FILLER PIC X(100) VALUE "La suerte te acompaña y te libras. Suerte: &1".
           02 FILLER PIC X(11) VALUE "INVENTRY085".
           02 FILLER PIC X(100) VALUE "It costs ye &1 energy. Energy: &2".
           02 FILLER PIC X(100) VALUE "Te cuesta &1 de energía. Energía: &2".
           02 FILLER PIC X(11) VALUE "INVENTRY086".
           02 FILLER PIC X(100) VALUE "The dungeon's perils prove too much. THE RUN IS OVER.".
           02 FILLER PIC X(100) VALUE "Los peligros de la mazmorra pueden contigo. LA PARTIDA HA TERMINADO.".
           02 FILLER PIC X(11) VALUE "INVENTRY087".
           02 FILLER PIC X(100) VALUE "Initialized &1 locations before hitting the Id boundary.".
           02 FILLER PIC X(100) VALUE "Se iniciaron &1 lugares antes de llegar al límite de Id.".
           02 FILLER PIC X(11) VALUE "INVENTRY088".
           02 FILLER PIC X(100) VALUE "Placed &1 items before hitting the item table boundary.".
           02 FILLER PIC X(100) VALUE "Se colocaron &1 objetos antes de llegar al límite de la tabla de objetos.".
           02 FILLER PIC X(11) VALUE "INVENTRY089".
           02 FILLER PIC X(100) VALUE "The &1 template has no band for a &2-side world - stocking from STANDARD.".
           02 FILLER PIC X(100) VALUE "La plantilla &1 no tiene franja para un mundo de &2 por lado - surtido de STANDARD.".
           02 FILLER PIC X(11) VALUE "INVENTRY090".
           02 FILLER PIC X(100) VALUE "Stocking from the &1 template, band &2-&3.".
           02 FILLER PIC X(100) VALUE "Surtido de la plantilla &1, franja &2-&3.".
           02 FILLER PIC X(11) VALUE "INVENTRY091".
           02 FILLER PIC X(100) VALUE "The stocking template file could not be seeded, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo sembrar el archivo de plantillas de surtido, estado &1.".
           02 FILLER PIC X(11) VALUE "INVENTRY092".
           02 FILLER PIC X(100) VALUE "Only &1 of &2 &3 fit - the world is half full.".
           02 FILLER PIC X(100) VALUE "Solo cupieron &1 de &2 &3 - el mundo está a medio llenar.".
           02 FILLER PIC X(11) VALUE "INVENTRY093".
           02 FILLER PIC X(100) VALUE "A stone stair leads up and out, but the way is".
           02 FILLER PIC X(100) VALUE "Una escalera de piedra sube hacia la salida, pero el paso está".
           02 FILLER PIC X(11) VALUE "INVENTRY094".
           02 FILLER PIC X(100) VALUE "sealed until the glimmering amulet is in yer pack.".
           02 FILLER PIC X(100) VALUE "sellado hasta que tengas el amuleto reluciente en el morral.".
           02 FILLER PIC X(11) VALUE "INVENTRY095".
           02 FILLER PIC X(100) VALUE "The amulet blazes, the seal breaks, and ye climb out".
           02 FILLER PIC X(100) VALUE "El amuleto resplandece, el sello se rompe y subes".
           02 FILLER PIC X(11) VALUE "INVENTRY096".
           02 FILLER PIC X(100) VALUE "into the daylight. YE HAVE WON!".
           02 FILLER PIC X(100) VALUE "a la luz del día. ¡HAS GANADO!".
           02 FILLER PIC X(11) VALUE "INVENTRY097".
           02 FILLER PIC X(100) VALUE "Turns taken:    &1".
           02 FILLER PIC X(100) VALUE "Turnos jugados:       &1".
           02 FILLER PIC X(11) VALUE "INVENTRY098".
           02 FILLER PIC X(100) VALUE "Items consumed: &1".
           02 FILLER PIC X(100) VALUE "Objetos consumidos:   &1".
           02 FILLER PIC X(11) VALUE "INVENTRY099".
           02 FILLER PIC X(100) VALUE "The recipe file could not be seeded, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo sembrar el archivo de recetas, estado &1.".
           02 FILLER PIC X(11) VALUE "INVENTRY100".
           02 FILLER PIC X(100) VALUE "Nothing in yer pack goes together.".
           02 FILLER PIC X(100) VALUE "Nada de tu morral combina entre sí.".
           02 FILLER PIC X(11) VALUE "INVENTRY101".
           02 FILLER PIC X(100) VALUE "The world's item table is full - nothing new".
           02 FILLER PIC X(100) VALUE "La tabla de objetos del mundo está llena - no se".
           02 FILLER PIC X(11) VALUE "INVENTRY102".
           02 FILLER PIC X(100) VALUE "can be made.".
           02 FILLER PIC X(100) VALUE "puede fabricar nada nuevo.".
           02 FILLER PIC X(11) VALUE "INVENTRY103".
           02 FILLER PIC X(100) VALUE "Ye work the two together and make &1!".
           02 FILLER PIC X(100) VALUE "¡Combinas los dos y fabricas &1!".
           02 FILLER PIC X(11) VALUE "INVENTRY104".
           02 FILLER PIC X(100) VALUE "A peddler keeps a stall in this chamber.".
           02 FILLER PIC X(100) VALUE "Un buhonero tiene un puesto en esta sala.".
           02 FILLER PIC X(11) VALUE "INVENTRY105".
           02 FILLER PIC X(100) VALUE "  bread &1 / potion &2 / key &3 coin(s) to buy".
           02 FILLER PIC X(100) VALUE "  bread &1 / potion &2 / key &3 moneda(s) para comprar".
           02 FILLER PIC X(11) VALUE "INVENTRY106".
           02 FILLER PIC X(100) VALUE "  stock: &1 bread, &2 potion(s), &3 key(s)".
           02 FILLER PIC X(100) VALUE "  existencias: &1 bread, &2 potion(s), &3 key(s)".
           02 FILLER PIC X(11) VALUE "INVENTRY107".
           02 FILLER PIC X(100) VALUE "  yer purse holds &1 coin(s)".
           02 FILLER PIC X(100) VALUE "  tu bolsa guarda &1 moneda(s)".
           02 FILLER PIC X(11) VALUE "INVENTRY108".
           02 FILLER PIC X(100) VALUE "  ('buy' and 'sell' do business)".
           02 FILLER PIC X(100) VALUE "  ('buy' y 'sell' para comerciar)".
           02 FILLER PIC X(11) VALUE "INVENTRY109".
           02 FILLER PIC X(100) VALUE "Which ware - bread, potion, or key?".
           02 FILLER PIC X(100) VALUE "¿Qué mercancía - bread (pan), potion (poción) o key (llave)?".
           02 FILLER PIC X(11) VALUE "INVENTRY110".
           02 FILLER PIC X(100) VALUE "The peddler deals in bread, potions, and keys.".
           02 FILLER PIC X(100) VALUE "El buhonero vende bread (pan), potion (poción) y key (llave).".
           02 FILLER PIC X(11) VALUE "INVENTRY111".
           02 FILLER PIC X(100) VALUE "There's no stall here to buy from.".
           02 FILLER PIC X(100) VALUE "Aquí no hay puesto donde comprar.".
           02 FILLER PIC X(11) VALUE "INVENTRY112".
           02 FILLER PIC X(100) VALUE "The peddler is sold out of those.".
           02 FILLER PIC X(100) VALUE "Al buhonero se le han agotado.".
           02 FILLER PIC X(11) VALUE "INVENTRY113".
           02 FILLER PIC X(100) VALUE "That costs &1 coin(s) and ye have &2.".
           02 FILLER PIC X(100) VALUE "Eso cuesta &1 moneda(s) y tienes &2.".
           02 FILLER PIC X(11) VALUE "INVENTRY114".
           02 FILLER PIC X(100) VALUE "Yer pack has no slot for it.".
           02 FILLER PIC X(100) VALUE "Tu morral no tiene sitio para eso.".
           02 FILLER PIC X(11) VALUE "INVENTRY115".
           02 FILLER PIC X(100) VALUE "The world's item table is full - no trade.".
           02 FILLER PIC X(100) VALUE "La tabla de objetos del mundo está llena - no hay trato.".
           02 FILLER PIC X(11) VALUE "INVENTRY116".
           02 FILLER PIC X(100) VALUE "Bought &1 for &2 coin(s). Purse: &3.".
           02 FILLER PIC X(100) VALUE "Compras &1 por &2 moneda(s). Bolsa: &3.".
           02 FILLER PIC X(11) VALUE "INVENTRY117".
           02 FILLER PIC X(100) VALUE "There's no stall here to sell to.".
           02 FILLER PIC X(100) VALUE "Aquí no hay puesto donde vender.".
           02 FILLER PIC X(11) VALUE "INVENTRY118".
           02 FILLER PIC X(100) VALUE "Ye carry none of those to sell.".
           02 FILLER PIC X(100) VALUE "No llevas nada de eso para vender.".
           02 FILLER PIC X(11) VALUE "INVENTRY119".
           02 FILLER PIC X(100) VALUE "Sold for &1 coin(s). Purse: &2.".
           02 FILLER PIC X(100) VALUE "Vendido por &1 moneda(s). Bolsa: &2.".
           02 FILLER PIC X(11) VALUE "INVENTRY120".
           02 FILLER PIC X(100) VALUE "A coin rolls away - no room for it.".
           02 FILLER PIC X(100) VALUE "Una moneda se aleja rodando - no hay sitio para ella.".
           02 FILLER PIC X(11) VALUE "INVENTRY121".
           02 FILLER PIC X(100) VALUE "Worlds in the catalog:".
           02 FILLER PIC X(100) VALUE "Mundos del catálogo:".
           02 FILLER PIC X(11) VALUE "INVENTRY122".
           02 FILLER PIC X(100) VALUE " #  World        Owner        Size Lvls Played   Won Audit".
           02 FILLER PIC X(100) VALUE " #  Mundo        Dueño        Lado Niv. Jugado   Gan Audit".
           02 FILLER PIC X(11) VALUE "INVENTRY123".
           02 FILLER PIC X(100) VALUE "&1  &2 &3 &4   &5   &6 &7   &8".
           02 FILLER PIC X(100) VALUE "&1  &2 &3 &4   &5   &6 &7   &8".
           02 FILLER PIC X(11) VALUE "INVENTRY124".
           02 FILLER PIC X(100) VALUE "No worlds in the catalog yet.".
           02 FILLER PIC X(100) VALUE "Todavía no hay mundos en el catálogo.".
           02 FILLER PIC X(11) VALUE "INVENTRY125".
           02 FILLER PIC X(100) VALUE "Number to play, N new, C copy, D delete (blank for yer own)?".
           02 FILLER PIC X(100) VALUE "¿Número para jugar, N nuevo, C copiar, D borrar (en blanco para el tuyo)?".
           02 FILLER PIC X(11) VALUE "INVENTRY126".
           02 FILLER PIC X(100) VALUE "Name for the new world (up to 12 letters)?".
           02 FILLER PIC X(100) VALUE "¿Nombre del mundo nuevo (hasta 12 letras)?".
           02 FILLER PIC X(11) VALUE "INVENTRY127".
           02 FILLER PIC X(100) VALUE "There's already a world called &1.".
           02 FILLER PIC X(100) VALUE "Ya hay un mundo llamado &1.".
           02 FILLER PIC X(11) VALUE "INVENTRY128".
           02 FILLER PIC X(100) VALUE "The catalog is full - delete a world first.".
           02 FILLER PIC X(100) VALUE "El catálogo está lleno - borra primero un mundo.".
           02 FILLER PIC X(11) VALUE "INVENTRY129".
           02 FILLER PIC X(100) VALUE "Number of the world to copy?".
           02 FILLER PIC X(100) VALUE "¿Número del mundo a copiar?".
           02 FILLER PIC X(11) VALUE "INVENTRY130".
           02 FILLER PIC X(100) VALUE "Name for the copy?".
           02 FILLER PIC X(100) VALUE "¿Nombre para la copia?".
           02 FILLER PIC X(11) VALUE "INVENTRY131".
           02 FILLER PIC X(100) VALUE "&1 copied to &2.".
           02 FILLER PIC X(100) VALUE "&1 copiado a &2.".
           02 FILLER PIC X(11) VALUE "INVENTRY132".
           02 FILLER PIC X(100) VALUE "The copy could not be made.".
           02 FILLER PIC X(100) VALUE "No se pudo hacer la copia.".
           02 FILLER PIC X(11) VALUE "INVENTRY133".
           02 FILLER PIC X(100) VALUE "Number of the world to delete?".
           02 FILLER PIC X(100) VALUE "¿Número del mundo a borrar?".
           02 FILLER PIC X(11) VALUE "INVENTRY134".
           02 FILLER PIC X(100) VALUE "Delete &1 and its save for good? (y/n)".
           02 FILLER PIC X(100) VALUE "¿Borrar &1 y su partida para siempre? (y/n)".
           02 FILLER PIC X(11) VALUE "INVENTRY135".
           02 FILLER PIC X(100) VALUE "&1 is deleted.".
           02 FILLER PIC X(100) VALUE "&1 queda borrado.".
           02 FILLER PIC X(11) VALUE "INVENTRY136".
           02 FILLER PIC X(100) VALUE "&1 belongs to &2 - only they may delete it.".
           02 FILLER PIC X(100) VALUE "&1 es de &2 - solo su dueño puede borrarlo.".
           02 FILLER PIC X(11) VALUE "INVENTRY137".
           02 FILLER PIC X(100) VALUE "There's no world number &1.".
           02 FILLER PIC X(100) VALUE "No hay mundo número &1.".
           02 FILLER PIC X(11) VALUE "INVENTRY138".
           02 FILLER PIC X(100) VALUE "Playing world &1 (&2).".
           02 FILLER PIC X(100) VALUE "Jugando el mundo &1 (&2).".
           02 FILLER PIC X(11) VALUE "INVENTRY139".
           02 FILLER PIC X(100) VALUE "The world catalog is unavailable - playing inventory_save.dat.".
           02 FILLER PIC X(100) VALUE "El catálogo de mundos no está disponible - se juega inventory_save.dat.".
           02 FILLER PIC X(11) VALUE "INVENTRY140".
           02 FILLER PIC X(100) VALUE "The catalog could not be changed.".
           02 FILLER PIC X(100) VALUE "No se pudo cambiar el catálogo.".
           02 FILLER PIC X(11) VALUE "INVENTRY141".
           02 FILLER PIC X(100) VALUE "Yer purse holds &1 gold; the peddler takes &2 gold a coin.".
           02 FILLER PIC X(100) VALUE "Tu bolsa tiene &1 de oro; el buhonero pide &2 de oro por moneda.".
           02 FILLER PIC X(11) VALUE "INVENTRY142".
           02 FILLER PIC X(100) VALUE "Draw how many coins into the pack (up to &1, blank for none)? ".
           02 FILLER PIC X(100) VALUE "¿Cuántas monedas pasas al morral (hasta &1, en blanco ninguna)? ".
           02 FILLER PIC X(11) VALUE "INVENTRY143".
           02 FILLER PIC X(100) VALUE "&1 coin(s) drawn; yer purse holds &2 gold.".
           02 FILLER PIC X(100) VALUE "&1 moneda(s) sacada(s); tu bolsa tiene &2 de oro.".
           02 FILLER PIC X(11) VALUE "INVENTRY144".
           02 FILLER PIC X(100) VALUE "The &1 coin(s) in yer pack go back to yer purse as &2 gold; it holds &3.".
           02 FILLER PIC X(100) VALUE "Las &1 moneda(s) del morral vuelven a tu bolsa como &2 de oro; tiene &3.".
           02 FILLER PIC X(11) VALUE "INVENTRY145".
           02 FILLER PIC X(100) VALUE "&1 runs &2 levels deep - only a one-level world can be copied.".
           02 FILLER PIC X(100) VALUE "&1 tiene &2 niveles - solo se puede copiar un mundo de un nivel.".
           02 FILLER PIC X(11) VALUE "INVENTRY146".
           02 FILLER PIC X(100) VALUE "&1 runs &2 levels deep - only a one-level world can be deleted.".
           02 FILLER PIC X(100) VALUE "&1 tiene &2 niveles - solo se puede borrar un mundo de un nivel.".
       01 InvMessageTable REDEFINES InvMessages.
           02 InvMessage OCCURS 146 TIMES.
               03 InvMsgKey PIC X(11).
               03 InvMsgText PIC X(100) OCCURS 2 TIMES.
