      *> WANDER's player-facing messages for the MSGCAT catalog, one
      *> entry per message number: the program and number key, then
      *> the text in each MSGLANG.cpy language, in column order.
      *> &1-&9 and &0 mark where the caller's arguments go.
       01 WanderMessages.
           02 FILLER PIC X(11) VALUE "WANDER  001".
           02 FILLER PIC X(100) VALUE "The sky today: &1.".
           02 FILLER PIC X(100) VALUE "El cielo hoy: &1.".
           02 FILLER PIC X(11) VALUE "WANDER  002".
           02 FILLER PIC X(100) VALUE "The terrain file could not be created, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo crear el archivo de terreno, estado &1.".
           02 FILLER PIC X(11) VALUE "WANDER  003".
           02 FILLER PIC X(100) VALUE "No terrain could be loaded, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo cargar ningún terreno, estado &1.".
           02 FILLER PIC X(11) VALUE "WANDER  004".
           02 FILLER PIC X(100) VALUE "Loaded &1 terrain region(s).".
           02 FILLER PIC X(100) VALUE "Cargada(s) &1 región(es) de terreno.".
           02 FILLER PIC X(11) VALUE "WANDER  005".
           02 FILLER PIC X(100) VALUE "The landmark file could not be created, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo crear el archivo de lugares, estado &1.".
           02 FILLER PIC X(11) VALUE "WANDER  006".
           02 FILLER PIC X(100) VALUE "No landmarks could be loaded, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo cargar ningún lugar, estado &1.".
           02 FILLER PIC X(11) VALUE "WANDER  007".
           02 FILLER PIC X(100) VALUE "Loaded &1 landmark(s).".
           02 FILLER PIC X(100) VALUE "Cargado(s) &1 lugar(es).".
           02 FILLER PIC X(11) VALUE "WANDER  008".
           02 FILLER PIC X(100) VALUE "Yer at (&1,&2)".
           02 FILLER PIC X(100) VALUE "Estás en (&1,&2)".
           02 FILLER PIC X(11) VALUE "WANDER  009".
           02 FILLER PIC X(100) VALUE "Yer facing".
           02 FILLER PIC X(100) VALUE "Miras hacia el".
           02 FILLER PIC X(11) VALUE "WANDER  010".
           02 FILLER PIC X(100) VALUE "north.".
           02 FILLER PIC X(100) VALUE "norte.".
           02 FILLER PIC X(11) VALUE "WANDER  011".
           02 FILLER PIC X(100) VALUE "east.".
           02 FILLER PIC X(100) VALUE "este.".
           02 FILLER PIC X(11) VALUE "WANDER  012".
           02 FILLER PIC X(100) VALUE "south.".
           02 FILLER PIC X(100) VALUE "sur.".
           02 FILLER PIC X(11) VALUE "WANDER  013".
           02 FILLER PIC X(100) VALUE "west.".
           02 FILLER PIC X(100) VALUE "oeste.".
           02 FILLER PIC X(11) VALUE "WANDER  014".
           02 FILLER PIC X(100) VALUE "Ye have taken &1 steps.".
           02 FILLER PIC X(100) VALUE "Has dado &1 pasos.".
           02 FILLER PIC X(11) VALUE "WANDER  015".
           02 FILLER PIC X(100) VALUE "Provisions: &1.".
           02 FILLER PIC X(100) VALUE "Provisiones: &1.".
           02 FILLER PIC X(11) VALUE "WANDER  016".
           02 FILLER PIC X(100) VALUE "A canoe rides on yer back.".
           02 FILLER PIC X(100) VALUE "Llevas una canoa a la espalda.".
           02 FILLER PIC X(11) VALUE "WANDER  017".
           02 FILLER PIC X(100) VALUE "A mule walks beside ye.".
           02 FILLER PIC X(100) VALUE "Una mula camina a tu lado.".
           02 FILLER PIC X(11) VALUE "WANDER  018".
           02 FILLER PIC X(100) VALUE "Cargo: &1 of &2 load(s).".
           02 FILLER PIC X(100) VALUE "Carga: &1 de &2 fardo(s).".
           02 FILLER PIC X(11) VALUE "WANDER  019".
           02 FILLER PIC X(100) VALUE "The sky: &1.".
           02 FILLER PIC X(100) VALUE "El cielo: &1.".
           02 FILLER PIC X(11) VALUE "WANDER  020".
           02 FILLER PIC X(100) VALUE "Trail (oldest to newest):".
           02 FILLER PIC X(100) VALUE "Rastro (del más viejo al más nuevo):".
           02 FILLER PIC X(11) VALUE "WANDER  021".
           02 FILLER PIC X(100) VALUE "Now What?".
           02 FILLER PIC X(100) VALUE "¿Y ahora qué?".
           02 FILLER PIC X(11) VALUE "WANDER  022".
           02 FILLER PIC X(100) VALUE "Help:".
           02 FILLER PIC X(100) VALUE "Ayuda:".
           02 FILLER PIC X(11) VALUE "WANDER  023".
           02 FILLER PIC X(100) VALUE " ? - Help".
           02 FILLER PIC X(100) VALUE " ? - Ayuda".
           02 FILLER PIC X(11) VALUE "WANDER  024".
           02 FILLER PIC X(100) VALUE " M - Move forward".
           02 FILLER PIC X(100) VALUE " M - Avanzar".
           02 FILLER PIC X(11) VALUE "WANDER  025".
           02 FILLER PIC X(100) VALUE " P - Show a map of where ye've wandered".
           02 FILLER PIC X(100) VALUE " P - Mostrar un mapa de por dónde has andado".
           02 FILLER PIC X(11) VALUE "WANDER  026".
           02 FILLER PIC X(100) VALUE " L - Turn left".
           02 FILLER PIC X(100) VALUE " L - Girar a la izquierda".
           02 FILLER PIC X(11) VALUE "WANDER  027".
           02 FILLER PIC X(100) VALUE " R - Turn right".
           02 FILLER PIC X(100) VALUE " R - Girar a la derecha".
           02 FILLER PIC X(11) VALUE "WANDER  028".
           02 FILLER PIC X(100) VALUE " A - Turn around".
           02 FILLER PIC X(100) VALUE " A - Dar media vuelta".
           02 FILLER PIC X(11) VALUE "WANDER  029".
           02 FILLER PIC X(100) VALUE " C - Compass: where's the nearest landmark?".
           02 FILLER PIC X(100) VALUE " C - Brújula: ¿dónde está el lugar más cercano?".
           02 FILLER PIC X(11) VALUE "WANDER  030".
           02 FILLER PIC X(100) VALUE " PLAN - Plot a route to a landmark (wander_plan.txt)".
           02 FILLER PIC X(100) VALUE " PLAN - Trazar una ruta hasta un lugar (wander_plan.txt)".
           02 FILLER PIC X(11) VALUE "WANDER  031".
           02 FILLER PIC X(100) VALUE " J - The contract board (take on an expedition)".
           02 FILLER PIC X(100) VALUE " J - El tablón de contratos (aceptar una expedición)".
           02 FILLER PIC X(11) VALUE "WANDER  032".
           02 FILLER PIC X(100) VALUE " T - Trade goods at a landmark's market".
           02 FILLER PIC X(100) VALUE " T - Comerciar en el mercado de un lugar".
           02 FILLER PIC X(11) VALUE "WANDER  033".
           02 FILLER PIC X(100) VALUE " Q - Quit".
           02 FILLER PIC X(100) VALUE " Q - Salir".
           02 FILLER PIC X(11) VALUE "WANDER  034".
           02 FILLER PIC X(100) VALUE "Plan a route to which landmark?".
           02 FILLER PIC X(100) VALUE "¿Trazar una ruta hasta qué lugar?".
           02 FILLER PIC X(11) VALUE "WANDER  035".
           02 FILLER PIC X(100) VALUE "No landmark goes by that name. The known ones:".
           02 FILLER PIC X(100) VALUE "Ningún lugar lleva ese nombre. Los conocidos:".
           02 FILLER PIC X(11) VALUE "WANDER  036".
           02 FILLER PIC X(100) VALUE "Ye are standing there already.".
           02 FILLER PIC X(100) VALUE "Ya estás allí.".
           02 FILLER PIC X(11) VALUE "WANDER  037".
           02 FILLER PIC X(100) VALUE "That journey is too far to plot in one".
           02 FILLER PIC X(100) VALUE "Ese viaje es demasiado largo para trazarlo en un".
           02 FILLER PIC X(11) VALUE "WANDER  038".
           02 FILLER PIC X(100) VALUE "itinerary - walk partway and plan again.".
           02 FILLER PIC X(100) VALUE "solo itinerario - anda parte del camino y vuelve a planear.".
           02 FILLER PIC X(11) VALUE "WANDER  039".
           02 FILLER PIC X(100) VALUE "No walkable route reaches &1 - rivers or mountains".
           02 FILLER PIC X(100) VALUE "Ninguna ruta a pie llega a &1 - ríos o montañas".
           02 FILLER PIC X(11) VALUE "WANDER  040".
           02 FILLER PIC X(100) VALUE "bar every way inside the planning window.".
           02 FILLER PIC X(100) VALUE "cierran todo camino dentro de la zona de planificación.".
           02 FILLER PIC X(11) VALUE "WANDER  041".
           02 FILLER PIC X(100) VALUE "The itinerary file could not be opened, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo abrir el archivo de itinerario, estado &1.".
           02 FILLER PIC X(11) VALUE "WANDER  042".
           02 FILLER PIC X(100) VALUE "The route runs &1 cell(s) in &2 leg(s) - itinerary written to".
           02 FILLER PIC X(100) VALUE "La ruta recorre &1 casilla(s) en &2 tramo(s) - itinerario escrito en".
           02 FILLER PIC X(11) VALUE "WANDER  043".
           02 FILLER PIC X(100) VALUE "wander_plan.txt.".
           02 FILLER PIC X(100) VALUE "wander_plan.txt.".
           02 FILLER PIC X(11) VALUE "WANDER  044".
           02 FILLER PIC X(100) VALUE "The fog swallows the compass needle - no bearing".
           02 FILLER PIC X(100) VALUE "La niebla se traga la aguja de la brújula - hoy no".
           02 FILLER PIC X(11) VALUE "WANDER  045".
           02 FILLER PIC X(100) VALUE "can be taken today.".
           02 FILLER PIC X(100) VALUE "se puede tomar rumbo.".
           02 FILLER PIC X(11) VALUE "WANDER  046".
           02 FILLER PIC X(100) VALUE "The compass needle spins - no landmarks are known.".
           02 FILLER PIC X(100) VALUE "La aguja de la brújula gira sin parar - no se conoce ningún lugar.".
           02 FILLER PIC X(11) VALUE "WANDER  047".
           02 FILLER PIC X(100) VALUE "Ye are standing at &1.".
           02 FILLER PIC X(100) VALUE "Estás en &1.".
           02 FILLER PIC X(11) VALUE "WANDER  048".
           02 FILLER PIC X(100) VALUE "The compass points to &1, &2 step(s), &3.".
           02 FILLER PIC X(100) VALUE "La brújula señala &1, &2 paso(s), &3.".
           02 FILLER PIC X(11) VALUE "WANDER  049".
           02 FILLER PIC X(100) VALUE "The fog lies thick - ye can't see past yer boots.".
           02 FILLER PIC X(100) VALUE "La niebla es espesa - no ves más allá de tus botas.".
           02 FILLER PIC X(11) VALUE "WANDER  050".
           02 FILLER PIC X(100) VALUE "Map (ye are @, ! is a note):".
           02 FILLER PIC X(100) VALUE "Mapa (tú eres @, ! es una nota):".
           02 FILLER PIC X(11) VALUE "WANDER  051".
           02 FILLER PIC X(100) VALUE "The storm howls and drives ye back a pace -".
           02 FILLER PIC X(100) VALUE "La tormenta aúlla y te hace retroceder un paso -".
           02 FILLER PIC X(11) VALUE "WANDER  052".
           02 FILLER PIC X(100) VALUE "the move is lost.".
           02 FILLER PIC X(100) VALUE "el movimiento se pierde.".
           02 FILLER PIC X(11) VALUE "WANDER  053".
           02 FILLER PIC X(100) VALUE "Ye slog through the swamp - it costs ye".
           02 FILLER PIC X(100) VALUE "Avanzas a duras penas por la ciénaga - te cuesta".
           02 FILLER PIC X(11) VALUE "WANDER  054".
           02 FILLER PIC X(100) VALUE "two extra steps.".
           02 FILLER PIC X(100) VALUE "dos pasos más.".
           02 FILLER PIC X(11) VALUE "WANDER  055".
           02 FILLER PIC X(100) VALUE "The rain has turned the plain to mud - it".
           02 FILLER PIC X(100) VALUE "La lluvia ha convertido la llanura en barro - te".
           02 FILLER PIC X(11) VALUE "WANDER  056".
           02 FILLER PIC X(100) VALUE "costs ye an extra step.".
           02 FILLER PIC X(100) VALUE "cuesta un paso más.".
           02 FILLER PIC X(11) VALUE "WANDER  057".
           02 FILLER PIC X(100) VALUE "HUNGER gnaws at ye - only &1 provision(s) left. Make for a landmark.".
           02 FILLER PIC X(100) VALUE "El HAMBRE te roe - solo quedan &1 provisión(es). Ve hacia un lugar.".
           02 FILLER PIC X(11) VALUE "WANDER  058".
           02 FILLER PIC X(100) VALUE "The last crumb is gone. Yer legs fold under ye and".
           02 FILLER PIC X(100) VALUE "Se acabó la última miga. Se te doblan las piernas y".
           02 FILLER PIC X(11) VALUE "WANDER  059".
           02 FILLER PIC X(100) VALUE "the wide world goes dark. THE WANDER IS OVER.".
           02 FILLER PIC X(100) VALUE "el ancho mundo se oscurece. EL VIAJE HA TERMINADO.".
           02 FILLER PIC X(11) VALUE "WANDER  060".
           02 FILLER PIC X(100) VALUE "The mountains ahead are impassable.".
           02 FILLER PIC X(100) VALUE "Las montañas de delante son infranqueables.".
           02 FILLER PIC X(11) VALUE "WANDER  061".
           02 FILLER PIC X(100) VALUE "Ye take to the water - the canoe carries ye".
           02 FILLER PIC X(100) VALUE "Te echas al agua - la canoa te lleva".
           02 FILLER PIC X(11) VALUE "WANDER  062".
           02 FILLER PIC X(100) VALUE "across the river.".
           02 FILLER PIC X(100) VALUE "al otro lado del río.".
           02 FILLER PIC X(11) VALUE "WANDER  063".
           02 FILLER PIC X(100) VALUE "The river blocks yer way. Find a crossing.".
           02 FILLER PIC X(100) VALUE "El río te cierra el paso. Busca un vado.".
           02 FILLER PIC X(11) VALUE "WANDER  064".
           02 FILLER PIC X(100) VALUE "The mule plods steady through the mire - no".
           02 FILLER PIC X(100) VALUE "La mula avanza firme por el fango - no".
           02 FILLER PIC X(11) VALUE "WANDER  065".
           02 FILLER PIC X(100) VALUE "time lost.".
           02 FILLER PIC X(100) VALUE "se pierde tiempo.".
           02 FILLER PIC X(11) VALUE "WANDER  066".
           02 FILLER PIC X(100) VALUE "Ye have reached &1".
           02 FILLER PIC X(100) VALUE "Has llegado a &1".
           02 FILLER PIC X(11) VALUE "WANDER  067".
           02 FILLER PIC X(100) VALUE "Ye restock yer pack at the landmark -".
           02 FILLER PIC X(100) VALUE "Rellenas tu morral en el lugar -".
           02 FILLER PIC X(11) VALUE "WANDER  068".
           02 FILLER PIC X(100) VALUE "provisions back to &1.".
           02 FILLER PIC X(100) VALUE "provisiones de nuevo a &1.".
           02 FILLER PIC X(11) VALUE "WANDER  069".
           02 FILLER PIC X(100) VALUE "The keeper here hands ye a canoe - rivers".
           02 FILLER PIC X(100) VALUE "El guarda de aquí te da una canoa - los ríos".
           02 FILLER PIC X(11) VALUE "WANDER  070".
           02 FILLER PIC X(100) VALUE "are a paddle now, not a wall.".
           02 FILLER PIC X(100) VALUE "ya se cruzan a remo, no son un muro.".
           02 FILLER PIC X(11) VALUE "WANDER  071".
           02 FILLER PIC X(100) VALUE "A patient mule falls in beside ye - the".
           02 FILLER PIC X(100) VALUE "Una mula paciente se pone a tu lado - las".
           02 FILLER PIC X(11) VALUE "WANDER  072".
           02 FILLER PIC X(100) VALUE "swamps will slow ye no longer.".
           02 FILLER PIC X(100) VALUE "ciénagas ya no te frenarán.".
           02 FILLER PIC X(11) VALUE "WANDER  073".
           02 FILLER PIC X(100) VALUE "A way leads down into darkness here. Enter? (y/n)".
           02 FILLER PIC X(100) VALUE "Aquí un camino baja hacia la oscuridad. ¿Entrar? (y/n = sí/no)".
           02 FILLER PIC X(11) VALUE "WANDER  074".
           02 FILLER PIC X(100) VALUE "Ye climb back up to the overworld at (&1,&2).".
           02 FILLER PIC X(100) VALUE "Vuelves a subir a la superficie en (&1,&2).".
           02 FILLER PIC X(11) VALUE "WANDER  075".
           02 FILLER PIC X(100) VALUE "Ye can't go that way, it's the edge of the world.".
           02 FILLER PIC X(100) VALUE "No puedes ir por ahí, es el borde del mundo.".
           02 FILLER PIC X(11) VALUE "WANDER  076".
           02 FILLER PIC X(100) VALUE "Thanks for playing!".
           02 FILLER PIC X(100) VALUE "¡Gracias por jugar!".
           02 FILLER PIC X(11) VALUE "WANDER  077".
           02 FILLER PIC X(100) VALUE "The contract file could not be created, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo crear el archivo de contratos, estado &1.".
           02 FILLER PIC X(11) VALUE "WANDER  078".
           02 FILLER PIC X(100) VALUE "Loaded &1 posted contract(s).".
           02 FILLER PIC X(100) VALUE "Cargado(s) &1 contrato(s) publicado(s).".
           02 FILLER PIC X(11) VALUE "WANDER  079".
           02 FILLER PIC X(100) VALUE "No contracts are posted anywhere.".
           02 FILLER PIC X(100) VALUE "No hay contratos publicados en ningún sitio.".
           02 FILLER PIC X(11) VALUE "WANDER  080".
           02 FILLER PIC X(100) VALUE "THE CONTRACT BOARD:".
           02 FILLER PIC X(100) VALUE "EL TABLÓN DE CONTRATOS:".
           02 FILLER PIC X(11) VALUE "WANDER  081".
           02 FILLER PIC X(100) VALUE "  &1. &2 at (&3,&4) pays &5 within &6 step(s) [&7]".
           02 FILLER PIC X(100) VALUE "  &1. &2 en (&3,&4) paga &5 en &6 paso(s) [&7]".
           02 FILLER PIC X(11) VALUE "WANDER  082".
           02 FILLER PIC X(100) VALUE "Contracts are taken on at a landmark's board.".
           02 FILLER PIC X(100) VALUE "Los contratos se aceptan en el tablón de un lugar.".
           02 FILLER PIC X(11) VALUE "WANDER  083".
           02 FILLER PIC X(100) VALUE "Take on which contract (0 for none)?".
           02 FILLER PIC X(100) VALUE "¿Qué contrato aceptas (0 para ninguno)?".
           02 FILLER PIC X(11) VALUE "WANDER  084".
           02 FILLER PIC X(100) VALUE "That contract is no longer on offer.".
           02 FILLER PIC X(100) VALUE "Ese contrato ya no está en oferta.".
           02 FILLER PIC X(11) VALUE "WANDER  085".
           02 FILLER PIC X(100) VALUE "Contract taken: &1. The client waits &2 step(s).".
           02 FILLER PIC X(100) VALUE "Contrato aceptado: &1. El cliente espera &2 paso(s).".
           02 FILLER PIC X(11) VALUE "WANDER  086".
           02 FILLER PIC X(100) VALUE "The contract '&1' has lapsed - the client gave up waiting.".
           02 FILLER PIC X(100) VALUE "El contrato '&1' ha caducado - el cliente se cansó de esperar.".
           02 FILLER PIC X(11) VALUE "WANDER  087".
           02 FILLER PIC X(100) VALUE "Survey done: &1. Now make it back to a landmark for yer pay.".
           02 FILLER PIC X(100) VALUE "Reconocimiento hecho: &1. Ahora vuelve a un lugar a cobrar.".
           02 FILLER PIC X(11) VALUE "WANDER  088".
           02 FILLER PIC X(100) VALUE "The contract '&1' pays out &2. Lifetime contract pay: &3.".
           02 FILLER PIC X(100) VALUE "El contrato '&1' paga &2. Pago total por contratos: &3.".
           02 FILLER PIC X(11) VALUE "WANDER  089".
           02 FILLER PIC X(100) VALUE "The market file could not be created, status &1.".
           02 FILLER PIC X(100) VALUE "No se pudo crear el archivo del mercado, estado &1.".
           02 FILLER PIC X(11) VALUE "WANDER  090".
           02 FILLER PIC X(100) VALUE "Loaded &1 market line(s).".
           02 FILLER PIC X(100) VALUE "Cargada(s) &1 línea(s) de mercado.".
           02 FILLER PIC X(11) VALUE "WANDER  091".
           02 FILLER PIC X(100) VALUE "There's no market out here - trade is done at a".
           02 FILLER PIC X(100) VALUE "Aquí fuera no hay mercado - se comercia en".
           02 FILLER PIC X(11) VALUE "WANDER  092".
           02 FILLER PIC X(100) VALUE "landmark.".
           02 FILLER PIC X(100) VALUE "un lugar.".
           02 FILLER PIC X(11) VALUE "WANDER  093".
           02 FILLER PIC X(100) VALUE "Nobody at &1 deals in goods.".
           02 FILLER PIC X(100) VALUE "Nadie en &1 comercia con mercancías.".
           02 FILLER PIC X(11) VALUE "WANDER  094".
           02 FILLER PIC X(100) VALUE "Buy, sell, or be on yer way (b/s, blank to leave)?".
           02 FILLER PIC X(100) VALUE "¿Comprar, vender o seguir tu camino (b/s, en blanco para irte)?".
           02 FILLER PIC X(11) VALUE "WANDER  095".
           02 FILLER PIC X(100) VALUE "THE MARKET AT &1 TODAY:".
           02 FILLER PIC X(100) VALUE "EL MERCADO DE &1 HOY:".
           02 FILLER PIC X(11) VALUE "WANDER  096".
           02 FILLER PIC X(100) VALUE "Yer cargo: &1 of &2 load(s).".
           02 FILLER PIC X(100) VALUE "Tu carga: &1 de &2 fardo(s).".
           02 FILLER PIC X(11) VALUE "WANDER  097".
           02 FILLER PIC X(100) VALUE "  &1 x &2, owing &3 on account".
           02 FILLER PIC X(100) VALUE "  &1 x &2, debes &3 a cuenta".
           02 FILLER PIC X(11) VALUE "WANDER  098".
           02 FILLER PIC X(100) VALUE "  &1  yours for &2  bought from ye at &3".
           02 FILLER PIC X(100) VALUE "  &1  tuyo por &2  te lo compran a &3".
           02 FILLER PIC X(11) VALUE "WANDER  099".
           02 FILLER PIC X(100) VALUE "Nobody here sells that.".
           02 FILLER PIC X(100) VALUE "Aquí nadie vende eso.".
           02 FILLER PIC X(11) VALUE "WANDER  100".
           02 FILLER PIC X(100) VALUE "Ye are loaded down - there's no room for more.".
           02 FILLER PIC X(100) VALUE "Vas cargado hasta arriba - no cabe nada más.".
           02 FILLER PIC X(11) VALUE "WANDER  101".
           02 FILLER PIC X(100) VALUE "Ye have room for only &1 more load(s).".
           02 FILLER PIC X(100) VALUE "Solo te caben &1 fardo(s) más.".
           02 FILLER PIC X(11) VALUE "WANDER  102".
           02 FILLER PIC X(100) VALUE "Ye have no room left to stow another kind of".
           02 FILLER PIC X(100) VALUE "No te queda sitio para guardar otra clase de".
           02 FILLER PIC X(11) VALUE "WANDER  103".
           02 FILLER PIC X(100) VALUE "good.".
           02 FILLER PIC X(100) VALUE "mercancía.".
           02 FILLER PIC X(11) VALUE "WANDER  104".
           02 FILLER PIC X(100) VALUE "Ye take on &1 load(s) of &2 at &3 apiece, &4 on the factor's account.".
           02 FILLER PIC X(100) VALUE "Cargas &1 fardo(s) de &2 a &3 cada uno, &4 a cuenta del factor.".
           02 FILLER PIC X(11) VALUE "WANDER  105".
           02 FILLER PIC X(100) VALUE "Ye carry none of that.".
           02 FILLER PIC X(100) VALUE "No llevas nada de eso.".
           02 FILLER PIC X(11) VALUE "WANDER  106".
           02 FILLER PIC X(100) VALUE "Nobody here buys that.".
           02 FILLER PIC X(100) VALUE "Aquí nadie compra eso.".
           02 FILLER PIC X(11) VALUE "WANDER  107".
           02 FILLER PIC X(100) VALUE "Ye sell &1 load(s) of &2 for &3 - clear of the account, a profit of &4.".
           02 FILLER PIC X(100) VALUE "Vendes &1 fardo(s) de &2 por &3 - saldada la cuenta, ganas &4.".
           02 FILLER PIC X(11) VALUE "WANDER  108".
           02 FILLER PIC X(100) VALUE "Ye sell &1 load(s) of &2 for &3 - short of the account by &4.".
           02 FILLER PIC X(100) VALUE "Vendes &1 fardo(s) de &2 por &3 - faltan &4 para saldar la cuenta.".
           02 FILLER PIC X(11) VALUE "WANDER  109".
           02 FILLER PIC X(100) VALUE "Lifetime contract pay: &1.".
           02 FILLER PIC X(100) VALUE "Pago total por contratos: &1.".
           02 FILLER PIC X(11) VALUE "WANDER  110".
           02 FILLER PIC X(100) VALUE "Which good?".
           02 FILLER PIC X(100) VALUE "¿Qué mercancía?".
           02 FILLER PIC X(11) VALUE "WANDER  111".
           02 FILLER PIC X(100) VALUE "How many load(s)?".
           02 FILLER PIC X(100) VALUE "¿Cuántos fardos?".
           02 FILLER PIC X(11) VALUE "WANDER  112".
           02 FILLER PIC X(100) VALUE "Something comes at ye out of the &1 - ye must fight!".
           02 FILLER PIC X(100) VALUE "¡Algo te ataca desde &1 - tienes que luchar!".
           02 FILLER PIC X(11) VALUE "WANDER  113".
           02 FILLER PIC X(100) VALUE "...but it slinks off again.".
           02 FILLER PIC X(100) VALUE "...pero se vuelve a escabullir.".
           02 FILLER PIC X(11) VALUE "WANDER  114".
           02 FILLER PIC X(100) VALUE "Ye pick yerself up on the road at (&1,&2).".
           02 FILLER PIC X(100) VALUE "Te levantas del suelo en el camino, en (&1,&2).".
           02 FILLER PIC X(11) VALUE "WANDER  115".
           02 FILLER PIC X(100) VALUE "Yer mule bolts in the rout and is gone.".
           02 FILLER PIC X(100) VALUE "Tu mula huye en la desbandada y desaparece.".
           02 FILLER PIC X(11) VALUE "WANDER  116".
           02 FILLER PIC X(100) VALUE "The beast tears into yer pack - &1 provision(s) lost, &2 left.".
           02 FILLER PIC X(100) VALUE "La bestia destroza tu morral - &1 provisión(es) perdida(s), quedan &2.".
           02 FILLER PIC X(11) VALUE "WANDER  117".
           02 FILLER PIC X(100) VALUE "&1 load(s) of &2 are left lying in the road.".
           02 FILLER PIC X(100) VALUE "&1 fardo(s) de &2 quedan tirados en el camino.".
           02 FILLER PIC X(11) VALUE "WANDER  118".
           02 FILLER PIC X(100) VALUE "&1 banked in yer purse - it now holds &2.".
           02 FILLER PIC X(100) VALUE "&1 guardado(s) en tu bolsa - ahora tiene &2.".
           02 FILLER PIC X(11) VALUE "WANDER  119".
           02 FILLER PIC X(100) VALUE "Yer note (40 letters at most, blank for none)?".
           02 FILLER PIC X(100) VALUE "¿Tu nota (40 letras como mucho, en blanco para ninguna)?".
           02 FILLER PIC X(11) VALUE "WANDER  120".
           02 FILLER PIC X(100) VALUE "Ye leave nothing behind.".
           02 FILLER PIC X(100) VALUE "No dejas nada atrás.".
           02 FILLER PIC X(11) VALUE "WANDER  121".
           02 FILLER PIC X(100) VALUE "Ye leave a note at (&1,&2) for whoever passes next.".
           02 FILLER PIC X(100) VALUE "Dejas una nota en (&1,&2) para quien pase después.".
           02 FILLER PIC X(11) VALUE "WANDER  122".
           02 FILLER PIC X(100) VALUE "The notes are busy or could not be written - no note is left.".
           02 FILLER PIC X(100) VALUE "Las notas están ocupadas o no se pudieron escribir - no se deja ninguna nota.".
           02 FILLER PIC X(11) VALUE "WANDER  123".
           02 FILLER PIC X(100) VALUE "The country is thick with notes - none can be left till some are cleared.".
           02 FILLER PIC X(100) VALUE "El país está lleno de notas - no se puede dejar otra hasta que se retiren algunas.".
           02 FILLER PIC X(11) VALUE "WANDER  124".
           02 FILLER PIC X(100) VALUE "A note at (&1,&2), left by &3 on &4:".
           02 FILLER PIC X(100) VALUE "Una nota en (&1,&2), dejada por &3 el &4:".
           02 FILLER PIC X(11) VALUE "WANDER  125".
           02 FILLER PIC X(100) VALUE "  '&1'".
           02 FILLER PIC X(100) VALUE "  '&1'".
           02 FILLER PIC X(11) VALUE "WANDER  126".
           02 FILLER PIC X(100) VALUE " NOTE - Leave a note here for later travellers".
           02 FILLER PIC X(100) VALUE " NOTE - Deja una nota aquí para los que vengan después".
           02 FILLER PIC X(11) VALUE "WANDER  127".
           02 FILLER PIC X(100) VALUE "&1 taken from yer purse - it now holds &2.".
           02 FILLER PIC X(100) VALUE "&1 sacado(s) de tu bolsa - ahora tiene &2.".
       01 WanderMessageTable REDEFINES WanderMessages.
           02 WanderMessage OCCURS 127 TIMES.
               03 WanderMsgKey PIC X(11).
               03 WanderMsgText PIC X(100) OCCURS 2 TIMES.
