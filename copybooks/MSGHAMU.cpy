      *> HAMURABI's player-facing messages for the MSGCAT catalog, one
      *> entry per message number: the program and number key, then
      *> the text in each MSGLANG.cpy language, in column order.
      *> &1-&9 and &0 mark where the caller's arguments go.
       01 HamuMessages.
           02 FILLER PIC X(11) VALUE "HAMURABI001".
           02 FILLER PIC X(100) VALUE "RNG seed (blank for random)?".
           02 FILLER PIC X(100) VALUE "Semilla del RNG (en blanco para azar)?".
           02 FILLER PIC X(11) VALUE "HAMURABI002".
           02 FILLER PIC X(100) VALUE "RNG seed used: &1".
           02 FILLER PIC X(100) VALUE "Semilla del RNG usada: &1".
           02 FILLER PIC X(11) VALUE "HAMURABI003".
           02 FILLER PIC X(100) VALUE "Decisions from a strategy file (blank to rule by hand)?".
           02 FILLER PIC X(100) VALUE "¿Decisiones desde un archivo de estrategia (en blanco para gobernar a mano)?".
           02 FILLER PIC X(11) VALUE "HAMURABI004".
           02 FILLER PIC X(100) VALUE "HAMURABI - TRY YER HAND AT GOVERNING ANCIENT SUMERIA".
           02 FILLER PIC X(100) VALUE "HAMURABI - PRUEBA A GOBERNAR LA ANTIGUA SUMERIA".
           02 FILLER PIC X(11) VALUE "HAMURABI005".
           02 FILLER PIC X(100) VALUE "IN THE &1, FOR A &2-YEAR TERM OF OFFICE.".
           02 FILLER PIC X(100) VALUE "EN &1, POR UN MANDATO DE &2 AÑOS.".
           02 FILLER PIC X(11) VALUE "HAMURABI006".
           02 FILLER PIC X(100) VALUE "SO LONG FOR NOW.".
           02 FILLER PIC X(100) VALUE "HASTA LA PRÓXIMA.".
           02 FILLER PIC X(11) VALUE "HAMURABI007".
           02 FILLER PIC X(100) VALUE "HAMURABI: I BEG TO REPORT, IN YEAR &1,".
           02 FILLER PIC X(100) VALUE "HAMURABI: CON TU PERMISO, INFORMO DEL AÑO &1:".
           02 FILLER PIC X(11) VALUE "HAMURABI008".
           02 FILLER PIC X(100) VALUE "  THE CITY OWNS &1 ACRES AND &2 PEOPLE LIVE IN IT.".
           02 FILLER PIC X(100) VALUE "  LA CIUDAD POSEE &1 ACRES Y EN ELLA VIVEN &2 PERSONAS.".
           02 FILLER PIC X(11) VALUE "HAMURABI009".
           02 FILLER PIC X(100) VALUE "  THE STORES HOLD &1 BUSHELS OF GRAIN.".
           02 FILLER PIC X(100) VALUE "  LOS GRANEROS GUARDAN &1 FANEGAS DE GRANO.".
           02 FILLER PIC X(11) VALUE "HAMURABI010".
           02 FILLER PIC X(100) VALUE "  LAND IS TRADING AT &1 BUSHELS PER ACRE.".
           02 FILLER PIC X(100) VALUE "  LA TIERRA SE COTIZA A &1 FANEGAS POR ACRE.".
           02 FILLER PIC X(11) VALUE "HAMURABI011".
           02 FILLER PIC X(100) VALUE "HAMURABI: I CANNOT DO WHAT YOU WISH - SPEAK IN".
           02 FILLER PIC X(100) VALUE "HAMURABI: NO PUEDO HACER LO QUE DESEAS - HÁBLAME EN".
           02 FILLER PIC X(11) VALUE "HAMURABI012".
           02 FILLER PIC X(100) VALUE "NUMBERS OF BUSHELS OR ACRES.".
           02 FILLER PIC X(100) VALUE "NÚMEROS DE FANEGAS O DE ACRES.".
           02 FILLER PIC X(11) VALUE "HAMURABI013".
           02 FILLER PIC X(100) VALUE "HOW MANY ACRES DO YOU WISH TO BUY?".
           02 FILLER PIC X(100) VALUE "¿CUÁNTOS ACRES DESEAS COMPRAR?".
           02 FILLER PIC X(11) VALUE "HAMURABI014".
           02 FILLER PIC X(100) VALUE "HAMURABI: THINK AGAIN - YOU HAVE ONLY &1 BUSHELS.".
           02 FILLER PIC X(100) VALUE "HAMURABI: PIÉNSALO OTRA VEZ - SOLO TIENES &1 FANEGAS.".
           02 FILLER PIC X(11) VALUE "HAMURABI015".
           02 FILLER PIC X(100) VALUE "HOW MANY ACRES DO YOU WISH TO SELL?".
           02 FILLER PIC X(100) VALUE "¿CUÁNTOS ACRES DESEAS VENDER?".
           02 FILLER PIC X(11) VALUE "HAMURABI016".
           02 FILLER PIC X(100) VALUE "HAMURABI: THINK AGAIN - YOU OWN ONLY &1 ACRES.".
           02 FILLER PIC X(100) VALUE "HAMURABI: PIÉNSALO OTRA VEZ - SOLO POSEES &1 ACRES.".
           02 FILLER PIC X(11) VALUE "HAMURABI017".
           02 FILLER PIC X(100) VALUE "HOW MANY BUSHELS TO FEED YOUR PEOPLE?".
           02 FILLER PIC X(100) VALUE "¿CUÁNTAS FANEGAS PARA ALIMENTAR A TU PUEBLO?".
           02 FILLER PIC X(11) VALUE "HAMURABI018".
           02 FILLER PIC X(100) VALUE "HOW MANY ACRES DO YOU WISH TO PLANT (UP TO &1)?".
           02 FILLER PIC X(100) VALUE "¿CUÁNTOS ACRES DESEAS SEMBRAR (HASTA &1)?".
           02 FILLER PIC X(11) VALUE "HAMURABI019".
           02 FILLER PIC X(100) VALUE "HAMURABI: THINK AGAIN - &1 IS ALL YOUR LAND, GRAIN, AND PEOPLE ALLOW.".
           02 FILLER PIC X(100) VALUE "HAMURABI: PIÉNSALO OTRA VEZ - TU TIERRA, TU GRANO Y TU GENTE SOLO DAN PARA &1.".
           02 FILLER PIC X(11) VALUE "HAMURABI020".
           02 FILLER PIC X(100) VALUE "THE HARVEST CAME IN AT &1 BUSHELS PER ACRE - &2 IN ALL.".
           02 FILLER PIC X(100) VALUE "LA COSECHA DIO &1 FANEGAS POR ACRE - &2 EN TOTAL.".
           02 FILLER PIC X(11) VALUE "HAMURABI021".
           02 FILLER PIC X(100) VALUE "RATS GOT INTO THE STORES AND ATE &1 BUSHELS.".
           02 FILLER PIC X(100) VALUE "LAS RATAS ENTRARON EN LOS GRANEROS Y SE COMIERON &1 FANEGAS.".
           02 FILLER PIC X(11) VALUE "HAMURABI022".
           02 FILLER PIC X(100) VALUE "&1 PEOPLE STARVED THIS YEAR.".
           02 FILLER PIC X(100) VALUE "&1 PERSONAS MURIERON DE HAMBRE ESTE AÑO.".
           02 FILLER PIC X(11) VALUE "HAMURABI023".
           02 FILLER PIC X(100) VALUE "YOU STARVED &1 PERCENT OF THE CITY IN ONE YEAR!".
           02 FILLER PIC X(100) VALUE "¡HAS MATADO DE HAMBRE AL &1 POR CIENTO DE LA CIUDAD EN UN SOLO AÑO!".
           02 FILLER PIC X(11) VALUE "HAMURABI024".
           02 FILLER PIC X(100) VALUE "THE PEOPLE HAVE DECLARED YOU NATIONAL FINK".
           02 FILLER PIC X(100) VALUE "EL PUEBLO TE HA DECLARADO TRAIDOR NACIONAL".
           02 FILLER PIC X(11) VALUE "HAMURABI025".
           02 FILLER PIC X(100) VALUE "AND DRIVEN YOU FROM THE CITY.".
           02 FILLER PIC X(100) VALUE "Y TE HA EXPULSADO DE LA CIUDAD.".
           02 FILLER PIC X(11) VALUE "HAMURABI026".
           02 FILLER PIC X(100) VALUE "THE CITY STANDS EMPTY. THE REIGN IS OVER.".
           02 FILLER PIC X(100) VALUE "LA CIUDAD ESTÁ VACÍA. EL REINADO HA TERMINADO.".
           02 FILLER PIC X(11) VALUE "HAMURABI027".
           02 FILLER PIC X(100) VALUE "&1 PEOPLE CAME TO THE CITY.".
           02 FILLER PIC X(100) VALUE "&1 PERSONAS LLEGARON A LA CIUDAD.".
           02 FILLER PIC X(11) VALUE "HAMURABI028".
           02 FILLER PIC X(100) VALUE "A HORRIBLE PLAGUE STRUCK! HALF THE PEOPLE DIED.".
           02 FILLER PIC X(100) VALUE "¡UNA PESTE HORRIBLE! MURIÓ LA MITAD DEL PUEBLO.".
           02 FILLER PIC X(11) VALUE "HAMURABI029".
           02 FILLER PIC X(100) VALUE "IN YOUR &1-YEAR TERM, &2 PEOPLE STARVED IN ALL, AND YOU".
           02 FILLER PIC X(100) VALUE "EN TU MANDATO DE &1 AÑOS MURIERON DE HAMBRE &2 PERSONAS EN TOTAL, Y".
           02 FILLER PIC X(11) VALUE "HAMURABI030".
           02 FILLER PIC X(100) VALUE "LEAVE THE CITY WITH &1 ACRES PER PERSON.".
           02 FILLER PIC X(100) VALUE "DEJAS LA CIUDAD CON &1 ACRES POR PERSONA.".
           02 FILLER PIC X(11) VALUE "HAMURABI031".
           02 FILLER PIC X(100) VALUE "YOUR REIGN IS JUDGED &1 - RATING &2 OF 99.".
           02 FILLER PIC X(100) VALUE "TU REINADO SE JUZGA &1 - NOTA &2 DE 99.".
           02 FILLER PIC X(11) VALUE "HAMURABI032".
           02 FILLER PIC X(100) VALUE "A NEW PERSONAL BEST FOR &1 IN THE &2.".
           02 FILLER PIC X(100) VALUE "UNA NUEVA MEJOR MARCA PERSONAL PARA &1 EN &2.".
           02 FILLER PIC X(11) VALUE "HAMURABI033".
           02 FILLER PIC X(100) VALUE "(YOUR BEST OF &1 WAS WON IN SCENARIO &2.)".
           02 FILLER PIC X(100) VALUE "(TU MEJOR MARCA DE &1 SE LOGRÓ EN EL ESCENARIO &2.)".
           02 FILLER PIC X(11) VALUE "HAMURABI034".
           02 FILLER PIC X(100) VALUE "AN UNFINISHED REIGN FOR &1 STANDS AFTER YEAR &2 OF &3.".
           02 FILLER PIC X(100) VALUE "EL REINADO INACABADO DE &1 QUEDÓ EN EL AÑO &2 DE &3.".
           02 FILLER PIC X(11) VALUE "HAMURABI035".
           02 FILLER PIC X(100) VALUE "CONTINUE IT? [Y/N]".
           02 FILLER PIC X(100) VALUE "¿CONTINUARLO? [Y/N = SÍ/NO]".
           02 FILLER PIC X(11) VALUE "HAMURABI036".
           02 FILLER PIC X(100) VALUE "A NEW REIGN BEGINS; THE OLD ONE WILL BE FORGOTTEN AT THE END OF THIS YEAR.".
           02 FILLER PIC X(100) VALUE "EMPIEZA UN REINADO NUEVO; EL ANTERIOR SE OLVIDARÁ AL ACABAR ESTE AÑO.".
           02 FILLER PIC X(11) VALUE "HAMURABI037".
           02 FILLER PIC X(100) VALUE "(SCENARIO &1 IS NO LONGER ON FILE - STANDARD ODDS APPLY)".
           02 FILLER PIC X(100) VALUE "(EL ESCENARIO &1 YA NO ESTÁ EN EL ARCHIVO - RIGEN LAS PROBABILIDADES NORMALES)".
           02 FILLER PIC X(11) VALUE "HAMURABI038".
           02 FILLER PIC X(100) VALUE "THE REIGN BEGUN &1 ON SEED &2 RESUMES.".
           02 FILLER PIC X(100) VALUE "SE REANUDA EL REINADO COMENZADO EL &1 CON LA SEMILLA &2.".
           02 FILLER PIC X(11) VALUE "HAMURABI039".
           02 FILLER PIC X(100) VALUE "HAMURABI: THE SAVE BOOK IS FULL - THIS YEAR IS NOT SAVED.".
           02 FILLER PIC X(100) VALUE "HAMURABI: EL LIBRO DE PARTIDAS ESTÁ LLENO - ESTE AÑO NO SE GUARDA.".
           02 FILLER PIC X(11) VALUE "HAMURABI040".
           02 FILLER PIC X(100) VALUE "HAMURABI: hamurabi_save.dat IS '&1' LAYOUT &2 - THIS PROGRAM ONLY KNOWS HAMRSAVE 01.".
           02 FILLER PIC X(100) VALUE "HAMURABI: hamurabi_save.dat ES '&1' FORMATO &2 - ESTE PROGRAMA SOLO CONOCE HAMRSAVE 01.".
           02 FILLER PIC X(11) VALUE "HAMURABI041".
           02 FILLER PIC X(100) VALUE "HAMURABI: THE REIGN WILL NOT BE SAVED.".
           02 FILLER PIC X(100) VALUE "HAMURABI: EL REINADO NO SE GUARDARÁ.".
           02 FILLER PIC X(11) VALUE "HAMURABI042".
           02 FILLER PIC X(100) VALUE "HAMURABI: THE REIGN COULD NOT BE SAVED, STATUS &1.".
           02 FILLER PIC X(100) VALUE "HAMURABI: NO SE PUDO GUARDAR EL REINADO, ESTADO &1.".
           02 FILLER PIC X(11) VALUE "HAMURABI043".
           02 FILLER PIC X(100) VALUE "HAMURABI: hamurabi_ledger.dat COULD NOT BE WRITTEN, STATUS &1.".
           02 FILLER PIC X(100) VALUE "HAMURABI: NO SE PUDO ESCRIBIR hamurabi_ledger.dat, ESTADO &1.".
           02 FILLER PIC X(11) VALUE "HAMURABI044".
           02 FILLER PIC X(100) VALUE "HAMURABI: strategy file &1 could not be opened, status &2.".
           02 FILLER PIC X(100) VALUE "HAMURABI: no se pudo abrir el archivo de estrategia &1, estado &2.".
           02 FILLER PIC X(11) VALUE "HAMURABI045".
           02 FILLER PIC X(100) VALUE "HAMURABI: ruling from &1 (&2 record(s)).".
           02 FILLER PIC X(100) VALUE "HAMURABI: se gobierna desde &1 (&2 registro(s)).".
           02 FILLER PIC X(11) VALUE "HAMURABI046".
           02 FILLER PIC X(100) VALUE "(HAMURABI: '&1' IS NOT AN ANSWER - TAKEN AS 0)".
           02 FILLER PIC X(100) VALUE "(HAMURABI: '&1' NO ES UNA RESPUESTA - SE TOMA COMO 0)".
           02 FILLER PIC X(11) VALUE "HAMURABI047".
           02 FILLER PIC X(100) VALUE "HAMURABI: hamurabi_scenarios.dat could not be created, status &1.".
           02 FILLER PIC X(100) VALUE "HAMURABI: no se pudo crear hamurabi_scenarios.dat, estado &1.".
           02 FILLER PIC X(11) VALUE "HAMURABI048".
           02 FILLER PIC X(100) VALUE "HAMURABI: seeded hamurabi_scenarios.dat with 5 scenarios.".
           02 FILLER PIC X(100) VALUE "HAMURABI: se creó hamurabi_scenarios.dat con 5 escenarios.".
           02 FILLER PIC X(11) VALUE "HAMURABI049".
           02 FILLER PIC X(100) VALUE "HAMURABI: scenario &1 is not complete and is passed over.".
           02 FILLER PIC X(100) VALUE "HAMURABI: el escenario &1 está incompleto y se omite.".
           02 FILLER PIC X(11) VALUE "HAMURABI050".
           02 FILLER PIC X(100) VALUE "WHICH KINGDOM WILL YOU GOVERN?".
           02 FILLER PIC X(100) VALUE "¿QUÉ REINO VAS A GOBERNAR?".
           02 FILLER PIC X(11) VALUE "HAMURABI051".
           02 FILLER PIC X(100) VALUE "  &1 &2&3 PEOPLE, &4 ACRES, &5 YEARS".
           02 FILLER PIC X(100) VALUE "  &1 &2&3 PERSONAS, &4 ACRES, &5 AÑOS".
           02 FILLER PIC X(11) VALUE "HAMURABI052".
           02 FILLER PIC X(100) VALUE "(A CODE, OR BLANK FOR &1)".
           02 FILLER PIC X(100) VALUE "(UN CÓDIGO, O EN BLANCO PARA &1)".
           02 FILLER PIC X(11) VALUE "HAMURABI053".
           02 FILLER PIC X(100) VALUE "HAMURABI: THERE IS NO KINGDOM CALLED '&1'.".
           02 FILLER PIC X(100) VALUE "HAMURABI: NO HAY NINGÚN REINO LLAMADO '&1'.".
           02 FILLER PIC X(11) VALUE "HAMURABI054".
           02 FILLER PIC X(100) VALUE "HAMURABI: hamurabi_save.dat IS BUSY - THE SAVE BOOK WAS NOT CHANGED.".
           02 FILLER PIC X(100) VALUE "HAMURABI: hamurabi_save.dat ESTÁ OCUPADO - EL LIBRO NO SE CAMBIÓ.".
       01 HamuMessageTable REDEFINES HamuMessages.
           02 HamuMessage OCCURS 54 TIMES.
               03 HamuMsgKey PIC X(11).
               03 HamuMsgText PIC X(100) OCCURS 2 TIMES.
