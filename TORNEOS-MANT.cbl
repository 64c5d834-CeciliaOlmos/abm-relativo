      ******************************************************************
      * Author:
      * Date:
      * Purpose: Internal tournaments of the sections (tennis,
      *          paddle). A supervisor loads each tournament in
      *          torneos.dat: seccion of secciones.dat, category,
      *          knockout draw or round-robin league, the dates and
      *          hours of play and the registration fee. The desk
      *          registers players into torneo-inscriptos.dat: only
      *          an active socio enrolled in the seccion
      *          (inscripciones.dat) with an apto medico of aptos.dat
      *          vigente through the last day of the tournament. The
      *          fee is charged to the member account as a tipo "C"
      *          movimiento with concepto TORNEO and the tournament
      *          number as reference, the way CONSUMOS-CAJA posts the
      *          buffet, and is collected with the month's
      *          consumptions. Generating the fixture draws the
      *          players at random (knockout, with byes up to the
      *          next power of two) or pairs them all against all
      *          (league, one fecha per day), writes the matches to
      *          torneo-partidos.dat and books every match in a free
      *          court turn of the seccion in reservas.dat (socio
      *          zero, shown as TORNEO in the RESERVAS-CANCHA grid),
      *          skipping the days the club stays closed and the
      *          courts under an open work order. Loading a result
      *          moves the winner on in the draw; the last result
      *          finalizes the tournament with its champion. The
      *          bracket, fixture and standings for the notice board
      *          are printed by TORNEOS-CUADRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TORNEOS-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyMovimientos.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyAptos.cpy.cbl".
           COPY "CpyOrdenesTrab.cpy.cbl".
           COPY "CpyFeriados.cpy.cbl".
           COPY "CpyTorneos.cpy.cbl".
           COPY "CpyTorInscriptos.cpy.cbl".
           COPY "CpyTorPartidos.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT CANCHAS ASSIGN TO "..\canchas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-canchas-status.
           SELECT RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-reservas-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyMovimientosReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyAptosReg.cpy.cbl".
           COPY "CpyOrdenesTrabReg.cpy.cbl".
           COPY "CpyFeriadosReg.cpy.cbl".
           COPY "CpyTorneosReg.cpy.cbl".
           COPY "CpyTorInscriptosReg.cpy.cbl".
           COPY "CpyTorPartidosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  CANCHAS.
       01  cancha-reg.
           03 ca-seccion pic xxx.
           03 ca-numero pic 9(2).
           03 ca-descripcion pic x(15).
       FD  RESERVAS.
       01  reserva-reg.
           03 rv-fecha pic 9(8).
           03 rv-seccion pic xxx.
           03 rv-cancha pic 9(2).
           03 rv-hora pic 9(2).
           03 rv-codigo pic 9(4).
           03 rv-estado pic x.
               88 reserva-vigente value "R".
               88 reserva-cancelada value "C".
               88 reserva-no-show value "N".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-movimientos-status pic xx.
       77  w-secciones-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-aptos-status pic xx.
       77  w-ordenes-trab-status pic xx.
       77  w-torneos-status pic xx.
       77  w-tor-inscriptos-status pic xx.
       77  w-tor-partidos-status pic xx.
       77  w-canchas-status pic xx.
       77  w-reservas-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-aux pic 9 value 0.
           88 fin-aux value 1.
       77  w-hoy pic 9(8).
       77  w-hoy-periodo pic 9(6).
       77  w-respuesta pic x.
       77  w-apto-vigente pic 9(8).
       77  w-en-seccion pic 9 value 0.
           88 socio-en-seccion value 1.
       77  w-sec-existe pic 9 value 0.
           88 seccion-existe value 1.
       77  w-ya-inscripto pic 9 value 0.
           88 socio-ya-inscripto value 1.
       77  w-torneo pic 9(5).
       77  w-ultimo-torneo pic 9(5) value 0.
       01  w-seccion pic xxx.
       01  w-nombre pic x(30).
       01  w-categoria pic x(15).
       77  w-formato pic x.
           88 formato-valido value "E" "L".
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-hora-desde pic 9(2).
       77  w-hora-hasta pic 9(2).
       77  w-arancel pic 9(6)v99.
       77  w-cupo pic 9(3).
       77  w-cupo-max pic 9(3).
       01  w-arancel-edit pic zzzzz9.99.
       77  w-ronda pic 9(2).
       77  w-partido pic 9(3).
       77  w-ganador pic 9(4).
       77  w-perdedor pic 9(4).
       77  w-lado pic 9.
       77  w-sets1 pic 9.
       77  w-sets2 pic 9.
       01  w-resultado pic x(20).
       77  w-walkover pic x.
       01  w-nombre1 pic x(20).
       01  w-nombre2 pic x(20).
      * Tournaments master, held whole and written back.
       77  w-cant-tor pic 9(3) value 0.
       77  w-t pic 9(3).
       77  w-tor-hallado pic 9 value 0.
           88 torneo-hallado value 1.
       01  tab-torneos.
           05 tor-ent occurs 1 to 500 times
                   depending on w-cant-tor.
               07 tto-registro pic x(102).
      * Players of the tournament at hand; tjg-azar orders the draw.
       77  w-cant-jug pic 9(3) value 0.
       77  w-j pic 9(3).
       01  tab-jugadores.
           05 jug-ent occurs 1 to 64 times
                   depending on w-cant-jug.
               07 tjg-azar pic 9v9(9).
               07 tjg-socio pic 9(4).
               07 tjg-nombre pic x(20).
               07 tjg-puntos pic 9(3).
               07 tjg-dif-sets pic s9(3).
       77  w-semilla pic 9(8).
      * Every match of every tournament, held whole and written back.
       77  w-cant-ptd pic 9(4) value 0.
       77  w-p pic 9(4).
       77  w-primer-ptd pic 9(4).
       77  w-ptd-hallado pic 9 value 0.
           88 partido-hallado value 1.
       77  w-pendientes pic 9(4).
       01  tab-partidos.
           05 ptd-ent occurs 1 to 5000 times
                   depending on w-cant-ptd.
               07 tpd-registro pic x(57).
      * Draw and league pairing.
       77  w-llaves pic 9(3).
       77  w-rondas pic 9(2).
       77  w-en-ronda pic 9(3).
       77  w-k pic 9(3).
       77  w-m pic 9(3).
       77  w-mitad pic 9(3).
       77  w-ultimo-pos pic 9(4).
       01  tab-posiciones.
           05 tps-socio pic 9(4) occurs 64 times.
      * Court turns: the courts of the seccion, the turns already
      * booked and the work orders that close courts.
       77  w-cant-can pic 9(2) value 0.
       01  tab-canchas.
           05 can-ent occurs 1 to 30 times
                   depending on w-cant-can.
               07 tca-numero pic 9(2).
       77  w-cant-ocu pic 9(4) value 0.
       77  w-o pic 9(4).
       01  tab-ocupados.
           05 ocu-ent occurs 1 to 5000 times
                   depending on w-cant-ocu.
               07 toc-fecha pic 9(8).
               07 toc-cancha pic 9(2).
               07 toc-hora pic 9(2).
       77  w-cant-obr pic 9(3) value 0.
       77  w-b pic 9(3).
       01  tab-obras.
           05 obr-ent occurs 1 to 200 times
                   depending on w-cant-obr.
               07 tob-cancha pic 9(2).
               07 tob-desde pic 9(10).
               07 tob-hasta pic 9(10).
       77  w-cur-fecha pic 9(8).
       77  w-cur-juliano pic 9(7).
       77  w-cur-hora pic 9(2).
       77  w-cur-can pic 9(2).
       77  w-slot-clave pic 9(10).
       77  w-libre pic 9 value 0.
           88 turno-libre value 1.
       77  w-sin-turno pic 9 value 0.
           88 faltan-turnos value 1.
       77  w-reservados pic 9(4).
           COPY "CpyCalendarioWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "TORNEOS-MANT" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyCalendario.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE w-hoy(1:6) TO w-hoy-periodo.
           PERFORM 105-LEER-CONTROL.
           PERFORM 981-CARGAR-CALENDARIO.
           PERFORM 110-CARGAR-TORNEOS.
           PERFORM 150-CARGAR-PARTIDOS.
           OPEN INPUT SOCIOS.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-CARGAR-TORNEOS.
           MOVE 0 TO w-cant-tor.
           MOVE 0 TO w-ultimo-torneo.
           OPEN INPUT TORNEOS.
           IF w-torneos-status = "00"
               MOVE 0 TO w-sen
               READ TORNEOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-tor >= 500
                   ADD 1 TO w-cant-tor
                   MOVE torneo-reg TO tto-registro(w-cant-tor)
                   IF tor-numero > w-ultimo-torneo
                       MOVE tor-numero TO w-ultimo-torneo
                   END-IF
                   READ TORNEOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE TORNEOS
           END-IF.
           MOVE 0 TO w-sen.
       115-GRABAR-TORNEOS.
           OPEN OUTPUT TORNEOS.
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cant-tor
               MOVE tto-registro(w-t) TO torneo-reg
               WRITE torneo-reg
           END-PERFORM.
           CLOSE TORNEOS.
       150-CARGAR-PARTIDOS.
           MOVE 0 TO w-cant-ptd.
           OPEN INPUT TOR-PARTIDOS.
           IF w-tor-partidos-status = "00"
               MOVE 0 TO w-sen
               READ TOR-PARTIDOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-ptd >= 5000
                   ADD 1 TO w-cant-ptd
                   MOVE tor-partido-reg TO tpd-registro(w-cant-ptd)
                   READ TOR-PARTIDOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE TOR-PARTIDOS
           END-IF.
           MOVE 0 TO w-sen.
       155-GRABAR-PARTIDOS.
           OPEN OUTPUT TOR-PARTIDOS.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-ptd
               MOVE tpd-registro(w-p) TO tor-partido-reg
               WRITE tor-partido-reg
           END-PERFORM.
           CLOSE TOR-PARTIDOS.
       200-MENU.
           DISPLAY "1- Alta o cambio de torneo"
           DISPLAY "2- Inscribir socio en un torneo"
           DISPLAY "3- Listar inscriptos de un torneo"
           DISPLAY "4- Generar fixture y reservar canchas"
           DISPLAY "5- Cargar resultado de partido"
           DISPLAY "6- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-TORNEO
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   PERFORM 500-INSCRIBIR
               WHEN 3
                   PERFORM 550-LISTAR-INSCRIPTOS
               WHEN 4
                   IF nivel-supervisor
                       PERFORM 600-GENERAR-FIXTURE
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 5
                   PERFORM 700-CARGAR-RESULTADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * A tournament can be corrected only while it takes
      * registrations; once the fixture exists its dates are booked.
       400-TORNEO.
           DISPLAY "Torneos abiertos o en juego:".
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cant-tor
               MOVE tto-registro(w-t) TO torneo-reg
               IF NOT torneo-finalizado
                   DISPLAY tor-numero, " ", tor-seccion, " ",
                       tor-nombre, " ", tor-categoria, " ",
                       tor-formato, " ", tor-desde, " ", tor-estado
               END-IF
           END-PERFORM.
           DISPLAY "Numero de torneo (0 = nuevo)".
           ACCEPT w-torneo.
           IF w-torneo NOT = 0
               PERFORM 420-BUSCAR-TORNEO
               IF NOT torneo-hallado
                   DISPLAY "El torneo no existe"
                   EXIT PARAGRAPH
               END-IF
               IF NOT torneo-abierto
                   DISPLAY "El torneo ya tiene fixture, no se"
                       " modifica"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Seccion del torneo".
           ACCEPT w-seccion.
           MOVE FUNCTION UPPER-CASE(w-seccion) TO w-seccion.
           PERFORM 410-VERIFICAR-SECCION.
           IF NOT seccion-existe
               DISPLAY "La seccion no existe"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nombre del torneo".
           ACCEPT w-nombre.
           DISPLAY "Categoria".
           ACCEPT w-categoria.
           MOVE SPACES TO w-formato.
           PERFORM UNTIL formato-valido
               DISPLAY "Formato: E-Eliminacion L-Liga (todos contra"
                   " todos)"
               ACCEPT w-formato
               MOVE FUNCTION UPPER-CASE(w-formato) TO w-formato
           END-PERFORM.
           DISPLAY "Primer dia de juego (AAAAMMDD)".
           ACCEPT w-desde.
           DISPLAY "Ultimo dia de juego (AAAAMMDD)".
           ACCEPT w-hasta.
           IF w-desde < w-hoy OR w-hasta < w-desde
               DISPLAY "Fechas del torneo invalidas"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Hora del primer turno de cada dia (0-23)".
           ACCEPT w-hora-desde.
           DISPLAY "Hora de fin de los turnos de cada dia (1-24)".
           ACCEPT w-hora-hasta.
           IF w-hora-hasta > 24 OR w-hora-hasta <= w-hora-desde
               DISPLAY "Horario de juego invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Arancel de inscripcion".
           ACCEPT w-arancel.
           IF w-formato = "E"
               MOVE 64 TO w-cupo-max
           ELSE
               MOVE 20 TO w-cupo-max
           END-IF.
           DISPLAY "Cupo de jugadores (2 a ", w-cupo-max, ")".
           ACCEPT w-cupo.
           IF w-cupo < 2 OR w-cupo > w-cupo-max
               DISPLAY "Cupo invalido para el formato"
               EXIT PARAGRAPH
           END-IF.
           IF w-torneo = 0
               IF w-cant-tor >= 500
                   DISPLAY "No hay lugar para mas torneos"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO w-ultimo-torneo
               ADD 1 TO w-cant-tor
               MOVE w-cant-tor TO w-t
               INITIALIZE torneo-reg
               MOVE w-ultimo-torneo TO tor-numero
               MOVE "A" TO tor-estado
               MOVE 0 TO tor-campeon
           END-IF.
           MOVE w-seccion TO tor-seccion.
           MOVE w-nombre TO tor-nombre.
           MOVE w-categoria TO tor-categoria.
           MOVE w-formato TO tor-formato.
           MOVE w-desde TO tor-desde.
           MOVE w-hasta TO tor-hasta.
           MOVE w-hora-desde TO tor-hora-desde.
           MOVE w-hora-hasta TO tor-hora-hasta.
           MOVE w-arancel TO tor-arancel.
           MOVE w-cupo TO tor-cupo.
           MOVE w-operador TO tor-operador.
           MOVE torneo-reg TO tto-registro(w-t).
           PERFORM 115-GRABAR-TORNEOS.
           DISPLAY "Torneo ", tor-numero, " registrado".
       410-VERIFICAR-SECCION.
           MOVE 0 TO w-sec-existe.
           OPEN INPUT SECCIONES.
           IF w-secciones-status = "00"
               MOVE 0 TO w-sen-aux
               READ SECCIONES AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux OR seccion-existe
                   IF sec-codigo = w-seccion
                       MOVE 1 TO w-sec-existe
                   ELSE
                       READ SECCIONES AT END MOVE 1 TO w-sen-aux
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE SECCIONES
           END-IF.
           MOVE 0 TO w-sen-aux.
       420-BUSCAR-TORNEO.
           MOVE 0 TO w-tor-hallado.
           PERFORM VARYING w-t FROM 1 BY 1
                   UNTIL w-t > w-cant-tor OR torneo-hallado
               MOVE tto-registro(w-t) TO torneo-reg
               IF tor-numero = w-torneo
                   MOVE 1 TO w-tor-hallado
               END-IF
           END-PERFORM.
           IF torneo-hallado
               SUBTRACT 1 FROM w-t
           END-IF.
       430-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
           IF rel-nro = 0
               ADD 1 TO rel-nro
           END-IF.
           READ SOCIOS.
           MOVE 0 TO w-encontrado.
           PERFORM UNTIL socio-encontrado OR soc-codigo = 0
               IF soc-codigo = w-soc-codigo
                   MOVE 1 TO w-encontrado
               ELSE
                   IF soc-puntero = 0
                       MOVE 0 TO soc-codigo
                   ELSE
                       MOVE soc-puntero TO rel-nro
                       READ SOCIOS
                   END-IF
               END-IF
           END-PERFORM.
      * Newest apto of the socio, as INSCRIPCIONES-MANT checks it.
       440-VERIFICAR-APTO.
           MOVE 0 TO w-apto-vigente.
           OPEN INPUT APTOS.
           IF w-aptos-status = "00"
               MOVE 0 TO w-sen-aux
               READ APTOS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF apto-codigo = w-soc-codigo AND
                      apto-vence > w-apto-vigente
                       MOVE apto-vence TO w-apto-vigente
                   END-IF
                   READ APTOS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE APTOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       450-VERIFICAR-INSCRIPCION.
           MOVE 0 TO w-en-seccion.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status = "00"
               MOVE 0 TO w-sen-aux
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF ins-codigo = w-soc-codigo AND
                      ins-seccion = tor-seccion AND
                      (ins-hasta = 0 OR ins-hasta >= w-hoy-periodo)
                       MOVE 1 TO w-en-seccion
                   END-IF
                   READ INSCRIPCIONES AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.
           MOVE 0 TO w-sen-aux.
      * The apto has to cover the whole tournament, since any match
      * may fall on its last day.
       500-INSCRIBIR.
           DISPLAY "Numero de torneo".
           ACCEPT w-torneo.
           PERFORM 420-BUSCAR-TORNEO.
           IF NOT torneo-hallado
               DISPLAY "El torneo no existe"
               EXIT PARAGRAPH
           END-IF.
           IF NOT torneo-abierto
               DISPLAY "El torneo ya no toma inscripciones"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           PERFORM 430-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           IF NOT socio-activo
               DISPLAY "Solo un socio activo puede inscribirse"
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-nombre TO w-nombre1.
           PERFORM 610-CARGAR-JUGADORES.
           IF socio-ya-inscripto
               DISPLAY "El socio ya esta inscripto en el torneo"
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-jug >= tor-cupo
               DISPLAY "El torneo completo su cupo de ", tor-cupo,
                   " jugadores"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 450-VERIFICAR-INSCRIPCION.
           IF NOT socio-en-seccion
               DISPLAY "El socio no esta inscripto en la seccion ",
                   tor-seccion
               EXIT PARAGRAPH
           END-IF.
           PERFORM 440-VERIFICAR-APTO.
           IF w-apto-vigente = 0
               DISPLAY "El socio no tiene apto medico registrado"
               EXIT PARAGRAPH
           END-IF.
           IF w-apto-vigente < tor-hasta
               DISPLAY "El apto medico vence el ", w-apto-vigente,
                   ", antes del fin del torneo"
               EXIT PARAGRAPH
           END-IF.
           MOVE tor-arancel TO w-arancel-edit.
           DISPLAY "Inscribir a ", w-nombre1, " en ", tor-nombre,
               " con arancel ", w-arancel-edit, " a su cuenta".
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Inscripcion cancelada"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND TOR-INSCRIPTOS.
           IF w-tor-inscriptos-status = "35"
               OPEN OUTPUT TOR-INSCRIPTOS
               CLOSE TOR-INSCRIPTOS
               OPEN EXTEND TOR-INSCRIPTOS
           END-IF.
           MOVE w-torneo TO tju-torneo.
           MOVE w-soc-codigo TO tju-socio.
           MOVE w-nombre1 TO tju-nombre.
           MOVE w-hoy TO tju-fecha.
           MOVE w-operador TO tju-operador.
           WRITE tor-inscripto-reg.
           CLOSE TOR-INSCRIPTOS.
           IF tor-arancel > 0
               PERFORM 520-CARGAR-ARANCEL
           END-IF.
           DISPLAY "Socio inscripto en el torneo ", w-torneo.
       520-CARGAR-ARANCEL.
           OPEN EXTEND MOVIMIENTOS.
           IF w-movimientos-status = "35"
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN EXTEND MOVIMIENTOS
           END-IF.
           MOVE w-soc-codigo TO mov-codigo.
           MOVE "C" TO mov-tipo.
           MOVE tor-arancel TO mov-monto.
           MOVE w-hoy TO mov-fecha.
           MOVE w-operador TO mov-operador.
           MOVE SPACES TO mov-sucursal.
           MOVE w-torneo TO mov-referencia.
           MOVE 0 TO mov-contraparte.
           MOVE "TORNEO" TO mov-concepto.
           WRITE mov-reg.
           CLOSE MOVIMIENTOS.
       550-LISTAR-INSCRIPTOS.
           DISPLAY "Numero de torneo".
           ACCEPT w-torneo.
           PERFORM 420-BUSCAR-TORNEO.
           IF NOT torneo-hallado
               DISPLAY "El torneo no existe"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-soc-codigo.
           PERFORM 610-CARGAR-JUGADORES.
           DISPLAY "=== ", tor-nombre, " ", tor-categoria, " ===".
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cant-jug
               DISPLAY "  ", tjg-socio(w-j), " ", tjg-nombre(w-j)
           END-PERFORM.
           DISPLAY "Inscriptos: ", w-cant-jug, " de ", tor-cupo.
      * Builds the fixture in memory first; nothing is written when
      * the days of the tournament do not hold all its matches.
       600-GENERAR-FIXTURE.
           DISPLAY "Numero de torneo".
           ACCEPT w-torneo.
           PERFORM 420-BUSCAR-TORNEO.
           IF NOT torneo-hallado
               DISPLAY "El torneo no existe"
               EXIT PARAGRAPH
           END-IF.
           IF NOT torneo-abierto
               DISPLAY "El torneo ya tiene fixture"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-soc-codigo.
           PERFORM 610-CARGAR-JUGADORES.
           IF w-cant-jug < 2
               DISPLAY "El torneo necesita al menos dos inscriptos"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 620-CARGAR-CANCHAS.
           IF w-cant-can = 0
               DISPLAY "La seccion ", tor-seccion, " no tiene"
                   " canchas"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fixture de ", tor-nombre, " con ", w-cant-jug,
               " jugadores. Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Fixture cancelado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 625-CARGAR-OCUPADOS.
           PERFORM 630-CARGAR-OBRAS.
           MOVE FUNCTION CURRENT-DATE(9:8) TO w-semilla.
           COMPUTE tjg-azar(1) = FUNCTION RANDOM(w-semilla).
           PERFORM VARYING w-j FROM 2 BY 1 UNTIL w-j > w-cant-jug
               COMPUTE tjg-azar(w-j) = FUNCTION RANDOM
           END-PERFORM.
           SORT jug-ent ASCENDING tjg-azar.
           MOVE w-cant-ptd TO w-primer-ptd.
           MOVE 0 TO w-sin-turno.
           MOVE tor-desde TO w-cur-fecha.
           MOVE tor-hora-desde TO w-cur-hora.
           MOVE 1 TO w-cur-can.
           IF torneo-eliminacion
               PERFORM 640-ARMAR-CUADRO
           ELSE
               PERFORM 650-ARMAR-LIGA
           END-IF.
           IF faltan-turnos
               MOVE w-primer-ptd TO w-cant-ptd
               DISPLAY "No alcanzan los turnos entre el ", tor-desde,
                   " y el ", tor-hasta, " para todos los partidos"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 155-GRABAR-PARTIDOS.
           PERFORM 660-RESERVAR-TURNOS.
           MOVE tto-registro(w-t) TO torneo-reg.
           MOVE "J" TO tor-estado.
           MOVE torneo-reg TO tto-registro(w-t).
           PERFORM 115-GRABAR-TORNEOS.
           COMPUTE w-k = w-cant-ptd - w-primer-ptd.
           DISPLAY "Fixture generado: ", w-k, " partidos, ",
               w-reservados, " turnos reservados".
      * Leaves the players of w-torneo in tab-jugadores and flags
      * whether w-soc-codigo is one of them.
       610-CARGAR-JUGADORES.
           MOVE 0 TO w-cant-jug.
           MOVE 0 TO w-ya-inscripto.
           OPEN INPUT TOR-INSCRIPTOS.
           IF w-tor-inscriptos-status = "00"
               MOVE 0 TO w-sen-aux
               READ TOR-INSCRIPTOS AT END MOVE 1 TO w-sen-aux
               END-READ
               PERFORM UNTIL fin-aux
                   IF tju-torneo = w-torneo AND w-cant-jug < 64
                       ADD 1 TO w-cant-jug
                       MOVE 0 TO tjg-azar(w-cant-jug)
                       MOVE tju-socio TO tjg-socio(w-cant-jug)
                       MOVE tju-nombre TO tjg-nombre(w-cant-jug)
                       MOVE 0 TO tjg-puntos(w-cant-jug)
                       MOVE 0 TO tjg-dif-sets(w-cant-jug)
                       IF tju-socio = w-soc-codigo
                           MOVE 1 TO w-ya-inscripto
                       END-IF
                   END-IF
                   READ TOR-INSCRIPTOS AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE TOR-INSCRIPTOS
           END-IF.
           MOVE 0 TO w-sen-aux.
       615-NOMBRE-JUGADOR.
           MOVE "(A DEFINIR)" TO w-nombre1.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cant-jug
               IF tjg-socio(w-j) = w-soc-codigo
                   MOVE tjg-nombre(w-j) TO w-nombre1
               END-IF
           END-PERFORM.
       620-CARGAR-CANCHAS.
           MOVE 0 TO w-cant-can.
           OPEN INPUT CANCHAS.
           IF w-canchas-status = "00"
               MOVE 0 TO w-sen-aux
               READ CANCHAS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF ca-seccion = tor-seccion AND w-cant-can < 30
                       ADD 1 TO w-cant-can
                       MOVE ca-numero TO tca-numero(w-cant-can)
                   END-IF
                   READ CANCHAS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE CANCHAS
           END-IF.
           MOVE 0 TO w-sen-aux.
       625-CARGAR-OCUPADOS.
           MOVE 0 TO w-cant-ocu.
           OPEN INPUT RESERVAS.
           IF w-reservas-status = "00"
               MOVE 0 TO w-sen-aux
               READ RESERVAS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF reserva-vigente AND rv-seccion = tor-seccion AND
                      rv-fecha >= tor-desde AND rv-fecha <= tor-hasta
                      AND w-cant-ocu < 5000
                       ADD 1 TO w-cant-ocu
                       MOVE rv-fecha TO toc-fecha(w-cant-ocu)
                       MOVE rv-cancha TO toc-cancha(w-cant-ocu)
                       MOVE rv-hora TO toc-hora(w-cant-ocu)
                   END-IF
                   READ RESERVAS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.
           MOVE 0 TO w-sen-aux.
      * Open work orders of the seccion, as RESERVAS-CANCHA honours
      * them: an area order (cancha zero) closes every court.
       630-CARGAR-OBRAS.
           MOVE 0 TO w-cant-obr.
           OPEN INPUT ORDENES-TRAB.
           IF w-ordenes-trab-status = "00"
               MOVE 0 TO w-sen-aux
               READ ORDENES-TRAB AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF (ot-pendiente OR ot-en-curso) AND
                      ot-seccion = tor-seccion AND w-cant-obr < 200
                       ADD 1 TO w-cant-obr
                       IF ot-de-cancha
                           MOVE ot-cancha TO tob-cancha(w-cant-obr)
                       ELSE
                           MOVE 0 TO tob-cancha(w-cant-obr)
                       END-IF
                       COMPUTE tob-desde(w-cant-obr) =
                           ot-desde-fecha * 100 + ot-desde-hora
                       COMPUTE tob-hasta(w-cant-obr) =
                           ot-hasta-fecha * 100 + ot-hasta-hora
                   END-IF
                   READ ORDENES-TRAB AT END MOVE 1 TO w-sen-aux
                   END-READ
               END-PERFORM
               CLOSE ORDENES-TRAB
           END-IF.
           MOVE 0 TO w-sen-aux.
      * Knockout draw over the next power of two: the first half of
      * the drawn order heads the first-round matches and the rest
      * fills the second places, so the missing players are byes
      * that go straight to the second round. Later rounds are
      * booked now with their players still to be decided, each
      * round from the day after the previous one.
       640-ARMAR-CUADRO.
           MOVE 2 TO w-llaves.
           MOVE 1 TO w-rondas.
           PERFORM UNTIL w-llaves >= w-cant-jug
               MULTIPLY 2 BY w-llaves
               ADD 1 TO w-rondas
           END-PERFORM.
           COMPUTE w-mitad = w-llaves / 2.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > w-mitad OR faltan-turnos
               INITIALIZE tor-partido-reg
               MOVE 1 TO ptd-ronda
               MOVE w-k TO ptd-partido
               MOVE tjg-socio(w-k) TO ptd-jugador1
               COMPUTE w-j = w-mitad + w-k
               IF w-j <= w-cant-jug
                   MOVE tjg-socio(w-j) TO ptd-jugador2
                   MOVE "P" TO ptd-estado
                   PERFORM 670-ASIGNAR-TURNO
               ELSE
                   MOVE 0 TO ptd-jugador2
                   MOVE "L" TO ptd-estado
                   MOVE ptd-jugador1 TO ptd-ganador
               END-IF
               PERFORM 690-AGREGAR-PARTIDO
           END-PERFORM.
           MOVE w-mitad TO w-en-ronda.
           PERFORM VARYING w-ronda FROM 2 BY 1
                   UNTIL w-ronda > w-rondas OR faltan-turnos
               PERFORM 675-PASAR-DIA
               COMPUTE w-en-ronda = w-en-ronda / 2
               PERFORM VARYING w-k FROM 1 BY 1
                       UNTIL w-k > w-en-ronda OR faltan-turnos
                   INITIALIZE tor-partido-reg
                   MOVE w-ronda TO ptd-ronda
                   MOVE w-k TO ptd-partido
                   MOVE 0 TO ptd-jugador1
                   MOVE 0 TO ptd-jugador2
                   MOVE "P" TO ptd-estado
                   PERFORM 670-ASIGNAR-TURNO
                   PERFORM 690-AGREGAR-PARTIDO
               END-PERFORM
           END-PERFORM.
           IF faltan-turnos
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-k = w-primer-ptd + 1.
           COMPUTE w-ultimo-pos = w-primer-ptd + w-mitad.
           PERFORM VARYING w-o FROM w-k BY 1
                   UNTIL w-o > w-ultimo-pos
               MOVE tpd-registro(w-o) TO tor-partido-reg
               IF partido-libre
                   MOVE ptd-ronda TO w-ronda
                   MOVE ptd-partido TO w-partido
                   MOVE ptd-ganador TO w-ganador
                   PERFORM 680-AVANZAR-GANADOR
               END-IF
           END-PERFORM.
      * Round-robin by the circle method: the first player stays,
      * the others turn one place each fecha; with an odd number of
      * players the empty place rests one player per fecha.
       650-ARMAR-LIGA.
           MOVE w-cant-jug TO w-m.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cant-jug
               MOVE tjg-socio(w-j) TO tps-socio(w-j)
           END-PERFORM.
           DIVIDE w-m BY 2 GIVING w-mitad REMAINDER w-k.
           IF w-k NOT = 0
               ADD 1 TO w-m
               MOVE 0 TO tps-socio(w-m)
           END-IF.
           COMPUTE w-mitad = w-m / 2.
           COMPUTE w-rondas = w-m - 1.
           PERFORM VARYING w-ronda FROM 1 BY 1
                   UNTIL w-ronda > w-rondas OR faltan-turnos
               IF w-ronda > 1
                   PERFORM 675-PASAR-DIA
               END-IF
               MOVE 0 TO w-partido
               PERFORM VARYING w-k FROM 1 BY 1
                       UNTIL w-k > w-mitad OR faltan-turnos
                   COMPUTE w-j = w-m + 1 - w-k
                   IF tps-socio(w-k) NOT = 0 AND
                      tps-socio(w-j) NOT = 0
                       ADD 1 TO w-partido
                       INITIALIZE tor-partido-reg
                       MOVE w-ronda TO ptd-ronda
                       MOVE w-partido TO ptd-partido
                       MOVE tps-socio(w-k) TO ptd-jugador1
                       MOVE tps-socio(w-j) TO ptd-jugador2
                       MOVE "P" TO ptd-estado
                       PERFORM 670-ASIGNAR-TURNO
                       PERFORM 690-AGREGAR-PARTIDO
                   END-IF
               END-PERFORM
               MOVE tps-socio(w-m) TO w-soc-codigo
               PERFORM VARYING w-j FROM w-m BY -1 UNTIL w-j < 3
                   MOVE tps-socio(w-j - 1) TO tps-socio(w-j)
               END-PERFORM
               MOVE w-soc-codigo TO tps-socio(2)
           END-PERFORM.
      * Books the next free turn from the cursor for the match in
      * the record area: court by court, hour by hour, day by day.
       670-ASIGNAR-TURNO.
           MOVE 0 TO w-libre.
           PERFORM UNTIL turno-libre OR faltan-turnos
               IF w-cur-fecha > tor-hasta
                   MOVE 1 TO w-sin-turno
               ELSE
                   PERFORM 672-VERIFICAR-TURNO
                   IF turno-libre
                       MOVE w-cur-fecha TO ptd-fecha
                       MOVE w-cur-hora TO ptd-hora
                       MOVE tca-numero(w-cur-can) TO ptd-cancha
                       IF w-cant-ocu < 5000
                           ADD 1 TO w-cant-ocu
                           MOVE ptd-fecha TO toc-fecha(w-cant-ocu)
                           MOVE ptd-cancha TO toc-cancha(w-cant-ocu)
                           MOVE ptd-hora TO toc-hora(w-cant-ocu)
                       END-IF
                   END-IF
                   PERFORM 674-AVANZAR-CURSOR
               END-IF
           END-PERFORM.
       672-VERIFICAR-TURNO.
           MOVE 1 TO w-libre.
           MOVE w-cur-fecha TO w-cal-fecha.
           PERFORM 982-VERIFICAR-DIA.
           IF dia-cierre-club
               MOVE 0 TO w-libre
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-o FROM 1 BY 1
                   UNTIL w-o > w-cant-ocu OR NOT turno-libre
               IF toc-fecha(w-o) = w-cur-fecha AND
                  toc-cancha(w-o) = tca-numero(w-cur-can) AND
                  toc-hora(w-o) = w-cur-hora
                   MOVE 0 TO w-libre
               END-IF
           END-PERFORM.
           COMPUTE w-slot-clave = w-cur-fecha * 100 + w-cur-hora.
           PERFORM VARYING w-b FROM 1 BY 1
                   UNTIL w-b > w-cant-obr OR NOT turno-libre
               IF (tob-cancha(w-b) = 0 OR
                   tob-cancha(w-b) = tca-numero(w-cur-can)) AND
                  w-slot-clave >= tob-desde(w-b) AND
                  w-slot-clave < tob-hasta(w-b)
                   MOVE 0 TO w-libre
               END-IF
           END-PERFORM.
       674-AVANZAR-CURSOR.
           ADD 1 TO w-cur-can.
           IF w-cur-can > w-cant-can
               MOVE 1 TO w-cur-can
               ADD 1 TO w-cur-hora
               IF w-cur-hora >= tor-hora-hasta
                   PERFORM 676-DIA-SIGUIENTE
               END-IF
           END-IF.
      * A new round starts on a new day unless the cursor already
      * stands at the first turn of one.
       675-PASAR-DIA.
           IF w-cur-hora NOT = tor-hora-desde OR w-cur-can NOT = 1
               PERFORM 676-DIA-SIGUIENTE
           END-IF.
       676-DIA-SIGUIENTE.
           COMPUTE w-cur-juliano =
               FUNCTION INTEGER-OF-DATE(w-cur-fecha) + 1.
           COMPUTE w-cur-fecha =
               FUNCTION DATE-OF-INTEGER(w-cur-juliano).
           MOVE tor-hora-desde TO w-cur-hora.
           MOVE 1 TO w-cur-can.
      * The turns are booked in the name of socio zero, so they do
      * not count against any member's weekly limit.
       660-RESERVAR-TURNOS.
           MOVE 0 TO w-reservados.
           OPEN EXTEND RESERVAS.
           IF w-reservas-status = "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN EXTEND RESERVAS
           END-IF.
           COMPUTE w-k = w-primer-ptd + 1.
           PERFORM VARYING w-p FROM w-k BY 1 UNTIL w-p > w-cant-ptd
               MOVE tpd-registro(w-p) TO tor-partido-reg
               IF ptd-fecha NOT = 0
                   MOVE ptd-fecha TO rv-fecha
                   MOVE tor-seccion TO rv-seccion
                   MOVE ptd-cancha TO rv-cancha
                   MOVE ptd-hora TO rv-hora
                   MOVE 0 TO rv-codigo
                   MOVE "R" TO rv-estado
                   WRITE reserva-reg
                   ADD 1 TO w-reservados
               END-IF
           END-PERFORM.
           CLOSE RESERVAS.
      * The winner of match w-partido of round w-ronda takes the
      * first place of match (w-partido + 1) / 2 of the next round
      * when w-partido is odd, the second when it is even. Without
      * a next round the winner is the champion.
       680-AVANZAR-GANADOR.
           ADD 1 TO w-ronda.
           DIVIDE w-partido BY 2 GIVING w-k REMAINDER w-lado.
           COMPUTE w-partido = (w-partido + 1) / 2.
           PERFORM 710-BUSCAR-PARTIDO.
           IF NOT partido-hallado
               MOVE tto-registro(w-t) TO torneo-reg
               MOVE "F" TO tor-estado
               MOVE w-ganador TO tor-campeon
               MOVE torneo-reg TO tto-registro(w-t)
               EXIT PARAGRAPH
           END-IF.
           IF w-lado = 1
               MOVE w-ganador TO ptd-jugador1
           ELSE
               MOVE w-ganador TO ptd-jugador2
           END-IF.
           MOVE tor-partido-reg TO tpd-registro(w-p).
       690-AGREGAR-PARTIDO.
           IF w-cant-ptd >= 5000
               MOVE 1 TO w-sin-turno
               EXIT PARAGRAPH
           END-IF.
           MOVE w-torneo TO ptd-torneo.
           ADD 1 TO w-cant-ptd.
           MOVE tor-partido-reg TO tpd-registro(w-cant-ptd).
       700-CARGAR-RESULTADO.
           DISPLAY "Numero de torneo".
           ACCEPT w-torneo.
           PERFORM 420-BUSCAR-TORNEO.
           IF NOT torneo-hallado
               DISPLAY "El torneo no existe"
               EXIT PARAGRAPH
           END-IF.
           IF NOT torneo-en-juego
               DISPLAY "El torneo no esta en juego"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-soc-codigo.
           PERFORM 610-CARGAR-JUGADORES.
           IF torneo-eliminacion
               DISPLAY "Ronda"
           ELSE
               DISPLAY "Fecha"
           END-IF.
           ACCEPT w-ronda.
           DISPLAY "Numero de partido".
           ACCEPT w-partido.
           PERFORM 710-BUSCAR-PARTIDO.
           IF NOT partido-hallado
               DISPLAY "El partido no existe"
               EXIT PARAGRAPH
           END-IF.
           IF NOT partido-pendiente
               DISPLAY "El partido ya tiene resultado"
               EXIT PARAGRAPH
           END-IF.
           IF ptd-jugador1 = 0 OR ptd-jugador2 = 0
               DISPLAY "El partido todavia no tiene sus dos"
                   " jugadores"
               EXIT PARAGRAPH
           END-IF.
           MOVE ptd-jugador1 TO w-soc-codigo.
           PERFORM 615-NOMBRE-JUGADOR.
           MOVE w-nombre1 TO w-nombre2.
           MOVE ptd-jugador2 TO w-soc-codigo.
           PERFORM 615-NOMBRE-JUGADOR.
           DISPLAY "1- ", ptd-jugador1, " ", w-nombre2.
           DISPLAY "2- ", ptd-jugador2, " ", w-nombre1.
           MOVE 0 TO w-lado.
           PERFORM UNTIL w-lado = 1 OR w-lado = 2
               DISPLAY "Ganador (1/2)"
               ACCEPT w-lado
           END-PERFORM.
           DISPLAY "Gano por W.O.? (S/N)".
           ACCEPT w-walkover.
           MOVE FUNCTION UPPER-CASE(w-walkover) TO w-walkover.
           MOVE 0 TO w-sets1.
           MOVE 0 TO w-sets2.
           MOVE "W.O." TO w-resultado.
           IF w-walkover NOT = "S"
               DISPLAY "Sets ganados por el jugador 1"
               ACCEPT w-sets1
               DISPLAY "Sets ganados por el jugador 2"
               ACCEPT w-sets2
               IF (w-lado = 1 AND w-sets1 <= w-sets2) OR
                  (w-lado = 2 AND w-sets2 <= w-sets1)
                   DISPLAY "Los sets no corresponden al ganador"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Tanteador (ej. 6-4 3-6 7-5)"
               ACCEPT w-resultado
           END-IF.
           DISPLAY "Confirma el resultado? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Resultado no registrado"
               EXIT PARAGRAPH
           END-IF.
           IF w-lado = 1
               MOVE ptd-jugador1 TO w-ganador
           ELSE
               MOVE ptd-jugador2 TO w-ganador
           END-IF.
           IF w-walkover = "S"
               MOVE "W" TO ptd-estado
           ELSE
               MOVE "J" TO ptd-estado
           END-IF.
           MOVE w-sets1 TO ptd-sets1.
           MOVE w-sets2 TO ptd-sets2.
           MOVE w-ganador TO ptd-ganador.
           MOVE w-resultado TO ptd-resultado.
           MOVE tor-partido-reg TO tpd-registro(w-p).
           IF torneo-eliminacion
               PERFORM 680-AVANZAR-GANADOR
           ELSE
               PERFORM 720-CERRAR-LIGA
           END-IF.
           PERFORM 155-GRABAR-PARTIDOS.
           MOVE tto-registro(w-t) TO torneo-reg.
           IF torneo-finalizado
               PERFORM 115-GRABAR-TORNEOS
               MOVE tor-campeon TO w-soc-codigo
               PERFORM 615-NOMBRE-JUGADOR
               DISPLAY "Torneo finalizado. Campeon: ", tor-campeon,
                   " ", w-nombre1
           ELSE
               DISPLAY "Resultado registrado"
           END-IF.
       710-BUSCAR-PARTIDO.
           MOVE 0 TO w-ptd-hallado.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-ptd OR partido-hallado
               MOVE tpd-registro(w-p) TO tor-partido-reg
               IF ptd-torneo = w-torneo AND ptd-ronda = w-ronda AND
                  ptd-partido = w-partido
                   MOVE 1 TO w-ptd-hallado
               END-IF
           END-PERFORM.
           IF partido-hallado
               SUBTRACT 1 FROM w-p
           END-IF.
      * When the league has no match left, the champion is the one
      * with most points (two per win, one per match lost on court,
      * none for a W.O. lost), then the best difference of sets.
       720-CERRAR-LIGA.
           MOVE 0 TO w-pendientes.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-ptd
               MOVE tpd-registro(w-p) TO tor-partido-reg
               IF ptd-torneo = w-torneo
                   IF partido-pendiente
                       ADD 1 TO w-pendientes
                   ELSE
                       PERFORM 725-SUMAR-PARTIDO
                   END-IF
               END-IF
           END-PERFORM.
           IF w-pendientes > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO w-k.
           PERFORM VARYING w-j FROM 2 BY 1 UNTIL w-j > w-cant-jug
               IF tjg-puntos(w-j) > tjg-puntos(w-k) OR
                  (tjg-puntos(w-j) = tjg-puntos(w-k) AND
                   tjg-dif-sets(w-j) > tjg-dif-sets(w-k))
                   MOVE w-j TO w-k
               END-IF
           END-PERFORM.
           MOVE tto-registro(w-t) TO torneo-reg.
           MOVE "F" TO tor-estado.
           MOVE tjg-socio(w-k) TO tor-campeon.
           MOVE torneo-reg TO tto-registro(w-t).
       725-SUMAR-PARTIDO.
           IF ptd-ganador = ptd-jugador1
               MOVE ptd-jugador2 TO w-perdedor
           ELSE
               MOVE ptd-jugador1 TO w-perdedor
           END-IF.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cant-jug
               IF tjg-socio(w-j) = ptd-ganador
                   ADD 2 TO tjg-puntos(w-j)
               END-IF
               IF tjg-socio(w-j) = w-perdedor AND partido-jugado
                   ADD 1 TO tjg-puntos(w-j)
               END-IF
               IF tjg-socio(w-j) = ptd-jugador1
                   COMPUTE tjg-dif-sets(w-j) = tjg-dif-sets(w-j)
                       + ptd-sets1 - ptd-sets2
               END-IF
               IF tjg-socio(w-j) = ptd-jugador2
                   COMPUTE tjg-dif-sets(w-j) = tjg-dif-sets(w-j)
                       + ptd-sets2 - ptd-sets1
               END-IF
           END-PERFORM.
       800-FIN.
           CLOSE SOCIOS.
           DISPLAY "Torneos finalizado".
       END PROGRAM TORNEOS-MANT.
