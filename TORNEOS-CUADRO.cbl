      ******************************************************************
      * Author:
      * Date:
      * Purpose: Notice board sheet of an internal tournament. For
      *          the requested tournament of torneos.dat it prints
      *          into torneo-cuadro.txt every match of
      *          torneo-partidos.dat round by round with its day,
      *          hour, court, players (torneo-inscriptos.dat) and
      *          result: the bracket of a knockout draw, or the
      *          fixture of a league followed by its standings
      *          (two points per win, one per match lost on court,
      *          none for a W.O. lost, ties broken by the difference
      *          of sets). A finished tournament shows its champion.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TORNEOS-CUADRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyTorneos.cpy.cbl".
           COPY "CpyTorInscriptos.cpy.cbl".
           COPY "CpyTorPartidos.cpy.cbl".
           SELECT REPORTE ASSIGN TO "..\torneo-cuadro.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyTorneosReg.cpy.cbl".
           COPY "CpyTorInscriptosReg.cpy.cbl".
           COPY "CpyTorPartidosReg.cpy.cbl".
       FD  REPORTE.
       01  reporte-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-torneos-status pic xx.
       77  w-tor-inscriptos-status pic xx.
       77  w-tor-partidos-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-torneo pic 9(5) value 0.
       77  w-tor-hallado pic 9 value 0.
           88 torneo-hallado value 1.
       77  w-socio pic 9(4).
       01  w-nombre pic x(20).
      * The players, with their line of the standings.
       77  w-cant-jug pic 9(3) value 0.
       77  w-j pic 9(3).
       01  tab-jugadores.
           05 jug-ent occurs 1 to 64 times
                   depending on w-cant-jug.
               07 tjg-puntos pic 9(3).
               07 tjg-dif-sets pic s9(3).
               07 tjg-socio pic 9(4).
               07 tjg-nombre pic x(20).
               07 tjg-jugados pic 9(3).
               07 tjg-ganados pic 9(3).
               07 tjg-perdidos pic 9(3).
               07 tjg-sets-favor pic 9(3).
               07 tjg-sets-contra pic 9(3).
      * The matches of the tournament in round and match order.
       77  w-cant-ptd pic 9(4) value 0.
       77  w-p pic 9(4).
       01  tab-partidos.
           05 ptd-ent occurs 1 to 2000 times
                   depending on w-cant-ptd.
               07 tpd-ronda pic 9(2).
               07 tpd-partido pic 9(3).
               07 tpd-registro pic x(57).
       77  w-ronda pic 9(2) value 0.
       77  w-ultima-ronda pic 9(2) value 0.
       77  w-faltan pic 9(2).
       77  w-perdedor pic 9(4).
       77  w-posicion pic 9(3).
       01  w-cant-edit pic zz9.
       01  w-dif-edit pic ---9.
       01  w-fecha-edit pic 9999/99/99.
       01  w-linea pic x(100).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF NOT torneo-hallado
               DISPLAY "El torneo no existe"
               STOP RUN
           END-IF.
           PERFORM 120-CARGAR-JUGADORES.
           PERFORM 130-CARGAR-PARTIDOS.
           OPEN OUTPUT REPORTE.
           PERFORM 300-IMPRIMIR.
           IF torneo-liga
               PERFORM 400-POSICIONES
           END-IF.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           PERFORM UNTIL w-torneo > 0
               DISPLAY "Numero de torneo"
               ACCEPT w-torneo
           END-PERFORM.
           MOVE 0 TO w-tor-hallado.
           OPEN INPUT TORNEOS.
           IF w-torneos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ TORNEOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch OR torneo-hallado
               IF tor-numero = w-torneo
                   MOVE 1 TO w-tor-hallado
               ELSE
                   READ TORNEOS AT END MOVE 1 TO w-sen END-READ
               END-IF
           END-PERFORM.
           CLOSE TORNEOS.
           MOVE 0 TO w-sen.
       120-CARGAR-JUGADORES.
           MOVE 0 TO w-cant-jug.
           OPEN INPUT TOR-INSCRIPTOS.
           IF w-tor-inscriptos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ TOR-INSCRIPTOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF tju-torneo = w-torneo AND w-cant-jug < 64
                   ADD 1 TO w-cant-jug
                   INITIALIZE jug-ent(w-cant-jug)
                   MOVE tju-socio TO tjg-socio(w-cant-jug)
                   MOVE tju-nombre TO tjg-nombre(w-cant-jug)
               END-IF
               READ TOR-INSCRIPTOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE TOR-INSCRIPTOS.
           MOVE 0 TO w-sen.
       130-CARGAR-PARTIDOS.
           MOVE 0 TO w-cant-ptd.
           OPEN INPUT TOR-PARTIDOS.
           IF w-tor-partidos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ TOR-PARTIDOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ptd-torneo = w-torneo AND w-cant-ptd < 2000
                   ADD 1 TO w-cant-ptd
                   MOVE ptd-ronda TO tpd-ronda(w-cant-ptd)
                   MOVE ptd-partido TO tpd-partido(w-cant-ptd)
                   MOVE tor-partido-reg TO tpd-registro(w-cant-ptd)
                   IF ptd-ronda > w-ultima-ronda
                       MOVE ptd-ronda TO w-ultima-ronda
                   END-IF
               END-IF
               READ TOR-PARTIDOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE TOR-PARTIDOS.
           MOVE 0 TO w-sen.
           IF w-cant-ptd > 1
               SORT ptd-ent ASCENDING tpd-ronda tpd-partido
           END-IF.
       300-IMPRIMIR.
           MOVE SPACES TO w-linea.
           STRING "=== TORNEO " DELIMITED BY SIZE
               tor-numero DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               tor-nombre DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               tor-categoria DELIMITED BY "  "
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "SECCION " TO w-linea(1:8).
           MOVE tor-seccion TO w-linea(9:3).
           IF torneo-eliminacion
               MOVE "ELIMINACION DIRECTA" TO w-linea(14:19)
           ELSE
               MOVE "LIGA TODOS CONTRA TODOS" TO w-linea(14:23)
           END-IF.
           MOVE "DEL" TO w-linea(40:3).
           MOVE tor-desde TO w-fecha-edit.
           MOVE w-fecha-edit TO w-linea(44:10).
           MOVE "AL" TO w-linea(55:2).
           MOVE tor-hasta TO w-fecha-edit.
           MOVE w-fecha-edit TO w-linea(58:10).
           PERFORM 390-ESCRIBIR.
           IF torneo-finalizado
               MOVE tor-campeon TO w-socio
               PERFORM 350-NOMBRE-JUGADOR
               MOVE SPACES TO w-linea
               STRING "CAMPEON: " DELIMITED BY SIZE
                   tor-campeon DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   w-nombre DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 390-ESCRIBIR
           END-IF.
           IF w-cant-ptd = 0
               MOVE SPACES TO w-linea
               PERFORM 390-ESCRIBIR
               MOVE "FIXTURE TODAVIA NO GENERADO" TO w-linea
               PERFORM 390-ESCRIBIR
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-ronda.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-ptd
               IF tpd-ronda(w-p) NOT = w-ronda
                   MOVE tpd-ronda(w-p) TO w-ronda
                   PERFORM 310-TITULO-RONDA
               END-IF
               PERFORM 320-LINEA-PARTIDO
           END-PERFORM.
      * The last rounds of a draw go by their usual names.
       310-TITULO-RONDA.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           COMPUTE w-faltan = w-ultima-ronda - w-ronda.
           IF torneo-liga
               STRING "FECHA " DELIMITED BY SIZE
                   w-ronda DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               EVALUATE w-faltan
                   WHEN 0
                       MOVE "FINAL" TO w-linea
                   WHEN 1
                       MOVE "SEMIFINALES" TO w-linea
                   WHEN 2
                       MOVE "CUARTOS DE FINAL" TO w-linea
                   WHEN 3
                       MOVE "OCTAVOS DE FINAL" TO w-linea
                   WHEN OTHER
                       STRING "RONDA " DELIMITED BY SIZE
                           w-ronda DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
               END-EVALUATE
           END-IF.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "NRO" TO w-linea(1:3).
           MOVE "DIA" TO w-linea(5:3).
           MOVE "HS" TO w-linea(16:2).
           MOVE "CAN" TO w-linea(19:3).
           MOVE "JUGADOR 1" TO w-linea(23:9).
           MOVE "JUGADOR 2" TO w-linea(50:9).
           MOVE "RESULTADO" TO w-linea(77:9).
           PERFORM 390-ESCRIBIR.
       320-LINEA-PARTIDO.
           MOVE tpd-registro(w-p) TO tor-partido-reg.
           MOVE SPACES TO w-linea.
           MOVE ptd-partido TO w-linea(1:3).
           IF ptd-fecha NOT = 0
               MOVE ptd-fecha TO w-fecha-edit
               MOVE w-fecha-edit TO w-linea(5:10)
               MOVE ptd-hora TO w-linea(16:2)
               MOVE ptd-cancha TO w-linea(20:2)
           END-IF.
           MOVE ptd-jugador1 TO w-socio.
           PERFORM 350-NOMBRE-JUGADOR.
           MOVE ptd-jugador1 TO w-linea(23:4).
           MOVE w-nombre TO w-linea(28:20).
           IF partido-libre
               MOVE "LIBRE" TO w-linea(50:5)
               MOVE "PASA DE RONDA" TO w-linea(77:13)
               PERFORM 390-ESCRIBIR
               EXIT PARAGRAPH
           END-IF.
           MOVE ptd-jugador2 TO w-socio.
           PERFORM 350-NOMBRE-JUGADOR.
           MOVE ptd-jugador2 TO w-linea(50:4).
           MOVE w-nombre TO w-linea(55:20).
           IF ptd-jugador1 = 0
               MOVE SPACES TO w-linea(23:4)
           END-IF.
           IF ptd-jugador2 = 0
               MOVE SPACES TO w-linea(50:4)
           END-IF.
           IF NOT partido-pendiente
               IF ptd-ganador = ptd-jugador1
                   MOVE "G1" TO w-linea(77:2)
               ELSE
                   MOVE "G2" TO w-linea(77:2)
               END-IF
               MOVE ptd-resultado TO w-linea(80:20)
           END-IF.
           PERFORM 390-ESCRIBIR.
       350-NOMBRE-JUGADOR.
           MOVE "(A DEFINIR)" TO w-nombre.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cant-jug
               IF tjg-socio(w-j) = w-socio
                   MOVE tjg-nombre(w-j) TO w-nombre
               END-IF
           END-PERFORM.
      * League standings: two points per win, one per match lost
      * on court, none for a W.O. lost.
       400-POSICIONES.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-ptd
               MOVE tpd-registro(w-p) TO tor-partido-reg
               IF partido-jugado OR partido-walkover
                   PERFORM 410-SUMAR-PARTIDO
               END-IF
           END-PERFORM.
           IF w-cant-jug > 1
               SORT jug-ent DESCENDING tjg-puntos tjg-dif-sets
           END-IF.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE "TABLA DE POSICIONES" TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "POS" TO w-linea(1:3).
           MOVE "JUGADOR" TO w-linea(5:7).
           MOVE "PJ" TO w-linea(33:2).
           MOVE "PG" TO w-linea(38:2).
           MOVE "PP" TO w-linea(43:2).
           MOVE "SF" TO w-linea(48:2).
           MOVE "SC" TO w-linea(53:2).
           MOVE "DIF" TO w-linea(57:3).
           MOVE "PTS" TO w-linea(62:3).
           PERFORM 390-ESCRIBIR.
           MOVE 0 TO w-posicion.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cant-jug
               ADD 1 TO w-posicion
               MOVE SPACES TO w-linea
               MOVE w-posicion TO w-cant-edit
               MOVE w-cant-edit TO w-linea(1:3)
               MOVE tjg-socio(w-j) TO w-linea(5:4)
               MOVE tjg-nombre(w-j) TO w-linea(10:20)
               MOVE tjg-jugados(w-j) TO w-cant-edit
               MOVE w-cant-edit TO w-linea(32:3)
               MOVE tjg-ganados(w-j) TO w-cant-edit
               MOVE w-cant-edit TO w-linea(37:3)
               MOVE tjg-perdidos(w-j) TO w-cant-edit
               MOVE w-cant-edit TO w-linea(42:3)
               MOVE tjg-sets-favor(w-j) TO w-cant-edit
               MOVE w-cant-edit TO w-linea(47:3)
               MOVE tjg-sets-contra(w-j) TO w-cant-edit
               MOVE w-cant-edit TO w-linea(52:3)
               MOVE tjg-dif-sets(w-j) TO w-dif-edit
               MOVE w-dif-edit TO w-linea(56:4)
               MOVE tjg-puntos(w-j) TO w-cant-edit
               MOVE w-cant-edit TO w-linea(62:3)
               PERFORM 390-ESCRIBIR
           END-PERFORM.
       410-SUMAR-PARTIDO.
           IF ptd-ganador = ptd-jugador1
               MOVE ptd-jugador2 TO w-perdedor
           ELSE
               MOVE ptd-jugador1 TO w-perdedor
           END-IF.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cant-jug
               IF tjg-socio(w-j) = ptd-jugador1 OR
                  tjg-socio(w-j) = ptd-jugador2
                   ADD 1 TO tjg-jugados(w-j)
               END-IF
               IF tjg-socio(w-j) = ptd-ganador
                   ADD 1 TO tjg-ganados(w-j)
                   ADD 2 TO tjg-puntos(w-j)
               END-IF
               IF tjg-socio(w-j) = w-perdedor
                   ADD 1 TO tjg-perdidos(w-j)
                   IF partido-jugado
                       ADD 1 TO tjg-puntos(w-j)
                   END-IF
               END-IF
               IF tjg-socio(w-j) = ptd-jugador1
                   ADD ptd-sets1 TO tjg-sets-favor(w-j)
                   ADD ptd-sets2 TO tjg-sets-contra(w-j)
                   COMPUTE tjg-dif-sets(w-j) = tjg-dif-sets(w-j)
                       + ptd-sets1 - ptd-sets2
               END-IF
               IF tjg-socio(w-j) = ptd-jugador2
                   ADD ptd-sets2 TO tjg-sets-favor(w-j)
                   ADD ptd-sets1 TO tjg-sets-contra(w-j)
                   COMPUTE tjg-dif-sets(w-j) = tjg-dif-sets(w-j)
                       + ptd-sets2 - ptd-sets1
               END-IF
           END-PERFORM.
       390-ESCRIBIR.
           MOVE w-linea TO reporte-linea.
           WRITE reporte-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE.
           MOVE "torneo-cuadro.txt" TO w-rep-archivo.
           MOVE "TORNEOS" TO w-rep-informe.
           MOVE "TORNEOS-CUADRO" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en torneo-cuadro.txt".
       END PROGRAM TORNEOS-CUADRO.
