      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly review of the supervisor overrides for the
      *          revisores de cuentas. Every rule a supervisor
      *          overruled at the desk (a posting after the cash
      *          close in CUOTAS-MANT or TABLA, a descubierto, guests
      *          beyond INV-CUPO-MENSUAL, a waived baja settlement,
      *          an egreso, an entry over the aforo) is recorded in
      *          excepciones.dat; for the period asked this report
      *          counts them per authorizing supervisor and per rule
      *          and lists, with every occurrence, the members who
      *          got two or more overrides in the month. The
      *          printout goes to excepciones-mes.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPCIONES-MES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyExcepciones.cpy.cbl".
           COPY "CpyArchIdx.cpy.cbl".
           SELECT REPORTE-EXC ASSIGN TO "..\excepciones-mes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyExcepcionesReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
       FD  REPORTE-EXC.
       01  reporte-exc-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-excepciones-status pic xx.
       77  w-socios-idx-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-periodo pic 9(6).
       77  w-total pic 9(6) value 0.
       77  w-sin-socio pic 9(6) value 0.
       77  w-repetidos pic 9(4) value 0.
       77  w-cant-sup pic 9(3) value 0.
       77  w-cant-reg pic 9(3) value 0.
       77  w-i pic 9(3).
       77  w-c pic 9(5).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-idx-abierto pic 9 value 0.
           88 padron-abierto value 1.
       01  tab-supervisores.
           05 sup-ent occurs 1 to 200 times
                   depending on w-cant-sup.
               07 tsu-supervisor pic x(12).
               07 tsu-cant pic 9(5).
       01  tab-reglas.
           05 reg-ent occurs 1 to 100 times
                   depending on w-cant-reg.
               07 tre-regla pic x(20).
               07 tre-cant pic 9(5).
       01  tab-por-socio.
           05 tps-cant pic 9(4) occurs 9999 times.
       01  w-nombre pic x(20).
       01  w-linea pic x(100).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-ACUMULAR.
           PERFORM 300-IMPRIMIR.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           DISPLAY "Periodo a revisar (AAAAMM)".
           ACCEPT w-periodo.
           INITIALIZE tab-por-socio.
           OPEN OUTPUT REPORTE-EXC.
       200-ACUMULAR.
           OPEN INPUT EXCEPCIONES.
           IF w-excepciones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ EXCEPCIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF exc-fecha(1:6) = w-periodo
                   PERFORM 210-ACUMULAR-FILA
               END-IF
               READ EXCEPCIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE EXCEPCIONES.
       210-ACUMULAR-FILA.
           ADD 1 TO w-total.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-sup OR entrada-hallada
               IF tsu-supervisor(w-i) = exc-supervisor
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-i
               ADD 1 TO tsu-cant(w-i)
           ELSE
               IF w-cant-sup < 200
                   ADD 1 TO w-cant-sup
                   MOVE exc-supervisor TO tsu-supervisor(w-cant-sup)
                   MOVE 1 TO tsu-cant(w-cant-sup)
               END-IF
           END-IF.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-reg OR entrada-hallada
               IF tre-regla(w-i) = exc-regla
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-i
               ADD 1 TO tre-cant(w-i)
           ELSE
               IF w-cant-reg < 100
                   ADD 1 TO w-cant-reg
                   MOVE exc-regla TO tre-regla(w-cant-reg)
                   MOVE 1 TO tre-cant(w-cant-reg)
               END-IF
           END-IF.
           IF exc-codigo = 0
               ADD 1 TO w-sin-socio
           ELSE
               ADD 1 TO tps-cant(exc-codigo)
           END-IF.
       300-IMPRIMIR.
           MOVE SPACES TO w-linea.
           STRING "=== EXCEPCIONES AUTORIZADAS POR SUPERVISORES - "
                   DELIMITED BY SIZE
               "PERIODO " DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DE EXCEPCIONES: " DELIMITED BY SIZE
               w-total DELIMITED BY SIZE
               "  (SIN SOCIO: " DELIMITED BY SIZE
               w-sin-socio DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           PERFORM 310-POR-SUPERVISOR.
           PERFORM 320-POR-REGLA.
           PERFORM 330-SOCIOS-REPETIDOS.
       310-POR-SUPERVISOR.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE "--- POR SUPERVISOR QUE AUTORIZA ---" TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE "SUPERVISOR   CANT" TO w-linea.
           PERFORM 390-ESCRIBIR.
           IF w-cant-sup > 1
               SORT sup-ent DESCENDING tsu-cant
           END-IF.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-sup
               MOVE SPACES TO w-linea
               STRING tsu-supervisor(w-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tsu-cant(w-i) DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 390-ESCRIBIR
           END-PERFORM.
       320-POR-REGLA.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE "--- POR REGLA EXCEPTUADA ---" TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE "REGLA                CANT" TO w-linea.
           PERFORM 390-ESCRIBIR.
           IF w-cant-reg > 1
               SORT reg-ent DESCENDING tre-cant
           END-IF.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-reg
               MOVE SPACES TO w-linea
               STRING tre-regla(w-i) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tre-cant(w-i) DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 390-ESCRIBIR
           END-PERFORM.
      * Members with two or more overrides in the period: a header
      * line per member with the count, then each occurrence read
      * back from excepciones.dat in the order it was recorded.
       330-SOCIOS-REPETIDOS.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE "--- SOCIOS CON EXCEPCIONES REPETIDAS (2 O MAS) ---"
               TO w-linea.
           PERFORM 390-ESCRIBIR.
           OPEN INPUT SOCIOS-IDX.
           IF w-socios-idx-status = "00"
               MOVE 1 TO w-idx-abierto
           END-IF.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 9999
               IF tps-cant(w-c) > 1
                   PERFORM 340-DETALLE-SOCIO
               END-IF
           END-PERFORM.
           IF padron-abierto
               CLOSE SOCIOS-IDX
           END-IF.
           IF w-repetidos = 0
               MOVE "(NINGUN SOCIO REPITE EXCEPCIONES EN EL PERIODO)"
                   TO w-linea
               PERFORM 390-ESCRIBIR
           ELSE
               MOVE SPACES TO w-linea
               STRING "SOCIOS CON EXCEPCIONES REPETIDAS: "
                       DELIMITED BY SIZE
                   w-repetidos DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 390-ESCRIBIR
           END-IF.
       340-DETALLE-SOCIO.
           ADD 1 TO w-repetidos.
           MOVE "(SIN NOMBRE)" TO w-nombre.
           MOVE w-c TO soc-idx-codigo.
           IF padron-abierto
               READ SOCIOS-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE soc-idx-nombre TO w-nombre
               END-READ
           END-IF.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "SOCIO " DELIMITED BY SIZE
               soc-idx-codigo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-nombre DELIMITED BY SIZE
               " EXCEPCIONES: " DELIMITED BY SIZE
               tps-cant(w-c) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           OPEN INPUT EXCEPCIONES.
           MOVE 0 TO w-sen.
           READ EXCEPCIONES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF exc-fecha(1:6) = w-periodo AND exc-codigo = w-c
                   MOVE SPACES TO w-linea
                   STRING "  " DELIMITED BY SIZE
                       exc-fecha DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       exc-regla DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       exc-programa DELIMITED BY SIZE
                       " OP:" DELIMITED BY SIZE
                       exc-solicitante DELIMITED BY SIZE
                       " SUP:" DELIMITED BY SIZE
                       exc-supervisor DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       exc-documento DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   PERFORM 390-ESCRIBIR
               END-IF
               READ EXCEPCIONES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE EXCEPCIONES.
       390-ESCRIBIR.
           MOVE w-linea TO reporte-exc-linea.
           WRITE reporte-exc-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-EXC.
           MOVE "excepciones-mes.txt" TO w-rep-archivo.
           MOVE "EXCEPCIONES" TO w-rep-informe.
           MOVE "EXCEPCIONES-MES" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en excepciones-mes.txt".
       END PROGRAM EXCEPCIONES-MES.
