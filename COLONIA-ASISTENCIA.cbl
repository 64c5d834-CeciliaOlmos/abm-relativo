      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily attendance lists of the summer camp. For the
      *          requested date it finds the week of the season that
      *          holds it (colonia-semanas.dat) and prints into
      *          colonia-asistencia.txt one planilla per age group
      *          (colonia-grupos.dat) with the children enrolled in
      *          that week (colonia-inscripciones.dat), in name
      *          order, with their age, the emergency contact of
      *          colonia-ninos.dat, a warning when the week is still
      *          unpaid and a box to tick, and the signature line of
      *          the group's responsable.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLONIA-ASISTENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyColSemanas.cpy.cbl".
           COPY "CpyColGrupos.cpy.cbl".
           COPY "CpyColNinos.cpy.cbl".
           COPY "CpyColInscrip.cpy.cbl".
           SELECT PLANILLA ASSIGN TO "..\colonia-asistencia.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyColSemanasReg.cpy.cbl".
           COPY "CpyColGruposReg.cpy.cbl".
           COPY "CpyColNinosReg.cpy.cbl".
           COPY "CpyColInscripReg.cpy.cbl".
       FD  PLANILLA.
       01  planilla-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-col-semanas-status pic xx.
       77  w-col-grupos-status pic xx.
       77  w-col-ninos-status pic xx.
       77  w-col-inscrip-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-fecha pic 9(8) value 0.
       77  w-temporada pic 9(4) value 0.
       77  w-semana pic 9(2) value 0.
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-edad pic 9(2).
       77  w-planillas pic 9(3) value 0.
       77  w-en-grupo pic 9(3).
       01  w-linea pic x(100).
      * Groups of the season, in group order.
       77  w-cant-gru pic 9(3) value 0.
       77  w-g pic 9(3).
       01  tab-grupos.
           05 gru-ent occurs 1 to 200 times
                   depending on w-cant-gru.
               07 tgr-grupo pic 9(2).
               07 tgr-nombre pic x(15).
               07 tgr-edad-desde pic 9(2).
               07 tgr-edad-hasta pic 9(2).
               07 tgr-cupo pic 9(3).
               07 tgr-responsable pic x(20).
      * Children's files, to resolve each enrollment.
       77  w-cant-ninos pic 9(5) value 0.
       77  w-n pic 9(5).
       77  w-nino-hallado pic 9 value 0.
           88 nino-hallado value 1.
       01  tab-ninos.
           05 nino-ent occurs 1 to 5000 times
                   depending on w-cant-ninos.
               07 tcn-registro pic x(102).
      * The children of the week, sorted by group and name.
       77  w-cant-lis pic 9(4) value 0.
       77  w-l pic 9(4).
       01  tab-lista.
           05 lis-ent occurs 1 to 3000 times
                   depending on w-cant-lis.
               07 tli-grupo pic 9(2).
               07 tli-nombre pic x(30).
               07 tli-nino pic 9(5).
               07 tli-edad pic 9(2).
               07 tli-emergencia pic x(20).
               07 tli-emergencia-tel pic x(15).
               07 tli-recibo pic 9(6).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 120-BUSCAR-SEMANA.
           IF w-semana = 0
               DISPLAY "La fecha ", w-fecha, " no cae en ninguna"
                   " semana de colonia"
               STOP RUN
           END-IF.
           PERFORM 130-CARGAR-GRUPOS.
           PERFORM 140-CARGAR-NINOS.
           PERFORM 200-CARGAR-LISTA.
           IF w-cant-lis > 1
               SORT lis-ent ASCENDING tli-grupo tli-nombre
           END-IF.
           OPEN OUTPUT PLANILLA.
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-gru
               PERFORM 300-PLANILLA-GRUPO
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           PERFORM UNTIL w-fecha > 19000101
               DISPLAY "Fecha de la planilla (AAAAMMDD)"
               ACCEPT w-fecha
           END-PERFORM.
      * The weeks of a season never overlap, so the date belongs to
      * one week of one season at most.
       120-BUSCAR-SEMANA.
           OPEN INPUT COL-SEMANAS.
           IF w-col-semanas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ COL-SEMANAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF w-fecha >= cs-desde AND w-fecha <= cs-hasta
                   MOVE cs-temporada TO w-temporada
                   MOVE cs-semana TO w-semana
                   MOVE cs-desde TO w-desde
                   MOVE cs-hasta TO w-hasta
               END-IF
               READ COL-SEMANAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE COL-SEMANAS.
           MOVE 0 TO w-sen.
       130-CARGAR-GRUPOS.
           MOVE 0 TO w-cant-gru.
           OPEN INPUT COL-GRUPOS.
           IF w-col-grupos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ COL-GRUPOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cg-temporada = w-temporada AND w-cant-gru < 200
                   ADD 1 TO w-cant-gru
                   MOVE cg-grupo TO tgr-grupo(w-cant-gru)
                   MOVE cg-nombre TO tgr-nombre(w-cant-gru)
                   MOVE cg-edad-desde TO tgr-edad-desde(w-cant-gru)
                   MOVE cg-edad-hasta TO tgr-edad-hasta(w-cant-gru)
                   MOVE cg-cupo TO tgr-cupo(w-cant-gru)
                   MOVE cg-responsable TO tgr-responsable(w-cant-gru)
               END-IF
               READ COL-GRUPOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE COL-GRUPOS.
           MOVE 0 TO w-sen.
           IF w-cant-gru > 1
               SORT gru-ent ASCENDING tgr-grupo
           END-IF.
       140-CARGAR-NINOS.
           MOVE 0 TO w-cant-ninos.
           OPEN INPUT COL-NINOS.
           IF w-col-ninos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ COL-NINOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch OR w-cant-ninos >= 5000
               ADD 1 TO w-cant-ninos
               MOVE col-nino-reg TO tcn-registro(w-cant-ninos)
               READ COL-NINOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE COL-NINOS.
           MOVE 0 TO w-sen.
       200-CARGAR-LISTA.
           MOVE 0 TO w-cant-lis.
           OPEN INPUT COL-INSCRIP.
           IF w-col-inscrip-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ COL-INSCRIP AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cin-temporada = w-temporada AND
                  cin-semana = w-semana AND cin-activa AND
                  w-cant-lis < 3000
                   PERFORM 210-AGREGAR-NINO
               END-IF
               READ COL-INSCRIP AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE COL-INSCRIP.
           MOVE 0 TO w-sen.
       210-AGREGAR-NINO.
           MOVE 0 TO w-nino-hallado.
           PERFORM VARYING w-n FROM 1 BY 1
                   UNTIL w-n > w-cant-ninos OR nino-hallado
               MOVE tcn-registro(w-n) TO col-nino-reg
               IF cn-numero = cin-nino
                   MOVE 1 TO w-nino-hallado
               END-IF
           END-PERFORM.
           IF NOT nino-hallado
               INITIALIZE col-nino-reg
               MOVE cin-nino TO cn-numero
               MOVE "(SIN FICHA)" TO cn-nombre
               MOVE w-desde TO cn-nacimiento
           END-IF.
           COMPUTE w-edad = (w-desde - cn-nacimiento) / 10000.
           ADD 1 TO w-cant-lis.
           MOVE cin-grupo TO tli-grupo(w-cant-lis).
           MOVE cn-nombre TO tli-nombre(w-cant-lis).
           MOVE cin-nino TO tli-nino(w-cant-lis).
           MOVE w-edad TO tli-edad(w-cant-lis).
           MOVE cn-emergencia TO tli-emergencia(w-cant-lis).
           MOVE cn-emergencia-tel TO tli-emergencia-tel(w-cant-lis).
           MOVE cin-recibo TO tli-recibo(w-cant-lis).
      * One page per group, empty groups included, so every
      * responsable gets a planilla every day.
       300-PLANILLA-GRUPO.
           IF w-planillas > 0
               MOVE SPACES TO planilla-linea
               WRITE planilla-linea
           END-IF.
           ADD 1 TO w-planillas.
           MOVE ALL "=" TO planilla-linea.
           WRITE planilla-linea.
           MOVE SPACES TO w-linea.
           STRING "COLONIA DE VACACIONES " DELIMITED BY SIZE
               w-temporada DELIMITED BY SIZE
               " - SEMANA " DELIMITED BY SIZE
               w-semana DELIMITED BY SIZE
               " - ASISTENCIA DEL " DELIMITED BY SIZE
               w-fecha DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "GRUPO " DELIMITED BY SIZE
               tgr-grupo(w-g) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tgr-nombre(w-g) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               tgr-edad-desde(w-g) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               tgr-edad-hasta(w-g) DELIMITED BY SIZE
               " ANIOS) - RESPONSABLE " DELIMITED BY SIZE
               tgr-responsable(w-g) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "NINO" TO w-linea(3:4).
           MOVE "EDAD" TO w-linea(40:4).
           MOVE "EMERGENCIAS" TO w-linea(45:11).
           PERFORM 390-ESCRIBIR.
           MOVE 0 TO w-en-grupo.
           PERFORM VARYING w-l FROM 1 BY 1 UNTIL w-l > w-cant-lis
               IF tli-grupo(w-l) = tgr-grupo(w-g)
                   PERFORM 310-LINEA-NINO
               END-IF
           END-PERFORM.
           MOVE SPACES TO planilla-linea.
           WRITE planilla-linea.
           MOVE SPACES TO w-linea.
           STRING "INSCRIPTOS: " DELIMITED BY SIZE
               w-en-grupo DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               tgr-cupo(w-g) DELIMITED BY SIZE
               "   FIRMA RESPONSABLE: ____________________"
                   DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       310-LINEA-NINO.
           ADD 1 TO w-en-grupo.
           MOVE SPACES TO w-linea.
           MOVE tli-nino(w-l) TO w-linea(3:5).
           MOVE tli-nombre(w-l) TO w-linea(9:30).
           MOVE tli-edad(w-l) TO w-linea(41:2).
           MOVE tli-emergencia(w-l) TO w-linea(45:20).
           MOVE tli-emergencia-tel(w-l) TO w-linea(66:15).
           MOVE "PRESENTE [  ]" TO w-linea(82:13).
           PERFORM 390-ESCRIBIR.
           IF tli-recibo(w-l) = 0
               MOVE SPACES TO w-linea
               MOVE "** SEMANA IMPAGA, PASAR POR SECRETARIA **"
                   TO w-linea(9:41)
               PERFORM 390-ESCRIBIR
           END-IF.
       390-ESCRIBIR.
           MOVE w-linea TO planilla-linea.
           WRITE planilla-linea.
       800-FIN.
           CLOSE PLANILLA.
           MOVE "colonia-asistencia.txt" TO w-rep-archivo.
           MOVE "COLONIA-ASIST" TO w-rep-informe.
           MOVE "COLONIA-ASISTENCIA" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Planillas de la semana ", w-semana, ": ",
               w-planillas, " grupos, ", w-cant-lis, " ninos".
           DISPLAY "Planillas generadas en colonia-asistencia.txt".
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM COLONIA-ASISTENCIA.
