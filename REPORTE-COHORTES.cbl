      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention of the membership by year of admission,
      *          so the board can judge whether the people the
      *          new-member promotions bring in actually stay.
      *          Groups the socios by the year of soc-fecha-alta:
      *          the ones still in arch.dat, walked the way
      *          REPORTE-SUC-SOCIOS does, plus the bajas already
      *          purged that survive only in bajas-hist.dat (a code
      *          found in arch.dat is taken from there). For each
      *          cohort it prints the percentage still a member 1, 2,
      *          3, 5 and 10 years after admission - counted over the
      *          socios who have already reached that anniversary -
      *          and the bajas split by motivo. History rows written
      *          before bh-fecha-alta was kept have no admission date
      *          and are counted apart. Output goes to
      *          cohortes-socios.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COHORTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           SELECT BAJAS-HIST ASSIGN TO "..\bajas-hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bajas-hist-status.
           SELECT REPORTE-COH ASSIGN TO "..\cohortes-socios.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
       FD  BAJAS-HIST.
       01  bajas-hist-reg.
           03 bh-codigo pic 9(4).
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
           03 bh-fecha-alta pic 9(8).
       FD  REPORTE-COH.
       01  reporte-coh-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-bajas-hist-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-desde-anio pic 9(4).
      * Codes already taken from arch.dat or from an earlier history
      * row, so a socio is counted once.
       01  tab-vistos.
           05 tv-visto occurs 9999 times pic 9.
       77  w-alta pic 9(8).
       77  w-baja pic 9(8).
       77  w-motivo pic 9.
       77  w-limite pic 9(8).
       77  w-anio pic 9(4).
       01  w-plazos-valores pic x(10) value "0102030510".
       77  w-plazo pic 99.
       77  w-k pic 9.
       77  w-m pic 9.
       77  w-cant-coh pic 9(3) value 0.
       77  w-c pic 9(3).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-cohortes.
           05 cohortes-ent occurs 1 to 200 times
                   depending on w-cant-coh.
               07 tco-anio pic 9(4).
               07 tco-ingresos pic 9(5).
               07 tco-elegibles occurs 5 times pic 9(5).
               07 tco-retenidos occurs 5 times pic 9(5).
               07 tco-bajas occurs 7 times pic 9(5).
       77  w-sin-alta pic 9(5) value 0.
       01  tab-sin-alta-motivo.
           05 tsa-bajas occurs 7 times pic 9(5).
       77  w-pct pic 999v9.
       01  w-linea-ret.
           03 lr-anio pic 9(4).
           03 filler pic xx.
           03 lr-ingresos pic zzzz9.
           03 lr-col occurs 5 times.
               05 filler pic xxx.
               05 lr-pct pic x(6).
       01  w-pct-edit pic zz9.9.
       01  w-linea-baj.
           03 lb-anio pic 9(4).
           03 filler pic xx.
           03 lb-ingresos pic zzzz9.
           03 lb-col occurs 7 times pic bbzzzz9.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-SOCIOS.
           PERFORM 300-RECORRER-HISTORIAL.
           PERFORM 500-IMPRIMIR-RETENCION.
           PERFORM 600-IMPRIMIR-BAJAS.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           DISPLAY "Cohortes desde el anio de ingreso"
               " (AAAA, 0 = todas)".
           ACCEPT w-desde-anio.
           INITIALIZE tab-vistos.
           INITIALIZE tab-sin-alta-motivo.
           OPEN OUTPUT REPORTE-COH.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
                       MOVE ctrl-oficina TO w-oficina
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       200-RECORRER-SOCIOS.
           OPEN INPUT SOCIOS.
           MOVE 1 TO rel-nro.
           MOVE 0 TO w-sen.
           START SOCIOS KEY IS NOT LESS THAN rel-nro
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF rel-nro NOT = w-oficina AND soc-codigo NOT = 0
                           PERFORM 210-TOMAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           MOVE 0 TO w-sen.
      * A baja without its date is taken as gone from the start.
       210-TOMAR-SOCIO.
           MOVE 1 TO tv-visto(soc-codigo).
           MOVE soc-fecha-alta TO w-alta.
           MOVE 0 TO w-baja.
           MOVE 0 TO w-motivo.
           IF socio-de-baja
               MOVE soc-fecha-baja TO w-baja
               IF w-baja = 0
                   MOVE w-alta TO w-baja
               END-IF
               MOVE soc-motivo-baja TO w-motivo
           END-IF.
           PERFORM 400-ACUMULAR.
       300-RECORRER-HISTORIAL.
           OPEN INPUT BAJAS-HIST.
           IF w-bajas-hist-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ BAJAS-HIST AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF bh-codigo NOT = 0
                   IF tv-visto(bh-codigo) = 0
                       PERFORM 310-TOMAR-HISTORIAL
                   END-IF
               END-IF
               READ BAJAS-HIST AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE BAJAS-HIST.
           MOVE 0 TO w-sen.
       310-TOMAR-HISTORIAL.
           MOVE 1 TO tv-visto(bh-codigo).
           MOVE bh-motivo TO w-motivo.
           IF bh-fecha-alta IS NOT NUMERIC
               MOVE 0 TO w-alta
           ELSE
               MOVE bh-fecha-alta TO w-alta
           END-IF.
           MOVE bh-fecha TO w-baja.
           IF w-baja = 0
               MOVE w-alta TO w-baja
           END-IF.
           PERFORM 400-ACUMULAR.
      * w-alta, w-baja (zero while still a member) and w-motivo
      * come in set. A socio is still a member N years on when the
      * baja, if any, came after that anniversary; only socios who
      * already reached it count towards the percentage.
       400-ACUMULAR.
           IF w-motivo < 1 OR w-motivo > 6
               MOVE 7 TO w-m
           ELSE
               MOVE w-motivo TO w-m
           END-IF.
           IF w-alta = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(w-alta) NOT = 0
               ADD 1 TO w-sin-alta
               IF w-baja NOT = 0
                   ADD 1 TO tsa-bajas(w-m)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE w-alta(1:4) TO w-anio.
           IF w-anio < w-desde-anio
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-UBICAR-COHORTE.
           IF NOT entrada-hallada
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO tco-ingresos(w-c).
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 5
               MOVE w-plazos-valores(w-k * 2 - 1:2) TO w-plazo
               COMPUTE w-limite = w-alta + w-plazo * 10000
               IF w-limite <= w-hoy
                   ADD 1 TO tco-elegibles(w-c, w-k)
                   IF w-baja = 0 OR w-baja > w-limite
                       ADD 1 TO tco-retenidos(w-c, w-k)
                   END-IF
               END-IF
           END-PERFORM.
           IF w-baja NOT = 0
               ADD 1 TO tco-bajas(w-c, w-m)
           END-IF.
      * Cohorts are kept in year order: a new year is slotted in,
      * moving the later ones one place down.
       410-UBICAR-COHORTE.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-c FROM 1 BY 1
                   UNTIL w-c > w-cant-coh OR entrada-hallada
               IF tco-anio(w-c) = w-anio
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-c
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-coh >= 200
               DISPLAY "Tabla de cohortes completa, se omite ", w-anio
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-coh.
           MOVE w-cant-coh TO w-c.
           PERFORM UNTIL w-c = 1 OR entrada-hallada
               IF tco-anio(w-c - 1) < w-anio
                   MOVE 1 TO w-hallado
               ELSE
                   MOVE cohortes-ent(w-c - 1) TO cohortes-ent(w-c)
                   SUBTRACT 1 FROM w-c
               END-IF
           END-PERFORM.
           INITIALIZE cohortes-ent(w-c).
           MOVE w-anio TO tco-anio(w-c).
           MOVE 1 TO w-hallado.
       500-IMPRIMIR-RETENCION.
           MOVE SPACES TO w-linea.
           STRING "=== RETENCION DE SOCIOS POR ANIO DE INGRESO AL "
                   DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           MOVE "PORCENTAJE QUE SIGUE SIENDO SOCIO AL CUMPLIR:"
               TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "ANIO  INGR.   1 ANIO  2 ANIOS" DELIMITED BY SIZE
               "  3 ANIOS  5 ANIOS 10 ANIOS" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-coh
               PERFORM 510-LINEA-RETENCION
           END-PERFORM.
      * A dash where no socio of the cohort has reached the
      * anniversary yet.
       510-LINEA-RETENCION.
           MOVE SPACES TO w-linea-ret.
           MOVE tco-anio(w-c) TO lr-anio.
           MOVE tco-ingresos(w-c) TO lr-ingresos.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 5
               IF tco-elegibles(w-c, w-k) = 0
                   MOVE "    -" TO lr-pct(w-k)
               ELSE
                   COMPUTE w-pct ROUNDED =
                       tco-retenidos(w-c, w-k) * 100
                       / tco-elegibles(w-c, w-k)
                   MOVE w-pct TO w-pct-edit
                   MOVE SPACES TO lr-pct(w-k)
                   STRING w-pct-edit DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO lr-pct(w-k)
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE w-linea-ret TO w-linea.
           PERFORM 690-ESCRIBIR.
       600-IMPRIMIR-BAJAS.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE "=== BAJAS POR MOTIVO Y ANIO DE INGRESO ===" TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "ANIO  INGR. RENUN.   PAGO FALLEC" DELIMITED BY SIZE
               " TRASLA EXPULS VENCIM  OTROS" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 690-ESCRIBIR.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cant-coh
               MOVE SPACES TO w-linea-baj
               MOVE tco-anio(w-c) TO lb-anio
               MOVE tco-ingresos(w-c) TO lb-ingresos
               PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 7
                   MOVE tco-bajas(w-c, w-m) TO lb-col(w-m)
               END-PERFORM
               MOVE w-linea-baj TO w-linea
               PERFORM 690-ESCRIBIR
           END-PERFORM.
           MOVE SPACES TO w-linea.
           PERFORM 690-ESCRIBIR.
           MOVE SPACES TO w-linea-baj.
           MOVE w-sin-alta TO lb-ingresos.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 7
               MOVE tsa-bajas(w-m) TO lb-col(w-m)
           END-PERFORM.
           MOVE w-linea-baj TO w-linea.
           MOVE "S/F " TO w-linea(1:4).
           PERFORM 690-ESCRIBIR.
           MOVE "S/F: SOCIOS SIN FECHA DE INGRESO REGISTRADA"
               TO w-linea.
           PERFORM 690-ESCRIBIR.
       690-ESCRIBIR.
           MOVE w-linea TO reporte-coh-linea.
           WRITE reporte-coh-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-COH.
           MOVE "cohortes-socios.txt" TO w-rep-archivo.
           MOVE "COHORTES" TO w-rep-informe.
           MOVE "REPORTE-COHORTES" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en cohortes-socios.txt".
       END PROGRAM REPORTE-COHORTES.
