      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly staff attendance for payroll. For the period
      *          asked, every employee of personal.dat in activity in
      *          the month is checked day by day against the weekly
      *          shift schedule and the marks taken at the
      *          ACCESO-CLUB gate (fichadas-personal.dat): hours
      *          worked from each entrada to the following salida,
      *          late arrivals beyond the PERSONAL-TOLERANCIA minutes
      *          of parametros.dat (10 when absent), absences on
      *          scheduled days with no mark, and overtime, the time
      *          worked beyond the shift or on a day off. Closure
      *          days of the club calendar (feriados.dat) are not
      *          scheduled. Days of the current month are taken up
      *          to yesterday. The printout goes to personal-horas.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL-HORAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyPersonal.cpy.cbl".
           COPY "CpyFichadas.cpy.cbl".
           COPY "CpyFeriados.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           SELECT REPORTE-HORAS ASSIGN TO "..\personal-horas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyPersonalReg.cpy.cbl".
           COPY "CpyFichadasReg.cpy.cbl".
           COPY "CpyFeriadosReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
       FD  REPORTE-HORAS.
       01  reporte-horas-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-personal-status pic xx.
       77  w-fichadas-status pic xx.
       77  w-parametros-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-periodo pic 9(6).
       77  w-mes pic 99.
       77  w-hoy pic 9(8).
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-jul-desde pic 9(7).
       77  w-jul-hasta pic 9(7).
       77  w-jul pic 9(7).
       77  w-fecha pic 9(8).
       77  w-tolerancia pic 9(3) value 10.
       77  w-cant-per pic 9(3) value 0.
       77  w-i pic 9(3).
       77  w-cant-fic pic 9(5) value 0.
       77  w-k pic 9(5).
       77  w-empleados pic 9(3) value 0.
       01  tab-personal.
           05 personal-ent occurs 1 to 300 times
                   depending on w-cant-per.
               07 tp-numero pic 9(5).
               07 tp-nombre pic x(20).
               07 tp-area pic x(12).
               07 tp-turno occurs 7 times.
                   09 tp-entrada pic 9(4).
                   09 tp-salida pic 9(4).
               07 tp-fecha-alta pic 9(8).
               07 tp-fecha-baja pic 9(8).
       01  tab-fichadas.
           05 fic-ent occurs 1 to 20000 times
                   depending on w-cant-fic.
               07 tk-numero pic 9(5).
               07 tk-fecha pic 9(8).
               07 tk-hora pic 9(6).
               07 tk-mov pic x.
      * Day being checked.
       77  w-prog-entrada pic 9(4).
       77  w-prog-min pic 9(4).
       77  w-prog-ent-min pic 9(4).
       77  w-marcas pic 9(3).
       77  w-trab-min pic 9(4).
       77  w-primera-min pic 9(4).
       77  w-abierta pic 9 value 0.
           88 entrada-abierta value 1.
       77  w-ent-min pic 9(4).
       77  w-incompleta pic 9 value 0.
           88 dia-incompleto value 1.
       77  w-tarde-min pic 9(4).
       77  w-extra-min pic 9(4).
      * Totals of the employee.
       77  w-tot-prog pic 9(3).
       77  w-tot-trab pic 9(3).
       77  w-tot-min pic 9(6).
       77  w-tot-tardes pic 9(3).
       77  w-tot-tarde-min pic 9(6).
       77  w-tot-ausencias pic 9(3).
       77  w-tot-extra-min pic 9(6).
       77  w-tot-incompletas pic 9(3).
      * Time conversions.
       77  w-hhmm pic 9(4).
       77  w-hh pic 9(4).
       77  w-mm pic 99.
       77  w-minutos pic 9(6).
       01  w-hs-edit pic zz9.
       01  w-tiempo pic x(7).
       01  w-tiempo-2 pic x(7).
       01  w-dia-nombre pic x(3).
       01  w-linea pic x(100).
           COPY "CpyCalendarioWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-FICHADAS.
           PERFORM 300-EMPLEADOS.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyCalendario.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           DISPLAY "Periodo a liquidar (AAAAMM)".
           ACCEPT w-periodo.
           MOVE w-periodo(5:2) TO w-mes.
           IF w-mes < 1 OR w-mes > 12
               DISPLAY "Periodo invalido"
               STOP RUN
           END-IF.
           COMPUTE w-desde = w-periodo * 100 + 1.
           IF w-desde > w-hoy
               DISPLAY "El periodo todavia no empezo"
               STOP RUN
           END-IF.
           IF w-mes = 12
               COMPUTE w-hasta = (w-periodo + 89) * 100 + 1
           ELSE
               COMPUTE w-hasta = (w-periodo + 1) * 100 + 1
           END-IF.
           COMPUTE w-jul-hasta = FUNCTION INTEGER-OF-DATE(w-hasta) - 1.
           IF w-jul-hasta >= FUNCTION INTEGER-OF-DATE(w-hoy)
               COMPUTE w-jul-hasta =
                   FUNCTION INTEGER-OF-DATE(w-hoy) - 1
           END-IF.
           COMPUTE w-jul-desde = FUNCTION INTEGER-OF-DATE(w-desde).
           COMPUTE w-hasta = FUNCTION DATE-OF-INTEGER(w-jul-hasta).
           PERFORM 105-LEER-PARAMETRO.
           PERFORM 981-CARGAR-CALENDARIO.
           PERFORM 110-CARGAR-PERSONAL.
           OPEN OUTPUT REPORTE-HORAS.
           MOVE SPACES TO w-linea.
           STRING "=== ASISTENCIA DEL PERSONAL - PERIODO "
                   DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               " (DEL " DELIMITED BY SIZE
               w-desde DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               w-hasta DELIMITED BY SIZE
               ") - TOLERANCIA " DELIMITED BY SIZE
               w-tolerancia DELIMITED BY SIZE
               " MIN ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       105-LEER-PARAMETRO.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen
               READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF param-clave = "PERSONAL-TOLERANCIA"
                       MOVE param-valor TO w-tolerancia
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen.
       110-CARGAR-PERSONAL.
           MOVE 0 TO w-cant-per.
           OPEN INPUT PERSONAL.
           IF w-personal-status = "00"
               MOVE 0 TO w-sen
               READ PERSONAL AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-per < 300
                       ADD 1 TO w-cant-per
                       MOVE per-numero TO tp-numero(w-cant-per)
                       MOVE per-nombre TO tp-nombre(w-cant-per)
                       MOVE per-area TO tp-area(w-cant-per)
                       PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 7
                           MOVE per-entrada(w-i)
                               TO tp-entrada(w-cant-per, w-i)
                           MOVE per-salida(w-i)
                               TO tp-salida(w-cant-per, w-i)
                       END-PERFORM
                       MOVE per-fecha-alta TO tp-fecha-alta(w-cant-per)
                       MOVE per-fecha-baja TO tp-fecha-baja(w-cant-per)
                   END-IF
                   READ PERSONAL AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PERSONAL
           END-IF.
           MOVE 0 TO w-sen.
      * The marks of the month are sorted by employee, day and time so
      * each employee's days are walked in order with one pointer.
       200-CARGAR-FICHADAS.
           MOVE 0 TO w-cant-fic.
           OPEN INPUT FICHADAS.
           IF w-fichadas-status = "00"
               MOVE 0 TO w-sen
               READ FICHADAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF fic-fecha >= w-desde AND fic-fecha <= w-hasta
                      AND w-cant-fic < 20000
                       ADD 1 TO w-cant-fic
                       MOVE fic-numero TO tk-numero(w-cant-fic)
                       MOVE fic-fecha TO tk-fecha(w-cant-fic)
                       MOVE fic-hora TO tk-hora(w-cant-fic)
                       MOVE fic-movimiento TO tk-mov(w-cant-fic)
                   END-IF
                   READ FICHADAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE FICHADAS
           END-IF.
           MOVE 0 TO w-sen.
           IF w-cant-fic > 1
               SORT fic-ent ASCENDING tk-numero tk-fecha tk-hora
           END-IF.
       300-EMPLEADOS.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-per
               IF tp-fecha-alta(w-i) <= w-hasta AND
                  (tp-fecha-baja(w-i) = 0 OR
                   tp-fecha-baja(w-i) >= w-desde)
                   PERFORM 310-EMPLEADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "EMPLEADOS LIQUIDADOS: " DELIMITED BY SIZE
               w-empleados DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       310-EMPLEADO.
           ADD 1 TO w-empleados.
           MOVE 0 TO w-tot-prog.
           MOVE 0 TO w-tot-trab.
           MOVE 0 TO w-tot-min.
           MOVE 0 TO w-tot-tardes.
           MOVE 0 TO w-tot-tarde-min.
           MOVE 0 TO w-tot-ausencias.
           MOVE 0 TO w-tot-extra-min.
           MOVE 0 TO w-tot-incompletas.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "EMPLEADO " DELIMITED BY SIZE
               tp-numero(w-i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tp-nombre(w-i) DELIMITED BY SIZE
               " AREA " DELIMITED BY SIZE
               tp-area(w-i) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE 1 TO w-k.
           PERFORM UNTIL w-k > w-cant-fic OR
                   tk-numero(w-k) >= tp-numero(w-i)
               ADD 1 TO w-k
           END-PERFORM.
           PERFORM VARYING w-jul FROM w-jul-desde BY 1
                   UNTIL w-jul > w-jul-hasta
               COMPUTE w-fecha = FUNCTION DATE-OF-INTEGER(w-jul)
               IF w-fecha >= tp-fecha-alta(w-i) AND
                  (tp-fecha-baja(w-i) = 0 OR
                   w-fecha <= tp-fecha-baja(w-i))
                   PERFORM 320-DIA
               END-IF
           END-PERFORM.
           PERFORM 350-TOTALES.
      * One day of the employee: the schedule of the weekday (none on
      * a closure day of the club), then the marks of the day paired
      * entrada to salida. A mark left without its pair makes the
      * day incomplete and adds no time.
       320-DIA.
           MOVE w-fecha TO w-cal-fecha.
           PERFORM 982-VERIFICAR-DIA.
           MOVE 0 TO w-prog-min.
           MOVE 0 TO w-prog-ent-min.
           MOVE tp-entrada(w-i, w-cal-dia-semana) TO w-prog-entrada.
           IF NOT dia-cierre-club AND
              tp-salida(w-i, w-cal-dia-semana) > w-prog-entrada
               MOVE w-prog-entrada TO w-hhmm
               PERFORM 410-HHMM-A-MINUTOS
               MOVE w-minutos TO w-prog-ent-min
               MOVE tp-salida(w-i, w-cal-dia-semana) TO w-hhmm
               PERFORM 410-HHMM-A-MINUTOS
               COMPUTE w-prog-min = w-minutos - w-prog-ent-min
               ADD 1 TO w-tot-prog
           END-IF.
           MOVE 0 TO w-marcas.
           MOVE 0 TO w-trab-min.
           MOVE 0 TO w-primera-min.
           MOVE 0 TO w-abierta.
           MOVE 0 TO w-incompleta.
           PERFORM UNTIL w-k > w-cant-fic OR
                   tk-numero(w-k) NOT = tp-numero(w-i) OR
                   tk-fecha(w-k) >= w-fecha
               ADD 1 TO w-k
           END-PERFORM.
           PERFORM UNTIL w-k > w-cant-fic OR
                   tk-numero(w-k) NOT = tp-numero(w-i) OR
                   tk-fecha(w-k) NOT = w-fecha
               PERFORM 330-MARCA
               ADD 1 TO w-k
           END-PERFORM.
           IF entrada-abierta
               MOVE 1 TO w-incompleta
           END-IF.
           PERFORM 340-EVALUAR-DIA.
       330-MARCA.
           ADD 1 TO w-marcas.
           DIVIDE tk-hora(w-k) BY 100 GIVING w-hhmm.
           PERFORM 410-HHMM-A-MINUTOS.
           IF tk-mov(w-k) = "E"
               IF entrada-abierta
                   MOVE 1 TO w-incompleta
               END-IF
               IF w-marcas = 1
                   MOVE w-minutos TO w-primera-min
               END-IF
               MOVE w-minutos TO w-ent-min
               MOVE 1 TO w-abierta
           ELSE
               IF entrada-abierta
                   COMPUTE w-trab-min = w-trab-min
                       + w-minutos - w-ent-min
                   MOVE 0 TO w-abierta
               ELSE
                   MOVE 1 TO w-incompleta
               END-IF
           END-IF.
       340-EVALUAR-DIA.
           MOVE 0 TO w-tarde-min.
           MOVE 0 TO w-extra-min.
           IF w-marcas = 0
               IF w-prog-min > 0
                   ADD 1 TO w-tot-ausencias
                   MOVE "AUSENTE" TO w-tiempo
                   PERFORM 360-LINEA-DIA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-tot-trab.
           ADD w-trab-min TO w-tot-min.
           IF w-prog-min > 0 AND
              w-primera-min > w-prog-ent-min + w-tolerancia
               COMPUTE w-tarde-min = w-primera-min - w-prog-ent-min
               ADD 1 TO w-tot-tardes
               ADD w-tarde-min TO w-tot-tarde-min
               MOVE "TARDE" TO w-tiempo
               PERFORM 360-LINEA-DIA
           END-IF.
           IF w-trab-min > w-prog-min
               COMPUTE w-extra-min = w-trab-min - w-prog-min
               ADD w-extra-min TO w-tot-extra-min
               MOVE "EXTRA" TO w-tiempo
               PERFORM 360-LINEA-DIA
           END-IF.
           IF dia-incompleto
               ADD 1 TO w-tot-incompletas
               MOVE "INCOMPL" TO w-tiempo
               PERFORM 360-LINEA-DIA
           END-IF.
       350-TOTALES.
           MOVE SPACES TO w-linea.
           MOVE w-tot-min TO w-minutos.
           PERFORM 420-MINUTOS-A-TEXTO.
           MOVE w-tiempo TO w-tiempo-2.
           MOVE w-tot-extra-min TO w-minutos.
           PERFORM 420-MINUTOS-A-TEXTO.
           STRING "  DIAS PROG " DELIMITED BY SIZE
               w-tot-prog DELIMITED BY SIZE
               " TRABAJADOS " DELIMITED BY SIZE
               w-tot-trab DELIMITED BY SIZE
               " HORAS " DELIMITED BY SIZE
               w-tiempo-2 DELIMITED BY SIZE
               " TARDANZAS " DELIMITED BY SIZE
               w-tot-tardes DELIMITED BY SIZE
               " AUSENCIAS " DELIMITED BY SIZE
               w-tot-ausencias DELIMITED BY SIZE
               " EXTRA " DELIMITED BY SIZE
               w-tiempo DELIMITED BY SIZE
               " INCOMPL " DELIMITED BY SIZE
               w-tot-incompletas DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           IF w-tot-tardes > 0
               MOVE w-tot-tarde-min TO w-minutos
               PERFORM 420-MINUTOS-A-TEXTO
               MOVE SPACES TO w-linea
               STRING "  TIEMPO DE LLEGADAS TARDE " DELIMITED BY SIZE
                   w-tiempo DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 390-ESCRIBIR
           END-IF.
      * Detail line of an anomaly of the day; w-tiempo comes with the
      * kind and is replaced by the time involved.
       360-LINEA-DIA.
           MOVE SPACES TO w-linea.
           PERFORM 370-NOMBRE-DIA.
           STRING "    " DELIMITED BY SIZE
               w-fecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-dia-nombre DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-tiempo DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           EVALUATE w-tiempo
               WHEN "AUSENTE"
                   MOVE SPACES TO w-linea(26:)
                   STRING "TURNO " DELIMITED BY SIZE
                       w-prog-entrada(1:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       w-prog-entrada(3:2) DELIMITED BY SIZE
                       INTO w-linea(26:)
                   END-STRING
               WHEN "TARDE"
                   MOVE w-primera-min TO w-minutos
                   PERFORM 420-MINUTOS-A-TEXTO
                   MOVE w-tiempo TO w-linea(26:7)
                   MOVE w-tarde-min TO w-minutos
                   PERFORM 420-MINUTOS-A-TEXTO
                   STRING "TURNO " DELIMITED BY SIZE
                       w-prog-entrada(1:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       w-prog-entrada(3:2) DELIMITED BY SIZE
                       " DEMORA " DELIMITED BY SIZE
                       w-tiempo DELIMITED BY SIZE
                       INTO w-linea(34:)
                   END-STRING
               WHEN "EXTRA"
                   MOVE w-extra-min TO w-minutos
                   PERFORM 420-MINUTOS-A-TEXTO
                   MOVE w-tiempo TO w-linea(26:7)
               WHEN OTHER
                   MOVE "MARCAS SIN PAR" TO w-linea(26:14)
           END-EVALUATE.
           PERFORM 390-ESCRIBIR.
       370-NOMBRE-DIA.
           EVALUATE w-cal-dia-semana
               WHEN 1 MOVE "LUN" TO w-dia-nombre
               WHEN 2 MOVE "MAR" TO w-dia-nombre
               WHEN 3 MOVE "MIE" TO w-dia-nombre
               WHEN 4 MOVE "JUE" TO w-dia-nombre
               WHEN 5 MOVE "VIE" TO w-dia-nombre
               WHEN 6 MOVE "SAB" TO w-dia-nombre
               WHEN OTHER MOVE "DOM" TO w-dia-nombre
           END-EVALUATE.
       390-ESCRIBIR.
           MOVE w-linea TO reporte-horas-linea.
           WRITE reporte-horas-linea.
       410-HHMM-A-MINUTOS.
           DIVIDE w-hhmm BY 100 GIVING w-hh REMAINDER w-mm.
           COMPUTE w-minutos = w-hh * 60 + w-mm.
       420-MINUTOS-A-TEXTO.
           DIVIDE w-minutos BY 60 GIVING w-hh REMAINDER w-mm.
           MOVE w-hh TO w-hs-edit.
           MOVE SPACES TO w-tiempo.
           STRING w-hs-edit DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               w-mm DELIMITED BY SIZE
               INTO w-tiempo
           END-STRING.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-HORAS.
           MOVE "personal-horas.txt" TO w-rep-archivo.
           MOVE "PERSONAL-HORAS" TO w-rep-informe.
           MOVE "PERSONAL-HORAS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en personal-horas.txt".
       END PROGRAM PERSONAL-HORAS.
