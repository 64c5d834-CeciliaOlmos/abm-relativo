      *          (canchas.dat) and takes bookings into reservas.dat
      *          keyed by date, court and hour slot, with an
      *          active-status check of the socio against arch.dat,
      *          no booking on a date covered by a sanction in force
      *          in sanciones.dat,
      *          a weekly per-member limit (RESERVAS-MAX-SEMANA
      *          parameter, default 3), cancellation and no-show
      *          marking, and a daily grid printout in
      *          reservas-grilla.txt. ACCESO-CLUB reads the same
      *          file to show the member's booking of the day at the
      *          gate. A court under an open work order of
      *          ordenes-trabajo.dat (ORDENES-TRABAJO) takes no
      *          booking inside the order's window, and the
      *          reservas already taken that collide with an open
      *          order are listed with the member's name in
      *          reservas-conflicto.txt for the desk to call. No
      *          booking is taken on a day the club stays closed
      *          according to the club calendar feriados.dat.
      *          The turns booked for tournament matches by
      *          TORNEOS-MANT carry socio zero and show as TORNEO.
      *          The conflicts listing is filed as a dated copy in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpySanciones.cpy.cbl".
           COPY "CpyOrdenesTrab.cpy.cbl".
           COPY "CpyFeriados.cpy.cbl".
           SELECT CANCHAS ASSIGN TO "..\canchas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-canchas-status.
           FILE STATUS IS w-reservas-status.
           SELECT GRILLA ASSIGN TO "..\reservas-grilla.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFLICTOS ASSIGN TO "..\reservas-conflicto.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpySancionesReg.cpy.cbl".
           COPY "CpyOrdenesTrabReg.cpy.cbl".
           COPY "CpyFeriadosReg.cpy.cbl".
       FD  CANCHAS.
       01  cancha-reg.
           03 ca-seccion pic xxx.
               88 reserva-no-show value "N".
       FD  GRILLA.
       01  grilla-linea pic x(80).
       FD  CONFLICTOS.
       01  conflicto-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-parametros-status pic xx.
       77  w-canchas-status pic xx.
       77  w-reservas-status pic xx.
       77  w-ordenes-trab-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 7.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-aux pic 9 value 0.
               07 trv-codigo pic 9(4).
               07 trv-estado pic x.
       01  w-linea pic x(80).
       77  w-slot-clave pic 9(10).
       77  w-ot-desde pic 9(10).
       77  w-ot-hasta pic 9(10).
       77  w-en-obra pic 9 value 0.
           88 cancha-en-obra value 1.
       77  w-ot-numero pic 9(5).
       01  w-ot-descripcion pic x(30).
       77  w-conflictos pic 9(4).
           COPY "CpySancionVigWS.cpy.cbl".
           COPY "CpyCalendarioWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RESERVAS-CANCHA" TO w-programa-log.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpySancionVig.cpy.cbl".
       COPY "CpyCalendario.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-PARAMETRO.
           PERFORM 981-CARGAR-CALENDARIO.
           PERFORM 110-CARGAR-RESERVAS.
           OPEN INPUT SOCIOS.
       105-LEER-CONTROL.
           DISPLAY "3- Cancelar reserva"
           DISPLAY "4- Marcar ausencia (no-show)"
           DISPLAY "5- Imprimir grilla del dia"
           DISPLAY "6- Reservas afectadas por ordenes de trabajo"
           DISPLAY "7- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
                   PERFORM 570-MARCAR-NO-SHOW
               WHEN 5
                   PERFORM 600-GRILLA-DIARIA
               WHEN 6
                   PERFORM 650-RESERVAS-EN-CONFLICTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               DISPLAY "Hora invalida"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-fecha TO w-cal-fecha.
           PERFORM 982-VERIFICAR-DIA.
           IF dia-cierre-club
               DISPLAY "El club permanece cerrado ese dia: ",
                   w-cal-descripcion
               EXIT PARAGRAPH
           END-IF.
           MOVE w-soc-codigo TO w-san-buscar-cod.
           MOVE w-fecha TO w-san-buscar-fecha.
           PERFORM 995-VERIFICAR-SANCION.
           IF sancion-en-vigor
               DISPLAY "El socio esta sancionado hasta el ",
                   w-san-hasta-vigor, ", no puede reservar"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 510-VERIFICAR-SLOT.
           IF slot-ocupado
               DISPLAY "El turno ya esta reservado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 515-VERIFICAR-OBRA.
           IF cancha-en-obra
               DISPLAY "La cancha esta cerrada por la orden de"
                   " trabajo ", w-ot-numero, ": ", w-ot-descripcion
               EXIT PARAGRAPH
           END-IF.
           PERFORM 520-VERIFICAR-LIMITE-SEMANAL.
           IF w-semana-uso >= w-max-semana
               DISPLAY "El socio agoto sus ", w-max-semana,
                   MOVE 1 TO w-slot-ocupado
               END-IF
           END-PERFORM.
       515-VERIFICAR-OBRA.
           MOVE 0 TO w-en-obra.
           COMPUTE w-slot-clave = w-fecha * 100 + w-hora.
           OPEN INPUT ORDENES-TRAB.
           IF w-ordenes-trab-status = "00"
               MOVE 0 TO w-sen-aux
               READ ORDENES-TRAB AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux OR cancha-en-obra
                   PERFORM 516-COMPARAR-ORDEN
                   IF cancha-en-obra
                       MOVE ot-numero TO w-ot-numero
                       MOVE ot-descripcion TO w-ot-descripcion
                   ELSE
                       READ ORDENES-TRAB AT END MOVE 1 TO w-sen-aux
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ORDENES-TRAB
           END-IF.
           MOVE 0 TO w-sen-aux.
      * Matches the order in the record area against the court in
      * w-seccion/w-cancha and the slot in w-slot-clave.
       516-COMPARAR-ORDEN.
           MOVE 0 TO w-en-obra.
           IF NOT ot-pendiente AND NOT ot-en-curso
               EXIT PARAGRAPH
           END-IF.
           IF ot-seccion NOT = w-seccion
               EXIT PARAGRAPH
           END-IF.
           IF ot-de-cancha AND ot-cancha NOT = w-cancha
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-ot-desde = ot-desde-fecha * 100 + ot-desde-hora.
           COMPUTE w-ot-hasta = ot-hasta-fecha * 100 + ot-hasta-hora.
           IF w-slot-clave >= w-ot-desde AND
              w-slot-clave < w-ot-hasta
               MOVE 1 TO w-en-obra
           END-IF.
      * Two dates fall in the same week when their day counts since
      * the epoch land in the same block of seven.
       520-VERIFICAR-LIMITE-SEMANAL.
                  trv-cancha(w-rv) = ca-numero AND
                  trv-estado(w-rv) = "R"
                   MOVE SPACES TO w-linea
                   IF trv-codigo(w-rv) = 0
                       STRING "  " DELIMITED BY SIZE
                           trv-hora(w-rv) DELIMITED BY SIZE
                           " HS - TORNEO" DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                   ELSE
                       STRING "  " DELIMITED BY SIZE
                           trv-hora(w-rv) DELIMITED BY SIZE
                           " HS - SOCIO " DELIMITED BY SIZE
                           trv-codigo(w-rv) DELIMITED BY SIZE
                           INTO w-linea
                       END-STRING
                   END-IF
                   MOVE w-linea TO grilla-linea
                   WRITE grilla-linea
               END-IF
           END-PERFORM.
      * Every vigente reserva colliding with an open work order, so
      * the desk can call the member and offer another court.
       650-RESERVAS-EN-CONFLICTO.
           MOVE 0 TO w-conflictos.
           OPEN OUTPUT CONFLICTOS.
           MOVE "=== RESERVAS AFECTADAS POR ORDENES DE TRABAJO ==="
               TO conflicto-linea.
           WRITE conflicto-linea.
           PERFORM VARYING w-rv FROM 1 BY 1 UNTIL w-rv > w-cant-res
               IF trv-estado(w-rv) = "R" AND
                  trv-fecha(w-rv) >= w-hoy
                   MOVE trv-fecha(w-rv) TO w-fecha
                   MOVE trv-hora(w-rv) TO w-hora
                   MOVE trv-seccion(w-rv) TO w-seccion
                   MOVE trv-cancha(w-rv) TO w-cancha
                   PERFORM 515-VERIFICAR-OBRA
                   IF cancha-en-obra
                       PERFORM 660-LINEA-CONFLICTO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING "RESERVAS A REUBICAR: " DELIMITED BY SIZE
               w-conflictos DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO conflicto-linea.
           WRITE conflicto-linea.
           CLOSE CONFLICTOS.
           MOVE "reservas-conflicto.txt" TO w-rep-archivo.
           MOVE "RESERVAS-CONF" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reservas afectadas: ", w-conflictos.
           DISPLAY "Listado generado en reservas-conflicto.txt".
       660-LINEA-CONFLICTO.
           ADD 1 TO w-conflictos.
           MOVE trv-codigo(w-rv) TO w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               MOVE "(SOCIO NO HALLADO)" TO soc-nombre
           END-IF.
           MOVE SPACES TO w-linea.
           STRING trv-fecha(w-rv) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               trv-hora(w-rv) DELIMITED BY SIZE
               " HS CANCHA " DELIMITED BY SIZE
               trv-seccion(w-rv) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               trv-cancha(w-rv) DELIMITED BY SIZE
               " SOCIO " DELIMITED BY SIZE
               trv-codigo(w-rv) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               soc-nombre DELIMITED BY SIZE
               " OT " DELIMITED BY SIZE
               w-ot-numero DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO conflicto-linea.
           WRITE conflicto-linea.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
       800-FIN.
           CLOSE SOCIOS.
           DISPLAY "Gestion de reservas finalizada".
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM RESERVAS-CANCHA.
