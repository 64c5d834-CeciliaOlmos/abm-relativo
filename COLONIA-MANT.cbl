      ******************************************************************
      * Author:
      * Date:
      * Purpose: Summer camp (colonia de vacaciones) of January. A
      *          supervisor loads the season master: its weeks with
      *          the dates and the price for members' children and
      *          for the rest (colonia-semanas.dat), and the age
      *          groups with the number of children each one takes
      *          per week (colonia-grupos.dat). The desk keeps the
      *          file of every child (colonia-ninos.dat): birth
      *          date, emergency contact, the child's own socio code
      *          and the titular socio of the family. A child is
      *          enrolled week by week (colonia-inscripciones.dat):
      *          it needs an apto medico vigente up to the last day
      *          of the week (aptos.dat for a child that is a socio,
      *          the certificate recorded on the file otherwise),
      *          is placed in the group of its age at the first day
      *          of the week while the group has room, and pays the
      *          member price when the child or the titular is an
      *          active socio. The unpaid weeks of a child are paid
      *          with a camp recibo numbered from colonia-ctl.dat
      *          (colonia-pagos.dat), printed into
      *          colonia-recibo.txt; CIERRE-CAJA adds the cash ones to
      *          the drawer, with the same day lock as PASES-VENTA:
      *          a late recibo needs a supervisor override, recorded
      *          in excepciones.dat.
      *          Attendance lists come from COLONIA-ASISTENCIA and
      *          the income of each week from COLONIA-INGRESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLONIA-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyAptos.cpy.cbl".
           COPY "CpyCierres.cpy.cbl".
           COPY "CpyColSemanas.cpy.cbl".
           COPY "CpyColGrupos.cpy.cbl".
           COPY "CpyColNinos.cpy.cbl".
           COPY "CpyColInscrip.cpy.cbl".
           COPY "CpyColPagos.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           SELECT COLONIA-CTL ASSIGN TO "..\colonia-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-col-ctl-status.
           SELECT RECIBO-COLONIA ASSIGN TO "..\colonia-recibo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-recibo-col-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyAptosReg.cpy.cbl".
           COPY "CpyCierresReg.cpy.cbl".
           COPY "CpyColSemanasReg.cpy.cbl".
           COPY "CpyColGruposReg.cpy.cbl".
           COPY "CpyColNinosReg.cpy.cbl".
           COPY "CpyColInscripReg.cpy.cbl".
           COPY "CpyColPagosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
       FD  COLONIA-CTL.
       01  colonia-ctl-reg.
           03 cctl-ultimo-recibo pic 9(6).
       FD  RECIBO-COLONIA.
       01  recibo-colonia-linea pic x(80).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-aptos-status pic xx.
       77  w-cierres-status pic xx.
       77  w-col-semanas-status pic xx.
       77  w-col-grupos-status pic xx.
       77  w-col-ninos-status pic xx.
       77  w-col-inscrip-status pic xx.
       77  w-col-pagos-status pic xx.
       77  w-col-ctl-status pic xx.
       77  w-recibo-col-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 7.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-apto pic 9 value 0.
           88 fin-aptos value 1.
       77  w-hoy pic 9(8).
       77  w-respuesta pic x.
       77  w-dia-cerrado pic 9 value 0.
           88 dia-cerrado value 1.
       77  w-ultimo-recibo pic 9(6) value 0.
       77  w-temporada pic 9(4) value 0.
       77  w-apto-vigente pic 9(8).
       77  w-semana pic 9(2).
       77  w-grupo pic 9(2).
       77  w-nino pic 9(5).
       77  w-documento pic 9(8).
       77  w-nacimiento pic 9(8).
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-fecha-apto pic 9(8).
       77  w-edad-desde pic 9(2).
       77  w-edad-hasta pic 9(2).
       77  w-cupo pic 9(3).
       77  w-edad pic 9(2).
       77  w-ocupados pic 9(3).
       77  w-precio-socio pic 9(6)v99.
       77  w-precio-externo pic 9(6)v99.
       77  w-precio pic 9(6)v99.
       77  w-tarifa pic x.
           88 tarifa-socio value "S".
       77  w-forma pic x.
           88 forma-valida value "E" "T".
       77  w-total pic 9(7)v99.
       77  w-cant-pagar pic 9(2).
       01  w-nombre pic x(30).
       01  w-emergencia pic x(20).
       01  w-emergencia-tel pic x(15).
       01  w-nombre-grupo pic x(15).
       01  w-responsable pic x(20).
       01  w-precio-edit pic zzzzz9.99.
       01  w-total-edit pic zzzzzz9.99.
       01  w-linea pic x(80).
      * Season master, children and enrollments are held whole while
      * the program runs and written back after every change.
       77  w-cant-sem pic 9(3) value 0.
       77  w-s pic 9(3).
       77  w-sem-hallada pic 9 value 0.
           88 semana-hallada value 1.
       01  tab-semanas.
           05 sem-ent occurs 1 to 200 times
                   depending on w-cant-sem.
               07 tcs-registro pic x(38).
       77  w-cant-gru pic 9(3) value 0.
       77  w-g pic 9(3).
       77  w-gru-hallado pic 9 value 0.
           88 grupo-hallado value 1.
       01  tab-grupos.
           05 gru-ent occurs 1 to 200 times
                   depending on w-cant-gru.
               07 tcg-registro pic x(48).
       77  w-cant-ninos pic 9(5) value 0.
       77  w-n pic 9(5).
       77  w-ultimo-nino pic 9(5) value 0.
       77  w-nino-hallado pic 9 value 0.
           88 nino-hallado value 1.
       01  tab-ninos.
           05 nino-ent occurs 1 to 5000 times
                   depending on w-cant-ninos.
               07 tcn-registro pic x(102).
       77  w-cant-ins pic 9(5) value 0.
       77  w-i pic 9(5).
       77  w-ins-hallada pic 9 value 0.
           88 inscripcion-hallada value 1.
       01  tab-inscrip.
           05 ins-ent occurs 1 to 20000 times
                   depending on w-cant-ins.
               07 tci-registro pic x(49).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "COLONIA-MANT" TO w-programa-log.
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
       COPY "CpyExcepcion.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-ULTIMO-RECIBO.
           OPEN INPUT SOCIOS.
           PERFORM UNTIL w-temporada > 1900
               DISPLAY "Temporada de colonia (AAAA)"
               ACCEPT w-temporada
           END-PERFORM.
           PERFORM 120-CARGAR-SEMANAS.
           PERFORM 130-CARGAR-GRUPOS.
           PERFORM 140-CARGAR-NINOS.
           PERFORM 150-CARGAR-INSCRIPCIONES.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       107-LEER-ULTIMO-RECIBO.
           OPEN INPUT COLONIA-CTL.
           IF w-col-ctl-status = "00"
               READ COLONIA-CTL
                   NOT AT END
                       MOVE cctl-ultimo-recibo TO w-ultimo-recibo
               END-READ
               CLOSE COLONIA-CTL
           END-IF.
       108-GRABAR-ULTIMO-RECIBO.
           OPEN OUTPUT COLONIA-CTL.
           MOVE w-ultimo-recibo TO cctl-ultimo-recibo.
           WRITE colonia-ctl-reg.
           CLOSE COLONIA-CTL.
      * Same day lock as the counter's dues payments: once some
      * operator ran CIERRE-CAJA for today a late payment needs a
      * supervisor.
       112-VERIFICAR-DIA-CERRADO.
           MOVE 0 TO w-dia-cerrado.
           OPEN INPUT CIERRES.
           IF w-cierres-status = "00"
               MOVE 0 TO w-sen
               READ CIERRES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cie-fecha = w-hoy
                       MOVE 1 TO w-dia-cerrado
                   END-IF
                   READ CIERRES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CIERRES
           END-IF.
           MOVE 0 TO w-sen.
       120-CARGAR-SEMANAS.
           MOVE 0 TO w-cant-sem.
           OPEN INPUT COL-SEMANAS.
           IF w-col-semanas-status = "00"
               MOVE 0 TO w-sen
               READ COL-SEMANAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-sem >= 200
                   ADD 1 TO w-cant-sem
                   MOVE col-semana-reg TO tcs-registro(w-cant-sem)
                   READ COL-SEMANAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE COL-SEMANAS
           END-IF.
           MOVE 0 TO w-sen.
       125-GRABAR-SEMANAS.
           OPEN OUTPUT COL-SEMANAS.
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sem
               MOVE tcs-registro(w-s) TO col-semana-reg
               WRITE col-semana-reg
           END-PERFORM.
           CLOSE COL-SEMANAS.
       130-CARGAR-GRUPOS.
           MOVE 0 TO w-cant-gru.
           OPEN INPUT COL-GRUPOS.
           IF w-col-grupos-status = "00"
               MOVE 0 TO w-sen
               READ COL-GRUPOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-gru >= 200
                   ADD 1 TO w-cant-gru
                   MOVE col-grupo-reg TO tcg-registro(w-cant-gru)
                   READ COL-GRUPOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE COL-GRUPOS
           END-IF.
           MOVE 0 TO w-sen.
       135-GRABAR-GRUPOS.
           OPEN OUTPUT COL-GRUPOS.
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-gru
               MOVE tcg-registro(w-g) TO col-grupo-reg
               WRITE col-grupo-reg
           END-PERFORM.
           CLOSE COL-GRUPOS.
       140-CARGAR-NINOS.
           MOVE 0 TO w-cant-ninos.
           MOVE 0 TO w-ultimo-nino.
           OPEN INPUT COL-NINOS.
           IF w-col-ninos-status = "00"
               MOVE 0 TO w-sen
               READ COL-NINOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-ninos >= 5000
                   ADD 1 TO w-cant-ninos
                   MOVE col-nino-reg TO tcn-registro(w-cant-ninos)
                   IF cn-numero > w-ultimo-nino
                       MOVE cn-numero TO w-ultimo-nino
                   END-IF
                   READ COL-NINOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE COL-NINOS
           END-IF.
           MOVE 0 TO w-sen.
       145-GRABAR-NINOS.
           OPEN OUTPUT COL-NINOS.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cant-ninos
               MOVE tcn-registro(w-n) TO col-nino-reg
               WRITE col-nino-reg
           END-PERFORM.
           CLOSE COL-NINOS.
       150-CARGAR-INSCRIPCIONES.
           MOVE 0 TO w-cant-ins.
           OPEN INPUT COL-INSCRIP.
           IF w-col-inscrip-status = "00"
               MOVE 0 TO w-sen
               READ COL-INSCRIP AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-ins >= 20000
                   ADD 1 TO w-cant-ins
                   MOVE col-inscrip-reg TO tci-registro(w-cant-ins)
                   READ COL-INSCRIP AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE COL-INSCRIP
           END-IF.
           MOVE 0 TO w-sen.
       155-GRABAR-INSCRIPCIONES.
           OPEN OUTPUT COL-INSCRIP.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
               MOVE tci-registro(w-i) TO col-inscrip-reg
               WRITE col-inscrip-reg
           END-PERFORM.
           CLOSE COL-INSCRIP.
       200-MENU.
           DISPLAY "=== COLONIA DE VACACIONES ", w-temporada, " ==="
           DISPLAY "1- Semanas y precios de la temporada"
           DISPLAY "2- Grupos por edad y cupo"
           DISPLAY "3- Ficha de nino"
           DISPLAY "4- Inscribir nino en una semana"
           DISPLAY "5- Cobrar semanas inscriptas"
           DISPLAY "6- Anular inscripcion no pagada"
           DISPLAY "7- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-SEMANAS
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   IF nivel-supervisor
                       PERFORM 450-GRUPOS
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 3
                   PERFORM 500-FICHA-NINO
               WHEN 4
                   PERFORM 600-INSCRIBIR
               WHEN 5
                   PERFORM 700-COBRAR
               WHEN 6
                   PERFORM 650-ANULAR-INSCRIPCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * A week already in the master keeps its number; loading it
      * again replaces its dates and prices. Weeks already enrolled
      * keep the price they were enrolled at.
       400-SEMANAS.
           DISPLAY "Semanas cargadas de la temporada:".
           PERFORM VARYING w-s FROM 1 BY 1 UNTIL w-s > w-cant-sem
               MOVE tcs-registro(w-s) TO col-semana-reg
               IF cs-temporada = w-temporada
                   MOVE cs-precio-socio TO w-precio-edit
                   MOVE cs-precio-externo TO w-total-edit
                   DISPLAY cs-semana, " ", cs-desde, " al ",
                       cs-hasta, " socio ", w-precio-edit,
                       " no socio ", w-total-edit
               END-IF
           END-PERFORM.
           DISPLAY "Numero de semana a cargar (0 = volver)".
           ACCEPT w-semana.
           IF w-semana = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Primer dia de la semana (AAAAMMDD)".
           ACCEPT w-desde.
           DISPLAY "Ultimo dia de la semana (AAAAMMDD)".
           ACCEPT w-hasta.
           IF w-desde = 0 OR w-hasta < w-desde
               DISPLAY "Fechas de la semana invalidas"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Precio para hijos de socios".
           ACCEPT w-precio-socio.
           DISPLAY "Precio para no socios".
           ACCEPT w-precio-externo.
           IF w-precio-socio = 0 OR w-precio-externo = 0
               DISPLAY "Los precios deben ser mayores a cero"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-BUSCAR-SEMANA.
           IF NOT semana-hallada
               IF w-cant-sem >= 200
                   DISPLAY "No hay lugar para mas semanas"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO w-cant-sem
               MOVE w-cant-sem TO w-s
               INITIALIZE col-semana-reg
               MOVE w-temporada TO cs-temporada
               MOVE w-semana TO cs-semana
           END-IF.
           MOVE w-desde TO cs-desde.
           MOVE w-hasta TO cs-hasta.
           MOVE w-precio-socio TO cs-precio-socio.
           MOVE w-precio-externo TO cs-precio-externo.
           MOVE col-semana-reg TO tcs-registro(w-s).
           PERFORM 125-GRABAR-SEMANAS.
           DISPLAY "Semana ", w-semana, " registrada".
       410-BUSCAR-SEMANA.
           MOVE 0 TO w-sem-hallada.
           PERFORM VARYING w-s FROM 1 BY 1
                   UNTIL w-s > w-cant-sem OR semana-hallada
               MOVE tcs-registro(w-s) TO col-semana-reg
               IF cs-temporada = w-temporada AND
                  cs-semana = w-semana
                   MOVE 1 TO w-sem-hallada
               END-IF
           END-PERFORM.
           IF semana-hallada
               SUBTRACT 1 FROM w-s
           END-IF.
      * The age ranges of the groups of a season may not overlap, so
      * every child falls into one group only.
       450-GRUPOS.
           DISPLAY "Grupos cargados de la temporada:".
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-gru
               MOVE tcg-registro(w-g) TO col-grupo-reg
               IF cg-temporada = w-temporada
                   DISPLAY cg-grupo, " ", cg-nombre, " ",
                       cg-edad-desde, " a ", cg-edad-hasta,
                       " anios, cupo ", cg-cupo, " ", cg-responsable
               END-IF
           END-PERFORM.
           DISPLAY "Numero de grupo a cargar (0 = volver)".
           ACCEPT w-grupo.
           IF w-grupo = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nombre del grupo".
           ACCEPT w-nombre-grupo.
           DISPLAY "Edad desde (anios cumplidos)".
           ACCEPT w-edad-desde.
           DISPLAY "Edad hasta (anios cumplidos)".
           ACCEPT w-edad-hasta.
           IF w-edad-hasta < w-edad-desde
               DISPLAY "Rango de edades invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cupo de ninos por semana".
           ACCEPT w-cupo.
           IF w-cupo = 0
               DISPLAY "El cupo debe ser mayor a cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Responsable del grupo".
           ACCEPT w-responsable.
           PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-gru
               MOVE tcg-registro(w-g) TO col-grupo-reg
               IF cg-temporada = w-temporada AND
                  cg-grupo NOT = w-grupo AND
                  w-edad-desde <= cg-edad-hasta AND
                  w-edad-hasta >= cg-edad-desde
                   DISPLAY "Las edades se superponen con el grupo ",
                       cg-grupo, " ", cg-nombre
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM 460-BUSCAR-GRUPO.
           IF NOT grupo-hallado
               IF w-cant-gru >= 200
                   DISPLAY "No hay lugar para mas grupos"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO w-cant-gru
               MOVE w-cant-gru TO w-g
               INITIALIZE col-grupo-reg
               MOVE w-temporada TO cg-temporada
               MOVE w-grupo TO cg-grupo
           END-IF.
           MOVE w-nombre-grupo TO cg-nombre.
           MOVE w-edad-desde TO cg-edad-desde.
           MOVE w-edad-hasta TO cg-edad-hasta.
           MOVE w-cupo TO cg-cupo.
           MOVE w-responsable TO cg-responsable.
           MOVE col-grupo-reg TO tcg-registro(w-g).
           PERFORM 135-GRABAR-GRUPOS.
           DISPLAY "Grupo ", w-grupo, " registrado".
       460-BUSCAR-GRUPO.
           MOVE 0 TO w-gru-hallado.
           PERFORM VARYING w-g FROM 1 BY 1
                   UNTIL w-g > w-cant-gru OR grupo-hallado
               MOVE tcg-registro(w-g) TO col-grupo-reg
               IF cg-temporada = w-temporada AND
                  cg-grupo = w-grupo
                   MOVE 1 TO w-gru-hallado
               END-IF
           END-PERFORM.
           IF grupo-hallado
               SUBTRACT 1 FROM w-g
           END-IF.
      * The group of a child is the one whose age range holds the
      * age the child has on the first day of the week.
       470-UBICAR-GRUPO.
           COMPUTE w-edad = (cs-desde - cn-nacimiento) / 10000.
           MOVE 0 TO w-gru-hallado.
           PERFORM VARYING w-g FROM 1 BY 1
                   UNTIL w-g > w-cant-gru OR grupo-hallado
               MOVE tcg-registro(w-g) TO col-grupo-reg
               IF cg-temporada = w-temporada AND
                  w-edad >= cg-edad-desde AND
                  w-edad <= cg-edad-hasta
                   MOVE 1 TO w-gru-hallado
               END-IF
           END-PERFORM.
           IF grupo-hallado
               SUBTRACT 1 FROM w-g
           END-IF.
      * A new child is given the next number. On an existing file
      * only what changes between seasons is updated: titular,
      * emergency contact and the apto certificate.
       500-FICHA-NINO.
           DISPLAY "Numero de nino (0 = nuevo)".
           ACCEPT w-nino.
           IF w-nino NOT = 0
               PERFORM 510-BUSCAR-NINO
               IF NOT nino-hallado
                   DISPLAY "El nino no esta registrado"
                   EXIT PARAGRAPH
               END-IF
               PERFORM 520-MOSTRAR-NINO
               PERFORM 540-CORREGIR-NINO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Apellido y nombre del nino".
           ACCEPT w-nombre.
           IF w-nombre = SPACES
               DISPLAY "Debe indicar el nombre"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero de documento".
           ACCEPT w-documento.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cant-ninos
               MOVE tcn-registro(w-n) TO col-nino-reg
               IF cn-documento = w-documento AND w-documento NOT = 0
                   DISPLAY "El documento ya tiene la ficha ",
                       cn-numero, " ", cn-nombre
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           DISPLAY "Fecha de nacimiento (AAAAMMDD)".
           ACCEPT w-nacimiento.
           IF w-nacimiento = 0 OR w-nacimiento > w-hoy
               DISPLAY "Fecha de nacimiento invalida"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE col-nino-reg.
           DISPLAY "Codigo de socio del nino (0 = no es socio)".
           ACCEPT w-soc-codigo.
           IF w-soc-codigo NOT = 0
               PERFORM 430-BUSCAR-SOCIO
               IF NOT socio-encontrado
                   DISPLAY "El socio no se encuentra registrado"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Socio: ", soc-nombre
           END-IF.
           MOVE w-soc-codigo TO cn-socio.
           PERFORM 550-PEDIR-TITULAR.
           IF w-soc-codigo NOT = 0 AND NOT socio-encontrado
               EXIT PARAGRAPH
           END-IF.
           MOVE w-soc-codigo TO cn-titular.
           PERFORM 560-PEDIR-EMERGENCIA.
           IF w-emergencia = SPACES OR w-emergencia-tel = SPACES
               DISPLAY "El contacto de emergencia es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           IF cn-socio = 0
               DISPLAY "Vencimiento del apto medico presentado"
                   " (AAAAMMDD, 0 = no lo presento)"
               ACCEPT w-fecha-apto
               MOVE w-fecha-apto TO cn-apto-vence
           END-IF.
           IF w-cant-ninos >= 5000
               DISPLAY "No hay lugar para mas fichas"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-ultimo-nino.
           MOVE w-ultimo-nino TO cn-numero.
           MOVE w-nombre TO cn-nombre.
           MOVE w-documento TO cn-documento.
           MOVE w-nacimiento TO cn-nacimiento.
           MOVE w-emergencia TO cn-emergencia.
           MOVE w-emergencia-tel TO cn-emergencia-tel.
           ADD 1 TO w-cant-ninos.
           MOVE col-nino-reg TO tcn-registro(w-cant-ninos).
           PERFORM 145-GRABAR-NINOS.
           DISPLAY "Ficha de nino ", cn-numero, " registrada".
       510-BUSCAR-NINO.
           MOVE 0 TO w-nino-hallado.
           PERFORM VARYING w-n FROM 1 BY 1
                   UNTIL w-n > w-cant-ninos OR nino-hallado
               MOVE tcn-registro(w-n) TO col-nino-reg
               IF cn-numero = w-nino
                   MOVE 1 TO w-nino-hallado
               END-IF
           END-PERFORM.
           IF nino-hallado
               SUBTRACT 1 FROM w-n
           END-IF.
       520-MOSTRAR-NINO.
           DISPLAY "Nino ", cn-numero, " ", cn-nombre, " DNI ",
               cn-documento, " nacido el ", cn-nacimiento.
           DISPLAY "Socio ", cn-socio, " titular ", cn-titular,
               " apto presentado vence ", cn-apto-vence.
           DISPLAY "Emergencias: ", cn-emergencia, " ",
               cn-emergencia-tel.
       540-CORREGIR-NINO.
           DISPLAY "Corregir titular, contacto y apto? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 550-PEDIR-TITULAR.
           IF w-soc-codigo NOT = 0 AND NOT socio-encontrado
               EXIT PARAGRAPH
           END-IF.
           MOVE tcn-registro(w-n) TO col-nino-reg.
           MOVE w-soc-codigo TO cn-titular.
           PERFORM 560-PEDIR-EMERGENCIA.
           IF w-emergencia NOT = SPACES
               MOVE w-emergencia TO cn-emergencia
           END-IF.
           IF w-emergencia-tel NOT = SPACES
               MOVE w-emergencia-tel TO cn-emergencia-tel
           END-IF.
           IF cn-socio = 0
               DISPLAY "Vencimiento del apto medico presentado"
                   " (AAAAMMDD, 0 = sin cambio)"
               ACCEPT w-fecha-apto
               IF w-fecha-apto NOT = 0
                   MOVE w-fecha-apto TO cn-apto-vence
               END-IF
           END-IF.
           MOVE col-nino-reg TO tcn-registro(w-n).
           PERFORM 145-GRABAR-NINOS.
           DISPLAY "Ficha de nino ", cn-numero, " actualizada".
       550-PEDIR-TITULAR.
           DISPLAY "Socio titular de la familia (0 = ninguno)".
           ACCEPT w-soc-codigo.
           MOVE 0 TO w-encontrado.
           IF w-soc-codigo NOT = 0
               PERFORM 430-BUSCAR-SOCIO
               IF socio-encontrado
                   DISPLAY "Titular: ", soc-nombre
               ELSE
                   DISPLAY "El titular no se encuentra registrado"
               END-IF
           END-IF.
       560-PEDIR-EMERGENCIA.
           DISPLAY "Contacto de emergencia (nombre)".
           ACCEPT w-emergencia.
           DISPLAY "Telefono de emergencia".
           ACCEPT w-emergencia-tel.
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
               MOVE 0 TO w-sen-apto
               READ APTOS AT END MOVE 1 TO w-sen-apto END-READ
               PERFORM UNTIL fin-aptos
                   IF apto-codigo = w-soc-codigo AND
                      apto-vence > w-apto-vigente
                       MOVE apto-vence TO w-apto-vigente
                   END-IF
                   READ APTOS AT END MOVE 1 TO w-sen-apto END-READ
               END-PERFORM
               CLOSE APTOS
           END-IF.
           MOVE 0 TO w-sen-apto.
      * The member price goes to a child that is an active socio or
      * whose titular is one; the price is fixed on the enrollment.
       600-INSCRIBIR.
           DISPLAY "Numero de nino".
           ACCEPT w-nino.
           PERFORM 510-BUSCAR-NINO.
           IF NOT nino-hallado
               DISPLAY "El nino no esta registrado"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 520-MOSTRAR-NINO.
           DISPLAY "Semana a inscribir".
           ACCEPT w-semana.
           PERFORM 410-BUSCAR-SEMANA.
           IF NOT semana-hallada
               DISPLAY "La semana no existe en la temporada"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 610-BUSCAR-INSCRIPCION.
           IF inscripcion-hallada
               DISPLAY "El nino ya esta inscripto en esa semana"
               EXIT PARAGRAPH
           END-IF.
           IF cn-socio NOT = 0
               MOVE cn-socio TO w-soc-codigo
               PERFORM 440-VERIFICAR-APTO
           ELSE
               MOVE cn-apto-vence TO w-apto-vigente
           END-IF.
           IF w-apto-vigente = 0
               DISPLAY "El nino no tiene apto medico registrado"
               EXIT PARAGRAPH
           END-IF.
           IF w-apto-vigente < cs-hasta
               DISPLAY "El apto medico vence el ", w-apto-vigente,
                   ", antes del fin de la semana"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 470-UBICAR-GRUPO.
           IF NOT grupo-hallado
               DISPLAY "No hay grupo para la edad del nino (",
                   w-edad, " anios)"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-ocupados.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
               MOVE tci-registro(w-i) TO col-inscrip-reg
               IF cin-temporada = w-temporada AND
                  cin-semana = w-semana AND
                  cin-grupo = cg-grupo AND cin-activa
                   ADD 1 TO w-ocupados
               END-IF
           END-PERFORM.
           IF w-ocupados >= cg-cupo
               DISPLAY "El grupo ", cg-nombre, " esta completo en"
                   " la semana ", w-semana
               EXIT PARAGRAPH
           END-IF.
           MOVE "E" TO w-tarifa.
           IF cn-socio NOT = 0
               MOVE cn-socio TO w-soc-codigo
               PERFORM 430-BUSCAR-SOCIO
               IF socio-encontrado AND socio-activo
                   MOVE "S" TO w-tarifa
               END-IF
           END-IF.
           IF NOT tarifa-socio AND cn-titular NOT = 0
               MOVE cn-titular TO w-soc-codigo
               PERFORM 430-BUSCAR-SOCIO
               IF socio-encontrado AND socio-activo
                   MOVE "S" TO w-tarifa
               END-IF
           END-IF.
           IF tarifa-socio
               MOVE cs-precio-socio TO w-precio
           ELSE
               MOVE cs-precio-externo TO w-precio
           END-IF.
           MOVE w-precio TO w-precio-edit.
           DISPLAY "Grupo ", cg-nombre, " (", w-edad, " anios),"
               " tarifa ", w-tarifa, " precio ", w-precio-edit.
           DISPLAY "Confirma la inscripcion? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Inscripcion cancelada"
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-ins >= 20000
               DISPLAY "No hay lugar para mas inscripciones"
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE col-inscrip-reg.
           MOVE w-temporada TO cin-temporada.
           MOVE w-semana TO cin-semana.
           MOVE w-nino TO cin-nino.
           MOVE cg-grupo TO cin-grupo.
           MOVE w-tarifa TO cin-tarifa.
           MOVE w-precio TO cin-precio.
           MOVE 0 TO cin-recibo.
           MOVE "A" TO cin-estado.
           MOVE w-hoy TO cin-fecha.
           MOVE w-operador TO cin-operador.
           ADD 1 TO w-cant-ins.
           MOVE col-inscrip-reg TO tci-registro(w-cant-ins).
           PERFORM 155-GRABAR-INSCRIPCIONES.
           DISPLAY "Nino inscripto en la semana ", w-semana.
       610-BUSCAR-INSCRIPCION.
           MOVE 0 TO w-ins-hallada.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-ins OR inscripcion-hallada
               MOVE tci-registro(w-i) TO col-inscrip-reg
               IF cin-temporada = w-temporada AND
                  cin-semana = w-semana AND
                  cin-nino = w-nino AND cin-activa
                   MOVE 1 TO w-ins-hallada
               END-IF
           END-PERFORM.
           IF inscripcion-hallada
               SUBTRACT 1 FROM w-i
           END-IF.
      * Only an unpaid week is cancelled here; a paid one frees its
      * place only through the refund of the recibo.
       650-ANULAR-INSCRIPCION.
           DISPLAY "Numero de nino".
           ACCEPT w-nino.
           DISPLAY "Semana".
           ACCEPT w-semana.
           PERFORM 610-BUSCAR-INSCRIPCION.
           IF NOT inscripcion-hallada
               DISPLAY "No hay inscripcion vigente del nino en esa"
                   " semana"
               EXIT PARAGRAPH
           END-IF.
           IF cin-recibo NOT = 0
               DISPLAY "La semana ya fue pagada con el recibo ",
                   cin-recibo, ", no se anula"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Confirma la anulacion? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Anulacion cancelada"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO cin-estado.
           MOVE col-inscrip-reg TO tci-registro(w-i).
           PERFORM 155-GRABAR-INSCRIPCIONES.
           DISPLAY "Inscripcion anulada, el lugar queda libre".
      * One recibo pays every unpaid week of the child in the
      * season.
       700-COBRAR.
           MOVE 0 TO w-exc-pendiente.
           PERFORM 112-VERIFICAR-DIA-CERRADO.
           IF dia-cerrado
               DISPLAY "ATENCION: la caja de hoy ya fue cerrada"
               PERFORM 969-AUTORIZAR-EXCEPCION
               IF NOT excepcion-autorizada
                   DISPLAY "Solo un supervisor puede cobrar despues"
                       " del cierre"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Confirma el cobro tardio? (S/N)"
               ACCEPT w-respuesta
               IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
                   DISPLAY "Cobro cancelado"
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO w-exc-pendiente
           END-IF.
           DISPLAY "Numero de nino".
           ACCEPT w-nino.
           PERFORM 510-BUSCAR-NINO.
           IF NOT nino-hallado
               DISPLAY "El nino no esta registrado"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Semanas impagas de ", cn-nombre, ":".
           MOVE 0 TO w-total.
           MOVE 0 TO w-cant-pagar.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
               MOVE tci-registro(w-i) TO col-inscrip-reg
               IF cin-temporada = w-temporada AND
                  cin-nino = w-nino AND cin-activa AND cin-recibo = 0
                   ADD 1 TO w-cant-pagar
                   ADD cin-precio TO w-total
                   MOVE cin-precio TO w-precio-edit
                   DISPLAY "  Semana ", cin-semana, " tarifa ",
                       cin-tarifa, " ", w-precio-edit
               END-IF
           END-PERFORM.
           IF w-cant-pagar = 0
               DISPLAY "El nino no tiene semanas impagas"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-total TO w-total-edit.
           DISPLAY "Total a cobrar: ", w-total-edit.
           MOVE SPACES TO w-forma.
           PERFORM UNTIL forma-valida
               DISPLAY "Forma: E-Efectivo T-Transferencia"
               ACCEPT w-forma
               MOVE FUNCTION UPPER-CASE(w-forma) TO w-forma
           END-PERFORM.
           DISPLAY "Confirma el cobro? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Cobro cancelado"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-ultimo-recibo.
           PERFORM 108-GRABAR-ULTIMO-RECIBO.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
               MOVE tci-registro(w-i) TO col-inscrip-reg
               IF cin-temporada = w-temporada AND
                  cin-nino = w-nino AND cin-activa AND cin-recibo = 0
                   MOVE w-ultimo-recibo TO cin-recibo
                   MOVE col-inscrip-reg TO tci-registro(w-i)
               END-IF
           END-PERFORM.
           PERFORM 155-GRABAR-INSCRIPCIONES.
           OPEN EXTEND COL-PAGOS.
           IF w-col-pagos-status = "35"
               OPEN OUTPUT COL-PAGOS
               CLOSE COL-PAGOS
               OPEN EXTEND COL-PAGOS
           END-IF.
           INITIALIZE col-pago-reg.
           MOVE w-ultimo-recibo TO cp-recibo.
           MOVE w-hoy TO cp-fecha.
           MOVE w-nino TO cp-nino.
           MOVE w-temporada TO cp-temporada.
           MOVE w-cant-pagar TO cp-semanas.
           MOVE w-total TO cp-monto.
           MOVE w-forma TO cp-forma.
           MOVE w-operador TO cp-operador.
           WRITE col-pago-reg.
           CLOSE COL-PAGOS.
           IF excepcion-pendiente
               MOVE "CAJA-CERRADA" TO w-exc-regla
               MOVE cn-titular TO w-exc-codigo
               IF cn-socio NOT = 0
                   MOVE cn-socio TO w-exc-codigo
               END-IF
               MOVE SPACES TO w-exc-documento
               STRING "RECIBO " DELIMITED BY SIZE
                   w-ultimo-recibo DELIMITED BY SIZE
                   INTO w-exc-documento
               END-STRING
               MOVE SPACES TO w-exc-detalle
               STRING "COLONIA NINO " DELIMITED BY SIZE
                   w-nino DELIMITED BY SIZE
                   " CAJA CERRADA" DELIMITED BY SIZE
                   INTO w-exc-detalle
               END-STRING
               PERFORM 959-REGISTRAR-EXCEPCION
               MOVE 0 TO w-exc-pendiente
           END-IF.
           PERFORM 750-IMPRIMIR-RECIBO.
           DISPLAY "Recibo de colonia ", w-ultimo-recibo,
               " emitido en colonia-recibo.txt".
       750-IMPRIMIR-RECIBO.
           OPEN EXTEND RECIBO-COLONIA.
           IF w-recibo-col-status = "35"
               OPEN OUTPUT RECIBO-COLONIA
               CLOSE RECIBO-COLONIA
               OPEN EXTEND RECIBO-COLONIA
           END-IF.
           MOVE ALL "=" TO recibo-colonia-linea.
           WRITE recibo-colonia-linea.
           MOVE SPACES TO w-linea.
           STRING "COLONIA DE VACACIONES " DELIMITED BY SIZE
               w-temporada DELIMITED BY SIZE
               " - RECIBO NRO " DELIMITED BY SIZE
               w-ultimo-recibo DELIMITED BY SIZE
               " - FECHA " DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "Nino " DELIMITED BY SIZE
               cn-numero DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cn-nombre DELIMITED BY SIZE
               " DNI " DELIMITED BY SIZE
               cn-documento DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-ins
               MOVE tci-registro(w-i) TO col-inscrip-reg
               IF cin-recibo = w-ultimo-recibo AND cin-activa
                   MOVE cin-semana TO w-semana
                   PERFORM 410-BUSCAR-SEMANA
                   MOVE cin-precio TO w-precio-edit
                   MOVE SPACES TO w-linea
                   STRING "  Semana " DELIMITED BY SIZE
                       cin-semana DELIMITED BY SIZE
                       " del " DELIMITED BY SIZE
                       cs-desde DELIMITED BY SIZE
                       " al " DELIMITED BY SIZE
                       cs-hasta DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       w-precio-edit DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   PERFORM 790-ESCRIBIR
               END-IF
           END-PERFORM.
           MOVE w-total TO w-total-edit.
           MOVE SPACES TO w-linea.
           IF w-forma = "E"
               STRING "Total abonado en efectivo: " DELIMITED BY SIZE
                   w-total-edit DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           ELSE
               STRING "Total abonado por transferencia: "
                       DELIMITED BY SIZE
                   w-total-edit DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           END-IF.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "Contacto de emergencia: " DELIMITED BY SIZE
               cn-emergencia DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cn-emergencia-tel DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "Recibio: " DELIMITED BY SIZE
               w-operador DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           CLOSE RECIBO-COLONIA.
       790-ESCRIBIR.
           MOVE w-linea TO recibo-colonia-linea.
           WRITE recibo-colonia-linea.
       800-FIN.
           CLOSE SOCIOS.
           DISPLAY "Colonia de vacaciones finalizado".
       END PROGRAM COLONIA-MANT.
