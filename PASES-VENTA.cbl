      ******************************************************************
      * Author:
      * Date:
      * Purpose: Counter sale of entry passes to non-members: a pool
      *          day pass (D) or a summer season ticket (T), paid in
      *          cash. Each pass is numbered from pases-ctl.dat the
      *          way EGRESOS-CAJA numbers its vouchers, priced from
      *          precios-pase.dat (per tipo, the row with the latest
      *          period not beyond the current one, like tarifas.dat)
      *          and carries the buyer's document number, name and
      *          the validity days of the price row. ACCESO-CLUB
      *          admits the holder by pass number and logs the entry
      *          to asistencia.dat; CIERRE-CAJA adds the day's sales
      *          of each operator to the expected cash of the drawer.
      *          Loading prices is reserved to supervisors, and a
      *          sale after the day's cierre needs a supervisor
      *          override, recorded in excepciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASES-VENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyPases.cpy.cbl".
           COPY "CpyCierres.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           SELECT PRECIOS-PASE ASSIGN TO "..\precios-pase.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-precios-status.
           SELECT PASES-CTL ASSIGN TO "..\pases-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-pases-ctl-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyPasesReg.cpy.cbl".
           COPY "CpyCierresReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
       FD  PRECIOS-PASE.
       01  precio-pase-reg.
           03 pp-tipo pic x.
           03 pp-periodo-desde pic 9(6).
           03 pp-monto pic 9(6)v99.
           03 pp-dias pic 9(3).
       FD  PASES-CTL.
       01  pases-ctl-reg.
           03 pctl-ultimo-pase pic 9(6).
       WORKING-STORAGE SECTION.
       77  w-pases-status pic xx.
       77  w-pases-ctl-status pic xx.
       77  w-precios-status pic xx.
       77  w-cierres-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-ultimo-pase pic 9(6) value 0.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-hoy-periodo pic 9(6).
       77  w-hoy-juliano pic 9(7).
       77  w-dia-cerrado pic 9 value 0.
           88 dia-cerrado value 1.
       01  w-tipo pic x.
           88 tipo-valido value "D" "T".
       77  w-periodo pic 9(6).
       77  w-monto pic 9(6)v99.
       77  w-dias pic 9(3).
       77  w-precio-periodo pic 9(6).
       77  w-precio-monto pic 9(6)v99.
       77  w-precio-dias pic 9(3).
       77  w-precio-hallado pic 9 value 0.
           88 precio-hallado value 1.
       77  w-documento pic 9(8).
       01  w-nombre pic x(20).
       77  w-hasta pic 9(8).
       77  w-respuesta pic x.
       77  w-cant-dia pic 9(5).
       77  w-total-dia pic 9(9)v99.
       01  w-monto-edit pic zzzzz9.99.
       01  w-total-edit pic zzzzzzzz9.99.
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PASES-VENTA" TO w-programa-log.
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
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyExcepcion.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE w-hoy(1:6) TO w-hoy-periodo.
           COMPUTE w-hoy-juliano = FUNCTION INTEGER-OF-DATE(w-hoy).
           PERFORM 107-LEER-ULTIMO-PASE.
       107-LEER-ULTIMO-PASE.
           OPEN INPUT PASES-CTL.
           IF w-pases-ctl-status = "00"
               READ PASES-CTL
                   NOT AT END
                       MOVE pctl-ultimo-pase TO w-ultimo-pase
               END-READ
               CLOSE PASES-CTL
           END-IF.
       108-GRABAR-ULTIMO-PASE.
           OPEN OUTPUT PASES-CTL.
           MOVE w-ultimo-pase TO pctl-ultimo-pase.
           WRITE pases-ctl-reg.
           CLOSE PASES-CTL.
      * Same day lock as the counter's dues payments: once some
      * operator ran CIERRE-CAJA for today a late sale needs a
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
       200-MENU.
           DISPLAY "1- Vender pase"
           DISPLAY "2- Listar ventas del dia"
           DISPLAY "3- Cargar precio de pase"
           DISPLAY "4- Listar precios"
           DISPLAY "5- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-VENDER-PASE
               WHEN 2
                   PERFORM 500-LISTAR-VENTAS
               WHEN 3
                   IF nivel-supervisor
                       PERFORM 600-CARGAR-PRECIO
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 4
                   PERFORM 700-LISTAR-PRECIOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-VENDER-PASE.
           MOVE 0 TO w-exc-pendiente.
           PERFORM 112-VERIFICAR-DIA-CERRADO.
           IF dia-cerrado
               DISPLAY "ATENCION: la caja de hoy ya fue cerrada"
               PERFORM 969-AUTORIZAR-EXCEPCION
               IF NOT excepcion-autorizada
                   DISPLAY "Solo un supervisor puede vender despues"
                       " del cierre"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Confirma la venta tardia? (S/N)"
               ACCEPT w-respuesta
               IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
                   DISPLAY "Venta cancelada"
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO w-exc-pendiente
           END-IF.
           MOVE SPACES TO w-tipo.
           PERFORM UNTIL tipo-valido
               DISPLAY "Tipo: D-Pase de dia / T-Abono de temporada"
               ACCEPT w-tipo
               MOVE FUNCTION UPPER-CASE(w-tipo) TO w-tipo
           END-PERFORM.
           PERFORM 410-BUSCAR-PRECIO.
           IF NOT precio-hallado
               DISPLAY "No hay precio cargado para el tipo ", w-tipo,
                   " en el periodo ", w-hoy-periodo
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese numero de documento".
           ACCEPT w-documento.
           IF w-documento = 0
               DISPLAY "El documento es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese nombre y apellido".
           ACCEPT w-nombre.
           IF w-nombre = SPACES
               DISPLAY "El nombre es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-hasta = FUNCTION DATE-OF-INTEGER(
               w-hoy-juliano + w-precio-dias - 1).
           MOVE w-precio-monto TO w-monto-edit.
           DISPLAY "Pase ", w-tipo, " de ", w-monto-edit,
               " valido del ", w-hoy, " al ", w-hasta.
           DISPLAY "Confirma el cobro? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Venta cancelada"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND PASES.
           IF w-pases-status = "35"
               OPEN OUTPUT PASES
               CLOSE PASES
               OPEN EXTEND PASES
           END-IF.
           ADD 1 TO w-ultimo-pase.
           MOVE w-ultimo-pase TO pase-numero.
           MOVE w-tipo TO pase-tipo.
           MOVE w-documento TO pase-documento.
           MOVE w-nombre TO pase-nombre.
           MOVE w-hoy TO pase-desde.
           MOVE w-hasta TO pase-hasta.
           MOVE w-precio-monto TO pase-monto.
           MOVE w-hoy TO pase-fecha-venta.
           MOVE w-operador TO pase-operador.
           WRITE pase-reg.
           CLOSE PASES.
           PERFORM 108-GRABAR-ULTIMO-PASE.
           DISPLAY "Pase emitido, numero ", w-ultimo-pase.
           IF excepcion-pendiente
               MOVE "CAJA-CERRADA" TO w-exc-regla
               MOVE 0 TO w-exc-codigo
               MOVE SPACES TO w-exc-documento
               STRING "PASE " DELIMITED BY SIZE
                   w-ultimo-pase DELIMITED BY SIZE
                   INTO w-exc-documento
               END-STRING
               MOVE "VENTA TARDIA, CAJA CERRADA" TO w-exc-detalle
               PERFORM 959-REGISTRAR-EXCEPCION
               MOVE 0 TO w-exc-pendiente
           END-IF.
       410-BUSCAR-PRECIO.
           MOVE 0 TO w-precio-hallado.
           MOVE 0 TO w-precio-periodo.
           OPEN INPUT PRECIOS-PASE.
           IF w-precios-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ PRECIOS-PASE AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF pp-tipo = w-tipo AND
                  pp-periodo-desde <= w-hoy-periodo AND
                  pp-periodo-desde >= w-precio-periodo
                   MOVE 1 TO w-precio-hallado
                   MOVE pp-periodo-desde TO w-precio-periodo
                   MOVE pp-monto TO w-precio-monto
                   MOVE pp-dias TO w-precio-dias
               END-IF
               READ PRECIOS-PASE AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE PRECIOS-PASE.
           MOVE 0 TO w-sen.
       500-LISTAR-VENTAS.
           MOVE 0 TO w-cant-dia.
           MOVE 0 TO w-total-dia.
           OPEN INPUT PASES.
           IF w-pases-status NOT = "00"
               DISPLAY "No hay pases vendidos"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== PASES VENDIDOS EL ", w-hoy, " ===".
           MOVE 0 TO w-sen.
           READ PASES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF pase-fecha-venta = w-hoy
                   MOVE pase-monto TO w-monto-edit
                   DISPLAY pase-numero, " ", pase-tipo, " ",
                       w-monto-edit, " ", pase-documento, " ",
                       pase-nombre, " HASTA ", pase-hasta,
                       " OP: ", pase-operador
                   ADD 1 TO w-cant-dia
                   ADD pase-monto TO w-total-dia
               END-IF
               READ PASES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE PASES.
           MOVE 0 TO w-sen.
           MOVE w-total-dia TO w-total-edit.
           DISPLAY "Pases vendidos: ", w-cant-dia,
               "  TOTAL: ", w-total-edit.
       600-CARGAR-PRECIO.
           MOVE SPACES TO w-tipo.
           PERFORM UNTIL tipo-valido
               DISPLAY "Tipo: D-Pase de dia / T-Abono de temporada"
               ACCEPT w-tipo
               MOVE FUNCTION UPPER-CASE(w-tipo) TO w-tipo
           END-PERFORM.
           DISPLAY "Ingrese periodo desde el que rige (AAAAMM)".
           ACCEPT w-periodo.
           DISPLAY "Ingrese precio (999999.99)".
           ACCEPT w-monto.
           DISPLAY "Ingrese dias de validez del pase".
           ACCEPT w-dias.
           IF w-dias = 0
               DISPLAY "Los dias de validez deben ser mayores a cero"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND PRECIOS-PASE.
           IF w-precios-status = "35"
               OPEN OUTPUT PRECIOS-PASE
               CLOSE PRECIOS-PASE
               OPEN EXTEND PRECIOS-PASE
           END-IF.
           MOVE w-tipo TO pp-tipo.
           MOVE w-periodo TO pp-periodo-desde.
           MOVE w-monto TO pp-monto.
           MOVE w-dias TO pp-dias.
           WRITE precio-pase-reg.
           CLOSE PRECIOS-PASE.
           DISPLAY "Precio registrado".
       700-LISTAR-PRECIOS.
           OPEN INPUT PRECIOS-PASE.
           IF w-precios-status NOT = "00"
               DISPLAY "No hay precios cargados"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== PRECIOS DE PASES ===".
           MOVE 0 TO w-sen.
           READ PRECIOS-PASE AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               MOVE pp-monto TO w-monto-edit
               DISPLAY "TIPO: ", pp-tipo,
                   "  DESDE: ", pp-periodo-desde,
                   "  PRECIO: ", w-monto-edit,
                   "  DIAS: ", pp-dias
               READ PRECIOS-PASE AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE PRECIOS-PASE.
           MOVE 0 TO w-sen.
       END PROGRAM PASES-VENTA.
