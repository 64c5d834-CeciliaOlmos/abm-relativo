      ******************************************************************
      * Author:
      * Date:
      * Purpose: Social events and their ticket sales. Keeps the
      *          events master eventos.dat (date, capacity, tables,
      *          member and guest prices) and sells the places of an
      *          event to a socio, who may bring guests at the guest
      *          price, assigning every sale a table with room for
      *          the whole party. Payment is cash, added by
      *          CIERRE-CAJA to the drawer of the operator who sold,
      *          or a charge to the member account posted as a tipo
      *          "C" movimiento with concepto EVENTO, the way
      *          CONSUMOS-CAJA posts the buffet, and collected with
      *          the month's consumptions. The sales go to
      *          entradas-evento.dat; the seating plan is printed to
      *          plano-mesas.txt and the income summary of an event
      *          to ingresos-evento.txt. Loading events is reserved
      *          to supervisors, and a cash sale after the day's
      *          cierre needs a supervisor override, recorded in
      *          excepciones.dat.
      *          The income summary is filed as a dated copy in the
      *          report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTOS-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyMovimientos.cpy.cbl".
           COPY "CpyEventos.cpy.cbl".
           COPY "CpyEntradasEvt.cpy.cbl".
           COPY "CpyCierres.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           SELECT PLANO-MESAS ASSIGN TO "..\plano-mesas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INGRESOS-EVT ASSIGN TO "..\ingresos-evento.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyMovimientosReg.cpy.cbl".
           COPY "CpyEventosReg.cpy.cbl".
           COPY "CpyEntradasEvtReg.cpy.cbl".
           COPY "CpyCierresReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
       FD  PLANO-MESAS.
       01  plano-linea pic x(80).
       FD  INGRESOS-EVT.
       01  ingresos-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-movimientos-status pic xx.
       77  w-eventos-status pic xx.
       77  w-entradas-evt-status pic xx.
       77  w-cierres-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-dia-cerrado pic 9 value 0.
           88 dia-cerrado value 1.
       77  w-respuesta pic x.
       77  w-cant-evt pic 9(4) value 0.
       77  w-e pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-eventos.
           05 eventos-ent occurs 1 to 999 times
                   depending on w-cant-evt.
               07 tev-numero pic 9(4).
               07 tev-nombre pic x(30).
               07 tev-fecha pic 9(8).
               07 tev-cupo pic 9(4).
               07 tev-mesas pic 9(3).
               07 tev-por-mesa pic 9(2).
               07 tev-precio-socio pic 9(6)v99.
               07 tev-precio-invitado pic 9(6)v99.
               07 tev-estado pic x.
       77  w-numero pic 9(4).
       01  w-nombre pic x(30).
       77  w-fecha pic 9(8).
       77  w-cupo pic 9(4).
       77  w-mesas pic 9(3).
       77  w-por-mesa pic 9(2).
       77  w-precio-socio pic 9(6)v99.
       77  w-precio-invitado pic 9(6)v99.
       77  w-activo pic x.
       77  w-invitados pic 9(2).
       77  w-lugares pic 9(3).
       77  w-mesa pic 9(3).
       77  w-m pic 9(3).
       77  w-forma pic x.
           88 forma-valida values "E" "C".
       77  w-monto pic 9(7)v99.
       77  w-ultima-venta pic 9(5).
       77  w-vendidos pic 9(5).
       77  w-en-mesa pic 9(3).
       77  w-ventas pic 9(5).
       77  w-lug-socios pic 9(5).
       77  w-lug-invitados pic 9(5).
       77  w-tot-efectivo pic 9(9)v99.
       77  w-tot-cuenta pic 9(9)v99.
       77  w-tot-evento pic 9(9)v99.
       01  w-monto-edit pic zzzzzz9.99.
       01  w-total-edit pic zzzzzzzz9.99.
       01  w-precio-edit pic zzzzz9.99.
       01  w-linea pic x(80).
       01  tab-ocupacion.
           05 ocupacion-ent occurs 500 times.
               07 toc-lugares pic 9(3).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "EVENTOS-MANT" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           OPEN INPUT SOCIOS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE SOCIOS.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyExcepcion.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-CARGAR-EVENTOS.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       110-CARGAR-EVENTOS.
           MOVE 0 TO w-cant-evt.
           OPEN INPUT EVENTOS.
           IF w-eventos-status = "00"
               MOVE 0 TO w-sen
               READ EVENTOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-evt
                   MOVE evt-numero TO tev-numero(w-cant-evt)
                   MOVE evt-nombre TO tev-nombre(w-cant-evt)
                   MOVE evt-fecha TO tev-fecha(w-cant-evt)
                   MOVE evt-cupo TO tev-cupo(w-cant-evt)
                   MOVE evt-mesas TO tev-mesas(w-cant-evt)
                   MOVE evt-por-mesa TO tev-por-mesa(w-cant-evt)
                   MOVE evt-precio-socio
                       TO tev-precio-socio(w-cant-evt)
                   MOVE evt-precio-invitado
                       TO tev-precio-invitado(w-cant-evt)
                   MOVE evt-estado TO tev-estado(w-cant-evt)
                   READ EVENTOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE EVENTOS
           END-IF.
           MOVE 0 TO w-sen.
       120-GRABAR-EVENTOS.
           OPEN OUTPUT EVENTOS.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-evt
               MOVE tev-numero(w-e) TO evt-numero
               MOVE tev-nombre(w-e) TO evt-nombre
               MOVE tev-fecha(w-e) TO evt-fecha
               MOVE tev-cupo(w-e) TO evt-cupo
               MOVE tev-mesas(w-e) TO evt-mesas
               MOVE tev-por-mesa(w-e) TO evt-por-mesa
               MOVE tev-precio-socio(w-e) TO evt-precio-socio
               MOVE tev-precio-invitado(w-e) TO evt-precio-invitado
               MOVE tev-estado(w-e) TO evt-estado
               WRITE evento-reg
           END-PERFORM.
           CLOSE EVENTOS.
      * Same day lock as the counter's dues payments: once some
      * operator ran CIERRE-CAJA for today a late cash sale needs a
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
      * Places sold per table of the event in w-numero, the total
      * of places in w-vendidos and the last sale number in
      * w-ultima-venta.
       130-CONTAR-OCUPACION.
           MOVE 0 TO w-vendidos.
           MOVE 0 TO w-ultima-venta.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 500
               MOVE 0 TO toc-lugares(w-m)
           END-PERFORM.
           OPEN INPUT ENTRADAS-EVT.
           IF w-entradas-evt-status = "00"
               MOVE 0 TO w-sen
               READ ENTRADAS-EVT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ent-evento = w-numero
                       COMPUTE w-lugares = ent-invitados + 1
                       ADD w-lugares TO w-vendidos
                       IF ent-mesa > 0
                           ADD w-lugares TO toc-lugares(ent-mesa)
                       END-IF
                       IF ent-numero > w-ultima-venta
                           MOVE ent-numero TO w-ultima-venta
                       END-IF
                   END-IF
                   READ ENTRADAS-EVT AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ENTRADAS-EVT
           END-IF.
           MOVE 0 TO w-sen.
       200-MENU.
           DISPLAY "1- Alta o cambio de evento"
           DISPLAY "2- Listar eventos"
           DISPLAY "3- Vender entradas"
           DISPLAY "4- Imprimir plano de mesas de un evento"
           DISPLAY "5- Resumen de ingresos de un evento"
           DISPLAY "6- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   IF nivel-supervisor
                       PERFORM 400-ALTA-EVENTO
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 2
                   PERFORM 450-LISTAR-EVENTOS
               WHEN 3
                   PERFORM 500-VENDER-ENTRADAS
               WHEN 4
                   PERFORM 600-PLANO-MESAS
               WHEN 5
                   PERFORM 700-RESUMEN-INGRESOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       350-BUSCAR-EVENTO.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-e FROM 1 BY 1
                   UNTIL w-e > w-cant-evt OR entrada-hallada
               IF tev-numero(w-e) = w-numero
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-e
           END-IF.
      * Number 0 opens a new event with the next free number.
       400-ALTA-EVENTO.
           DISPLAY "Numero de evento (0 = nuevo)".
           ACCEPT w-numero.
           IF w-numero NOT = 0
               PERFORM 350-BUSCAR-EVENTO
               IF NOT entrada-hallada
                   DISPLAY "El evento no existe"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Nombre del evento".
           ACCEPT w-nombre.
           IF w-nombre = SPACES
               DISPLAY "El nombre es obligatorio"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha del evento (AAAAMMDD)".
           ACCEPT w-fecha.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cantidad de mesas".
           ACCEPT w-mesas.
           DISPLAY "Lugares por mesa".
           ACCEPT w-por-mesa.
           IF w-mesas = 0 OR w-por-mesa = 0
               DISPLAY "Mesas y lugares por mesa no pueden ser cero"
               EXIT PARAGRAPH
           END-IF.
           IF w-mesas > 500
               DISPLAY "Un evento admite hasta 500 mesas"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Capacidad total (0 = mesas por lugares)".
           ACCEPT w-cupo.
           IF w-cupo = 0 OR w-cupo > w-mesas * w-por-mesa
               COMPUTE w-cupo = w-mesas * w-por-mesa
           END-IF.
           DISPLAY "Precio socio (999999.99)".
           ACCEPT w-precio-socio.
           DISPLAY "Precio invitado no socio (999999.99)".
           ACCEPT w-precio-invitado.
           DISPLAY "Evento activo? (S/N)".
           ACCEPT w-activo.
           MOVE FUNCTION UPPER-CASE(w-activo) TO w-activo.
           IF w-activo = "N"
               MOVE "B" TO w-activo
           ELSE
               MOVE "A" TO w-activo
           END-IF.
           IF w-numero = 0
               PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-evt
                   IF tev-numero(w-e) > w-numero
                       MOVE tev-numero(w-e) TO w-numero
                   END-IF
               END-PERFORM
               ADD 1 TO w-numero
               ADD 1 TO w-cant-evt
               MOVE w-cant-evt TO w-e
               MOVE w-numero TO tev-numero(w-e)
           END-IF.
           MOVE w-nombre TO tev-nombre(w-e).
           MOVE w-fecha TO tev-fecha(w-e).
           MOVE w-cupo TO tev-cupo(w-e).
           MOVE w-mesas TO tev-mesas(w-e).
           MOVE w-por-mesa TO tev-por-mesa(w-e).
           MOVE w-precio-socio TO tev-precio-socio(w-e).
           MOVE w-precio-invitado TO tev-precio-invitado(w-e).
           MOVE w-activo TO tev-estado(w-e).
           PERFORM 120-GRABAR-EVENTOS.
           DISPLAY "Evento registrado con el numero ", w-numero.
       450-LISTAR-EVENTOS.
           IF w-cant-evt = 0
               DISPLAY "No hay eventos cargados"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > w-cant-evt
               MOVE tev-numero(w-e) TO w-numero
               PERFORM 130-CONTAR-OCUPACION
               DISPLAY tev-numero(w-e), " ", tev-nombre(w-e), " ",
                   tev-fecha(w-e), " VENDIDOS ", w-vendidos,
                   " DE ", tev-cupo(w-e), " ", tev-estado(w-e)
           END-PERFORM.
       500-VENDER-ENTRADAS.
           MOVE 0 TO w-exc-pendiente.
           DISPLAY "Numero de evento".
           ACCEPT w-numero.
           PERFORM 350-BUSCAR-EVENTO.
           IF NOT entrada-hallada
               DISPLAY "El evento no existe"
               EXIT PARAGRAPH
           END-IF.
           IF tev-estado(w-e) NOT = "A"
               DISPLAY "El evento esta dado de baja"
               EXIT PARAGRAPH
           END-IF.
           IF tev-fecha(w-e) < w-hoy
               DISPLAY "El evento ya se realizo"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado
               DISPLAY "El socio no se encuentra registrado"
               EXIT PARAGRAPH
           END-IF.
           IF NOT socio-activo
               DISPLAY "Solo un socio activo puede comprar entradas"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cantidad de invitados".
           ACCEPT w-invitados.
           COMPUTE w-lugares = w-invitados + 1.
           PERFORM 130-CONTAR-OCUPACION.
           IF w-vendidos + w-lugares > tev-cupo(w-e)
               COMPUTE w-vendidos = tev-cupo(w-e) - w-vendidos
               DISPLAY "Capacidad insuficiente, quedan ", w-vendidos,
                   " lugares"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 510-ELEGIR-MESA.
           IF w-mesa = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-monto = tev-precio-socio(w-e) +
               w-invitados * tev-precio-invitado(w-e).
           MOVE SPACES TO w-forma.
           PERFORM UNTIL forma-valida
               DISPLAY "Forma de pago: E-Efectivo / C-Cargo en cuenta"
               ACCEPT w-forma
               MOVE FUNCTION UPPER-CASE(w-forma) TO w-forma
           END-PERFORM.
           IF w-forma = "E"
               PERFORM 112-VERIFICAR-DIA-CERRADO
               IF dia-cerrado
                   DISPLAY "ATENCION: la caja de hoy ya fue cerrada"
                   PERFORM 969-AUTORIZAR-EXCEPCION
                   IF NOT excepcion-autorizada
                       DISPLAY "Solo un supervisor puede cobrar"
                           " despues del cierre"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO w-exc-pendiente
               END-IF
           END-IF.
           MOVE w-monto TO w-monto-edit.
           DISPLAY w-lugares, " lugares en la mesa ", w-mesa,
               " para el socio ", soc-codigo, " ", soc-nombre.
           DISPLAY "Importe ", w-monto-edit, ". Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Venta cancelada"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ENTRADAS-EVT.
           IF w-entradas-evt-status = "35"
               OPEN OUTPUT ENTRADAS-EVT
               CLOSE ENTRADAS-EVT
               OPEN EXTEND ENTRADAS-EVT
           END-IF.
           MOVE w-numero TO ent-evento.
           COMPUTE ent-numero = w-ultima-venta + 1.
           MOVE w-hoy TO ent-fecha.
           MOVE w-soc-codigo TO ent-codigo.
           MOVE w-invitados TO ent-invitados.
           MOVE w-mesa TO ent-mesa.
           MOVE w-monto TO ent-monto.
           MOVE w-forma TO ent-forma.
           MOVE w-operador TO ent-operador.
           WRITE entrada-evt-reg.
           CLOSE ENTRADAS-EVT.
           IF w-forma = "C"
               PERFORM 520-CARGAR-A-CUENTA
           END-IF.
           DISPLAY "Venta registrada, numero ", ent-numero,
               " mesa ", w-mesa.
           IF excepcion-pendiente
               MOVE "CAJA-CERRADA" TO w-exc-regla
               MOVE w-soc-codigo TO w-exc-codigo
               MOVE SPACES TO w-exc-documento
               STRING "VENTA " DELIMITED BY SIZE
                   ent-numero DELIMITED BY SIZE
                   INTO w-exc-documento
               END-STRING
               MOVE SPACES TO w-exc-detalle
               STRING "EVENTO " DELIMITED BY SIZE
                   w-numero DELIMITED BY SIZE
                   ", CAJA CERRADA" DELIMITED BY SIZE
                   INTO w-exc-detalle
               END-STRING
               PERFORM 959-REGISTRAR-EXCEPCION
               MOVE 0 TO w-exc-pendiente
           END-IF.
      * 0 lets the program seat the party at the first table with
      * room for all of it.
       510-ELEGIR-MESA.
           DISPLAY "Numero de mesa (0 = primera con lugar)".
           ACCEPT w-mesa.
           IF w-mesa > tev-mesas(w-e)
               DISPLAY "El evento tiene ", tev-mesas(w-e), " mesas"
               MOVE 0 TO w-mesa
               EXIT PARAGRAPH
           END-IF.
           IF w-mesa = 0
               PERFORM VARYING w-m FROM 1 BY 1
                       UNTIL w-m > tev-mesas(w-e) OR w-mesa > 0
                   IF toc-lugares(w-m) + w-lugares
                           NOT > tev-por-mesa(w-e)
                       MOVE w-m TO w-mesa
                   END-IF
               END-PERFORM
               IF w-mesa = 0
                   DISPLAY "No hay una mesa con ", w-lugares,
                       " lugares libres"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF toc-lugares(w-mesa) + w-lugares > tev-por-mesa(w-e)
               COMPUTE w-en-mesa =
                   tev-por-mesa(w-e) - toc-lugares(w-mesa)
               DISPLAY "La mesa ", w-mesa, " solo tiene ", w-en-mesa,
                   " lugares libres"
               MOVE 0 TO w-mesa
           END-IF.
      * The charge debits the member's ledger saldo like any
      * consumption and is consolidated with the month's buffet and
      * proshop cargos by CONSUMOS-CAJA.
       520-CARGAR-A-CUENTA.
           OPEN EXTEND MOVIMIENTOS.
           IF w-movimientos-status = "35"
               OPEN OUTPUT MOVIMIENTOS
               CLOSE MOVIMIENTOS
               OPEN EXTEND MOVIMIENTOS
           END-IF.
           MOVE w-soc-codigo TO mov-codigo.
           MOVE "C" TO mov-tipo.
           MOVE w-monto TO mov-monto.
           MOVE w-hoy TO mov-fecha.
           MOVE w-operador TO mov-operador.
           MOVE SPACES TO mov-sucursal.
           MOVE w-numero TO mov-referencia.
           MOVE 0 TO mov-contraparte.
           MOVE "EVENTO" TO mov-concepto.
           WRITE mov-reg.
           CLOSE MOVIMIENTOS.
       600-PLANO-MESAS.
           DISPLAY "Numero de evento".
           ACCEPT w-numero.
           PERFORM 350-BUSCAR-EVENTO.
           IF NOT entrada-hallada
               DISPLAY "El evento no existe"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 130-CONTAR-OCUPACION.
           OPEN OUTPUT PLANO-MESAS.
           MOVE SPACES TO w-linea.
           STRING "=== PLANO DE MESAS: " DELIMITED BY SIZE
               tev-nombre(w-e) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tev-fecha(w-e) DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO plano-linea.
           WRITE plano-linea.
           PERFORM VARYING w-mesa FROM 1 BY 1
                   UNTIL w-mesa > tev-mesas(w-e)
               PERFORM 610-IMPRIMIR-MESA
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING "LUGARES VENDIDOS: " DELIMITED BY SIZE
               w-vendidos DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               tev-cupo(w-e) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO plano-linea.
           WRITE plano-linea.
           CLOSE PLANO-MESAS.
           DISPLAY "Plano generado en plano-mesas.txt".
       610-IMPRIMIR-MESA.
           MOVE SPACES TO w-linea.
           STRING "MESA " DELIMITED BY SIZE
               w-mesa DELIMITED BY SIZE
               "  OCUPADOS " DELIMITED BY SIZE
               toc-lugares(w-mesa) DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               tev-por-mesa(w-e) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO plano-linea.
           WRITE plano-linea.
           IF toc-lugares(w-mesa) = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ENTRADAS-EVT.
           MOVE 0 TO w-sen.
           READ ENTRADAS-EVT AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF ent-evento = w-numero AND ent-mesa = w-mesa
                   MOVE ent-codigo TO w-soc-codigo
                   PERFORM 410-BUSCAR-SOCIO
                   IF NOT socio-encontrado
                       MOVE "(SOCIO NO HALLADO)" TO soc-nombre
                   END-IF
                   MOVE SPACES TO w-linea
                   STRING "    SOCIO " DELIMITED BY SIZE
                       ent-codigo DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       soc-nombre DELIMITED BY SIZE
                       " + " DELIMITED BY SIZE
                       ent-invitados DELIMITED BY SIZE
                       " INVITADOS  VENTA " DELIMITED BY SIZE
                       ent-numero DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   MOVE w-linea TO plano-linea
                   WRITE plano-linea
               END-IF
               READ ENTRADAS-EVT AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ENTRADAS-EVT.
           MOVE 0 TO w-sen.
       700-RESUMEN-INGRESOS.
           DISPLAY "Numero de evento".
           ACCEPT w-numero.
           PERFORM 350-BUSCAR-EVENTO.
           IF NOT entrada-hallada
               DISPLAY "El evento no existe"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-ventas.
           MOVE 0 TO w-lug-socios.
           MOVE 0 TO w-lug-invitados.
           MOVE 0 TO w-tot-efectivo.
           MOVE 0 TO w-tot-cuenta.
           OPEN INPUT ENTRADAS-EVT.
           IF w-entradas-evt-status = "00"
               MOVE 0 TO w-sen
               READ ENTRADAS-EVT AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ent-evento = w-numero
                       ADD 1 TO w-ventas
                       ADD 1 TO w-lug-socios
                       ADD ent-invitados TO w-lug-invitados
                       IF ent-efectivo
                           ADD ent-monto TO w-tot-efectivo
                       ELSE
                           ADD ent-monto TO w-tot-cuenta
                       END-IF
                   END-IF
                   READ ENTRADAS-EVT AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ENTRADAS-EVT
           END-IF.
           MOVE 0 TO w-sen.
           COMPUTE w-tot-evento = w-tot-efectivo + w-tot-cuenta.
           OPEN OUTPUT INGRESOS-EVT.
           MOVE SPACES TO w-linea.
           STRING "=== INGRESOS DEL EVENTO " DELIMITED BY SIZE
               tev-numero(w-e) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               tev-nombre(w-e) DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE SPACES TO w-linea.
           STRING "FECHA " DELIMITED BY SIZE
               tev-fecha(w-e) DELIMITED BY SIZE
               "  CAPACIDAD " DELIMITED BY SIZE
               tev-cupo(w-e) DELIMITED BY SIZE
               "  VENTAS " DELIMITED BY SIZE
               w-ventas DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE tev-precio-socio(w-e) TO w-precio-edit.
           MOVE SPACES TO w-linea.
           STRING "LUGARES SOCIOS:     " DELIMITED BY SIZE
               w-lug-socios DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               w-precio-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE tev-precio-invitado(w-e) TO w-precio-edit.
           MOVE SPACES TO w-linea.
           STRING "LUGARES INVITADOS:  " DELIMITED BY SIZE
               w-lug-invitados DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               w-precio-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE w-tot-efectivo TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "COBRADO EN EFECTIVO:      " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE w-tot-cuenta TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "CARGADO A CUENTA:         " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           MOVE w-tot-evento TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DEL EVENTO:         " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 790-ESCRIBIR.
           CLOSE INGRESOS-EVT.
           MOVE "ingresos-evento.txt" TO w-rep-archivo.
           MOVE "INGRESOS-EVENT" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Resumen generado en ingresos-evento.txt".
       790-ESCRIBIR.
           MOVE w-linea TO ingresos-linea.
           WRITE ingresos-linea.
       410-BUSCAR-SOCIO.
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
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM EVENTOS-MANT.
