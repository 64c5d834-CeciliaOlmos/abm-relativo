      ******************************************************************
      * Author:
      * Date:
      * Purpose: Numbered payment orders to the suppliers of
      *          proveedores.dat, paid in cash from the drawer, by
      *          cheque or by bank transfer. The amount is applied to
      *          the unpaid invoices of facturas-prov.dat oldest due
      *          date first, cancelling each one paid in full; each
      *          order is charged to a cost center (section, sucursal
      *          or general) for RESULTADO-CENTROS. The orders go to
      *          ordenes-pago.dat numbered from ordenes-pago-ctl.dat
      *          the way the egresos run from egresos-ctl.dat;
      *          CIERRE-CAJA subtracts the cash orders of the day
      *          from the drawer of the operator who paid them, and
      *          EXPORTA-ASIENTOS books them per payment form.
      *          Reserved to supervisors; a cash payment after the
      *          day's cierre is a supervisor override, confirmed and
      *          recorded in excepciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-PAGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyProveedores.cpy.cbl".
           COPY "CpyFactProv.cpy.cbl".
           COPY "CpyOrdenesPago.cpy.cbl".
           COPY "CpyCierres.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpySucursales.cpy.cbl".
           SELECT ORDENES-CTL ASSIGN TO "..\ordenes-pago-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-ordenes-ctl-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyProveedoresReg.cpy.cbl".
           COPY "CpyFactProvReg.cpy.cbl".
           COPY "CpyOrdenesPagoReg.cpy.cbl".
           COPY "CpyCierresReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpySucursalesReg.cpy.cbl".
       FD  ORDENES-CTL.
       01  ordenes-ctl-reg.
           03 octl-ultima-orden pic 9(6).
       WORKING-STORAGE SECTION.
       77  w-proveedores-status pic xx.
       77  w-facturas-prov-status pic xx.
       77  w-ordenes-pago-status pic xx.
       77  w-ordenes-ctl-status pic xx.
       77  w-cierres-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 3.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-ultima-orden pic 9(6) value 0.
       77  w-codigo pic 9(4).
       01  w-razon pic x(30).
       77  w-prov-hallado pic 9 value 0.
           88 proveedor-hallado value 1.
       77  w-forma pic x.
           88 forma-valida values "E" "C" "T".
       01  w-referencia pic x(20).
       77  w-monto pic 9(9)v99.
       77  w-a-aplicar pic 9(9)v99.
       77  w-saldo-fact pic 9(9)v99.
       77  w-deuda pic 9(11)v99.
       77  w-respuesta pic x.
       77  w-dia-cerrado pic 9 value 0.
           88 dia-cerrado value 1.
       77  w-total-dia pic 9(11)v99.
       01  w-monto-edit pic zzzzzzzz9.99.
       01  w-total-edit pic zzzzzzzzzz9.99.
       77  w-cant-fact pic 9(4) value 0.
       77  w-f pic 9(4).
       77  w-g pic 9(4).
       77  w-menor pic 9(4).
       01  tab-facturas.
           05 facturas-ent occurs 1 to 999 times
                   depending on w-cant-fact.
               07 tf-proveedor pic 9(4).
               07 tf-tipo pic x.
               07 tf-numero pic x(13).
               07 tf-fecha pic 9(8).
               07 tf-vence pic 9(8).
               07 tf-monto pic 9(9)v99.
               07 tf-pagado pic 9(9)v99.
               07 tf-concepto pic x(12).
               07 tf-estado pic x.
               07 tf-operador pic x(12).
               07 tf-aplicada pic x.
           COPY "CpyCentroCostoWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ORDENES-PAGO" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               STOP RUN
           END-IF.
           IF NOT nivel-supervisor
               DISPLAY "Las ordenes de pago estan reservadas a"
                   " supervisores"
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
       COPY "CpyCentroCosto.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 107-LEER-ULTIMA-ORDEN.
       107-LEER-ULTIMA-ORDEN.
           OPEN INPUT ORDENES-CTL.
           IF w-ordenes-ctl-status = "00"
               READ ORDENES-CTL
                   NOT AT END
                       MOVE octl-ultima-orden TO w-ultima-orden
               END-READ
               CLOSE ORDENES-CTL
           END-IF.
       108-GRABAR-ULTIMA-ORDEN.
           OPEN OUTPUT ORDENES-CTL.
           MOVE w-ultima-orden TO octl-ultima-orden.
           WRITE ordenes-ctl-reg.
           CLOSE ORDENES-CTL.
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
       120-CARGAR-FACTURAS.
           MOVE 0 TO w-cant-fact.
           OPEN INPUT FACTURAS-PROV.
           IF w-facturas-prov-status = "00"
               MOVE 0 TO w-sen
               READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-fact
                   MOVE fp-proveedor TO tf-proveedor(w-cant-fact)
                   MOVE fp-tipo TO tf-tipo(w-cant-fact)
                   MOVE fp-numero TO tf-numero(w-cant-fact)
                   MOVE fp-fecha TO tf-fecha(w-cant-fact)
                   MOVE fp-vence TO tf-vence(w-cant-fact)
                   MOVE fp-monto TO tf-monto(w-cant-fact)
                   MOVE fp-pagado TO tf-pagado(w-cant-fact)
                   MOVE fp-concepto TO tf-concepto(w-cant-fact)
                   MOVE fp-estado TO tf-estado(w-cant-fact)
                   MOVE fp-operador TO tf-operador(w-cant-fact)
                   MOVE "N" TO tf-aplicada(w-cant-fact)
                   READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
           END-IF.
           MOVE 0 TO w-sen.
       130-GRABAR-FACTURAS.
           OPEN OUTPUT FACTURAS-PROV.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > w-cant-fact
               MOVE tf-proveedor(w-f) TO fp-proveedor
               MOVE tf-tipo(w-f) TO fp-tipo
               MOVE tf-numero(w-f) TO fp-numero
               MOVE tf-fecha(w-f) TO fp-fecha
               MOVE tf-vence(w-f) TO fp-vence
               MOVE tf-monto(w-f) TO fp-monto
               MOVE tf-pagado(w-f) TO fp-pagado
               MOVE tf-concepto(w-f) TO fp-concepto
               MOVE tf-estado(w-f) TO fp-estado
               MOVE tf-operador(w-f) TO fp-operador
               WRITE factura-prov-reg
           END-PERFORM.
           CLOSE FACTURAS-PROV.
       140-BUSCAR-PROVEEDOR.
           MOVE 0 TO w-prov-hallado.
           OPEN INPUT PROVEEDORES.
           IF w-proveedores-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR proveedor-hallado
                   READ PROVEEDORES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF prov-codigo = w-codigo
                               MOVE 1 TO w-prov-hallado
                               MOVE prov-razon TO w-razon
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.
           MOVE 0 TO w-sen.
       200-MENU.
           DISPLAY "1- Emitir orden de pago"
           DISPLAY "2- Listar ordenes de pago del dia"
           DISPLAY "3- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-EMITIR-ORDEN
               WHEN 2
                   PERFORM 500-LISTAR-ORDENES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * An order never pays more than the supplier's unpaid
      * invoices add up to: advances to suppliers are not handled
      * here, so every peso paid is matched to an invoice.
       400-EMITIR-ORDEN.
           DISPLAY "Ingrese codigo de proveedor".
           ACCEPT w-codigo.
           PERFORM 140-BUSCAR-PROVEEDOR.
           IF NOT proveedor-hallado
               DISPLAY "El proveedor no existe"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 120-CARGAR-FACTURAS.
           MOVE 0 TO w-deuda.
           DISPLAY "=== FACTURAS IMPAGAS DE ", w-razon, " ===".
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > w-cant-fact
               IF tf-proveedor(w-f) = w-codigo AND
                  tf-estado(w-f) = "P"
                   COMPUTE w-saldo-fact = tf-monto(w-f)
                       - tf-pagado(w-f)
                   ADD w-saldo-fact TO w-deuda
                   MOVE w-saldo-fact TO w-monto-edit
                   DISPLAY tf-tipo(w-f), " ", tf-numero(w-f),
                       " VENCE ", tf-vence(w-f),
                       " SALDO ", w-monto-edit
               END-IF
           END-PERFORM.
           IF w-deuda = 0
               DISPLAY "El proveedor no tiene facturas impagas"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-deuda TO w-total-edit.
           DISPLAY "TOTAL ADEUDADO: ", w-total-edit.
           DISPLAY "Importe a pagar (999999999.99)".
           ACCEPT w-monto.
           IF w-monto = 0 OR w-monto > w-deuda
               DISPLAY "El importe debe ser mayor que cero y no"
                   " superar lo adeudado"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO w-forma.
           PERFORM UNTIL forma-valida
               DISPLAY "Forma de pago: E-Efectivo / C-Cheque /"
                   " T-Transferencia"
               ACCEPT w-forma
               MOVE FUNCTION UPPER-CASE(w-forma) TO w-forma
           END-PERFORM.
           MOVE SPACES TO w-referencia.
           MOVE 0 TO w-exc-pendiente.
           IF w-forma = "E"
               PERFORM 112-VERIFICAR-DIA-CERRADO
               IF dia-cerrado
                   DISPLAY "ATENCION: la caja de hoy ya fue cerrada"
                   PERFORM 969-AUTORIZAR-EXCEPCION
                   IF NOT excepcion-autorizada
                       DISPLAY "Solo un supervisor puede pagar"
                           " despues del cierre"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Confirma el pago tardio en efectivo? (S/N)"
                   ACCEPT w-respuesta
                   IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
                       DISPLAY "Orden de pago cancelada"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO w-exc-pendiente
               END-IF
           ELSE
               DISPLAY "Numero de cheque o referencia bancaria"
               ACCEPT w-referencia
               IF w-referencia = SPACES
                   DISPLAY "La referencia es obligatoria"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 947-PEDIR-CENTRO-COSTO.
           MOVE w-monto TO w-monto-edit.
           DISPLAY "Orden de pago a ", w-razon, " por ",
               w-monto-edit, " forma ", w-forma.
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Orden de pago cancelada"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 410-APLICAR-A-FACTURAS.
           PERFORM 130-GRABAR-FACTURAS.
           OPEN EXTEND ORDENES-PAGO.
           IF w-ordenes-pago-status = "35"
               OPEN OUTPUT ORDENES-PAGO
               CLOSE ORDENES-PAGO
               OPEN EXTEND ORDENES-PAGO
           END-IF.
           ADD 1 TO w-ultima-orden.
           MOVE w-ultima-orden TO op-numero.
           MOVE w-hoy TO op-fecha.
           MOVE w-codigo TO op-proveedor.
           MOVE w-forma TO op-forma.
           MOVE w-monto TO op-monto.
           MOVE w-referencia TO op-referencia.
           MOVE w-operador TO op-operador.
           MOVE w-cc-tipo TO op-centro-tipo.
           MOVE w-cc-codigo TO op-centro.
           WRITE orden-pago-reg.
           CLOSE ORDENES-PAGO.
           PERFORM 108-GRABAR-ULTIMA-ORDEN.
           DISPLAY "Orden de pago registrada, nro ", w-ultima-orden.
           IF excepcion-pendiente
               MOVE "CAJA-CERRADA" TO w-exc-regla
               MOVE 0 TO w-exc-codigo
               MOVE SPACES TO w-exc-documento
               STRING "ORDEN " DELIMITED BY SIZE
                   w-ultima-orden DELIMITED BY SIZE
                   INTO w-exc-documento
               END-STRING
               MOVE SPACES TO w-exc-detalle
               STRING "PAGO TARDIO PROV " DELIMITED BY SIZE
                   w-codigo DELIMITED BY SIZE
                   INTO w-exc-detalle
               END-STRING
               PERFORM 959-REGISTRAR-EXCEPCION
               MOVE 0 TO w-exc-pendiente
           END-IF.
      * Oldest due date first: each pass picks the unpaid invoice
      * of the supplier with the earliest fp-vence not yet touched.
       410-APLICAR-A-FACTURAS.
           MOVE w-monto TO w-a-aplicar.
           PERFORM UNTIL w-a-aplicar = 0
               MOVE 0 TO w-menor
               PERFORM VARYING w-g FROM 1 BY 1 UNTIL w-g > w-cant-fact
                   IF tf-proveedor(w-g) = w-codigo AND
                      tf-estado(w-g) = "P" AND
                      tf-aplicada(w-g) = "N"
                       IF w-menor = 0
                           MOVE w-g TO w-menor
                       ELSE
                           IF tf-vence(w-g) < tf-vence(w-menor)
                               MOVE w-g TO w-menor
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF w-menor = 0
                   MOVE 0 TO w-a-aplicar
               ELSE
                   MOVE "S" TO tf-aplicada(w-menor)
                   COMPUTE w-saldo-fact = tf-monto(w-menor)
                       - tf-pagado(w-menor)
                   IF w-a-aplicar >= w-saldo-fact
                       ADD w-saldo-fact TO tf-pagado(w-menor)
                       SUBTRACT w-saldo-fact FROM w-a-aplicar
                       MOVE "C" TO tf-estado(w-menor)
                   ELSE
                       ADD w-a-aplicar TO tf-pagado(w-menor)
                       MOVE 0 TO w-a-aplicar
                   END-IF
               END-IF
           END-PERFORM.
       500-LISTAR-ORDENES.
           MOVE 0 TO w-total-dia.
           OPEN INPUT ORDENES-PAGO.
           IF w-ordenes-pago-status NOT = "00"
               DISPLAY "No hay ordenes de pago registradas"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "=== ORDENES DE PAGO DEL DIA ", w-hoy, " ===".
           MOVE 0 TO w-sen.
           READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF op-fecha = w-hoy
                   MOVE op-monto TO w-monto-edit
                   DISPLAY op-numero, " PROV ", op-proveedor, " ",
                       op-forma, " ", w-monto-edit, " ",
                       op-referencia, " OP: ", op-operador,
                       " CC: ", op-centro-tipo, op-centro
                   ADD op-monto TO w-total-dia
               END-IF
               READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE ORDENES-PAGO.
           MOVE w-total-dia TO w-total-edit.
           DISPLAY "TOTAL PAGADO EN EL DIA: ", w-total-edit.
       END PROGRAM ORDENES-PAGO.
