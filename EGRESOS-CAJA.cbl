      *          desk pays out refunds after an anulacion and small
      *          petty-cash expenses; every payout gets a voucher in
      *          egresos.dat with concept, amount, the registering
      *          operator and the authorizing supervisor (signed on,
      *          or identified by id and clave at the desk, and
      *          recorded in excepciones.dat) - a gasto
      *          also carries its cost center for RESULTADO-CENTROS -
      *          numbered from egresos-ctl.dat the way the recibo
      *          sequence runs from recibos-ctl.dat. CIERRE-CAJA
      *          subtracts the day's vouchers from the expected cash
      *          of each drawer and prints them in the close detail,
      *          so an outflow no longer reads as a shortage against
      *          the operator. The saldo a favor that FALLECIMIENTO
      *          froze for the heirs of a fallecido is refunded here
      *          as a devolucion voucher, recorded against the frozen
      *          credit in creditos.dat so it cannot be paid twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "CpyEgresos.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpySucursales.cpy.cbl".
           COPY "CpyCreditos.cpy.cbl".
           SELECT EGRESOS-CTL ASSIGN TO "..\egresos-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-egresos-ctl-status.
       FILE SECTION.
           COPY "CpyEgresosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpySucursalesReg.cpy.cbl".
           COPY "CpyCreditosReg.cpy.cbl".
       FD  EGRESOS-CTL.
       01  egresos-ctl-reg.
           03 ectl-ultimo-egreso pic 9(6).
       WORKING-STORAGE SECTION.
       77  w-egresos-status pic xx.
       77  w-egresos-ctl-status pic xx.
       77  w-creditos-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 4.
       77  w-ultimo-egreso pic 9(6) value 0.
       77  w-sen pic 9 value 0.
           88 fin-egresos value 1.
       01  w-autoriza pic x(12).
       77  w-respuesta pic x.
       77  w-total-dia pic 9(9)v99.
       77  w-soc-codigo pic 9(4).
       77  w-congelado pic s9(7)v99.
       01  w-heredero pic x(30).
       01  w-monto-edit pic zzzzzz9.99.
       01  w-total-edit pic zzzzzzzz9.99.
           COPY "CpyCentroCostoWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "EGRESOS-CAJA" TO w-programa-log.
           END-PERFORM.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyExcepcion.cpy.cbl".
       COPY "CpyCentroCosto.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 107-LEER-ULTIMO-EGRESO.
       200-MENU.
           DISPLAY "1- Registrar egreso de caja"
           DISPLAY "2- Listar egresos del dia"
           DISPLAY "3- Reintegrar saldo a favor a herederos"
           DISPLAY "4- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
                   PERFORM 400-REGISTRAR-EGRESO
               WHEN 2
                   PERFORM 500-LISTAR-EGRESOS
               WHEN 3
                   PERFORM 600-REINTEGRO-HEREDEROS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ACCEPT w-concepto.
           DISPLAY "Ingrese importe (999999.99)".
           ACCEPT w-monto.
      * A refund gives back income, it is no expense of any center.
           MOVE SPACES TO w-cc-tipo.
           MOVE SPACES TO w-cc-codigo.
           IF w-tipo = "G"
               PERFORM 947-PEDIR-CENTRO-COSTO
           END-IF.
           PERFORM 969-AUTORIZAR-EXCEPCION.
           IF NOT excepcion-autorizada
               DISPLAY "Sin autorizacion no se registra el egreso"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-exc-supervisor TO w-autoriza.
           MOVE w-monto TO w-monto-edit.
           DISPLAY "Egreso de ", w-monto-edit, " por: ", w-concepto.
           DISPLAY "Confirma? (S/N)".
               DISPLAY "Egreso cancelado"
               EXIT PARAGRAPH
           END-IF.
           MOVE "EGRESO-CAJA" TO w-exc-regla.
           MOVE 0 TO w-exc-codigo.
           PERFORM 450-GRABAR-EGRESO.
       450-GRABAR-EGRESO.
           OPEN EXTEND EGRESOS.
           IF w-egresos-status = "35"
               OPEN OUTPUT EGRESOS
           MOVE w-monto TO egr-monto.
           MOVE w-operador TO egr-operador.
           MOVE w-autoriza TO egr-autoriza.
           MOVE w-cc-tipo TO egr-centro-tipo.
           MOVE w-cc-codigo TO egr-centro.
           WRITE egreso-reg.
           CLOSE EGRESOS.
           PERFORM 108-GRABAR-ULTIMO-EGRESO.
           DISPLAY "Egreso registrado, comprobante nro ",
               w-ultimo-egreso.
           MOVE SPACES TO w-exc-documento.
           STRING "EGRESO " DELIMITED BY SIZE
               w-ultimo-egreso DELIMITED BY SIZE
               INTO w-exc-documento
           END-STRING.
           MOVE w-concepto TO w-exc-detalle.
           PERFORM 959-REGISTRAR-EXCEPCION.
       500-LISTAR-EGRESOS.
           MOVE 0 TO w-total-dia.
           OPEN INPUT EGRESOS.
                   DISPLAY egr-numero, " ", egr-tipo, " ",
                       w-monto-edit, " ", egr-concepto,
                       " OP: ", egr-operador,
                       " AUT: ", egr-autoriza,
                       " CC: ", egr-centro-tipo, egr-centro
                   ADD egr-monto TO w-total-dia
               END-IF
               READ EGRESOS AT END MOVE 1 TO w-sen END-READ
           CLOSE EGRESOS.
           MOVE w-total-dia TO w-total-edit.
           DISPLAY "TOTAL EGRESOS DEL DIA: ", w-total-edit.
      * What is left to refund is the frozen credit of the socio
      * less the earlier refunds; a payout may be partial, one per
      * heir, and each goes on record as an "R" row carrying the
      * voucher number.
       600-REINTEGRO-HEREDEROS.
           DISPLAY "Ingrese codigo del socio fallecido".
           ACCEPT w-soc-codigo.
           PERFORM 610-CALCULAR-CONGELADO.
           IF w-congelado NOT > 0
               DISPLAY "El socio no tiene saldo a favor congelado"
                   " pendiente de reintegro"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-congelado TO w-monto-edit.
           DISPLAY "Saldo congelado pendiente: ", w-monto-edit.
           DISPLAY "Ingrese nombre del heredero que cobra".
           ACCEPT w-heredero.
           IF w-heredero = SPACES
               DISPLAY "Sin heredero no se registra el reintegro"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese importe a reintegrar (999999.99)".
           ACCEPT w-monto.
           IF w-monto = 0 OR w-monto > w-congelado
               DISPLAY "Importe invalido: debe ser mayor que cero y"
                   " no superar el saldo pendiente"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 969-AUTORIZAR-EXCEPCION.
           IF NOT excepcion-autorizada
               DISPLAY "Sin autorizacion no se registra el egreso"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-exc-supervisor TO w-autoriza.
           MOVE w-monto TO w-monto-edit.
           DISPLAY "Reintegro de ", w-monto-edit, " a ", w-heredero.
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Egreso cancelado"
               EXIT PARAGRAPH
           END-IF.
           MOVE "D" TO w-tipo.
           MOVE SPACES TO w-concepto.
           STRING "REINTEGRO HEREDEROS SOCIO " DELIMITED BY SIZE
               w-soc-codigo DELIMITED BY SIZE
               INTO w-concepto
           END-STRING.
           MOVE SPACES TO w-cc-tipo.
           MOVE SPACES TO w-cc-codigo.
           MOVE "REINTEGRO-HEREDEROS" TO w-exc-regla.
           MOVE w-soc-codigo TO w-exc-codigo.
           PERFORM 450-GRABAR-EGRESO.
           OPEN EXTEND CREDITOS.
           IF w-creditos-status = "35"
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN EXTEND CREDITOS
           END-IF.
           MOVE w-soc-codigo TO cred-codigo.
           MOVE w-hoy TO cred-fecha.
           MOVE "R" TO cred-tipo.
           MOVE w-monto TO cred-monto.
           MOVE w-ultimo-egreso TO cred-recibo.
           MOVE w-heredero TO cred-motivo.
           MOVE w-operador TO cred-operador.
           WRITE credito-reg.
           CLOSE CREDITOS.
       610-CALCULAR-CONGELADO.
           MOVE 0 TO w-congelado.
           OPEN INPUT CREDITOS.
           IF w-creditos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CREDITOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-egresos
               IF cred-codigo = w-soc-codigo
                   IF credito-congelado
                       ADD cred-monto TO w-congelado
                   END-IF
                   IF credito-reintegrado
                       SUBTRACT cred-monto FROM w-congelado
                   END-IF
               END-IF
               READ CREDITOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CREDITOS.
           MOVE 0 TO w-sen.
       END PROGRAM EGRESOS-CAJA.
