      ******************************************************************
      * Author:
      * Date:
      * Purpose: Suppliers and accounts payable. Maintains the
      *          supplier master proveedores.dat and registers the
      *          suppliers' invoices in facturas-prov.dat with their
      *          due dates and the accounting concept they are
      *          booked under. Prints the account statement of a
      *          supplier (invoices against the payment orders of
      *          ORDENES-PAGO, with running balance) into
      *          cuenta-proveedor.txt, and the due-date listing of
      *          the unpaid invoices up to a date into
      *          vencimientos-prov.txt so the treasurer pays on time.
      *          Both printouts are filed as dated copies in the
      *          report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVEEDORES-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyProveedores.cpy.cbl".
           COPY "CpyFactProv.cpy.cbl".
           COPY "CpyOrdenesPago.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT CUENTA-PROV ASSIGN TO "..\cuenta-proveedor.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENCIMIENTOS ASSIGN TO "..\vencimientos-prov.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyProveedoresReg.cpy.cbl".
           COPY "CpyFactProvReg.cpy.cbl".
           COPY "CpyOrdenesPagoReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  CUENTA-PROV.
       01  cuenta-prov-linea pic x(80).
       FD  VENCIMIENTOS.
       01  vencimientos-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-proveedores-status pic xx.
       77  w-facturas-prov-status pic xx.
       77  w-ordenes-pago-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-cant-prov pic 9(4) value 0.
       77  w-p pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-codigo pic 9(4).
       01  w-razon pic x(30).
       77  w-cuit pic 9(11).
       01  w-concepto pic x(12).
       77  w-activo pic x.
       77  w-tipo pic x.
       01  w-numero pic x(13).
       77  w-fecha pic 9(8).
       77  w-vence pic 9(8).
       77  w-monto pic 9(9)v99.
       77  w-respuesta pic x.
       77  w-hasta pic 9(8).
       77  w-saldo pic s9(11)v99.
       77  w-total pic 9(11)v99.
       01  w-monto-edit pic zzzzzzzz9.99.
       01  w-saldo-edit pic -----------9.99.
       01  w-total-edit pic zzzzzzzzzz9.99.
       01  w-linea pic x(80).
       01  tab-proveedores.
           05 proveedores-ent occurs 1 to 500 times
                   depending on w-cant-prov.
               07 tp-codigo pic 9(4).
               07 tp-razon pic x(30).
               07 tp-cuit pic 9(11).
               07 tp-concepto pic x(12).
               07 tp-estado pic x.
       77  w-cant-mov pic 9(4) value 0.
       77  w-m pic 9(4).
       77  w-n pic 9(4).
       01  tab-movimientos.
           05 mov-ent occurs 1 to 999 times
                   depending on w-cant-mov.
               07 tmv-fecha pic 9(8).
               07 tmv-clave pic 9(9).
               07 tmv-detalle pic x(24).
               07 tmv-debe pic 9(9)v99.
               07 tmv-haber pic 9(9)v99.
       01  w-mov-aux pic x(63).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PROVEEDORES-MANT" TO w-programa-log.
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
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 110-CARGAR-PROVEEDORES.
       110-CARGAR-PROVEEDORES.
           MOVE 0 TO w-cant-prov.
           OPEN INPUT PROVEEDORES.
           IF w-proveedores-status = "00"
               MOVE 0 TO w-sen
               READ PROVEEDORES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-prov
                   MOVE prov-codigo TO tp-codigo(w-cant-prov)
                   MOVE prov-razon TO tp-razon(w-cant-prov)
                   MOVE prov-cuit TO tp-cuit(w-cant-prov)
                   MOVE prov-concepto TO tp-concepto(w-cant-prov)
                   MOVE prov-estado TO tp-estado(w-cant-prov)
                   READ PROVEEDORES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.
           MOVE 0 TO w-sen.
       120-GRABAR-PROVEEDORES.
           OPEN OUTPUT PROVEEDORES.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-prov
               MOVE tp-codigo(w-p) TO prov-codigo
               MOVE tp-razon(w-p) TO prov-razon
               MOVE tp-cuit(w-p) TO prov-cuit
               MOVE tp-concepto(w-p) TO prov-concepto
               MOVE tp-estado(w-p) TO prov-estado
               WRITE proveedor-reg
           END-PERFORM.
           CLOSE PROVEEDORES.
       200-MENU.
           DISPLAY "1- Alta o cambio de proveedor"
           DISPLAY "2- Listar proveedores"
           DISPLAY "3- Registrar factura de proveedor"
           DISPLAY "4- Cuenta corriente de un proveedor"
           DISPLAY "5- Listado de vencimientos"
           DISPLAY "6- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-ALTA-PROVEEDOR
               WHEN 2
                   PERFORM 450-LISTAR-PROVEEDORES
               WHEN 3
                   PERFORM 500-REGISTRAR-FACTURA
               WHEN 4
                   PERFORM 600-CUENTA-CORRIENTE
               WHEN 5
                   PERFORM 700-VENCIMIENTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       350-BUSCAR-PROVEEDOR.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-prov OR entrada-hallada
               IF tp-codigo(w-p) = w-codigo
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-p
           END-IF.
       400-ALTA-PROVEEDOR.
           DISPLAY "Ingrese codigo de proveedor".
           ACCEPT w-codigo.
           IF w-codigo = 0
               DISPLAY "El codigo de proveedor no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese razon social".
           ACCEPT w-razon.
           IF w-razon = SPACES
               DISPLAY "La razon social es obligatoria"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese CUIT (11 digitos)".
           ACCEPT w-cuit.
           DISPLAY "Concepto contable de sus facturas (cuentas-map)".
           ACCEPT w-concepto.
           MOVE FUNCTION UPPER-CASE(w-concepto) TO w-concepto.
           IF w-concepto = SPACES
               MOVE "FACT-PROV" TO w-concepto
           END-IF.
           DISPLAY "Proveedor activo? (S/N)".
           ACCEPT w-activo.
           MOVE FUNCTION UPPER-CASE(w-activo) TO w-activo.
           IF w-activo = "N"
               MOVE "B" TO w-activo
           ELSE
               MOVE "A" TO w-activo
           END-IF.
           PERFORM 350-BUSCAR-PROVEEDOR.
           IF NOT entrada-hallada
               ADD 1 TO w-cant-prov
               MOVE w-cant-prov TO w-p
               MOVE w-codigo TO tp-codigo(w-p)
           END-IF.
           MOVE w-razon TO tp-razon(w-p).
           MOVE w-cuit TO tp-cuit(w-p).
           MOVE w-concepto TO tp-concepto(w-p).
           MOVE w-activo TO tp-estado(w-p).
           PERFORM 120-GRABAR-PROVEEDORES.
           DISPLAY "Proveedor registrado".
       450-LISTAR-PROVEEDORES.
           IF w-cant-prov = 0
               DISPLAY "No hay proveedores cargados"
           ELSE
               PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-prov
                   DISPLAY tp-codigo(w-p), " ", tp-razon(w-p),
                       " CUIT: ", tp-cuit(w-p),
                       " CONCEPTO: ", tp-concepto(w-p),
                       " ESTADO: ", tp-estado(w-p)
               END-PERFORM
           END-IF.
      * The same invoice (supplier, tipo and numero) is never
      * registered twice, so a bill found again in the folder cannot
      * be paid twice.
       500-REGISTRAR-FACTURA.
           DISPLAY "Ingrese codigo de proveedor".
           ACCEPT w-codigo.
           PERFORM 350-BUSCAR-PROVEEDOR.
           IF NOT entrada-hallada
               DISPLAY "El proveedor no existe"
               EXIT PARAGRAPH
           END-IF.
           IF tp-estado(w-p) NOT = "A"
               DISPLAY "El proveedor esta dado de baja"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO w-tipo.
           PERFORM UNTIL w-tipo = "A" OR w-tipo = "B" OR
                   w-tipo = "C"
               DISPLAY "Tipo de factura (A/B/C)"
               ACCEPT w-tipo
               MOVE FUNCTION UPPER-CASE(w-tipo) TO w-tipo
           END-PERFORM.
           DISPLAY "Numero de factura (PPPP-NNNNNNNN)".
           ACCEPT w-numero.
           PERFORM 510-VERIFICAR-DUPLICADA.
           IF entrada-hallada
               DISPLAY "Esa factura ya esta registrada"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de la factura (AAAAMMDD)".
           ACCEPT w-fecha.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-fecha) NOT = 0 OR
              w-fecha > w-hoy
               DISPLAY "Fecha invalida"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fecha de vencimiento (AAAAMMDD)".
           ACCEPT w-vence.
           IF FUNCTION TEST-DATE-YYYYMMDD(w-vence) NOT = 0 OR
              w-vence < w-fecha
               DISPLAY "Vencimiento invalido"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Importe total (999999999.99)".
           ACCEPT w-monto.
           IF w-monto = 0
               DISPLAY "El importe no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Concepto contable (Enter = ", tp-concepto(w-p),
               ")".
           ACCEPT w-concepto.
           MOVE FUNCTION UPPER-CASE(w-concepto) TO w-concepto.
           IF w-concepto = SPACES
               MOVE tp-concepto(w-p) TO w-concepto
           END-IF.
           MOVE w-monto TO w-monto-edit.
           DISPLAY "Factura ", w-tipo, " ", w-numero, " de ",
               tp-razon(w-p), " por ", w-monto-edit,
               " vence ", w-vence.
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Factura no registrada"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND FACTURAS-PROV.
           IF w-facturas-prov-status = "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN EXTEND FACTURAS-PROV
           END-IF.
           MOVE w-codigo TO fp-proveedor.
           MOVE w-tipo TO fp-tipo.
           MOVE w-numero TO fp-numero.
           MOVE w-fecha TO fp-fecha.
           MOVE w-vence TO fp-vence.
           MOVE w-monto TO fp-monto.
           MOVE 0 TO fp-pagado.
           MOVE w-concepto TO fp-concepto.
           MOVE "P" TO fp-estado.
           MOVE w-operador TO fp-operador.
           WRITE factura-prov-reg.
           CLOSE FACTURAS-PROV.
           DISPLAY "Factura registrada".
       510-VERIFICAR-DUPLICADA.
           MOVE 0 TO w-hallado.
           OPEN INPUT FACTURAS-PROV.
           IF w-facturas-prov-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR entrada-hallada
                   READ FACTURAS-PROV
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF fp-proveedor = w-codigo AND
                              fp-tipo = w-tipo AND
                              fp-numero = w-numero
                               MOVE 1 TO w-hallado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
           END-IF.
           MOVE 0 TO w-sen.
      * The statement puts the supplier's invoices (debe) and
      * payment orders (haber) in date order, invoices ahead of the
      * payments of the same day, with the running balance owed.
       600-CUENTA-CORRIENTE.
           DISPLAY "Ingrese codigo de proveedor".
           ACCEPT w-codigo.
           PERFORM 350-BUSCAR-PROVEEDOR.
           IF NOT entrada-hallada
               DISPLAY "El proveedor no existe"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-cant-mov.
           PERFORM 610-CARGAR-FACTURAS.
           PERFORM 620-CARGAR-ORDENES.
           PERFORM 630-ORDENAR-MOVIMIENTOS.
           OPEN OUTPUT CUENTA-PROV.
           MOVE SPACES TO w-linea.
           STRING "=== CUENTA CORRIENTE PROVEEDOR " DELIMITED BY SIZE
               w-codigo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tp-razon(w-p) DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO cuenta-prov-linea.
           WRITE cuenta-prov-linea.
           MOVE "FECHA    DETALLE                          DEBE"
               TO cuenta-prov-linea.
           MOVE "HABER           SALDO" TO cuenta-prov-linea(54:21).
           WRITE cuenta-prov-linea.
           MOVE 0 TO w-saldo.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-cant-mov
               ADD tmv-debe(w-m) TO w-saldo
               SUBTRACT tmv-haber(w-m) FROM w-saldo
               MOVE SPACES TO w-linea
               MOVE tmv-fecha(w-m) TO w-linea(1:8)
               MOVE tmv-detalle(w-m) TO w-linea(10:24)
               MOVE tmv-debe(w-m) TO w-monto-edit
               MOVE w-monto-edit TO w-linea(35:12)
               MOVE tmv-haber(w-m) TO w-monto-edit
               MOVE w-monto-edit TO w-linea(47:12)
               MOVE w-saldo TO w-saldo-edit
               MOVE w-saldo-edit TO w-linea(60:15)
               MOVE w-linea TO cuenta-prov-linea
               WRITE cuenta-prov-linea
           END-PERFORM.
           MOVE w-saldo TO w-saldo-edit.
           MOVE SPACES TO w-linea.
           STRING "SALDO ADEUDADO: " DELIMITED BY SIZE
               w-saldo-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO cuenta-prov-linea.
           WRITE cuenta-prov-linea.
           CLOSE CUENTA-PROV.
           MOVE "cuenta-proveedor.txt" TO w-rep-archivo.
           MOVE "CTA-PROVEEDOR" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Saldo adeudado: ", w-saldo-edit.
           DISPLAY "Cuenta corriente generada en cuenta-proveedor.txt".
       610-CARGAR-FACTURAS.
           OPEN INPUT FACTURAS-PROV.
           IF w-facturas-prov-status = "00"
               MOVE 0 TO w-sen
               READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF fp-proveedor = w-codigo AND w-cant-mov < 999
                       ADD 1 TO w-cant-mov
                       MOVE fp-fecha TO tmv-fecha(w-cant-mov)
                       COMPUTE tmv-clave(w-cant-mov) = fp-fecha * 10
                       MOVE SPACES TO tmv-detalle(w-cant-mov)
                       STRING "FACTURA " DELIMITED BY SIZE
                           fp-tipo DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           fp-numero DELIMITED BY SIZE
                           INTO tmv-detalle(w-cant-mov)
                       END-STRING
                       MOVE fp-monto TO tmv-debe(w-cant-mov)
                       MOVE 0 TO tmv-haber(w-cant-mov)
                   END-IF
                   READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
           END-IF.
           MOVE 0 TO w-sen.
       620-CARGAR-ORDENES.
           OPEN INPUT ORDENES-PAGO.
           IF w-ordenes-pago-status = "00"
               MOVE 0 TO w-sen
               READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF op-proveedor = w-codigo AND w-cant-mov < 999
                       ADD 1 TO w-cant-mov
                       MOVE op-fecha TO tmv-fecha(w-cant-mov)
                       COMPUTE tmv-clave(w-cant-mov) =
                           op-fecha * 10 + 1
                       MOVE SPACES TO tmv-detalle(w-cant-mov)
                       STRING "ORDEN DE PAGO " DELIMITED BY SIZE
                           op-numero DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           op-forma DELIMITED BY SIZE
                           INTO tmv-detalle(w-cant-mov)
                       END-STRING
                       MOVE 0 TO tmv-debe(w-cant-mov)
                       MOVE op-monto TO tmv-haber(w-cant-mov)
                   END-IF
                   READ ORDENES-PAGO AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE ORDENES-PAGO
           END-IF.
           MOVE 0 TO w-sen.
       630-ORDENAR-MOVIMIENTOS.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-cant-mov
               PERFORM VARYING w-n FROM w-m BY 1
                       UNTIL w-n > w-cant-mov
                   IF tmv-clave(w-n) < tmv-clave(w-m)
                       MOVE mov-ent(w-m) TO w-mov-aux
                       MOVE mov-ent(w-n) TO mov-ent(w-m)
                       MOVE w-mov-aux TO mov-ent(w-n)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Every invoice with a balance still unpaid and due on or
      * before the date asked, in due-date order; the ones already
      * past due today are flagged so they are paid first.
       700-VENCIMIENTOS.
           DISPLAY "Listar vencimientos hasta la fecha (AAAAMMDD)".
           ACCEPT w-hasta.
           MOVE 0 TO w-cant-mov.
           OPEN INPUT FACTURAS-PROV.
           IF w-facturas-prov-status = "00"
               MOVE 0 TO w-sen
               READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF factura-pendiente AND fp-vence <= w-hasta
                      AND w-cant-mov < 999
                       PERFORM 710-ANOTAR-VENCIMIENTO
                   END-IF
                   READ FACTURAS-PROV AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE FACTURAS-PROV
           END-IF.
           MOVE 0 TO w-sen.
           PERFORM 630-ORDENAR-MOVIMIENTOS.
           OPEN OUTPUT VENCIMIENTOS.
           MOVE SPACES TO w-linea.
           STRING "=== VENCIMIENTOS A PROVEEDORES HASTA "
                   DELIMITED BY SIZE
               w-hasta DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO vencimientos-linea.
           WRITE vencimientos-linea.
           MOVE 0 TO w-total.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-cant-mov
               MOVE SPACES TO w-linea
               MOVE tmv-fecha(w-m) TO w-linea(1:8)
               MOVE tmv-detalle(w-m) TO w-linea(10:24)
               MOVE tmv-debe(w-m) TO w-monto-edit
               MOVE w-monto-edit TO w-linea(35:12)
               IF tmv-fecha(w-m) < w-hoy
                   MOVE "VENCIDA" TO w-linea(49:7)
               END-IF
               MOVE w-linea TO vencimientos-linea
               WRITE vencimientos-linea
               ADD tmv-debe(w-m) TO w-total
           END-PERFORM.
           MOVE w-total TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL A PAGAR: " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO vencimientos-linea.
           WRITE vencimientos-linea.
           CLOSE VENCIMIENTOS.
           MOVE "vencimientos-prov.txt" TO w-rep-archivo.
           MOVE "VENC-PROV" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Facturas a pagar: ", w-cant-mov,
               " por ", w-total-edit.
           DISPLAY "Listado generado en vencimientos-prov.txt".
       710-ANOTAR-VENCIMIENTO.
           ADD 1 TO w-cant-mov.
           MOVE fp-vence TO tmv-fecha(w-cant-mov).
           MOVE fp-vence TO tmv-clave(w-cant-mov).
           MOVE SPACES TO tmv-detalle(w-cant-mov).
           STRING fp-proveedor DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fp-tipo DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fp-numero DELIMITED BY SIZE
               INTO tmv-detalle(w-cant-mov)
           END-STRING.
           COMPUTE tmv-debe(w-cant-mov) = fp-monto - fp-pagado.
           MOVE 0 TO tmv-haber(w-cant-mov).
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM PROVEEDORES-MANT.
