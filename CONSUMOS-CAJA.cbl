      *          compensating "PAGO CONS" deposit so the ledger
      *          saldo closes; the pending cargos show on the
      *          member statement and in the mora report.
      *          Proshop sales are keyed by product and quantity:
      *          the unit price comes from productos.dat, a sale is
      *          refused when the stock on hand does not cover it,
      *          and each sale decrements the stock and leaves its
      *          "V" row in stock-mov.dat for the monthly report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           COPY "CpyMovimientos.cpy.cbl".
           COPY "CpyConsumosCargos.cpy.cbl".
           COPY "CpyProductos.cpy.cbl".
           COPY "CpyStockMov.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyMovimientosReg.cpy.cbl".
           COPY "CpyConsumosCargosReg.cpy.cbl".
           COPY "CpyProductosReg.cpy.cbl".
           COPY "CpyStockMovReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-movimientos-status pic xx.
       77  w-consumos-cargos-status pic xx.
       77  w-productos-status pic xx.
       77  w-stock-mov-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-generados pic 9(3).
       77  w-respuesta pic x.
       01  w-monto-edit pic zzzzzz9.99.
       77  w-producto pic 9(5).
       77  w-cantidad pic 9(5).
       77  w-cant-prd pic 9(4) value 0.
       77  w-p pic 9(4).
       77  w-prd-hallado pic 9 value 0.
           88 producto-elegido value 1.
       01  w-stock-edit pic -----9.
       01  tab-productos.
           05 productos-ent occurs 1 to 999 times
                   depending on w-cant-prd.
               07 tpr-codigo pic 9(5).
               07 tpr-descripcion pic x(20).
               07 tpr-precio pic 9(6)v99.
               07 tpr-stock pic s9(5).
               07 tpr-minimo pic 9(5).
               07 tpr-estado pic x.
           COPY "CpyOperadorWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ACCEPT w-concepto
               MOVE FUNCTION UPPER-CASE(w-concepto) TO w-concepto
           END-PERFORM.
           IF w-concepto = "PROSHOP"
               PERFORM 420-ELEGIR-PRODUCTO
               IF NOT producto-elegido
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Ingrese importe del consumo (999999.99)"
               ACCEPT w-monto
           END-IF.
           MOVE w-monto TO w-monto-edit.
           DISPLAY "Consumo ", w-concepto, " de ", w-monto-edit,
               " para el socio ", soc-codigo, " ", soc-nombre.
               DISPLAY "Consumo cancelado"
               EXIT PARAGRAPH
           END-IF.
           IF w-concepto = "PROSHOP"
               PERFORM 430-DESCONTAR-STOCK
           END-IF.
           OPEN EXTEND MOVIMIENTOS.
           IF w-movimientos-status = "35"
               OPEN OUTPUT MOVIMIENTOS
           WRITE mov-reg.
           CLOSE MOVIMIENTOS.
           DISPLAY "Consumo cargado a la cuenta".
      * The product table is reloaded on every sale so a receipt or
      * a count entered meanwhile in PRODUCTOS-MANT is not lost when
      * the decremented stock is written back.
       420-ELEGIR-PRODUCTO.
           MOVE 0 TO w-prd-hallado.
           PERFORM 440-CARGAR-PRODUCTOS.
           DISPLAY "Ingrese codigo de producto".
           ACCEPT w-producto.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-prd OR producto-elegido
               IF tpr-codigo(w-p) = w-producto
                   MOVE 1 TO w-prd-hallado
               END-IF
           END-PERFORM.
           IF NOT producto-elegido
               DISPLAY "El producto no existe"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM w-p.
           IF tpr-estado(w-p) NOT = "A"
               DISPLAY "El producto esta dado de baja"
               MOVE 0 TO w-prd-hallado
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese cantidad".
           ACCEPT w-cantidad.
           IF w-cantidad = 0
               DISPLAY "La cantidad no puede ser cero"
               MOVE 0 TO w-prd-hallado
               EXIT PARAGRAPH
           END-IF.
           IF w-cantidad > tpr-stock(w-p)
               MOVE tpr-stock(w-p) TO w-stock-edit
               DISPLAY "Stock insuficiente, disponible: ",
                   w-stock-edit
               MOVE 0 TO w-prd-hallado
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-monto = tpr-precio(w-p) * w-cantidad.
           DISPLAY tpr-descripcion(w-p), " x ", w-cantidad.
       430-DESCONTAR-STOCK.
           SUBTRACT w-cantidad FROM tpr-stock(w-p).
           OPEN OUTPUT PRODUCTOS.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-prd
               MOVE tpr-codigo(w-p) TO prd-codigo
               MOVE tpr-descripcion(w-p) TO prd-descripcion
               MOVE tpr-precio(w-p) TO prd-precio
               MOVE tpr-stock(w-p) TO prd-stock
               MOVE tpr-minimo(w-p) TO prd-minimo
               MOVE tpr-estado(w-p) TO prd-estado
               WRITE producto-reg
           END-PERFORM.
           CLOSE PRODUCTOS.
           OPEN EXTEND STOCK-MOV.
           IF w-stock-mov-status = "35"
               OPEN OUTPUT STOCK-MOV
               CLOSE STOCK-MOV
               OPEN EXTEND STOCK-MOV
           END-IF.
           MOVE w-hoy TO stm-fecha.
           MOVE w-producto TO stm-producto.
           MOVE "V" TO stm-tipo.
           COMPUTE stm-cantidad = 0 - w-cantidad.
           COMPUTE stm-precio = w-monto / w-cantidad.
           MOVE w-soc-codigo TO stm-referencia.
           MOVE w-operador TO stm-operador.
           WRITE stock-mov-reg.
           CLOSE STOCK-MOV.
       440-CARGAR-PRODUCTOS.
           MOVE 0 TO w-cant-prd.
           OPEN INPUT PRODUCTOS.
           IF w-productos-status = "00"
               MOVE 0 TO w-sen
               READ PRODUCTOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-prd
                   MOVE prd-codigo TO tpr-codigo(w-cant-prd)
                   MOVE prd-descripcion TO tpr-descripcion(w-cant-prd)
                   MOVE prd-precio TO tpr-precio(w-cant-prd)
                   MOVE prd-stock TO tpr-stock(w-cant-prd)
                   MOVE prd-minimo TO tpr-minimo(w-cant-prd)
                   MOVE prd-estado TO tpr-estado(w-cant-prd)
                   READ PRODUCTOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PRODUCTOS
           END-IF.
           MOVE 0 TO w-sen.
       500-CONSULTAR-MES.
           DISPLAY "Ingrese codigo de socio".
           ACCEPT w-soc-codigo.
