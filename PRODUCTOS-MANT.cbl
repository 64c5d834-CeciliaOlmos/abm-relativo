      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proshop product master and stock. Maintains
      *          productos.dat (code, description, sale price,
      *          stock on hand, reorder minimum), records the stock
      *          received from suppliers and the physical-count
      *          adjustments into stock-mov.dat, and prints the
      *          reorder listing of the products under their minimum
      *          into reposicion-proshop.txt. The sales are keyed by
      *          product in CONSUMOS-CAJA, which takes the price from
      *          this master and decrements the stock.
      *          Each listing is filed as a dated copy in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTOS-MANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyProductos.cpy.cbl".
           COPY "CpyStockMov.cpy.cbl".
           COPY "CpyProveedores.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT REPOSICION ASSIGN TO "..\reposicion-proshop.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyProductosReg.cpy.cbl".
           COPY "CpyStockMovReg.cpy.cbl".
           COPY "CpyProveedoresReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  REPOSICION.
       01  reposicion-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-productos-status pic xx.
       77  w-stock-mov-status pic xx.
       77  w-proveedores-status pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       77  w-cant-prd pic 9(4) value 0.
       77  w-p pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       77  w-prov-hallado pic 9 value 0.
           88 proveedor-hallado value 1.
       77  w-codigo pic 9(5).
       01  w-descripcion pic x(20).
       77  w-precio pic 9(6)v99.
       77  w-minimo pic 9(5).
       77  w-activo pic x.
       77  w-cantidad pic 9(5).
       77  w-contado pic 9(5).
       77  w-diferencia pic s9(5).
       77  w-proveedor pic 9(4).
       77  w-respuesta pic x.
       77  w-a-reponer pic 9(4).
       01  w-precio-edit pic zzzzz9.99.
       01  w-stock-edit pic -----9.
       01  w-linea pic x(80).
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
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "PRODUCTOS-MANT" TO w-programa-log.
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
           PERFORM 110-CARGAR-PRODUCTOS.
       110-CARGAR-PRODUCTOS.
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
       120-GRABAR-PRODUCTOS.
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
       130-GRABAR-MOVIMIENTO.
           OPEN EXTEND STOCK-MOV.
           IF w-stock-mov-status = "35"
               OPEN OUTPUT STOCK-MOV
               CLOSE STOCK-MOV
               OPEN EXTEND STOCK-MOV
           END-IF.
           MOVE w-hoy TO stm-fecha.
           MOVE w-codigo TO stm-producto.
           MOVE w-operador TO stm-operador.
           WRITE stock-mov-reg.
           CLOSE STOCK-MOV.
       200-MENU.
           DISPLAY "1- Alta o cambio de producto"
           DISPLAY "2- Listar productos y stock"
           DISPLAY "3- Ingreso de mercaderia"
           DISPLAY "4- Ajuste por recuento fisico"
           DISPLAY "5- Listado de reposicion"
           DISPLAY "6- Fin"
           ACCEPT w-llave-menu.
       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-ALTA-PRODUCTO
               WHEN 2
                   PERFORM 450-LISTAR-PRODUCTOS
               WHEN 3
                   PERFORM 500-INGRESO-MERCADERIA
               WHEN 4
                   IF nivel-supervisor
                       PERFORM 600-AJUSTE-RECUENTO
                   ELSE
                       DISPLAY "Operacion reservada a supervisores"
                   END-IF
               WHEN 5
                   PERFORM 700-LISTADO-REPOSICION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       350-BUSCAR-PRODUCTO.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-prd OR entrada-hallada
               IF tpr-codigo(w-p) = w-codigo
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF entrada-hallada
               SUBTRACT 1 FROM w-p
           END-IF.
       360-BUSCAR-PROVEEDOR.
           MOVE 0 TO w-prov-hallado.
           OPEN INPUT PROVEEDORES.
           IF w-proveedores-status = "00"
               MOVE 0 TO w-sen
               PERFORM UNTIL fin-arch OR proveedor-hallado
                   READ PROVEEDORES
                       AT END
                           MOVE 1 TO w-sen
                       NOT AT END
                           IF prov-codigo = w-proveedor
                               MOVE 1 TO w-prov-hallado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.
           MOVE 0 TO w-sen.
      * The stock of a new product starts at zero: the opening
      * quantity is entered as a receipt or a count so every unit
      * on the shelf has its row in stock-mov.dat.
       400-ALTA-PRODUCTO.
           DISPLAY "Ingrese codigo de producto".
           ACCEPT w-codigo.
           IF w-codigo = 0
               DISPLAY "El codigo de producto no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese descripcion".
           ACCEPT w-descripcion.
           DISPLAY "Ingrese precio de venta (999999.99)".
           ACCEPT w-precio.
           IF w-precio = 0
               DISPLAY "El precio no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ingrese stock minimo de reposicion".
           ACCEPT w-minimo.
           DISPLAY "Producto activo? (S/N)".
           ACCEPT w-activo.
           MOVE FUNCTION UPPER-CASE(w-activo) TO w-activo.
           IF w-activo = "N"
               MOVE "B" TO w-activo
           ELSE
               MOVE "A" TO w-activo
           END-IF.
           PERFORM 350-BUSCAR-PRODUCTO.
           IF NOT entrada-hallada
               ADD 1 TO w-cant-prd
               MOVE w-cant-prd TO w-p
               MOVE w-codigo TO tpr-codigo(w-p)
               MOVE 0 TO tpr-stock(w-p)
           END-IF.
           MOVE w-descripcion TO tpr-descripcion(w-p).
           MOVE w-precio TO tpr-precio(w-p).
           MOVE w-minimo TO tpr-minimo(w-p).
           MOVE w-activo TO tpr-estado(w-p).
           PERFORM 120-GRABAR-PRODUCTOS.
           DISPLAY "Producto registrado".
       450-LISTAR-PRODUCTOS.
           IF w-cant-prd = 0
               DISPLAY "No hay productos cargados"
           ELSE
               PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-prd
                   MOVE tpr-precio(w-p) TO w-precio-edit
                   MOVE tpr-stock(w-p) TO w-stock-edit
                   DISPLAY tpr-codigo(w-p), " ",
                       tpr-descripcion(w-p),
                       " PRECIO: ", w-precio-edit,
                       " STOCK: ", w-stock-edit,
                       " MIN: ", tpr-minimo(w-p),
                       " ", tpr-estado(w-p)
               END-PERFORM
           END-IF.
       500-INGRESO-MERCADERIA.
           DISPLAY "Ingrese codigo de producto".
           ACCEPT w-codigo.
           PERFORM 350-BUSCAR-PRODUCTO.
           IF NOT entrada-hallada
               DISPLAY "El producto no existe"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cantidad recibida".
           ACCEPT w-cantidad.
           IF w-cantidad = 0
               DISPLAY "La cantidad no puede ser cero"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo de proveedor (0 = sin proveedor)".
           ACCEPT w-proveedor.
           IF w-proveedor NOT = 0
               PERFORM 360-BUSCAR-PROVEEDOR
               IF NOT proveedor-hallado
                   DISPLAY "El proveedor no existe"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD w-cantidad TO tpr-stock(w-p).
           PERFORM 120-GRABAR-PRODUCTOS.
           MOVE "I" TO stm-tipo.
           MOVE w-cantidad TO stm-cantidad.
           MOVE 0 TO stm-precio.
           MOVE w-proveedor TO stm-referencia.
           PERFORM 130-GRABAR-MOVIMIENTO.
           MOVE tpr-stock(w-p) TO w-stock-edit.
           DISPLAY "Ingreso registrado, stock actual: ", w-stock-edit.
      * The counted quantity replaces the recorded stock; only the
      * difference is written, so the history still adds up to the
      * stock on hand.
       600-AJUSTE-RECUENTO.
           DISPLAY "Ingrese codigo de producto".
           ACCEPT w-codigo.
           PERFORM 350-BUSCAR-PRODUCTO.
           IF NOT entrada-hallada
               DISPLAY "El producto no existe"
               EXIT PARAGRAPH
           END-IF.
           MOVE tpr-stock(w-p) TO w-stock-edit.
           DISPLAY "Stock registrado: ", w-stock-edit.
           DISPLAY "Cantidad contada en estanteria".
           ACCEPT w-contado.
           COMPUTE w-diferencia = w-contado - tpr-stock(w-p).
           IF w-diferencia = 0
               DISPLAY "El recuento coincide, no hay ajuste"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-diferencia TO w-stock-edit.
           DISPLAY "Diferencia a ajustar: ", w-stock-edit,
               ". Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "S" AND w-respuesta NOT = "s"
               DISPLAY "Ajuste cancelado"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-contado TO tpr-stock(w-p).
           PERFORM 120-GRABAR-PRODUCTOS.
           MOVE "A" TO stm-tipo.
           MOVE w-diferencia TO stm-cantidad.
           MOVE 0 TO stm-precio.
           MOVE 0 TO stm-referencia.
           PERFORM 130-GRABAR-MOVIMIENTO.
           DISPLAY "Ajuste registrado".
       700-LISTADO-REPOSICION.
           MOVE 0 TO w-a-reponer.
           OPEN OUTPUT REPOSICION.
           MOVE SPACES TO w-linea.
           STRING "=== PROSHOP: PRODUCTOS BAJO EL MINIMO AL "
                   DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reposicion-linea.
           WRITE reposicion-linea.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-prd
               IF tpr-estado(w-p) = "A" AND
                  tpr-stock(w-p) < tpr-minimo(w-p)
                   ADD 1 TO w-a-reponer
                   MOVE tpr-stock(w-p) TO w-stock-edit
                   MOVE SPACES TO w-linea
                   STRING tpr-codigo(w-p) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       tpr-descripcion(w-p) DELIMITED BY SIZE
                       " STOCK: " DELIMITED BY SIZE
                       w-stock-edit DELIMITED BY SIZE
                       " MINIMO: " DELIMITED BY SIZE
                       tpr-minimo(w-p) DELIMITED BY SIZE
                       INTO w-linea
                   END-STRING
                   MOVE w-linea TO reposicion-linea
                   WRITE reposicion-linea
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-linea.
           STRING "PRODUCTOS A REPONER: " DELIMITED BY SIZE
               w-a-reponer DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reposicion-linea.
           WRITE reposicion-linea.
           CLOSE REPOSICION.
           MOVE "reposicion-proshop.txt" TO w-rep-archivo.
           MOVE "REPOSICION" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Productos a reponer: ", w-a-reponer.
           DISPLAY "Listado generado en reposicion-proshop.txt".
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM PRODUCTOS-MANT.
