      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly proshop sales by product, from the "V" rows
      *          that CONSUMOS-CAJA leaves in stock-mov.dat for every
      *          sale charged to a member account: units sold and
      *          amount per product of productos.dat, with the
      *          stock on hand and the totals of the period, into
      *          ventas-proshop.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-VENTAS-PROSHOP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyProductos.cpy.cbl".
           COPY "CpyStockMov.cpy.cbl".
           SELECT REPORTE-VENTAS ASSIGN TO "..\ventas-proshop.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyProductosReg.cpy.cbl".
           COPY "CpyStockMovReg.cpy.cbl".
       FD  REPORTE-VENTAS.
       01  reporte-ventas-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-productos-status pic xx.
       77  w-stock-mov-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-periodo pic 9(6).
       77  w-cant-prd pic 9(4) value 0.
       77  w-p pic 9(4).
       77  w-hallado pic 9 value 0.
           88 entrada-hallada value 1.
       01  tab-productos.
           05 productos-ent occurs 1 to 999 times
                   depending on w-cant-prd.
               07 tv-codigo pic 9(5).
               07 tv-descripcion pic x(20).
               07 tv-stock pic s9(5).
               07 tv-unidades pic 9(6).
               07 tv-importe pic 9(9)v99.
       77  w-unidades pic 9(5).
       77  w-tot-unidades pic 9(7) value 0.
       77  w-tot-importe pic 9(10)v99 value 0.
       01  w-importe-edit pic zzzzzzzz9.99.
       01  w-tot-importe-edit pic zzzzzzzzz9.99.
       01  w-stock-edit pic -----9.
       01  w-linea pic x(80).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-ACUMULAR.
           PERFORM 300-IMPRIMIR.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           DISPLAY "Periodo a informar (AAAAMM)".
           ACCEPT w-periodo.
           PERFORM 110-CARGAR-PRODUCTOS.
           OPEN OUTPUT REPORTE-VENTAS.
       110-CARGAR-PRODUCTOS.
           MOVE 0 TO w-cant-prd.
           OPEN INPUT PRODUCTOS.
           IF w-productos-status = "00"
               MOVE 0 TO w-sen
               READ PRODUCTOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   ADD 1 TO w-cant-prd
                   MOVE prd-codigo TO tv-codigo(w-cant-prd)
                   MOVE prd-descripcion TO tv-descripcion(w-cant-prd)
                   MOVE prd-stock TO tv-stock(w-cant-prd)
                   MOVE 0 TO tv-unidades(w-cant-prd)
                   MOVE 0 TO tv-importe(w-cant-prd)
                   READ PRODUCTOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PRODUCTOS
           END-IF.
           MOVE 0 TO w-sen.
       200-ACUMULAR.
           OPEN INPUT STOCK-MOV.
           IF w-stock-mov-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ STOCK-MOV AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF stm-venta AND stm-fecha(1:6) = w-periodo
                   PERFORM 210-ACUMULAR-VENTA
               END-IF
               READ STOCK-MOV AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE STOCK-MOV.
      * A sale is stored with a negative quantity; the report shows
      * the units sold as a positive figure.
       210-ACUMULAR-VENTA.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-p FROM 1 BY 1
                   UNTIL w-p > w-cant-prd OR entrada-hallada
               IF tv-codigo(w-p) = stm-producto
                   MOVE 1 TO w-hallado
               END-IF
           END-PERFORM.
           IF NOT entrada-hallada
               ADD 1 TO w-cant-prd
               MOVE w-cant-prd TO w-p
               MOVE stm-producto TO tv-codigo(w-p)
               MOVE "(SIN DESCRIPCION)" TO tv-descripcion(w-p)
               MOVE 0 TO tv-stock(w-p)
               MOVE 0 TO tv-unidades(w-p)
               MOVE 0 TO tv-importe(w-p)
           ELSE
               SUBTRACT 1 FROM w-p
           END-IF.
           COMPUTE w-unidades = 0 - stm-cantidad.
           ADD w-unidades TO tv-unidades(w-p).
           COMPUTE tv-importe(w-p) = tv-importe(w-p) +
               w-unidades * stm-precio.
       300-IMPRIMIR.
           MOVE SPACES TO w-linea.
           STRING "=== VENTAS PROSHOP POR PRODUCTO - PERIODO "
                   DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-ventas-linea.
           WRITE reporte-ventas-linea.
           MOVE "CODIG DESCRIPCION          UNIDAD      IMPORTE"
               TO reporte-ventas-linea.
           MOVE "  STOCK" TO reporte-ventas-linea(47:7).
           WRITE reporte-ventas-linea.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-cant-prd
               IF tv-unidades(w-p) > 0
                   PERFORM 310-LINEA-PRODUCTO
               END-IF
           END-PERFORM.
           MOVE w-tot-importe TO w-tot-importe-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL UNIDADES: " DELIMITED BY SIZE
               w-tot-unidades DELIMITED BY SIZE
               "  IMPORTE: " DELIMITED BY SIZE
               w-tot-importe-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-ventas-linea.
           WRITE reporte-ventas-linea.
       310-LINEA-PRODUCTO.
           MOVE tv-importe(w-p) TO w-importe-edit.
           MOVE tv-stock(w-p) TO w-stock-edit.
           MOVE SPACES TO w-linea.
           STRING tv-codigo(w-p) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tv-descripcion(w-p) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tv-unidades(w-p) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-importe-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-stock-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-linea TO reporte-ventas-linea.
           WRITE reporte-ventas-linea.
           ADD tv-unidades(w-p) TO w-tot-unidades.
           ADD tv-importe(w-p) TO w-tot-importe.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-VENTAS.
           MOVE "ventas-proshop.txt" TO w-rep-archivo.
           MOVE "VENTAS-PROSHOP" TO w-rep-informe.
           MOVE "REPORTE-VENTAS-PRO" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en ventas-proshop.txt".
       END PROGRAM REPORTE-VENTAS-PROSHOP.
