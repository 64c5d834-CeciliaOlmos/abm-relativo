      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly straight-line depreciation of the fixed
      *          assets of bienes.dat (BIENES-MANT). For the requested
      *          month every asset in service, or retired within it,
      *          is depreciated by cost over useful life in months,
      *          starting the month after the purchase; the month the
      *          life runs out takes whatever is left, so the cost is
      *          written off exactly. Months an asset missed because
      *          the run was skipped are caught up in the run's
      *          month. A month is depreciated once per asset
      *          whatever the number of runs. Each amount goes to
      *          amortizaciones.dat, which EXPORTA-ASIENTOS books
      *          under the concept AMORTIZACION of cuentas-map.dat,
      *          and the accumulated depreciation of the asset is
      *          updated. The detail with the net book values goes to
      *          amortizacion-bienes.txt, and the run is journaled in
      *          bitacora-batch.dat like every other batch step.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTIZA-BIENES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyBienes.cpy.cbl".
           COPY "CpyAmortizaciones.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           SELECT REPORTE-AMORT ASSIGN TO "..\amortizacion-bienes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyBienesReg.cpy.cbl".
           COPY "CpyAmortizacionesReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  REPORTE-AMORT.
       01  reporte-amort-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-bienes-status pic xx.
       77  w-amortizaciones-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       01  w-periodo-grupo.
           03 w-anio pic 9(4).
           03 w-mes pic 9(2).
       01  w-periodo redefines w-periodo-grupo pic 9(6).
       01  w-fecha-grupo.
           03 w-fecha-anio pic 9(4).
           03 w-fecha-mes pic 9(2).
           03 w-fecha-dia pic 9(2).
       01  w-fecha redefines w-fecha-grupo pic 9(8).
       01  w-ult-grupo.
           03 w-ult-anio pic 9(4).
           03 w-ult-mes pic 9(2).
       01  w-ult-periodo redefines w-ult-grupo pic 9(6).
      * Months are counted as anio * 12 + mes.
       77  w-mes-periodo pic 9(6).
       77  w-mes-compra pic 9(6).
       77  w-mes-baja pic 9(6).
       77  w-mes-desde pic 9(6).
       77  w-mes-hasta pic 9(6).
       77  w-mes-fin-vida pic 9(6).
       77  w-meses pic 9(3).
       77  w-cuota pic 9(9)v99.
       77  w-importe pic 9(9)v99.
       77  w-neto pic 9(9)v99.
       77  w-cant-bienes pic 9(4) value 0.
       77  w-b pic 9(4).
       01  tab-bienes.
           05 bienes-ent occurs 1 to 5000 times
                   depending on w-cant-bienes.
               07 tbn-registro pic x(117).
       77  w-amortizados pic 9(5) value 0.
       77  w-atrasados pic 9(5) value 0.
       77  w-tot-importe pic 9(11)v99 value 0.
       01  w-importe-edit pic zzzzzzzz9.99.
       01  w-acum-edit pic zzzzzzzz9.99.
       01  w-neto-edit pic zzzzzzzz9.99.
       01  w-total-edit pic zzzzzzzzzz9.99.
       01  w-linea pic x(100).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "AMORTIZA-BIENES" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           IF sin-acceso
               DISPLAY "Sesion finalizada sin acceso"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 086-ABRIR-PASO.
           PERFORM 100-INICIO.
           PERFORM 200-AMORTIZAR-BIENES.
           PERFORM 300-GRABAR-BIENES.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyRegistrarPaso.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           DISPLAY "Ingrese anio a amortizar (AAAA)".
           ACCEPT w-anio.
           MOVE 0 TO w-mes.
           PERFORM UNTIL w-mes >= 1 AND w-mes <= 12
               DISPLAY "Ingrese mes a amortizar (1-12)"
               ACCEPT w-mes
           END-PERFORM.
           IF w-periodo > w-hoy(1:6)
               DISPLAY "No se puede amortizar un mes futuro"
               MOVE "ERROR" TO w-bit-resultado
               PERFORM 096-CERRAR-PASO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-mes-periodo = w-anio * 12 + w-mes.
           PERFORM 110-CARGAR-BIENES.
           OPEN EXTEND AMORTIZACIONES.
           IF w-amortizaciones-status = "35"
               OPEN OUTPUT AMORTIZACIONES
               CLOSE AMORTIZACIONES
               OPEN EXTEND AMORTIZACIONES
           END-IF.
           OPEN OUTPUT REPORTE-AMORT.
           MOVE SPACES TO w-linea.
           STRING "=== AMORTIZACION DE BIENES DE USO - PERIODO "
                   DELIMITED BY SIZE
               w-periodo DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           MOVE "CODIGO DESCRIPCION" TO w-linea(1:18).
           MOVE "MESES" TO w-linea(39:5).
           MOVE "AMORTIZACION" TO w-linea(46:12).
           MOVE "AMORT. ACUM." TO w-linea(59:12).
           MOVE "RESIDUAL" TO w-linea(76:8).
           PERFORM 390-ESCRIBIR.
       110-CARGAR-BIENES.
           MOVE 0 TO w-cant-bienes.
           OPEN INPUT BIENES.
           IF w-bienes-status = "00"
               MOVE 0 TO w-sen
               READ BIENES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-bienes >= 5000
                   ADD 1 TO w-cant-bienes
                   MOVE bien-reg TO tbn-registro(w-cant-bienes)
                   READ BIENES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE BIENES
           END-IF.
           MOVE 0 TO w-sen.
       200-AMORTIZAR-BIENES.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > w-cant-bienes
               MOVE tbn-registro(w-b) TO bien-reg
               PERFORM 210-AMORTIZAR-BIEN
               MOVE bien-reg TO tbn-registro(w-b)
           END-PERFORM.
           CLOSE AMORTIZACIONES.
      * The months due run from the one after the last depreciated
      * (or after the purchase) up to the run's month, or up to the
      * baja month for a retired asset. The last month of the useful
      * life takes the remainder of the cost.
       210-AMORTIZAR-BIEN.
           IF bien-costo = 0 OR bien-vida-util = 0 OR
              bien-amort-acum >= bien-costo
               EXIT PARAGRAPH
           END-IF.
           MOVE bien-fecha-compra TO w-fecha.
           COMPUTE w-mes-compra = w-fecha-anio * 12 + w-fecha-mes.
           COMPUTE w-mes-fin-vida = w-mes-compra + bien-vida-util.
           COMPUTE w-mes-desde = w-mes-compra + 1.
           IF bien-ult-periodo > 0
               MOVE bien-ult-periodo TO w-ult-periodo
               IF w-ult-anio * 12 + w-ult-mes >= w-mes-desde
                   COMPUTE w-mes-desde = w-ult-anio * 12
                       + w-ult-mes + 1
               END-IF
           END-IF.
           MOVE w-mes-periodo TO w-mes-hasta.
           IF bien-retirado
               MOVE bien-fecha-baja TO w-fecha
               COMPUTE w-mes-baja = w-fecha-anio * 12 + w-fecha-mes
               IF w-mes-baja < w-mes-hasta
                   MOVE w-mes-baja TO w-mes-hasta
               END-IF
           END-IF.
           IF w-mes-fin-vida < w-mes-hasta
               MOVE w-mes-fin-vida TO w-mes-hasta
           END-IF.
           IF w-mes-desde > w-mes-hasta
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-meses = w-mes-hasta - w-mes-desde + 1.
           COMPUTE w-cuota ROUNDED = bien-costo / bien-vida-util.
           IF w-mes-hasta = w-mes-fin-vida
               COMPUTE w-importe = bien-costo - bien-amort-acum
           ELSE
               COMPUTE w-importe = w-cuota * w-meses
               IF bien-amort-acum + w-importe > bien-costo
                   COMPUTE w-importe = bien-costo - bien-amort-acum
               END-IF
           END-IF.
           IF w-importe = 0
               EXIT PARAGRAPH
           END-IF.
           ADD w-importe TO bien-amort-acum.
           MOVE w-periodo TO bien-ult-periodo.
           MOVE w-periodo TO am-periodo.
           MOVE bien-codigo TO am-bien.
           MOVE w-meses TO am-meses.
           MOVE w-importe TO am-importe.
           MOVE w-hoy TO am-fecha-proceso.
           WRITE amortizacion-reg.
           ADD 1 TO w-amortizados.
           IF w-meses > 1
               ADD 1 TO w-atrasados
           END-IF.
           ADD w-importe TO w-tot-importe.
           PERFORM 220-LINEA-BIEN.
       220-LINEA-BIEN.
           COMPUTE w-neto = bien-costo - bien-amort-acum.
           MOVE w-importe TO w-importe-edit.
           MOVE bien-amort-acum TO w-acum-edit.
           MOVE w-neto TO w-neto-edit.
           MOVE SPACES TO w-linea.
           STRING bien-codigo DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               bien-descripcion DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               w-meses DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               w-importe-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-acum-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-neto-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           IF w-meses > 1
               MOVE "ATRASADOS" TO w-linea(86:9)
           END-IF.
           IF bien-retirado
               MOVE "BAJA" TO w-linea(86:9)
           END-IF.
           PERFORM 390-ESCRIBIR.
       300-GRABAR-BIENES.
           IF w-cant-bienes = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BIENES.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > w-cant-bienes
               MOVE tbn-registro(w-b) TO bien-reg
               WRITE bien-reg
           END-PERFORM.
           CLOSE BIENES.
       390-ESCRIBIR.
           MOVE w-linea TO reporte-amort-linea.
           WRITE reporte-amort-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE w-tot-importe TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "TOTAL DEL PERIODO (" DELIMITED BY SIZE
               w-amortizados DELIMITED BY SIZE
               " BIENES)" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           MOVE w-total-edit TO w-linea(44:14).
           PERFORM 390-ESCRIBIR.
           IF w-atrasados > 0
               MOVE SPACES TO w-linea
               STRING "BIENES CON MESES ATRASADOS INCLUIDOS: "
                       DELIMITED BY SIZE
                   w-atrasados DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
               PERFORM 390-ESCRIBIR
           END-IF.
           CLOSE REPORTE-AMORT.
           MOVE "amortizacion-bienes.txt" TO w-rep-archivo.
           MOVE "AMORTIZACION" TO w-rep-informe.
           MOVE "AMORTIZA-BIENES" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           MOVE w-amortizados TO w-bit-procesados.
           MOVE "OK" TO w-bit-resultado.
           PERFORM 096-CERRAR-PASO.
           DISPLAY "Bienes amortizados: ", w-amortizados.
           DISPLAY "Reporte generado en amortizacion-bienes.txt".
       END PROGRAM AMORTIZA-BIENES.
