      *          de baja owe nothing going forward, so those are
      *          skipped as exentos; suspendidos still owe what they
      *          accrued and are flagged apart so the counter can
      *          tell them from active morosos. Socios en licencia
      *          keep owing the reduced dues of the licencia and are
      *          flagged apart the same way.
      *          The last period paid comes from the nightly arrears
      *          snapshot (mora-foto.dat, FOTO-MORA) when it is
      *          current for the socio, from cuotas.dat otherwise.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyConsumosCargos.cpy.cbl".
           SELECT REPORTE-MORA-ARCH ASSIGN TO "..\mora.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyConsumosCargosReg.cpy.cbl".
       FD  REPORTE-MORA-ARCH.
       01  mora-linea pic x(60).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-cuotas-status pic xx.
               07 trs-recibo pic 9(6).
               07 trs-tipo pic x.
               07 trs-fecha pic 9(8).
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           PERFORM 951-ABRIR-FOTO-MORA.
           OPEN INPUT SOCIOS.
           OPEN INPUT CUOTAS-IDX.
           IF w-cuotas-idx-status = "00"
           ELSE
               PERFORM 220-BUSCAR-ULTIMO-PAGO
               IF NOT hay-pago
                   EVALUATE TRUE
                       WHEN socio-suspendido
                           MOVE "SIN PAGOS SUSP" TO w-ld-estado
                       WHEN socio-licencia
                           MOVE "SIN PAGOS LIC" TO w-ld-estado
                       WHEN OTHER
                           MOVE "SIN PAGOS" TO w-ld-estado
                   END-EVALUATE
                   PERFORM 217-APLICAR-CONVENIO
               ELSE
                   PERFORM 230-CALCULAR-ATRASO
                   IF w-meses-atraso > 1
                       EVALUATE TRUE
                           WHEN socio-suspendido
                               MOVE "EN MORA SUSP" TO w-ld-estado
                           WHEN socio-licencia
                               MOVE "EN MORA LIC" TO w-ld-estado
                           WHEN OTHER
                               MOVE "EN MORA" TO w-ld-estado
                       END-EVALUATE
                       PERFORM 217-APLICAR-CONVENIO
                   END-IF
               END-IF
                   MOVE 1 TO w-pago-anulado
               END-IF
           END-PERFORM.
      * The nightly snapshot of mora-foto.dat answers without the
      * scan when it is this month's and no cuota row was posted
      * for the socio since.
       220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-fm-socio.
           PERFORM 953-LEER-FOTO-MORA.
           IF foto-usable
               MOVE fm-hay-pago TO w-hay-pago
               MOVE fm-ult-periodo TO w-periodo-max
               EXIT PARAGRAPH
           END-IF.
      * A member whose live rows no longer fit the bounded table
      * (the baseline's anulados table warns the same way) falls
      * back to the full sequential scan instead of trusting a
               END-READ
           END-PERFORM.
           CLOSE CONSUMOS-CARGOS.
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           PERFORM 949-CERRAR-FOTO-MORA.
           PERFORM 250-LISTAR-CONSUMOS-IMPAGOS.
           IF cuotas-idx-activo
               CLOSE CUOTAS-IDX
           END-IF.
           CLOSE SOCIOS.
           CLOSE REPORTE-MORA-ARCH.
           MOVE "mora.txt" TO w-rep-archivo.
           MOVE "MORA" TO w-rep-informe.
           MOVE "REPORTE-MORA" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte de mora finalizado".
           DISPLAY "Socios en mora o sin pagos: ", w-total-morosos.
           DISPLAY "Socios exentos (vitalicios, honorarios, bajas): ",
