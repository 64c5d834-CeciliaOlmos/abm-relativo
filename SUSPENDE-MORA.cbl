      *          and suspending him would undo what the board
      *          approved. Every estado change is synchronized to
      *          arch-idx.dat so the gate control sees it at once.
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
           COPY "CpyControl.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           FILE STATUS IS w-auditoria-status.
           SELECT REPORTE-SUSP ASSIGN TO "..\suspensiones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           03 audit-nombre-despues pic x(20).
       FD  REPORTE-SUSP.
       01  reporte-susp-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
               07 trs-tipo pic x.
               07 trs-fecha pic 9(8).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "SUSPENDE-MORA" TO w-programa-log.
           PERFORM 800-FIN.
           STOP RUN.
       100-INICIO.
           PERFORM 951-ABRIR-FOTO-MORA.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-PARAMETRO.
           OPEN I-O SOCIOS.
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
                   MOVE 1 TO w-rsoc-anulado
               END-IF
           END-PERFORM.
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           PERFORM 949-CERRAR-FOTO-MORA.
           IF cuotas-idx-activo
               CLOSE CUOTAS-IDX
           END-IF.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
           CLOSE REPORTE-SUSP.
           MOVE "suspensiones.txt" TO w-rep-archivo.
           MOVE "SUSPENSIONES" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Suspension automatica finalizada".
           DISPLAY "Socios revisados: ", w-total-revisados.
           DISPLAY "Socios suspendidos: ", w-total-suspendidos.
