      *          five reports. For the requested month it writes (or
      *          refreshes) one indicadores.dat record: altas and
      *          bajas of the month from arch.dat, current actives
      *          per soc-categoria (temporarios left out), the
      *          month's collection from
      *          cuotas.dat (annulled payments excluded), the mora
      *          percentage over the active padron, the gate
      *          attendance from asistencia.dat and the hash-table
      *          estadisticas-hist.dat snapshot. The pack prints the
      *          last thirteen recorded months as a trend table in
      *          tablero-mensual.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS w-indicadores-status.
           SELECT TABLERO ASSIGN TO "..\tablero-mensual.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 ind-ocupacion-pct pic 9(3).
       FD  TABLERO.
       01  tablero-linea pic x(90).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
               07 ti-ocupacion pic 9(3).
       01  w-cobranza-edit pic ---------9.99.
       01  w-linea pic x(90).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-IF.
           IF socio-activo
               EVALUATE soc-categoria
                   WHEN "T"
                       CONTINUE
                   WHEN "V"
                       ADD 1 TO w-act-v
                   WHEN "H"
               WRITE tablero-linea
           END-PERFORM.
           CLOSE TABLERO.
           MOVE "tablero-mensual.txt" TO w-rep-archivo.
           MOVE "TABLERO-MES" TO w-rep-informe.
           MOVE "INDICADORES-MES" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           DISPLAY "Indicadores del periodo ", w-periodo,
               " registrados".
