      *          through the shared step journal, which also stops a
      *          second apply of the same day from doubling the
      *          adjustment.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyOperMaster.cpy.cbl".
           SELECT AJUSTE-IMPRESO ASSIGN TO "..\ajuste-tarifas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
       FD  AJUSTE-IMPRESO.
       01  ajuste-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-tarifas-status pic xx.
       77  w-secciones-status pic xx.
               07 tsc-cuota pic 9(6)v99.
               07 tsc-req-apto pic x.
               07 tsc-federada pic x.
               07 tsc-seguro-todos pic x.
       77  w-monto-nuevo pic 9(6)v99.
       77  w-tarifas-nuevas pic 9(3) value 0.
       77  w-secciones-ajust pic 9(3) value 0.
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "AJUSTA-TARIFAS" TO w-programa-log.
                   MOVE sec-cuota TO tsc-cuota(w-cant-sec)
                   MOVE sec-req-apto TO tsc-req-apto(w-cant-sec)
                   MOVE sec-federada TO tsc-federada(w-cant-sec)
                   MOVE sec-seguro-todos
                       TO tsc-seguro-todos(w-cant-sec)
                   READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE SECCIONES
               WRITE ajuste-linea
           END-PERFORM.
           CLOSE AJUSTE-IMPRESO.
           MOVE "ajuste-tarifas.txt" TO w-rep-archivo.
           MOVE "AJUSTE-TARIFAS" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Propuesta impresa en ajuste-tarifas.txt".
       400-APLICAR.
           OPEN EXTEND TARIFAS.
               MOVE w-monto-nuevo TO sec-cuota
               MOVE tsc-req-apto(w-s) TO sec-req-apto
               MOVE tsc-federada(w-s) TO sec-federada
               MOVE tsc-seguro-todos(w-s) TO sec-seguro-todos
               WRITE seccion-reg
               ADD 1 TO w-secciones-ajust
           END-PERFORM.
           CLOSE SECCIONES.
           DISPLAY "Tarifas nuevas escritas: ", w-tarifas-nuevas.
           DISPLAY "Secciones ajustadas: ", w-secciones-ajust.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           IF modo-aplicar
               COMPUTE w-bit-procesados =
