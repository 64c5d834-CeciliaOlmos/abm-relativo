      *          itself, dead-ends at a non-zero pointer to an empty
      *          record, or otherwise never terminates in a zero
      *          pointer. Read-only: does not modify arch.dat.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyBitacora.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyAlertas.cpy.cbl".
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
       01  reporte-verif-linea pic x(80).
           COPY "CpyBitacoraReg.cpy.cbl".
           COPY "CpyAlertasReg.cpy.cbl".
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-control-status pic xx.
       77  w-max-bucket pic 999 value 97.
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
           COPY "CpyAlertaWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "VERIFICA-CADENAS" TO w-programa-log.
           MOVE w-linea TO reporte-verif-linea.
           WRITE reporte-verif-linea.
           DISPLAY w-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           MOVE SPACES TO reporte-verif-linea.
           WRITE reporte-verif-linea.
           WRITE reporte-verif-linea.
           CLOSE SOCIOS.
           CLOSE REPORTE-VERIF.
           MOVE "verificacion-cadenas.txt" TO w-rep-archivo.
           MOVE "VERIF-CADENAS" TO w-rep-informe.
           MOVE w-programa-log TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Verificacion de cadenas finalizada".
           DISPLAY "Cadenas revisadas: ", w-total-cadenas.
           DISPLAY "Cadenas con problemas: ", w-total-malas.
