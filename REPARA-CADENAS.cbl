      *          registers the nightly ones, so a bad repair can be
      *          rolled back with RESTAURAR-ARCH. Every applied
      *          repair is written to reparaciones-cadenas.txt and
      *          auditoria.dat; the report is filed as a dated copy
      *          in the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       01  rel-backup pic 999.
       77  w-v pic 999.
       01  w-linea pic x(80).
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "REPARA-CADENAS" TO w-programa-log.
       800-FIN.
           CLOSE SOCIOS.
           CLOSE REPORTE-REP.
           MOVE "reparaciones-cadenas.txt" TO w-rep-archivo.
           MOVE "REPARA-CADENAS" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           CLOSE AUDITORIA.
           DISPLAY "Reparacion de cadenas finalizada".
           DISPLAY "Correcciones aplicadas: ", w-reparadas.
               DISPLAY "Corra VERIFICA-CADENAS para certificar el"
                   " resultado"
           END-IF.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM REPARA-CADENAS.
