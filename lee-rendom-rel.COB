      *          code's natural hash bucket, scans the soc-puntero
      *          synonym chain from that bucket before giving up. Also
      *          offers a batch reconciliation mode against a file of
      *          codes/names supplied by an outside party; each
      *          reconciliation is filed as a dated copy in the report
      *          repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECONCILIACION ASSIGN TO "..\reconciliacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyControl.cpy.cbl".
           COPY "CpyRepInformes.cpy.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyRepInformesReg.cpy.cbl".

       FD  PADRON-EXTERNO.
       01  padron-reg.
       77  w-control-status pic xx.
       77  w-modulo pic 9(4) value 97.
           COPY "CpyArchStatusWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 105-LEER-CONTROL.
           END-PERFORM.
           CLOSE PADRON-EXTERNO.
           CLOSE RECONCILIACION.
           MOVE "reconciliacion.txt" TO w-rep-archivo.
           MOVE "RECONCILIACION" TO w-rep-informe.
           MOVE "LEE-RENDOM-REL" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reconciliacion generada en reconciliacion.txt".
       510-RECONCILIAR-UNO.
           MOVE padron-codigo TO w-soc-buscado.
           END-IF.
           MOVE w-linea TO reconciliacion-linea.
           WRITE reconciliacion-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM LEE-RENDOM-REL.
