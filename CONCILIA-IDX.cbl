      *          not the other, and socios present in both whose
      *          soc-nombre, soc-estado, soc-categoria or dates
      *          differ, with totals per difference type.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           SELECT REPORTE-CONC ASSIGN TO "..\conciliacion-idx.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
       FD  REPORTE-CONC.
       01  reporte-conc-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-socios-idx-status pic xx.
       77  w-iguales pic 9(5) value 0.
       77  w-con-dif pic 9 value 0.
       01  w-linea pic x(100).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
                   PERFORM 390-ESCRIBIR-LINEA
               END-IF
           END-PERFORM.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           MOVE SPACES TO reporte-conc-linea.
           WRITE reporte-conc-linea.
           CLOSE SOCIOS.
           CLOSE SOCIOS-IDX.
           CLOSE REPORTE-CONC.
           MOVE "conciliacion-idx.txt" TO w-rep-archivo.
           MOVE "CONCIL-IDX" TO w-rep-informe.
           MOVE "CONCILIA-IDX" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Conciliacion finalizada, ver conciliacion-idx.txt".
           DISPLAY "Solo en arch: ", w-solo-arch,
               "  Solo en idx: ", w-solo-idx.
