      *          assigns and releases each locker against a
      *          soc-codigo validated in arch.dat, keeps a waiting
      *          list per full sector in lockers-espera.dat, and
      *          prints the occupancy-and-arrears listing, filed as
      *          a dated copy in the report repository
      *          (CONSULTA-INFORMES). The
      *          monthly rent itself rides on the member's cuota:
      *          CUOTAS-MANT adds the locker rate alongside the
      *          section fees the way 443-AGREGAR-SECCIONES does, so
           FILE STATUS IS w-lockers-esp-status.
           SELECT REPORTE-LOCKERS ASSIGN TO "..\lockers.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 le-fecha pic 9(8).
       FD  REPORTE-LOCKERS.
       01  reporte-lockers-linea pic x(80).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       01  w-linea pic x(80).
       01  w-tarifa-edit pic zzzzz9.99.
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LOCKERS-MANT" TO w-programa-log.
           MOVE w-linea TO reporte-lockers-linea.
           WRITE reporte-lockers-linea.
           CLOSE REPORTE-LOCKERS.
           MOVE "lockers.txt" TO w-rep-archivo.
           MOVE "LOCKERS" TO w-rep-informe.
           MOVE w-operador TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Listado impreso en lockers.txt".
       710-LINEA-OCUPADO.
           MOVE tl-codigo(w-lk) TO w-soc-codigo.
       800-FIN.
           CLOSE SOCIOS.
           DISPLAY "Gestion de lockers finalizada".
       COPY "CpyArchivaInforme.cpy.cbl".
       END PROGRAM LOCKERS-MANT.
