      *          cierre of cierres.dat (the cash counted at each
      *          drawer close should appear deposited) and the
      *          credit of the accepted direct debits taken from
      *          banco-respuesta.dat, plus every member transfer
      *          that TRANSFERENCIAS-SOCIOS imputed or assigned from
      *          the statement. The result goes to
      *          conciliacion-banco.txt: the matched pairs, the
      *          statement lines nothing explains, and the expected
      *          deposits that never appeared, aged in days so the
      *          oldest missing deposit screams first.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BANCO-RESPUESTA ASSIGN TO "..\banco-respuesta.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-respuesta-status.
           COPY "CpyExtracto.cpy.cbl".
           COPY "CpyTransfSocios.cpy.cbl".
           SELECT CONCILIACION
               ASSIGN TO "..\conciliacion-banco.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyCierresReg.cpy.cbl".
           03 br-importe pic 9(10)v99.
           03 br-resultado pic xx.
               88 debito-aceptado value "00".
           COPY "CpyExtractoReg.cpy.cbl".
           COPY "CpyTransfSociosReg.cpy.cbl".
       FD  CONCILIACION.
       01  conciliacion-linea pic x(90).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-cierres-status pic xx.
       77  w-respuesta-status pic xx.
       77  w-extracto-status pic xx.
       77  w-transf-socios-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       01  w-dias-edit pic zzzz9.
       01  w-importe-edit pic zzzzzzzzzz9.99.
       01  w-linea pic x(90).
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               MOVE "DEBITO-AUTOM" TO te-origen(w-cant-esp)
               MOVE 0 TO te-conciliado(w-cant-esp)
           END-IF.
           PERFORM 210-CARGAR-TRANSF-SOCIOS.
      * A member transfer already taken to a socio explains its own
      * statement line; the pending and discarded ones stay
      * unexplained until someone decides about them.
       210-CARGAR-TRANSF-SOCIOS.
           OPEN INPUT TRANSF-SOCIOS.
           IF w-transf-socios-status = "00"
               MOVE 0 TO w-sen
               READ TRANSF-SOCIOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF (transf-imputada OR transf-asignada) AND
                      w-cant-esp < 500
                       ADD 1 TO w-cant-esp
                       MOVE ts-fecha-ext TO te-fecha(w-cant-esp)
                       MOVE ts-importe TO te-importe(w-cant-esp)
                       MOVE "TRANSF-SOCIO" TO te-origen(w-cant-esp)
                       MOVE 0 TO te-conciliado(w-cant-esp)
                   END-IF
                   READ TRANSF-SOCIOS AT END MOVE 1 TO w-sen
                   END-READ
               END-PERFORM
               CLOSE TRANSF-SOCIOS
           END-IF.
           MOVE 0 TO w-sen.
       300-CARGAR-EXTRACTO.
           MOVE 0 TO w-cant-ext.
           OPEN INPUT EXTRACTO.
               END-IF
           END-PERFORM.
           CLOSE CONCILIACION.
           MOVE "conciliacion-banco.txt" TO w-rep-archivo.
           MOVE "CONCIL-BANCO" TO w-rep-informe.
           MOVE "CONCILIA-BANCO" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
       510-LINEA-FALTANTE.
           COMPUTE w-fecha-juliano =
               FUNCTION INTEGER-OF-DATE(te-fecha(w-e)).
           END-STRING.
           MOVE w-linea TO conciliacion-linea.
           WRITE conciliacion-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           DISPLAY "Conciliacion impresa en conciliacion-banco.txt".
           DISPLAY "Depositos conciliados: ", w-conciliados.
