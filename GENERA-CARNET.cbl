      *          EXPORTA-CSV.cbl does), for a requested list of
      *          codes, or as a single reissue for a lost card, which
      *          is also logged to auditoria.dat so the reprints
      *          leave a trace. Once the deadline of the
      *          re-empadronamiento campaign in course has passed
      *          (EMPADRONAMIENTO), a socio reached by it who has not
      *          re-registered at the desk gets no carnet until they
      *          do.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyEmpadron.cpy.cbl".
           SELECT CARNETS ASSIGN TO "..\carnets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-carnets-status.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyEmpadronReg.cpy.cbl".
       FD  CARNETS.
       01  carnet-reg.
           03 carnet-codigo pic 9(4).
           88 socio-encontrado value 1.
       77  w-total pic 9(5) value 0.
       77  w-hoy pic 9(8).
       77  w-sin-empadron pic 9(5) value 0.
       77  w-emp-bloqueo pic 9 value 0.
           88 carnet-bloqueado value 1.
           COPY "CpyEmpadronWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-EVALUATE.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyEmpadronVig.cpy.cbl".
       100-INICIO.
           PERFORM 105-LEER-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
               MOVE FUNCTION UPPER-CASE(w-modo) TO w-modo
           END-PERFORM.
           OPEN INPUT SOCIOS.
           PERFORM 971-CARGAR-CAMPANIA.
           IF hay-campania
               OPEN INPUT REEMPADRONADOS
               IF w-reempadron-status = "35"
                   OPEN OUTPUT REEMPADRONADOS
                   CLOSE REEMPADRONADOS
                   OPEN INPUT REEMPADRONADOS
               END-IF
           END-IF.
           IF modo-todos
               OPEN OUTPUT CARNETS
           ELSE
                   NOT AT END
                       IF rel-nro NOT = w-oficina AND soc-codigo NOT = 0
                          AND NOT socio-de-baja
                           PERFORM 520-VERIFICAR-EMPADRON
                           IF carnet-bloqueado
                               ADD 1 TO w-sin-empadron
                           ELSE
                               PERFORM 500-EMITIR-CARNET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   DISPLAY "El socio ", w-soc-codigo,
                       " esta de baja, no se emite carnet"
               ELSE
                   PERFORM 520-VERIFICAR-EMPADRON
                   IF carnet-bloqueado
                       DISPLAY "El socio ", w-soc-codigo,
                           " no se re-empadrono, no se emite carnet"
                       ADD 1 TO w-sin-empadron
                   ELSE
                       PERFORM 500-EMITIR-CARNET
                   END-IF
               END-IF
           END-IF.
       400-REIMPRIMIR-UNO.
               IF socio-de-baja
                   DISPLAY "El socio esta de baja, no se emite carnet"
               ELSE
                   PERFORM 520-VERIFICAR-EMPADRON
                   IF carnet-bloqueado
                       DISPLAY "El socio no se re-empadrono en la"
                           " campania vencida el ", w-emp-vence,
                           ", no se emite carnet"
                   ELSE
                       PERFORM 500-EMITIR-CARNET
                       PERFORM 410-AUDITAR-REIMPRESION
                       DISPLAY "Reimpresion registrada en auditoria"
                   END-IF
               END-IF
           END-IF.
       410-AUDITAR-REIMPRESION.
           END-IF.
           WRITE carnet-reg.
           ADD 1 TO w-total.
      * Before the deadline the campaign does not hold the carnet
      * back; after it only a socio reached by the campaign and still
      * pending is refused.
       520-VERIFICAR-EMPADRON.
           MOVE 0 TO w-emp-bloqueo.
           IF NOT hay-campania OR w-hoy NOT > w-emp-vence
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-codigo TO w-emp-buscar-cod.
           MOVE soc-fecha-alta TO w-emp-buscar-alta.
           PERFORM 972-VERIFICAR-EMPADRON.
           IF emp-pendiente
               MOVE 1 TO w-emp-bloqueo
           END-IF.
       510-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
       800-FIN.
           CLOSE SOCIOS.
           CLOSE CARNETS.
           IF hay-campania
               CLOSE REEMPADRONADOS
           END-IF.
           DISPLAY "Generacion de carnets finalizada".
           DISPLAY "Carnets emitidos: ", w-total.
           IF w-sin-empadron > 0
               DISPLAY "Sin carnet por no re-empadronarse: ",
                   w-sin-empadron
           END-IF.
       END PROGRAM GENERA-CARNET.
