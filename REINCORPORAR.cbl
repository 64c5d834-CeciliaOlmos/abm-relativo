      *          else in the cuotas subsystem). Every reincorporacion
      *          is logged to auditoria.dat and synchronized to
      *          arch-idx.dat so the gate control sees the socio
      *          active at once. The person's DNI, CUIL or passport
      *          is asked for and checked against identidades.dat:
      *          one registered to another code is refused, showing
      *          that code and its estado, and one not yet on file is
      *          registered to the reincorporated socio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BAJAS-HIST ASSIGN TO "..\bajas-hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bajas-hist-status.
           COPY "CpyIdentidades.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
      * Admission date of the socio, for the cohort analysis. Blank
      * on rows written before it was kept.
           03 bh-fecha-alta pic 9(8).
           COPY "CpyIdentidadesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
           88 fin-anul value 1.
       77  w-anul-desborde pic 9 value 0.
           88 anulados-desbordados value 1.
       77  w-doc-ajeno pic 9 value 0.
           88 documento-ajeno value 1.
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyLockSocioWS.cpy.cbl".
           COPY "CpyIdentidadWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "REINCORPORAR" TO w-programa-log.
           PERFORM 110-PRIMER-POSICION-VACIA.
           PERFORM 215-CARGAR-ANULADOS.
           PERFORM 955-ABRIR-IDX.
           PERFORM 961-ABRIR-IDENTIDADES.
           MOVE w-operador TO w-idn-operador.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
                   PERFORM 440-REINSERTAR-DESDE-HISTORIAL
               END-IF
           END-IF.
      * The document may already be on file under this same code
      * (it was registered when the socio first joined); under any
      * other code the person is already a socio, or was one, with
      * a different number and must be dealt with under that one.
       405-VERIFICAR-DOCUMENTO.
           MOVE 0 TO w-doc-ajeno.
           PERFORM 958-PEDIR-DOCUMENTO.
           IF NOT documento-valido
               DISPLAY "Sin documento de identidad, reincorporacion"
                   " cancelada"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 963-BUSCAR-DOCUMENTO.
           IF documento-registrado AND
              w-idn-codigo-hallado NOT = w-soc-codigo
               MOVE 1 TO w-doc-ajeno
               DISPLAY "El documento pertenece al socio ",
                   w-idn-codigo-hallado, " (", w-idn-situacion,
                   "), reincorporacion cancelada"
           END-IF.
       406-REGISTRAR-DOCUMENTO.
           IF NOT documento-registrado
               MOVE w-soc-codigo TO w-idn-codigo
               PERFORM 964-REGISTRAR-DOCUMENTO
           END-IF.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 405-VERIFICAR-DOCUMENTO.
           IF NOT documento-valido OR documento-ajeno
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Socio: ", soc-codigo, " ", soc-nombre.
           DISPLAY "Fecha de alta original: ", soc-fecha-alta.
           DISPLAY "Confirma la reincorporacion? (S/N)".
               REWRITE soc-reg
               PERFORM 960-SINCRONIZAR-IDX
               PERFORM 460-REGISTRAR-AUDITORIA
               PERFORM 406-REGISTRAR-DOCUMENTO
               DISPLAY "Socio reincorporado"
           ELSE
               DISPLAY "Operacion cancelada"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 405-VERIFICAR-DOCUMENTO.
           IF NOT documento-valido OR documento-ajeno
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Socio segun historial de bajas: ",
               w-soc-codigo, " ", w-bh-nombre.
           MOVE 0 TO w-fecha-ok.
               REWRITE soc-reg
               PERFORM 960-SINCRONIZAR-IDX
               PERFORM 460-REGISTRAR-AUDITORIA
               PERFORM 406-REGISTRAR-DOCUMENTO
               DISPLAY "Socio reincorporado"
           ELSE
               PERFORM 475-UBICAR-SINONIMO
               ADD 1 TO w-posicion-nula
               PERFORM 490-REINICIO-OFICINA
               PERFORM 460-REGISTRAR-AUDITORIA
               PERFORM 406-REGISTRAR-DOCUMENTO
               DISPLAY "Socio reincorporado"
           END-IF.
       480-ARMAR-REGISTRO.
           MOVE w-posicion-nula TO soc-puntero.
           REWRITE soc-reg.
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyIdentidad.cpy.cbl".
       800-FIN.
           PERFORM 957-CERRAR-IDX.
           PERFORM 968-CERRAR-IDENTIDADES.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
       COPY "CpyLockSocioPar.cpy.cbl".
