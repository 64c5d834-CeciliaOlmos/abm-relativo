      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly step that moves socios in and out of
      *          licencia on the periods recorded by LICENCIAS-MANT
      *          in licencias.dat. A pending licencia whose first
      *          period has arrived puts the activo socio in estado
      *          "L"; a running licencia whose last period is over
      *          returns the socio to activo automatically, so nobody
      *          has to remember to do it and the full tariff resumes
      *          on its own. Each change is written to arch.dat,
      *          arch-idx.dat and auditoria.dat; the counts go to the
      *          bitacora like the other steps of the chain. A
      *          licencias.dat larger than the table stops the step
      *          with an error before anything is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENCIAS-NOCHE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyLicencias.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyLicenciasReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
           03 audit-hora pic 9(6).
           03 audit-operacion pic x(14).
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-auditoria-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-resul pic 9(3).
       77  w-soc-codigo pic 9(4).
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       01  w-hoy-periodo pic 9(6).
       77  w-iniciadas pic 9(4) value 0.
       77  w-finalizadas pic 9(4) value 0.
       77  w-omitidas pic 9(4) value 0.
           COPY "CpyLicenciaWS.cpy.cbl".
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LICENCIAS-NOCHE" TO w-programa-log.
           PERFORM 085-VERIFICAR-PASO.
           IF paso-ya-completado
               STOP RUN
           END-IF.
           PERFORM 086-ABRIR-PASO.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESAR.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyRegistrarPaso.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       COPY "CpyLicenciaTar.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           PERFORM 105-LEER-CONTROL.
           PERFORM 996-CARGAR-LICENCIAS.
           IF licencias-desbordadas
               DISPLAY "Depure licencias.dat antes de correr el paso"
               MOVE "ERROR" TO w-bit-resultado
               PERFORM 096-CERRAR-PASO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SOCIOS.
           PERFORM 955-ABRIR-IDX.
           OPEN EXTEND AUDITORIA.
           IF w-auditoria-status = "35"
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       200-PROCESAR.
           PERFORM VARYING w-lc FROM 1 BY 1 UNTIL w-lc > w-cant-lic
               EVALUATE TRUE
                   WHEN tl-estado(w-lc) = "P" AND
                        tl-desde(w-lc) <= w-hoy-periodo
                       PERFORM 300-INICIAR-LICENCIA
                   WHEN tl-estado(w-lc) = "V" AND
                        tl-hasta(w-lc) < w-hoy-periodo
                       PERFORM 400-FINALIZAR-LICENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
      * A socio who left activo between the request and the start
      * (baja, expulsion, suspension por mora) does not go into
      * licencia; the licencia is cancelled so it never reduces a
      * tariff.
       300-INICIAR-LICENCIA.
           MOVE tl-codigo(w-lc) TO w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado OR NOT socio-activo
               MOVE "C" TO tl-estado(w-lc)
               ADD 1 TO w-omitidas
               DISPLAY "Licencia de ", tl-codigo(w-lc),
                   " cancelada: el socio no esta activo"
               EXIT PARAGRAPH
           END-IF.
           MOVE "L" TO soc-estado.
           REWRITE soc-reg.
           PERFORM 960-SINCRONIZAR-IDX.
           MOVE "LICENCIA" TO audit-operacion.
           PERFORM 450-AUDITAR.
           MOVE "V" TO tl-estado(w-lc).
           ADD 1 TO w-iniciadas.
       400-FINALIZAR-LICENCIA.
           MOVE "F" TO tl-estado(w-lc).
           MOVE tl-codigo(w-lc) TO w-soc-codigo.
           PERFORM 410-BUSCAR-SOCIO.
           IF NOT socio-encontrado OR NOT socio-licencia
               ADD 1 TO w-omitidas
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO soc-estado.
           REWRITE soc-reg.
           PERFORM 960-SINCRONIZAR-IDX.
           MOVE "FIN-LICENCIA" TO audit-operacion.
           PERFORM 450-AUDITAR.
           ADD 1 TO w-finalizadas.
       410-BUSCAR-SOCIO.
           DIVIDE w-modulo INTO w-soc-codigo
                   GIVING w-resul REMAINDER rel-nro.
           IF rel-nro = 0
               ADD 1 TO rel-nro
           END-IF.
           READ SOCIOS.
           MOVE 0 TO w-encontrado.
           PERFORM UNTIL socio-encontrado OR soc-codigo = 0
               IF soc-codigo = w-soc-codigo
                   MOVE 1 TO w-encontrado
               ELSE
                   IF soc-puntero = 0
                       MOVE 0 TO soc-codigo
                   ELSE
                       MOVE soc-puntero TO rel-nro
                       READ SOCIOS
                   END-IF
               END-IF
           END-PERFORM.
       450-AUDITAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO audit-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO audit-hora.
           MOVE soc-codigo TO audit-codigo.
           MOVE soc-nombre TO audit-nombre-antes.
           MOVE soc-nombre TO audit-nombre-despues.
           WRITE audit-reg.
       800-FIN.
           PERFORM 998-GRABAR-LICENCIAS.
           PERFORM 957-CERRAR-IDX.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
           COMPUTE w-bit-procesados = w-iniciadas + w-finalizadas.
           MOVE w-omitidas TO w-bit-rechazados.
           MOVE "OK" TO w-bit-resultado.
           PERFORM 096-CERRAR-PASO.
           DISPLAY "Licencias iniciadas: ", w-iniciadas.
           DISPLAY "Licencias finalizadas: ", w-finalizadas.
           DISPLAY "Licencias omitidas: ", w-omitidas.
       END PROGRAM LICENCIAS-NOCHE.
