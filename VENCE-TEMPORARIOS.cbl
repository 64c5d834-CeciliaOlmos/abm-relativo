      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly expiry of socios temporarios (categoria "T",
      *          the summer pool memberships). Every temporario whose
      *          vencimiento in temporarios.dat has passed gets the
      *          baja without anyone having to remember it: the slot
      *          is first marked "B" with motivo 6 (vencimiento) and
      *          synchronized to arch-idx.dat, the baja is logged to
      *          bajas-hist.dat and auditoria.dat, and then the slot
      *          is unlinked from its synonym chain and returned to
      *          the free chain the same way TABLA-HASH's 700-BAJA
      *          and PURGA-BAJAS do. Should the run stop between the
      *          two steps the socio is left as an ordinary soft baja
      *          for PURGA-BAJAS. temporarios.dat is rewritten with
      *          the memberships still running. A temporarios.dat
      *          larger than the table stops the step with an error
      *          before anything is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-TEMPORARIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyTemporarios.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-auditoria-status.
           SELECT BAJAS-HIST ASSIGN TO "..\bajas-hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-bajas-hist-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyTemporariosReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
       FD  AUDITORIA.
       01  audit-reg.
           03 audit-fecha pic 9(8).
           03 audit-hora pic 9(6).
           03 audit-operacion pic x(14).
           03 audit-codigo pic 9(4).
           03 audit-nombre-antes pic x(20).
           03 audit-nombre-despues pic x(20).
       FD  BAJAS-HIST.
       01  bajas-hist-reg.
           03 bh-codigo pic 9(4).
           03 bh-nombre pic x(20).
           03 bh-motivo pic 9.
           03 bh-fecha pic 9(8).
      * Admission date of the socio, for the cohort analysis. Blank
      * on rows written before it was kept.
           03 bh-fecha-alta pic 9(8).
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-control-status pic xx.
       77  w-auditoria-status pic xx.
       77  w-bajas-hist-status pic xx.
       77  w-temporarios-status pic xx.
       77  w-modulo pic 9(4) value 97.
       77  w-oficina pic 9(4) value 98.
       77  w-resul pic 9(3).
       77  w-hoy pic 9(8).
       77  w-sen pic 9 value 0.
           88 fin-temporarios value 1.
       01  w-soc-ant pic 9(4).
       01  w-baja-bucket pic 9(3).
       01  w-baja-anterior pic 9(3).
       01  w-baja-siguiente pic 9(3).
       01  w-baja-liberar pic 9(3).
       01  w-baja-tmp-codigo pic 9(4).
       01  w-baja-tmp-nombre pic x(20).
       01  w-baja-tmp-puntero pic 9(3).
       01  w-baja-tmp-estado pic x.
       01  w-baja-tmp-categoria pic x.
       01  w-baja-tmp-fecha pic 9(8).
       01  w-baja-tmp-fecha-baja pic 9(8).
       01  w-baja-tmp-motivo pic 9.
       01  w-baja-tmp-sucursal pic xxx.
       01  w-cabeza-libre pic 9(3).
       77  w-baja-encontrado pic 9 value 0.
           88 baja-encontrado value 1.
       77  w-vencidos pic 9(4) value 0.
       77  w-omitidos pic 9(4) value 0.
       77  w-cant-tmp pic 9(3) value 0.
       77  w-t pic 9(3).
       77  w-tmp-hallado pic 9 value 0.
           88 tmp-hallado value 1.
       77  w-tmp-desborde pic 9 value 0.
           88 temporarios-desbordados value 1.
       01  tab-temporarios.
           05 temporarios-ent occurs 1 to 500 times
                   depending on w-cant-tmp.
               07 tt-codigo pic 9(4).
               07 tt-vence pic 9(8).
           COPY "CpySincIdxWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "VENCE-TEMPORARIOS" TO w-programa-log.
           PERFORM 085-VERIFICAR-PASO.
           IF paso-ya-completado
               STOP RUN
           END-IF.
           PERFORM 086-ABRIR-PASO.
           PERFORM 100-INICIO.
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cant-tmp
               IF tt-vence(w-t) < w-hoy
                   PERFORM 300-VENCER-TEMPORARIO
               END-IF
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyRegistrarPaso.cpy.cbl".
       COPY "CpySincIdx.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-CONTROL.
           PERFORM 110-CARGAR-TEMPORARIOS.
      * A temporarios.dat larger than the table is not worked: the
      * rewrite in 500-GRABAR-TEMPORARIOS would lose the rows left
      * out.
           IF temporarios-desbordados
               DISPLAY "temporarios.dat supera los 500 temporarios:"
                   " depurelo antes de correr el paso"
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
           OPEN EXTEND BAJAS-HIST.
           IF w-bajas-hist-status = "35"
               OPEN OUTPUT BAJAS-HIST
               CLOSE BAJAS-HIST
               OPEN EXTEND BAJAS-HIST
           END-IF.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
               READ CONTROL-TABLA
                   NOT AT END
                       MOVE ctrl-modulo TO w-modulo
                       MOVE ctrl-oficina TO w-oficina
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
      * The newest row of a socio governs, so a later row replaces
      * the vencimiento already loaded for the same code.
       110-CARGAR-TEMPORARIOS.
           MOVE 0 TO w-cant-tmp.
           OPEN INPUT TEMPORARIOS.
           IF w-temporarios-status = "00"
               MOVE 0 TO w-sen
               READ TEMPORARIOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-temporarios
                   PERFORM 120-CARGAR-UNO
                   READ TEMPORARIOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE TEMPORARIOS
           END-IF.
           MOVE 0 TO w-sen.
       120-CARGAR-UNO.
           MOVE 0 TO w-tmp-hallado.
           PERFORM VARYING w-t FROM 1 BY 1
                   UNTIL w-t > w-cant-tmp OR tmp-hallado
               IF tt-codigo(w-t) = tmp-codigo
                   MOVE 1 TO w-tmp-hallado
               END-IF
           END-PERFORM.
           IF tmp-hallado
               SUBTRACT 1 FROM w-t
               MOVE tmp-vence TO tt-vence(w-t)
           ELSE
               IF w-cant-tmp < 500
                   ADD 1 TO w-cant-tmp
                   MOVE tmp-codigo TO tt-codigo(w-cant-tmp)
                   MOVE tmp-vence TO tt-vence(w-cant-tmp)
               ELSE
                   MOVE 1 TO w-tmp-desborde
               END-IF
           END-IF.
       300-VENCER-TEMPORARIO.
           MOVE tt-codigo(w-t) TO w-soc-ant.
           DIVIDE w-modulo INTO w-soc-ant GIVING w-resul
                   REMAINDER w-baja-bucket.
           IF w-baja-bucket = 0
               ADD 1 TO w-baja-bucket
           END-IF.
           MOVE w-baja-bucket TO rel-nro.
           MOVE ZERO TO w-baja-anterior.
           MOVE ZERO TO w-baja-encontrado.
           PERFORM 210-LEER-SOCIO.
           PERFORM 310-BUSCAR-EN-CADENA.
           IF NOT baja-encontrado OR NOT categ-temporario OR
              socio-de-baja
               ADD 1 TO w-omitidos
               DISPLAY "Temporario ", w-soc-ant, " no vigente en"
                   " arch.dat, se omite"
               EXIT PARAGRAPH
           END-IF.
           MOVE "B" TO soc-estado.
           MOVE w-hoy TO soc-fecha-baja.
           MOVE 6 TO soc-motivo-baja.
           REWRITE soc-reg.
           PERFORM 960-SINCRONIZAR-IDX.
           MOVE soc-codigo TO bh-codigo.
           MOVE soc-nombre TO bh-nombre.
           MOVE soc-motivo-baja TO bh-motivo.
           MOVE soc-fecha-baja TO bh-fecha.
           MOVE soc-fecha-alta TO bh-fecha-alta.
           WRITE bajas-hist-reg.
           MOVE FUNCTION CURRENT-DATE(1:8) TO audit-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO audit-hora.
           MOVE "VENCIMIENTO" TO audit-operacion.
           MOVE soc-codigo TO audit-codigo.
           MOVE soc-nombre TO audit-nombre-antes.
           MOVE SPACES TO audit-nombre-despues.
           WRITE audit-reg.
           PERFORM 320-ELIMINAR-DE-CADENA.
           MOVE w-soc-ant TO w-sinc-idx-codigo.
           PERFORM 965-ELIMINAR-IDX.
           ADD 1 TO w-vencidos.
       210-LEER-SOCIO.
           READ SOCIOS.
       310-BUSCAR-EN-CADENA.
           PERFORM UNTIL baja-encontrado OR soc-codigo = 0
               IF soc-codigo = w-soc-ant
                   MOVE 1 TO w-baja-encontrado
               ELSE
                   IF soc-puntero = 0
                       MOVE 0 TO soc-codigo
                   ELSE
                       MOVE rel-nro TO w-baja-anterior
                       MOVE soc-puntero TO rel-nro
                       PERFORM 210-LEER-SOCIO
                   END-IF
               END-IF
           END-PERFORM.
       320-ELIMINAR-DE-CADENA.
           IF rel-nro = w-baja-bucket
               IF soc-puntero = 0
                   PERFORM 350-BORRAR-CONTENIDO
                   REWRITE soc-reg
               ELSE
                   MOVE soc-puntero TO w-baja-siguiente
                   MOVE w-baja-siguiente TO rel-nro
                   PERFORM 210-LEER-SOCIO
                   MOVE soc-codigo TO w-baja-tmp-codigo
                   MOVE soc-nombre TO w-baja-tmp-nombre
                   MOVE soc-puntero TO w-baja-tmp-puntero
                   MOVE soc-estado TO w-baja-tmp-estado
                   MOVE soc-categoria TO w-baja-tmp-categoria
                   MOVE soc-fecha-alta TO w-baja-tmp-fecha
                   MOVE soc-fecha-baja TO w-baja-tmp-fecha-baja
                   MOVE soc-motivo-baja TO w-baja-tmp-motivo
                   MOVE soc-sucursal TO w-baja-tmp-sucursal
                   MOVE w-baja-bucket TO rel-nro
                   PERFORM 210-LEER-SOCIO
                   MOVE w-baja-tmp-codigo TO soc-codigo
                   MOVE w-baja-tmp-nombre TO soc-nombre
                   MOVE w-baja-tmp-puntero TO soc-puntero
                   MOVE w-baja-tmp-estado TO soc-estado
                   MOVE w-baja-tmp-categoria TO soc-categoria
                   MOVE w-baja-tmp-fecha TO soc-fecha-alta
                   MOVE w-baja-tmp-fecha-baja TO soc-fecha-baja
                   MOVE w-baja-tmp-motivo TO soc-motivo-baja
                   MOVE w-baja-tmp-sucursal TO soc-sucursal
                   REWRITE soc-reg
                   MOVE w-baja-siguiente TO w-baja-liberar
                   PERFORM 400-DEVOLVER-A-LIBRES
               END-IF
           ELSE
               MOVE soc-puntero TO w-baja-siguiente
               MOVE rel-nro TO w-baja-liberar
               MOVE w-baja-anterior TO rel-nro
               PERFORM 210-LEER-SOCIO
               MOVE w-baja-siguiente TO soc-puntero
               REWRITE soc-reg
               PERFORM 400-DEVOLVER-A-LIBRES
           END-IF.
       350-BORRAR-CONTENIDO.
           MOVE ZERO TO soc-codigo.
           MOVE SPACES TO soc-nombre.
           MOVE SPACES TO soc-estado.
           MOVE SPACES TO soc-categoria.
           MOVE ZERO TO soc-fecha-alta.
           MOVE ZERO TO soc-fecha-baja.
           MOVE ZERO TO soc-motivo-baja.
           MOVE SPACES TO soc-sucursal.
       400-DEVOLVER-A-LIBRES.
           MOVE w-oficina TO rel-nro.
           PERFORM 210-LEER-SOCIO.
           MOVE soc-puntero TO w-cabeza-libre.
           MOVE w-baja-liberar TO rel-nro.
           PERFORM 210-LEER-SOCIO.
           PERFORM 350-BORRAR-CONTENIDO.
           MOVE w-cabeza-libre TO soc-puntero.
           REWRITE soc-reg.
           MOVE w-oficina TO rel-nro.
           PERFORM 210-LEER-SOCIO.
           MOVE w-baja-liberar TO soc-puntero.
           REWRITE soc-reg.
      * Only the memberships still running stay in temporarios.dat.
       500-GRABAR-TEMPORARIOS.
           OPEN OUTPUT TEMPORARIOS.
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cant-tmp
               IF tt-vence(w-t) >= w-hoy
                   MOVE tt-codigo(w-t) TO tmp-codigo
                   MOVE tt-vence(w-t) TO tmp-vence
                   WRITE temporario-reg
               END-IF
           END-PERFORM.
           CLOSE TEMPORARIOS.
       800-FIN.
           PERFORM 500-GRABAR-TEMPORARIOS.
           PERFORM 957-CERRAR-IDX.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
           CLOSE BAJAS-HIST.
           MOVE w-vencidos TO w-bit-procesados.
           MOVE w-omitidos TO w-bit-rechazados.
           MOVE "OK" TO w-bit-resultado.
           PERFORM 096-CERRAR-PASO.
           DISPLAY "Temporarios vencidos dados de baja: ", w-vencidos.
           DISPLAY "Temporarios omitidos: ", w-omitidos.
       END PROGRAM VENCE-TEMPORARIOS.
