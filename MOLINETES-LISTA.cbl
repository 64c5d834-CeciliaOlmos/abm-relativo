      ******************************************************************
      * Author:
      * Date:
      * Purpose: Whitelist download for the turnstile controllers of
      *          the main gate and the pool, which work offline and
      *          cannot query arch-idx.dat the way ACCESO-CLUB does.
      *          Applies the rules of the gate once for everybody and
      *          writes one molinetes-lista.dat row per credential
      *          and area: every activo of arch-idx.dat not under a
      *          sanction in force (sanciones.dat) for the general
      *          area GRL, and also for the pool area PIL when the
      *          socio holds a vigente apto medico of aptos.dat; the
      *          guests registered today in invitados.dat by their
      *          document, and the passes of pases.dat valid today
      *          by their number, for GRL only. Every row is valid
      *          for the day of the run; the download runs several
      *          times a day so the controllers follow the changes
      *          of the desk. MOLINETES-EVENTOS imports what the
      *          controllers log back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOLINETES-LISTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArchIdx.cpy.cbl".
           COPY "CpyAptos.cpy.cbl".
           COPY "CpySanciones.cpy.cbl".
           COPY "CpyPases.cpy.cbl".
           SELECT INVITADOS ASSIGN TO "..\invitados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-invitados-status.
           SELECT LISTA-BLANCA ASSIGN TO "..\molinetes-lista.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-lista-status.
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchIdxReg.cpy.cbl".
           COPY "CpyAptosReg.cpy.cbl".
           COPY "CpySancionesReg.cpy.cbl".
           COPY "CpyPasesReg.cpy.cbl".
       FD  INVITADOS.
       01  invitado-reg.
           03 inv-codigo pic 9(4).
           03 inv-nombre pic x(20).
           03 inv-documento pic x(10).
           03 inv-fecha pic 9(8).
      * One row per credential and area the controller lets in. The
      * credential is what the turnstile reads: the socio codigo,
      * the guest's document or the pass number. wl-codigo carries
      * the socio, or the inviting socio for a guest.
       FD  LISTA-BLANCA.
       01  lista-blanca-reg.
           03 wl-tipo pic x.
               88 wl-socio value "S".
               88 wl-invitado value "I".
               88 wl-pase value "P".
           03 wl-credencial pic x(10).
           03 wl-area pic xxx.
           03 wl-desde pic 9(8).
           03 wl-hasta pic 9(8).
           03 wl-codigo pic 9(4).
           03 wl-pase-numero pic 9(6).
           03 wl-nombre pic x(20).
       WORKING-STORAGE SECTION.
       77  w-socios-idx-status pic xx.
       77  w-aptos-status pic xx.
       77  w-invitados-status pic xx.
       77  w-pases-status pic xx.
       77  w-lista-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       01  w-area-pileta pic xxx value "PIL".
      * Latest expiry of the apto medico of each socio.
       01  tab-apto-vence.
           05 tav-vence pic 9(8) occurs 9999 times.
       77  w-filas-grl pic 9(5) value 0.
       77  w-filas-pil pic 9(5) value 0.
       77  w-invitados pic 9(5) value 0.
       77  w-pases pic 9(5) value 0.
       77  w-sancionados pic 9(5) value 0.
           COPY "CpySancionVigWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LISTAR-SOCIOS.
           PERFORM 300-LISTAR-INVITADOS.
           PERFORM 400-LISTAR-PASES.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpySancionVig.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           OPEN INPUT SOCIOS-IDX.
           IF w-socios-idx-status NOT = "00"
               DISPLAY "No se pudo abrir arch-idx.dat, corra"
                   " MIGRAR-A-INDEXADO"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-CARGAR-APTOS.
           OPEN OUTPUT LISTA-BLANCA.
       110-CARGAR-APTOS.
           MOVE ZEROS TO tab-apto-vence.
           OPEN INPUT APTOS.
           IF w-aptos-status = "00"
               MOVE 0 TO w-sen
               READ APTOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF apto-codigo > 0 AND
                      apto-vence > tav-vence(apto-codigo)
                       MOVE apto-vence TO tav-vence(apto-codigo)
                   END-IF
                   READ APTOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE APTOS
           END-IF.
           MOVE 0 TO w-sen.
      * Same decision as 300-CONTROLAR-ACCESO of ACCESO-CLUB: only an
      * activo without a sanction in force gets in. The gate only
      * warns about a lapsed apto; the pool turnstile enforces it.
       200-LISTAR-SOCIOS.
           MOVE ZEROS TO soc-idx-codigo.
           MOVE 0 TO w-sen.
           START SOCIOS-IDX KEY IS NOT LESS THAN soc-idx-codigo
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS-IDX NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF idx-socio-activo AND soc-idx-codigo > 0
                           PERFORM 210-LISTAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-sen.
       210-LISTAR-SOCIO.
           MOVE soc-idx-codigo TO w-san-buscar-cod.
           MOVE w-hoy TO w-san-buscar-fecha.
           PERFORM 995-VERIFICAR-SANCION.
           IF sancion-en-vigor
               ADD 1 TO w-sancionados
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO wl-tipo.
           MOVE SPACES TO wl-credencial.
           MOVE soc-idx-codigo TO wl-credencial(1:4).
           MOVE "GRL" TO wl-area.
           MOVE w-hoy TO wl-desde.
           MOVE w-hoy TO wl-hasta.
           MOVE soc-idx-codigo TO wl-codigo.
           MOVE 0 TO wl-pase-numero.
           MOVE soc-idx-nombre TO wl-nombre.
           WRITE lista-blanca-reg.
           ADD 1 TO w-filas-grl.
           IF tav-vence(soc-idx-codigo) >= w-hoy
               MOVE w-area-pileta TO wl-area
               WRITE lista-blanca-reg
               ADD 1 TO w-filas-pil
           END-IF.
       300-LISTAR-INVITADOS.
           OPEN INPUT INVITADOS.
           IF w-invitados-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ INVITADOS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF inv-fecha = w-hoy AND inv-documento NOT = SPACES
                   MOVE "I" TO wl-tipo
                   MOVE inv-documento TO wl-credencial
                   MOVE "GRL" TO wl-area
                   MOVE w-hoy TO wl-desde
                   MOVE w-hoy TO wl-hasta
                   MOVE inv-codigo TO wl-codigo
                   MOVE 0 TO wl-pase-numero
                   MOVE inv-nombre TO wl-nombre
                   WRITE lista-blanca-reg
                   ADD 1 TO w-invitados
               END-IF
               READ INVITADOS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE INVITADOS.
           MOVE 0 TO w-sen.
       400-LISTAR-PASES.
           OPEN INPUT PASES.
           IF w-pases-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ PASES AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF pase-desde <= w-hoy AND pase-hasta >= w-hoy
                   MOVE "P" TO wl-tipo
                   MOVE SPACES TO wl-credencial
                   MOVE pase-numero TO wl-credencial(1:6)
                   MOVE "GRL" TO wl-area
                   MOVE w-hoy TO wl-desde
                   MOVE w-hoy TO wl-hasta
                   MOVE 0 TO wl-codigo
                   MOVE pase-numero TO wl-pase-numero
                   MOVE pase-nombre TO wl-nombre
                   WRITE lista-blanca-reg
                   ADD 1 TO w-pases
               END-IF
               READ PASES AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE PASES.
           MOVE 0 TO w-sen.
       800-FIN.
           CLOSE SOCIOS-IDX.
           CLOSE LISTA-BLANCA.
           DISPLAY "Lista de molinetes al ", w-hoy,
               " en molinetes-lista.dat".
           DISPLAY "Socios habilitados area GRL: ", w-filas-grl.
           DISPLAY "Socios habilitados pileta:   ", w-filas-pil.
           DISPLAY "Socios excluidos por sancion: ", w-sancionados.
           DISPLAY "Invitados del dia: ", w-invitados.
           DISPLAY "Pases vigentes: ", w-pases.
       END PROGRAM MOLINETES-LISTA.
