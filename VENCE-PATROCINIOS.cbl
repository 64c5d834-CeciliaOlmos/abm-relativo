      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sponsorship contracts about to expire, so the
      *          commercial volunteer has time to renew them. Lists
      *          every running contract of contratos-patrocinio.dat
      *          whose end date falls within the next
      *          PATROCINIO-AVISO days of parametros.dat (60 when not
      *          set), soonest first, with the sponsor and its
      *          contact, the monthly amount now billed and the days
      *          left. A contract already followed by another one for
      *          the same space is marked as renewed. The printout
      *          goes to patrocinios-a-vencer.txt.
      *          Each run files a dated copy of its printout in
      *          the report repository (CONSULTA-INFORMES).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-PATROCINIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyPatrocinadores.cpy.cbl".
           COPY "CpyContratosPat.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           SELECT REPORTE-VTO ASSIGN TO "..\patrocinios-a-vencer.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "CpyRepInformes.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyPatrocinadoresReg.cpy.cbl".
           COPY "CpyContratosPatReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
       FD  REPORTE-VTO.
       01  reporte-vto-linea pic x(100).
           COPY "CpyRepInformesReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       77  w-patrocinadores-status pic xx.
       77  w-contratos-pat-status pic xx.
       77  w-parametros-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-sen-param pic 9.
           88 fin-parametros value 1.
       77  w-hoy pic 9(8).
       77  w-aviso pic 9(6) value 60.
       77  w-limite pic 9(8).
       77  w-dias pic 9(5).
       77  w-cant-pat pic 9(3) value 0.
       77  w-pa pic 9(3).
       01  tab-patrocinadores.
           05 pat-ent occurs 1 to 999 times
                   depending on w-cant-pat.
               07 tpa-codigo pic 9(3).
               07 tpa-razon pic x(30).
               07 tpa-contacto pic x(20).
               07 tpa-telefono pic x(15).
       77  w-cant-ctr pic 9(4) value 0.
       77  w-ct pic 9(4).
       01  tab-contratos.
           05 ctr-ent occurs 1 to 2000 times
                   depending on w-cant-ctr.
               07 tct-numero pic 9(4).
               07 tct-patrocinador pic 9(3).
               07 tct-espacio pic x(30).
               07 tct-desde pic 9(8).
               07 tct-hasta pic 9(8).
      * The contracts to list, sorted by end date.
       77  w-cant-vto pic 9(4) value 0.
       77  w-v pic 9(4).
       01  tab-vencimientos.
           05 vto-ent occurs 1 to 2000 times
                   depending on w-cant-vto.
               07 tv-hasta pic 9(8).
               07 tv-numero pic 9(4).
               07 tv-patrocinador pic 9(3).
               07 tv-espacio pic x(30).
               07 tv-monto pic 9(9)v99.
               07 tv-renovado pic 9(4).
       77  w-total-mensual pic 9(11)v99 value 0.
       77  w-renovados pic 9(4) value 0.
       77  w-hallado pic 9 value 0.
           88 patrocinador-hallado value 1.
       01  w-pat-razon pic x(30).
       01  w-monto-edit pic zzzzzzz9.99.
       01  w-total-edit pic zzzzzzzzzz9.99.
       01  w-dias-edit pic zzzz9.
       01  w-aviso-edit pic zzzzz9.
       01  w-linea pic x(100).
           COPY "CpyPatrocinioWS.cpy.cbl".
           COPY "CpyRepInformesWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-SELECCIONAR.
           IF w-cant-vto > 1
               SORT vto-ent ASCENDING tv-hasta tv-numero
           END-IF.
           PERFORM 300-LISTAR.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyPatrocinio.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           PERFORM 105-LEER-PARAMETRO.
           COMPUTE w-limite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-hoy) + w-aviso).
           PERFORM 110-CARGAR-PATROCINADORES.
           OPEN OUTPUT REPORTE-VTO.
           MOVE w-aviso TO w-aviso-edit.
           MOVE SPACES TO w-linea.
           STRING "=== CONTRATOS DE PATROCINIO A VENCER - "
                   DELIMITED BY SIZE
               w-hoy DELIMITED BY SIZE
               " - PROXIMOS " DELIMITED BY SIZE
               w-aviso-edit DELIMITED BY SIZE
               " DIAS ===" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       105-LEER-PARAMETRO.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-param
               READ PARAMETROS AT END MOVE 1 TO w-sen-param END-READ
               PERFORM UNTIL fin-parametros
                   IF param-clave = "PATROCINIO-AVISO" AND
                      param-valor > 0
                       MOVE param-valor TO w-aviso
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-param
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
       110-CARGAR-PATROCINADORES.
           MOVE 0 TO w-cant-pat.
           OPEN INPUT PATROCINADORES.
           IF w-patrocinadores-status = "00"
               MOVE 0 TO w-sen
               READ PATROCINADORES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch OR w-cant-pat >= 999
                   ADD 1 TO w-cant-pat
                   MOVE pat-codigo TO tpa-codigo(w-cant-pat)
                   MOVE pat-razon TO tpa-razon(w-cant-pat)
                   MOVE pat-contacto TO tpa-contacto(w-cant-pat)
                   MOVE pat-telefono TO tpa-telefono(w-cant-pat)
                   READ PATROCINADORES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PATROCINADORES
           END-IF.
           MOVE 0 TO w-sen.
      * Every contract is kept in tab-contratos to look for the
      * renewals; the running ones ending between today and the
      * limit go to tab-vencimientos at the amount billed this month.
       200-SELECCIONAR.
           MOVE 0 TO w-cant-ctr.
           MOVE 0 TO w-cant-vto.
           OPEN INPUT CONTRATOS-PAT.
           IF w-contratos-pat-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-hoy(1:6) TO w-pc-periodo.
           MOVE 0 TO w-sen.
           READ CONTRATOS-PAT AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch OR w-cant-ctr >= 2000
               ADD 1 TO w-cant-ctr
               MOVE cpt-numero TO tct-numero(w-cant-ctr)
               MOVE cpt-patrocinador TO tct-patrocinador(w-cant-ctr)
               MOVE cpt-espacio TO tct-espacio(w-cant-ctr)
               MOVE cpt-desde TO tct-desde(w-cant-ctr)
               MOVE cpt-hasta TO tct-hasta(w-cant-ctr)
               IF contrato-vigente AND cpt-hasta >= w-hoy AND
                  cpt-hasta <= w-limite
                   ADD 1 TO w-cant-vto
                   MOVE cpt-hasta TO tv-hasta(w-cant-vto)
                   MOVE cpt-numero TO tv-numero(w-cant-vto)
                   MOVE cpt-patrocinador TO tv-patrocinador(w-cant-vto)
                   MOVE cpt-espacio TO tv-espacio(w-cant-vto)
                   MOVE cpt-monto TO w-pc-monto-base
                   MOVE cpt-desde TO w-pc-desde
                   MOVE cpt-ajuste TO w-pc-ajuste
                   PERFORM 904-MONTO-CONTRATO
                   MOVE w-pc-monto TO tv-monto(w-cant-vto)
                   MOVE 0 TO tv-renovado(w-cant-vto)
               END-IF
               READ CONTRATOS-PAT AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CONTRATOS-PAT.
           MOVE 0 TO w-sen.
           PERFORM VARYING w-v FROM 1 BY 1 UNTIL w-v > w-cant-vto
               PERFORM VARYING w-ct FROM 1 BY 1
                       UNTIL w-ct > w-cant-ctr
                   IF tct-espacio(w-ct) = tv-espacio(w-v) AND
                      tct-desde(w-ct) > tv-hasta(w-v)
                       MOVE tct-numero(w-ct) TO tv-renovado(w-v)
                   END-IF
               END-PERFORM
           END-PERFORM.
       300-LISTAR.
           MOVE SPACES TO w-linea.
           STRING "VENCE    DIAS CONTRATO " DELIMITED BY SIZE
               "ESPACIO                            MENSUAL "
                   DELIMITED BY SIZE
               "PATROCINADOR" DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           IF w-cant-vto = 0
               MOVE "(NO HAY CONTRATOS QUE VENZAN EN EL PLAZO)"
                   TO w-linea
               PERFORM 390-ESCRIBIR
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING w-v FROM 1 BY 1 UNTIL w-v > w-cant-vto
               PERFORM 310-LINEA-CONTRATO
           END-PERFORM.
           MOVE SPACES TO w-linea.
           PERFORM 390-ESCRIBIR.
           MOVE w-total-mensual TO w-total-edit.
           MOVE SPACES TO w-linea.
           STRING "CONTRATOS: " DELIMITED BY SIZE
               w-cant-vto DELIMITED BY SIZE
               "  YA RENOVADOS: " DELIMITED BY SIZE
               w-renovados DELIMITED BY SIZE
               "  FACTURACION MENSUAL EN JUEGO: " DELIMITED BY SIZE
               w-total-edit DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
       310-LINEA-CONTRATO.
           COMPUTE w-dias = FUNCTION INTEGER-OF-DATE(tv-hasta(w-v))
               - FUNCTION INTEGER-OF-DATE(w-hoy).
           MOVE w-dias TO w-dias-edit.
           MOVE tv-monto(w-v) TO w-monto-edit.
           MOVE 0 TO w-hallado.
           MOVE "PATROCINADOR SIN REGISTRAR" TO w-pat-razon.
           PERFORM VARYING w-pa FROM 1 BY 1
                   UNTIL w-pa > w-cant-pat OR patrocinador-hallado
               IF tpa-codigo(w-pa) = tv-patrocinador(w-v)
                   MOVE 1 TO w-hallado
                   MOVE tpa-razon(w-pa) TO w-pat-razon
               END-IF
           END-PERFORM.
           IF patrocinador-hallado
               SUBTRACT 1 FROM w-pa
           END-IF.
           MOVE SPACES TO w-linea.
           STRING tv-hasta(w-v) DELIMITED BY SIZE
               w-dias-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               tv-numero(w-v) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               tv-espacio(w-v) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-monto-edit DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               w-pat-razon DELIMITED BY SIZE
               INTO w-linea
           END-STRING.
           PERFORM 390-ESCRIBIR.
           MOVE SPACES TO w-linea.
           IF patrocinador-hallado
               STRING "              CONTACTO: " DELIMITED BY SIZE
                   tpa-contacto(w-pa) DELIMITED BY SIZE
                   " TEL. " DELIMITED BY SIZE
                   tpa-telefono(w-pa) DELIMITED BY SIZE
                   INTO w-linea
               END-STRING
           END-IF.
           IF tv-renovado(w-v) NOT = 0
               MOVE "RENOVADO POR CONTRATO" TO w-linea(70:21)
               MOVE tv-renovado(w-v) TO w-linea(92:4)
               ADD 1 TO w-renovados
           END-IF.
           IF w-linea NOT = SPACES
               PERFORM 390-ESCRIBIR
           END-IF.
           ADD tv-monto(w-v) TO w-total-mensual.
       390-ESCRIBIR.
           MOVE w-linea TO reporte-vto-linea.
           WRITE reporte-vto-linea.
       COPY "CpyArchivaInforme.cpy.cbl".
       800-FIN.
           CLOSE REPORTE-VTO.
           MOVE "patrocinios-a-vencer.txt" TO w-rep-archivo.
           MOVE "PATROCINIOS" TO w-rep-informe.
           MOVE "VENCE-PATROCINIOS" TO w-rep-origen.
           PERFORM 944-ARCHIVAR-INFORME.
           DISPLAY "Reporte generado en patrocinios-a-vencer.txt".
       END PROGRAM VENCE-PATROCINIOS.
