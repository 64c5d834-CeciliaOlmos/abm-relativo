      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accrual (devengamiento) of the members' charges, so
      *          a socio's debt is written down when it is born
      *          instead of being recomputed at today's tariff every
      *          time someone asks. For the current period every
      *          socio that owes dues (not de baja, not vitalicio or
      *          honorario, already an alta by then) gets one charge
      *          document in devengos.dat with the price components
      *          exactly as the counter would apply them that day:
      *          base tariff of tarifas.dat, licencia reduction,
      *          grupo familiar discount, beca, prorrateo of the alta
      *          month, section fees and locker rent, the discount
      *          of the campaign the socio joined under (kept with
      *          the beca and in the net section fees), and the
      *          resulting amount frozen in dv-monto. The payments
      *          posted by every channel into cuotas.dat are then
      *          applied against the documents (pending becomes
      *          cancelled with the recibo that paid it; a document
      *          whose recibo was annulled goes back to pending).
      *          Runs in the nightly chain: a period is accrued once
      *          per socio whatever the number of runs, an alta of
      *          the middle of the month is accrued the night after,
      *          and the payments of the day are applied every night.
      *          The paying and debt programs price an accrued period
      *          at its frozen amount (CpyDevengo.cpy.cbl).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGA-CUOTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyGrupos.cpy.cbl".
           COPY "CpyLicencias.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyLockers.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           COPY "CpyBitacora.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyGruposReg.cpy.cbl".
           COPY "CpyLicenciasReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyLockersReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
           COPY "CpyBitacoraReg.cpy.cbl".
       WORKING-STORAGE SECTION.
       01  rel-nro pic 999.
       77  w-cuotas-status pic xx.
       77  w-tarifas-status pic xx.
       77  w-becas-status pic xx.
       77  w-grupos-status pic xx.
       77  w-secciones-status pic xx.
       77  w-inscripciones-status pic xx.
       77  w-lockers-status pic xx.
       77  w-parametros-status pic xx.
       77  w-devengos-status pic xx.
       77  w-sen pic 9 value 0.
           88 fin-arch value 1.
       77  w-hoy pic 9(8).
       01  w-hoy-periodo pic 9(6).
       77  w-gf-descuento-pct pic 9(3) value 0.
       77  w-prorrateo-dia-corte pic 9(2) value 0.
       77  w-alta-dia pic 9(2).
       77  w-monto pic 9(6)v99.
       77  w-descuento pic 9(6)v99.
       77  w-tarifa-desde pic 9(6).
       77  w-cant-tarifas pic 9(3) value 0.
       77  w-t pic 9(3).
       01  tab-tarifas.
           05 tarifas-ent occurs 1 to 100 times
                   depending on w-cant-tarifas.
               07 tt-categoria pic x.
               07 tt-desde pic 9(6).
               07 tt-monto pic 9(6)v99.
       77  w-cant-becas pic 9(3) value 0.
       77  w-bc pic 9(3).
       77  w-beca-pct pic 9(3).
       01  tab-becas.
           05 becas-ent occurs 1 to 300 times
                   depending on w-cant-becas.
               07 tb-codigo pic 9(4).
               07 tb-pct pic 9(3).
               07 tb-vence pic 9(6).
       77  w-cant-sec pic 9(3) value 0.
       77  w-sc pic 9(3).
       01  tab-secciones.
           05 secciones-ent occurs 1 to 100 times
                   depending on w-cant-sec.
               07 tsc-codigo pic xxx.
               07 tsc-cuota pic 9(6)v99.
       77  w-cant-ins pic 9(4) value 0.
       77  w-in pic 9(4).
       01  tab-inscripciones.
           05 inscripciones-ent occurs 1 to 5000 times
                   depending on w-cant-ins.
               07 tin-codigo pic 9(4).
               07 tin-seccion pic xxx.
               07 tin-desde pic 9(6).
               07 tin-hasta pic 9(6).
       77  w-cant-lk pic 9(4) value 0.
       77  w-lk pic 9(4).
       01  tab-lockers.
           05 lockers-ent occurs 1 to 2000 times
                   depending on w-cant-lk.
               07 tlk-codigo pic 9(4).
               07 tlk-tarifa pic 9(6)v99.
               07 tlk-desde pic 9(6).
      * Per-socio switches indexed by the socio code itself: whether
      * the socio is a grupo familiar member (discounted), already
      * has a document for the period, or has any document pending.
       01  tab-por-socio.
           05 por-socio-ent occurs 9999 times.
               07 tps-gf-miembro pic 9.
               07 tps-devengado pic 9.
               07 tps-pendiente pic 9.
       77  w-max-dev pic 9(5) value 60000.
       77  w-cant-dev pic 9(5) value 0.
       77  w-d pic 9(5).
       01  tab-devengos.
           05 devengos-ent occurs 1 to 60000 times
                   depending on w-cant-dev.
               07 tdv-codigo pic 9(4).
               07 tdv-periodo pic 9(6).
               07 tdv-base pic 9(6)v99.
               07 tdv-licencia pic 9(6)v99.
               07 tdv-grupo pic 9(6)v99.
               07 tdv-beca pic 9(6)v99.
               07 tdv-prorrateo pic 9(6)v99.
               07 tdv-secciones pic 9(6)v99.
               07 tdv-lockers pic 9(6)v99.
               07 tdv-monto pic 9(6)v99.
               07 tdv-fecha pic 9(8).
               07 tdv-estado pic x.
               07 tdv-recibo pic 9(6).
               07 tdv-fecha-pago pic 9(8).
      * Positions in tab-devengos of the documents still pending,
      * the only ones a payment can be applied to.
       77  w-cant-pend pic 9(5) value 0.
       77  w-pd pic 9(5).
       77  w-aplicado pic 9 value 0.
           88 pago-aplicado value 1.
       01  tab-pendientes.
           05 pendientes-ent occurs 1 to 60000 times
                   depending on w-cant-pend.
               07 tpd-pos pic 9(5).
       77  w-cant-anulados pic 9(4) value 0.
       77  w-a pic 9(4).
       77  w-pago-anulado pic 9 value 0.
           88 pago-anulado value 1.
       01  tab-anulados.
           05 anulados-ent occurs 1 to 2000 times
                   depending on w-cant-anulados.
               07 ta-recibo pic 9(6).
       77  w-devengados pic 9(5) value 0.
       77  w-aplicados pic 9(5) value 0.
       77  w-reabiertos pic 9(5) value 0.
       77  w-sin-tarifa pic 9(5) value 0.
           COPY "CpyLicenciaWS.cpy.cbl".
           COPY "CpyCampIngresoWS.cpy.cbl".
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyBitacoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DEVENGA-CUOTAS" TO w-programa-log.
           PERFORM 085-VERIFICAR-PASO.
           IF paso-ya-completado
               STOP RUN
           END-IF.
           PERFORM 086-ABRIR-PASO.
           PERFORM 100-INICIO.
           PERFORM 200-DEVENGAR-PERIODO.
           PERFORM 300-APLICAR-PAGOS.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyRegistrarPaso.cpy.cbl".
       COPY "CpyLicenciaTar.cpy.cbl".
       COPY "CpyCampIngresoTar.cpy.cbl".
       COPY "CpyValidarFecha.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           INITIALIZE tab-por-socio.
           PERFORM 105-LEER-PARAMETROS.
           PERFORM 110-CARGAR-TARIFAS.
           PERFORM 115-CARGAR-BECAS.
           PERFORM 120-CARGAR-GRUPOS.
           PERFORM 996-CARGAR-LICENCIAS.
           PERFORM 976-CARGAR-CAMP-SOCIOS.
           PERFORM 125-CARGAR-SECCIONES.
           PERFORM 130-CARGAR-INSCRIPCIONES.
           PERFORM 135-CARGAR-LOCKERS.
           PERFORM 140-CARGAR-DEVENGOS.
       105-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen
               READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF param-clave = "GF-DESCUENTO-PCT"
                       MOVE param-valor TO w-gf-descuento-pct
                   END-IF
                   IF param-clave = "PRORRATEO-DIA-CORTE"
                       MOVE param-valor TO w-prorrateo-dia-corte
                   END-IF
                   IF param-clave = "LICENCIA-PCT"
                       MOVE param-valor TO w-licencia-pct
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen.
       110-CARGAR-TARIFAS.
           MOVE 0 TO w-cant-tarifas.
           OPEN INPUT TARIFAS.
           IF w-tarifas-status = "00"
               MOVE 0 TO w-sen
               READ TARIFAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-tarifas < 100
                       ADD 1 TO w-cant-tarifas
                       MOVE tar-categoria
                           TO tt-categoria(w-cant-tarifas)
                       MOVE tar-periodo-desde
                           TO tt-desde(w-cant-tarifas)
                       MOVE tar-monto TO tt-monto(w-cant-tarifas)
                   END-IF
                   READ TARIFAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.
           MOVE 0 TO w-sen.
       115-CARGAR-BECAS.
           MOVE 0 TO w-cant-becas.
           OPEN INPUT BECAS.
           IF w-becas-status = "00"
               MOVE 0 TO w-sen
               READ BECAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-becas < 300
                       ADD 1 TO w-cant-becas
                       MOVE beca-codigo TO tb-codigo(w-cant-becas)
                       MOVE beca-pct TO tb-pct(w-cant-becas)
                       MOVE beca-vence TO tb-vence(w-cant-becas)
                   END-IF
                   READ BECAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE BECAS
           END-IF.
           MOVE 0 TO w-sen.
       120-CARGAR-GRUPOS.
           OPEN INPUT GRUPOS.
           IF w-grupos-status = "00"
               MOVE 0 TO w-sen
               READ GRUPOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF gf-miembro AND gf-codigo > 0
                       MOVE 1 TO tps-gf-miembro(gf-codigo)
                   END-IF
                   READ GRUPOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE GRUPOS
           END-IF.
           MOVE 0 TO w-sen.
       125-CARGAR-SECCIONES.
           MOVE 0 TO w-cant-sec.
           OPEN INPUT SECCIONES.
           IF w-secciones-status = "00"
               MOVE 0 TO w-sen
               READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-sec < 100
                       ADD 1 TO w-cant-sec
                       MOVE sec-codigo TO tsc-codigo(w-cant-sec)
                       MOVE sec-cuota TO tsc-cuota(w-cant-sec)
                   END-IF
                   READ SECCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE SECCIONES
           END-IF.
           MOVE 0 TO w-sen.
      * Only the enrollments vigente in the accrued period matter.
       130-CARGAR-INSCRIPCIONES.
           MOVE 0 TO w-cant-ins.
           OPEN INPUT INSCRIPCIONES.
           IF w-inscripciones-status = "00"
               MOVE 0 TO w-sen
               READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF ins-desde <= w-hoy-periodo AND
                      (ins-hasta = 0 OR ins-hasta >= w-hoy-periodo)
                      AND w-cant-ins < 5000
                       ADD 1 TO w-cant-ins
                       MOVE ins-codigo TO tin-codigo(w-cant-ins)
                       MOVE ins-seccion TO tin-seccion(w-cant-ins)
                       MOVE ins-desde TO tin-desde(w-cant-ins)
                       MOVE ins-hasta TO tin-hasta(w-cant-ins)
                   END-IF
                   READ INSCRIPCIONES AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.
           MOVE 0 TO w-sen.
       135-CARGAR-LOCKERS.
           MOVE 0 TO w-cant-lk.
           OPEN INPUT LOCKERS.
           IF w-lockers-status = "00"
               MOVE 0 TO w-sen
               READ LOCKERS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF locker-ocupado AND lk-desde <= w-hoy-periodo
                      AND w-cant-lk < 2000
                       ADD 1 TO w-cant-lk
                       MOVE lk-codigo TO tlk-codigo(w-cant-lk)
                       MOVE lk-tarifa TO tlk-tarifa(w-cant-lk)
                       MOVE lk-desde TO tlk-desde(w-cant-lk)
                   END-IF
                   READ LOCKERS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE LOCKERS
           END-IF.
           MOVE 0 TO w-sen.
       140-CARGAR-DEVENGOS.
           MOVE 0 TO w-cant-dev.
           OPEN INPUT DEVENGOS.
           IF w-devengos-status = "00"
               MOVE 0 TO w-sen
               READ DEVENGOS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF w-cant-dev < w-max-dev
                       ADD 1 TO w-cant-dev
                       PERFORM 145-ANOTAR-DEVENGO
                   END-IF
                   READ DEVENGOS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE DEVENGOS
           END-IF.
           MOVE 0 TO w-sen.
           IF w-cant-dev >= w-max-dev
               DISPLAY "ATENCION: devengos.dat lleno, archive los"
                   " documentos cancelados antiguos con ARCHIVA-CUOTAS"
               MOVE "ERROR" TO w-bit-resultado
               PERFORM 096-CERRAR-PASO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       145-ANOTAR-DEVENGO.
           MOVE dv-codigo TO tdv-codigo(w-cant-dev).
           MOVE dv-periodo TO tdv-periodo(w-cant-dev).
           MOVE dv-base TO tdv-base(w-cant-dev).
           MOVE dv-licencia TO tdv-licencia(w-cant-dev).
           MOVE dv-grupo TO tdv-grupo(w-cant-dev).
           MOVE dv-beca TO tdv-beca(w-cant-dev).
           MOVE dv-prorrateo TO tdv-prorrateo(w-cant-dev).
           MOVE dv-secciones TO tdv-secciones(w-cant-dev).
           MOVE dv-lockers TO tdv-lockers(w-cant-dev).
           MOVE dv-monto TO tdv-monto(w-cant-dev).
           MOVE dv-fecha TO tdv-fecha(w-cant-dev).
           MOVE dv-estado TO tdv-estado(w-cant-dev).
           MOVE dv-recibo TO tdv-recibo(w-cant-dev).
           MOVE dv-fecha-pago TO tdv-fecha-pago(w-cant-dev).
           IF dv-periodo = w-hoy-periodo AND dv-codigo > 0
               MOVE 1 TO tps-devengado(dv-codigo)
           END-IF.
      * Walks the whole socios file and writes the document of the
      * current period for everyone who owes it and has none yet.
       200-DEVENGAR-PERIODO.
           OPEN INPUT SOCIOS.
           MOVE 1 TO rel-nro.
           MOVE 0 TO w-sen.
           START SOCIOS KEY IS NOT LESS THAN rel-nro
               INVALID KEY
                   MOVE 1 TO w-sen
           END-START.
           PERFORM UNTIL fin-arch
               READ SOCIOS NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen
                   NOT AT END
                       IF soc-codigo NOT = 0
                           PERFORM 210-DEVENGAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOCIOS.
           MOVE 0 TO w-sen.
       210-DEVENGAR-SOCIO.
           IF socio-de-baja OR categ-vitalicio OR categ-honorario
               EXIT PARAGRAPH
           END-IF.
           IF soc-fecha-alta(1:6) > w-hoy-periodo
               EXIT PARAGRAPH
           END-IF.
           IF tps-devengado(soc-codigo) = 1
               EXIT PARAGRAPH
           END-IF.
           IF w-cant-dev >= w-max-dev
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO w-cant-dev.
           MOVE w-cant-dev TO w-d.
           INITIALIZE devengos-ent(w-d).
           MOVE soc-codigo TO tdv-codigo(w-d).
           MOVE w-hoy-periodo TO tdv-periodo(w-d).
           PERFORM 220-BUSCAR-TARIFA.
           IF tdv-base(w-d) = 0
               SUBTRACT 1 FROM w-cant-dev
               ADD 1 TO w-sin-tarifa
               EXIT PARAGRAPH
           END-IF.
           MOVE tdv-base(w-d) TO w-monto.
           PERFORM 230-APLICAR-LICENCIA.
           PERFORM 235-APLICAR-GRUPO.
           PERFORM 240-APLICAR-BECA.
           PERFORM 242-APLICAR-CAMPANIA.
           PERFORM 245-APLICAR-PRORRATEO.
           PERFORM 250-SUMAR-SECCIONES.
           PERFORM 255-SUMAR-LOCKERS.
           MOVE w-monto TO tdv-monto(w-d).
           MOVE w-hoy TO tdv-fecha(w-d).
           MOVE "P" TO tdv-estado(w-d).
           MOVE 0 TO tdv-recibo(w-d).
           MOVE 0 TO tdv-fecha-pago(w-d).
           MOVE 1 TO tps-devengado(soc-codigo).
           ADD 1 TO w-devengados.
       220-BUSCAR-TARIFA.
           MOVE 0 TO w-tarifa-desde.
           PERFORM VARYING w-t FROM 1 BY 1
                   UNTIL w-t > w-cant-tarifas
               IF tt-categoria(w-t) = soc-categoria AND
                  tt-desde(w-t) <= w-hoy-periodo AND
                  tt-desde(w-t) >= w-tarifa-desde
                   MOVE tt-desde(w-t) TO w-tarifa-desde
                   MOVE tt-monto(w-t) TO tdv-base(w-d)
               END-IF
           END-PERFORM.
      * The discounts follow the order of CUOTAS-MANT: licencia on
      * the tariff first, then grupo familiar, beca and prorrateo,
      * each on what the previous one left; sections and lockers
      * are added at full rate, except for the campaign discount.
       230-APLICAR-LICENCIA.
           MOVE soc-codigo TO w-lic-buscar-cod.
           MOVE w-hoy-periodo TO w-lic-buscar-periodo.
           MOVE w-monto TO w-lic-monto.
           PERFORM 997-APLICAR-LICENCIA.
           IF periodo-en-licencia
               COMPUTE tdv-licencia(w-d) = w-monto - w-lic-monto
               MOVE w-lic-monto TO w-monto
           END-IF.
       235-APLICAR-GRUPO.
           IF w-gf-descuento-pct = 0 OR
              tps-gf-miembro(soc-codigo) = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-descuento ROUNDED =
               w-monto * w-gf-descuento-pct / 100.
           SUBTRACT w-descuento FROM w-monto.
           MOVE w-descuento TO tdv-grupo(w-d).
       240-APLICAR-BECA.
           MOVE 0 TO w-beca-pct.
           PERFORM VARYING w-bc FROM 1 BY 1
                   UNTIL w-bc > w-cant-becas
               IF tb-codigo(w-bc) = soc-codigo AND
                  tb-vence(w-bc) >= w-hoy-periodo
                   MOVE tb-pct(w-bc) TO w-beca-pct
               END-IF
           END-PERFORM.
           IF w-beca-pct = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-descuento ROUNDED = w-monto * w-beca-pct / 100.
           SUBTRACT w-descuento FROM w-monto.
           MOVE w-descuento TO tdv-beca(w-d).
      * The discount of the campaign the socio joined under has no
      * field of its own in the document: the part on the dues is
      * kept with the beca, among the bonificaciones, and the section
      * fees are kept net of the part on the sections.
       242-APLICAR-CAMPANIA.
           MOVE soc-codigo TO w-cas-buscar-cod.
           MOVE w-hoy-periodo TO w-cas-buscar-periodo.
           PERFORM 979-BUSCAR-CAMPANIA.
           IF w-cas-pct-cuota = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-descuento ROUNDED =
               w-monto * w-cas-pct-cuota / 100.
           SUBTRACT w-descuento FROM w-monto.
           ADD w-descuento TO tdv-beca(w-d).
       245-APLICAR-PRORRATEO.
           IF w-prorrateo-dia-corte = 0
               EXIT PARAGRAPH
           END-IF.
           IF soc-fecha-alta(1:6) NOT = w-hoy-periodo
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-fecha-alta(7:2) TO w-alta-dia.
           IF w-alta-dia <= w-prorrateo-dia-corte
               EXIT PARAGRAPH
           END-IF.
           MOVE soc-fecha-alta TO w-fecha-validar.
           PERFORM 985-VALIDAR-FECHA.
           COMPUTE w-descuento ROUNDED =
               w-monto * (w-alta-dia - 1) / w-fv-max-dia.
           SUBTRACT w-descuento FROM w-monto.
           MOVE w-descuento TO tdv-prorrateo(w-d).
       250-SUMAR-SECCIONES.
           PERFORM VARYING w-in FROM 1 BY 1 UNTIL w-in > w-cant-ins
               IF tin-codigo(w-in) = soc-codigo
                   PERFORM VARYING w-sc FROM 1 BY 1
                           UNTIL w-sc > w-cant-sec
                       IF tsc-codigo(w-sc) = tin-seccion(w-in)
                           ADD tsc-cuota(w-sc) TO tdv-secciones(w-d)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF w-cas-pct-secciones NOT = 0
               COMPUTE w-descuento ROUNDED =
                   tdv-secciones(w-d) * w-cas-pct-secciones / 100
               SUBTRACT w-descuento FROM tdv-secciones(w-d)
           END-IF.
           ADD tdv-secciones(w-d) TO w-monto.
       255-SUMAR-LOCKERS.
           PERFORM VARYING w-lk FROM 1 BY 1 UNTIL w-lk > w-cant-lk
               IF tlk-codigo(w-lk) = soc-codigo
                   ADD tlk-tarifa(w-lk) TO tdv-lockers(w-d)
               END-IF
           END-PERFORM.
           ADD tdv-lockers(w-d) TO w-monto.
      * Every channel posts its payments as cuota rows, so one pass
      * over cuotas.dat applies them all. A cancelled document
      * whose recibo was annulled since is reopened first, and may
      * be cancelled again by a later payment of the same period.
       300-APLICAR-PAGOS.
           PERFORM 310-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-pend.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > w-cant-dev
               IF tdv-estado(w-d) = "C"
                   PERFORM 320-VERIFICAR-REAPERTURA
               END-IF
               IF tdv-estado(w-d) = "P"
                   ADD 1 TO w-cant-pend
                   MOVE w-d TO tpd-pos(w-cant-pend)
                   IF tdv-codigo(w-d) > 0
                       MOVE 1 TO tps-pendiente(tdv-codigo(w-d))
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-pend = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-sen.
           READ CUOTAS AT END MOVE 1 TO w-sen END-READ.
           PERFORM UNTIL fin-arch
               IF cuota-codigo > 0 AND
                  (cuota-comun OR cuota-de-convenio OR cuota-anual)
                   IF tps-pendiente(cuota-codigo) = 1
                       PERFORM 330-APLICAR-CUOTA
                   END-IF
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-sen.
       310-CARGAR-ANULADOS.
           MOVE 0 TO w-cant-anulados.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status = "00"
               MOVE 0 TO w-sen
               READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               PERFORM UNTIL fin-arch
                   IF cuota-anulacion AND w-cant-anulados < 2000
                       ADD 1 TO w-cant-anulados
                       MOVE cuota-recibo TO ta-recibo(w-cant-anulados)
                   END-IF
                   READ CUOTAS AT END MOVE 1 TO w-sen END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           MOVE 0 TO w-sen.
       320-VERIFICAR-REAPERTURA.
           MOVE 0 TO w-pago-anulado.
           PERFORM VARYING w-a FROM 1 BY 1
                   UNTIL w-a > w-cant-anulados OR pago-anulado
               IF ta-recibo(w-a) = tdv-recibo(w-d)
                   MOVE 1 TO w-pago-anulado
               END-IF
           END-PERFORM.
           IF pago-anulado
               MOVE "P" TO tdv-estado(w-d)
               MOVE 0 TO tdv-recibo(w-d)
               MOVE 0 TO tdv-fecha-pago(w-d)
               ADD 1 TO w-reabiertos
           END-IF.
       330-APLICAR-CUOTA.
           MOVE 0 TO w-pago-anulado.
           PERFORM VARYING w-a FROM 1 BY 1
                   UNTIL w-a > w-cant-anulados OR pago-anulado
               IF ta-recibo(w-a) = cuota-recibo
                   MOVE 1 TO w-pago-anulado
               END-IF
           END-PERFORM.
           IF pago-anulado
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-aplicado.
           PERFORM VARYING w-pd FROM 1 BY 1
                   UNTIL w-pd > w-cant-pend OR pago-aplicado
               MOVE tpd-pos(w-pd) TO w-d
               IF tdv-codigo(w-d) = cuota-codigo AND
                  tdv-periodo(w-d) = cuota-periodo AND
                  tdv-estado(w-d) = "P"
                   MOVE "C" TO tdv-estado(w-d)
                   MOVE cuota-recibo TO tdv-recibo(w-d)
                   MOVE cuota-fecha-pago TO tdv-fecha-pago(w-d)
                   MOVE 1 TO w-aplicado
                   ADD 1 TO w-aplicados
               END-IF
           END-PERFORM.
       400-GRABAR-DEVENGOS.
           OPEN OUTPUT DEVENGOS.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > w-cant-dev
               MOVE tdv-codigo(w-d) TO dv-codigo
               MOVE tdv-periodo(w-d) TO dv-periodo
               MOVE tdv-base(w-d) TO dv-base
               MOVE tdv-licencia(w-d) TO dv-licencia
               MOVE tdv-grupo(w-d) TO dv-grupo
               MOVE tdv-beca(w-d) TO dv-beca
               MOVE tdv-prorrateo(w-d) TO dv-prorrateo
               MOVE tdv-secciones(w-d) TO dv-secciones
               MOVE tdv-lockers(w-d) TO dv-lockers
               MOVE tdv-monto(w-d) TO dv-monto
               MOVE tdv-fecha(w-d) TO dv-fecha
               MOVE tdv-estado(w-d) TO dv-estado
               MOVE tdv-recibo(w-d) TO dv-recibo
               MOVE tdv-fecha-pago(w-d) TO dv-fecha-pago
               WRITE devengo-reg
           END-PERFORM.
           CLOSE DEVENGOS.
       800-FIN.
           PERFORM 400-GRABAR-DEVENGOS.
           MOVE w-devengados TO w-bit-procesados.
           MOVE w-sin-tarifa TO w-bit-rechazados.
           MOVE "OK" TO w-bit-resultado.
           PERFORM 096-CERRAR-PASO.
           DISPLAY "Periodo devengado: ", w-hoy-periodo.
           DISPLAY "Documentos emitidos: ", w-devengados.
           DISPLAY "Socios sin tarifa para el periodo: ", w-sin-tarifa.
           DISPLAY "Pagos aplicados: ", w-aplicados.
           DISPLAY "Documentos reabiertos por anulacion: ",
               w-reabiertos.
       END PROGRAM DEVENGA-CUOTAS.
