      *          record and the sequence lives in recibos-ctl.dat so
      *          it stays unbroken across sessions. A reprint option
      *          regenerates any recibo by number into
      *          recibo-impreso.txt. Periods covered by a licencia
      *          (licencias.dat) are charged at LICENCIA-PCT percent
      *          of the tariff. A period already accrued by the
      *          nightly DEVENGA-CUOTAS run is charged at the amount
      *          frozen in devengos.dat instead of being repriced.
      *          The periods a new member's campaign covers
      *          (campanias-socios.dat) carry its discount on the
      *          base dues and on the section fees.
      *          A posting after the day's cash close needs a
      *          supervisor and is recorded in excepciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyFeAut.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyLockSocio.cpy.cbl".
           COPY "CpyAprobaciones.cpy.cbl".
           COPY "CpyLockers.cpy.cbl".
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-anulaciones-status.
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyExcepciones.cpy.cbl".
           COPY "CpyPeriodos.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyLicencias.cpy.cbl".
           COPY "CpyFeriados.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".
       DATA DIVISION.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyFeAutReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyLockSocioReg.cpy.cbl".
           COPY "CpyAprobacionesReg.cpy.cbl".
           COPY "CpyLockersReg.cpy.cbl".
       FD  RECIBO-IMPRESO.
       01  recibo-impreso-linea pic x(80).
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyExcepcionesReg.cpy.cbl".
           COPY "CpyPeriodosReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyLicenciasReg.cpy.cbl".
           COPY "CpyFeriadosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".
       FD  ANULACIONES.
       01  anulacion-reg.
           03 anu-fecha pic 9(8).
       77  w-sen-per pic 9.
           88 fin-periodos value 1.
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyExcepcionWS.cpy.cbl".
           COPY "CpyValidarFechaWS.cpy.cbl".
           COPY "CpySincCuotasIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyLockSocioWS.cpy.cbl".
           COPY "CpyAprobacionWS.cpy.cbl".
           COPY "CpyLicenciaWS.cpy.cbl".
           COPY "CpyCalendarioWS.cpy.cbl".
           COPY "CpyCampIngresoWS.cpy.cbl".
       77  w-lockers-status pic xx.
       77  w-total-lockers pic 9(6)v99.
       77  w-consumos-cargos-status pic xx.
       77  w-sen-recibos pic 9 value 0.
           88 fin-recibos value 1.
       01  w-monto-edit pic zzzzz9.99.
           COPY "CpyDevengoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       COPY "CpyCampIngresoTar.cpy.cbl".
       100-INICIO.
           MOVE "CUOTAS-MANT" TO w-programa-log.
           PERFORM 090-PEDIR-OPERADOR.
           PERFORM 107-LEER-ULTIMO-RECIBO.
           PERFORM 109-LEER-PARAMETROS.
           PERFORM 110-CARGAR-BECAS.
           PERFORM 996-CARGAR-LICENCIAS.
           PERFORM 976-CARGAR-CAMP-SOCIOS.
           PERFORM 981-CARGAR-CALENDARIO.
           PERFORM 111-CARGAR-SECCIONES.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy-fecha.
                   IF param-clave = "ANUAL-DESC-PCT"
                       MOVE param-valor TO w-anual-desc-pct
                   END-IF
                   IF param-clave = "LICENCIA-PCT"
                       MOVE param-valor TO w-licencia-pct
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-param
                   END-READ
               END-PERFORM
               END-PERFORM
               CLOSE CIERRES
           END-IF.
      * A late posting is a supervisor override: it is recorded in
      * excepciones.dat when the recibo comes out (420), once the
      * socio and the recibo number are known.
       114-AUTORIZAR-FUERA-DE-CIERRE.
           DISPLAY "ATENCION: la caja de hoy ya fue cerrada".
           MOVE 0 TO w-exc-pendiente.
           PERFORM 969-AUTORIZAR-EXCEPCION.
           IF NOT excepcion-autorizada
               DISPLAY "Solo un supervisor puede registrar despues"
                   " del cierre"
               MOVE "N" TO w-respuesta
           END-IF.
           DISPLAY "Confirma el registro tardio? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta = "S" OR w-respuesta = "s"
               MOVE 1 TO w-exc-pendiente
           END-IF.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyExcepcion.cpy.cbl".
       COPY "CpyLockSocioPar.cpy.cbl".
       COPY "CpyAprobacion.cpy.cbl".
       COPY "CpyValidarFecha.cpy.cbl".
           END-IF.
       415-CARGAR-PAGO.
           DISPLAY "Socio: ", soc-codigo, " ", soc-nombre.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE soc-codigo TO cuota-codigo.
           DISPLAY "Ingrese periodo desde (AAAAMM)".
           ACCEPT cuota-periodo.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 430-BUSCAR-TARIFA.
           MOVE cuota-periodo TO w-dv-periodo.
           PERFORM 989-PRECIO-DEVENGADO.
           IF devengo-hallado
               PERFORM 447-TOMAR-DEVENGADO
           ELSE
               PERFORM 440-DETERMINAR-MONTO
               PERFORM 443-AGREGAR-SECCIONES
               PERFORM 446-AGREGAR-LOCKERS
           END-IF.
           PERFORM 450-CALCULAR-RECARGO.
           PERFORM 658-OFRECER-SALDO-FAVOR.
           MOVE w-recargo TO cuota-recargo.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 430-BUSCAR-TARIFA.
           MOVE cuota-periodo TO w-dv-periodo.
           PERFORM 989-PRECIO-DEVENGADO.
           IF devengo-hallado
               PERFORM 447-TOMAR-DEVENGADO
           ELSE
               IF NOT tarifa-hallada
                   DISPLAY "No hay tarifa para la categoria ",
                       soc-categoria, " y el periodo ", cuota-periodo
                   MOVE 1 TO w-rango-abort
                   EXIT PARAGRAPH
               END-IF
               MOVE w-tarifa-monto TO cuota-monto
               PERFORM 438-APLICAR-LICENCIA
               PERFORM 442-APLICAR-DESCUENTO-GRUPO
               PERFORM 439-APLICAR-BECA
               PERFORM 448-APLICAR-CAMPANIA
               PERFORM 441-APLICAR-PRORRATEO-ALTA
               PERFORM 443-AGREGAR-SECCIONES
               PERFORM 446-AGREGAR-LOCKERS
           END-IF.
           PERFORM 450-CALCULAR-RECARGO.
           ADD 1 TO w-rango-cant.
           MOVE cuota-periodo TO tr-periodo(w-rango-cant).
               ACCEPT cuota-monto
           ELSE
               MOVE w-tarifa-monto TO cuota-monto
               PERFORM 438-APLICAR-LICENCIA
               PERFORM 442-APLICAR-DESCUENTO-GRUPO
               PERFORM 439-APLICAR-BECA
               PERFORM 448-APLICAR-CAMPANIA
               PERFORM 441-APLICAR-PRORRATEO-ALTA
               MOVE cuota-monto TO w-monto-edit
               DISPLAY "Monto segun tarifa: ", w-monto-edit
           END-PERFORM.
           CLOSE INSCRIPCIONES.
           IF w-total-secciones > 0
               PERFORM 449-CAMPANIA-SECCIONES
               ADD w-total-secciones TO cuota-monto
               MOVE cuota-monto TO w-monto-edit
               DISPLAY "TOTAL CUOTA + SECCIONES: ", w-monto-edit
               MOVE cuota-monto TO w-monto-edit
               DISPLAY "TOTAL CON LOCKERS: ", w-monto-edit
           END-IF.
      * A period the nightly accrual already charged is collected at
      * the amount frozen in its devengos.dat document - base dues,
      * sections and lockers with the discounts of that day - so a
      * tariff raised since does not reprice old debt.
       447-TOMAR-DEVENGADO.
           MOVE w-dv-monto TO cuota-monto.
           MOVE cuota-monto TO w-monto-edit.
           DISPLAY "Periodo ", cuota-periodo, " devengado: ",
               w-monto-edit.
       444-SUMAR-SECCION.
           PERFORM VARYING w-sec-i FROM 1 BY 1
                   UNTIL w-sec-i > w-cant-sec
                   w-recargo-pct, "% mensual)"
               DISPLAY "  TOTAL A PAGAR: ", w-total-edit
           END-IF.
      * A period covered by a licencia is charged the reduced
      * LICENCIA-PCT share of the tariff, before any other discount.
       438-APLICAR-LICENCIA.
           MOVE soc-codigo TO w-lic-buscar-cod.
           MOVE cuota-periodo TO w-lic-buscar-periodo.
           MOVE cuota-monto TO w-lic-monto.
           PERFORM 997-APLICAR-LICENCIA.
           IF periodo-en-licencia
               MOVE w-lic-monto TO cuota-monto
               MOVE cuota-monto TO w-monto-edit
               DISPLAY "Periodo ", cuota-periodo, " en licencia (",
                   w-licencia-pct, "% de la tarifa): ", w-monto-edit
           END-IF.
      * A beca granted by the comision reduces the tariff by its
      * percentage while the charged period does not exceed the
      * expiry period recorded in becas.dat; expired becas stop
           MOVE w-beca-descuento TO w-descuento-edit.
           DISPLAY "Beca aplicada (", w-beca-pct, "%): ",
               w-descuento-edit.
      * A socio admitted under a campaign of CAMPANIAS-MANT pays
      * the base dues of the periods the campaign covers less its
      * percentage, after the beca and before the prorrateo of the
      * alta month.
       448-APLICAR-CAMPANIA.
           MOVE soc-codigo TO w-cas-buscar-cod.
           MOVE cuota-periodo TO w-cas-buscar-periodo.
           PERFORM 979-BUSCAR-CAMPANIA.
           IF w-cas-pct-cuota = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-cas-descuento ROUNDED =
               cuota-monto * w-cas-pct-cuota / 100.
           SUBTRACT w-cas-descuento FROM cuota-monto.
           MOVE w-cas-descuento TO w-descuento-edit.
           DISPLAY "Campania ", w-cas-campania, " (",
               w-cas-pct-cuota, "%): ", w-descuento-edit.
      * The same campaign may also bonify the section fees of the
      * periods it covers.
       449-CAMPANIA-SECCIONES.
           MOVE soc-codigo TO w-cas-buscar-cod.
           MOVE cuota-periodo TO w-cas-buscar-periodo.
           PERFORM 979-BUSCAR-CAMPANIA.
           IF w-cas-pct-secciones = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE w-cas-descuento ROUNDED =
               w-total-secciones * w-cas-pct-secciones / 100.
           SUBTRACT w-cas-descuento FROM w-total-secciones.
           MOVE w-cas-descuento TO w-descuento-edit.
           DISPLAY "Campania ", w-cas-campania, " en secciones (",
               w-cas-pct-secciones, "%): ", w-descuento-edit.
      * When the alta fell past the PRORRATEO-DIA-CORTE day of the
      * month, the alta period is charged only for the days from the
      * alta to the end of that month, so the front desk no longer
           CLOSE TARIFA-OVERRIDES.
      * Every counter recibo carries its payment method; a cheque
      * also goes to the deferred-cheque registry with bank, number
      * and agreed deposit date (moved to the next business day of
      * the club calendar when it is not one), so the drawer count
      * of CIERRE-CAJA can split the day by method and the notebook
      * at the desk retires.
       419-PEDIR-FORMA-PAGO.
           MOVE SPACES TO w-forma-pago.
           PERFORM UNTIL w-forma-pago = "E" OR w-forma-pago = "C"
           ACCEPT w-chq-numero.
           DISPLAY "Ingrese fecha de deposito (AAAAMMDD)".
           ACCEPT w-chq-fecha-dep.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(w-chq-fecha-dep)
                   = 0
               DISPLAY "Fecha invalida, ingrese fecha de deposito"
                   " (AAAAMMDD)"
               ACCEPT w-chq-fecha-dep
           END-PERFORM.
           MOVE w-chq-fecha-dep TO w-cal-fecha.
           PERFORM 983-PROXIMO-DIA-HABIL.
           IF w-cal-fecha NOT = w-chq-fecha-dep
               DISPLAY "La fecha no es dia habil; se deposita el ",
                   w-cal-fecha
               MOVE w-cal-fecha TO w-chq-fecha-dep
           END-IF.
           OPEN EXTEND CHEQUES.
           IF w-cheques-status = "35"
               OPEN OUTPUT CHEQUES
           MOVE w-forma-pago TO rec-forma.
           WRITE recibo-reg.
           PERFORM 108-GRABAR-ULTIMO-RECIBO.
           IF excepcion-pendiente
               MOVE "CAJA-CERRADA" TO w-exc-regla
               MOVE soc-codigo TO w-exc-codigo
               MOVE SPACES TO w-exc-documento
               STRING "RECIBO " DELIMITED BY SIZE
                   w-ultimo-recibo DELIMITED BY SIZE
                   INTO w-exc-documento
               END-STRING
               MOVE "REGISTRO TARDIO, CAJA CERRADA"
                   TO w-exc-detalle
               PERFORM 959-REGISTRAR-EXCEPCION
               MOVE 0 TO w-exc-pendiente
           END-IF.
           IF w-forma-pago = "C"
               PERFORM 421-REGISTRAR-CHEQUE
           END-IF.
               READ FE-AUTORIZACIONES AT END MOVE 1 TO w-sen-cred
               END-READ
               PERFORM UNTIL fin-creditos
                   IF fea-recibo = w-recibo-buscado AND
                      fea-de-recibo
                       MOVE 1 TO w-cae-hallado
                       MOVE fea-cae TO w-cae
                       MOVE fea-cae-vto TO w-cae-vto
      * per-socio credit in creditos.dat instead of a cash refund,
      * and the next counter payment can consume it. The balance is
      * the sum of the "A" (alta de credito) rows less the "U" (uso)
      * rows and the "F" rows that froze it for the heirs of a
      * fallecido; CIERRE-CAJA folds the A and U movements into the
      * expected cash of the day.
       658-OFRECER-SALDO-FAVOR.
           MOVE 0 TO w-aplicar-cred.
           MOVE 0 TO w-credito-aplicar.
                   IF cred-codigo = w-soc-codigo
                       IF credito-alta
                           ADD cred-monto TO w-saldo-favor
                       END-IF
                       IF credito-aplicado OR credito-congelado
                           SUBTRACT cred-monto FROM w-saldo-favor
                       END-IF
                   END-IF
           DISPLAY "Ingrese anio a pagar por adelantado (AAAA)".
           ACCEPT w-anio-anual.
           PERFORM 653-CARGAR-PAGOS-SOCIO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
      * A truncated history cannot prove which periods are already
      * paid, and charging one twice is worse than refusing: the
      * member catches up with the period range instead.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 430-BUSCAR-TARIFA.
           MOVE cuota-periodo TO w-dv-periodo.
           PERFORM 989-PRECIO-DEVENGADO.
           IF devengo-hallado
               PERFORM 447-TOMAR-DEVENGADO
           ELSE
               IF NOT tarifa-hallada
                   DISPLAY "No hay tarifa para la categoria ",
                       soc-categoria, " y el periodo ", cuota-periodo
                   MOVE 1 TO w-rango-abort
                   EXIT PARAGRAPH
               END-IF
               MOVE w-tarifa-monto TO cuota-monto
               PERFORM 438-APLICAR-LICENCIA
               PERFORM 442-APLICAR-DESCUENTO-GRUPO
               PERFORM 439-APLICAR-BECA
               PERFORM 448-APLICAR-CAMPANIA
               PERFORM 443-AGREGAR-SECCIONES
               PERFORM 446-AGREGAR-LOCKERS
           END-IF.
           ADD cuota-monto TO w-anual-bruto.
           COMPUTE cuota-monto ROUNDED =
               cuota-monto * (100 - w-anual-desc-pct) / 100.
           CLOSE CUOTAS.
           CLOSE RECIBOS.
       COPY "CpySincCuotasIdx.cpy.cbl".
       COPY "CpyFotoMora.cpy.cbl".
       COPY "CpyLicenciaTar.cpy.cbl".
       COPY "CpyCalendario.cpy.cbl".
       END PROGRAM CUOTAS-MANT.
