      *          date. Socios up to date, exempt, de baja or covered
      *          by a vigente convenio al dia generate no record: the
      *          convenio already collects those periods and a debit
      *          would charge them twice. Periods covered by a
      *          licencia are priced at LICENCIA-PCT percent of the
      *          tariff, as at the counter; a period already accrued
      *          in devengos.dat is debited at its frozen amount.
      *          The periods a new member's campaign covers
      *          (campanias-socios.dat) carry its discount.
      *          The last period paid comes from the nightly arrears
      *          snapshot (mora-foto.dat, FOTO-MORA) when it is
      *          current for the socio, from cuotas.dat otherwise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyAdhesiones.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyAportesCargos.cpy.cbl".
           COPY "CpyBecas.cpy.cbl".
           COPY "CpyCampSocios.cpy.cbl".
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyLicencias.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT BANCO-PRESENTACION
               ASSIGN TO "..\banco-presentacion.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyAdhesionesReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyAportesCargosReg.cpy.cbl".
           COPY "CpyBecasReg.cpy.cbl".
           COPY "CpyCampSociosReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyLicenciasReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  BANCO-PRESENTACION.
       01  banco-pres-reg.
           03 bp-codigo pic 9(4).
               07 tb-codigo pic 9(4).
               07 tb-pct pic 9(3).
               07 tb-vence pic 9(6).
       77  w-parametros-status pic xx.
           COPY "CpyLicenciaWS.cpy.cbl".
           COPY "CpyCampIngresoWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESAR-ADHESIONES.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           PERFORM 951-ABRIR-FOTO-MORA.
           PERFORM 105-LEER-CONTROL.
           PERFORM 120-CARGAR-TARIFAS.
           PERFORM 138-CARGAR-BECAS.
           PERFORM 107-LEER-PARAMETROS.
           PERFORM 996-CARGAR-LICENCIAS.
           PERFORM 976-CARGAR-CAMP-SOCIOS.
           PERFORM 215-CARGAR-ANULADOS.
           PERFORM 130-CARGAR-CONVENIOS.
           PERFORM 135-CARGAR-APORTES-PEND.
               END-READ
               CLOSE CONTROL-TABLA
           END-IF.
       107-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF w-parametros-status = "00"
               MOVE 0 TO w-sen-aux
               READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               PERFORM UNTIL fin-aux
                   IF param-clave = "LICENCIA-PCT"
                       MOVE param-valor TO w-licencia-pct
                   END-IF
                   READ PARAMETROS AT END MOVE 1 TO w-sen-aux END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.
           MOVE 0 TO w-sen-aux.
       120-CARGAR-TARIFAS.
           MOVE 0 TO w-cant-tarifas.
           OPEN INPUT TARIFAS.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           PERFORM 310-CALCULAR-DEUDA.
           PERFORM 320-AGREGAR-APORTES.
           IF w-total-aportes > 0
                   END-IF
               END-IF
           END-PERFORM.
      * The nightly snapshot of mora-foto.dat answers without the
      * scan when it is this month's and no cuota row was posted
      * for the socio since.
       220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-fm-socio.
           PERFORM 953-LEER-FOTO-MORA.
           IF foto-usable
               MOVE fm-hay-pago TO w-hay-pago
               MOVE fm-ult-periodo TO w-periodo-max
               IF NOT hay-pago
                   MOVE soc-fecha-alta(1:6) TO w-periodo-max
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-hay-pago.
           MOVE 0 TO w-periodo-max.
           OPEN INPUT CUOTAS.
                   MOVE w-periodo-iter TO w-periodo-desde
               END-IF
               PERFORM 315-BUSCAR-TARIFA
               PERFORM 317-APLICAR-LICENCIA
               PERFORM 316-APLICAR-BECA
               PERFORM 318-APLICAR-CAMPANIA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               ADD w-tarifa-monto TO w-total-deuda
               ADD 1 TO w-cant-adeudados
               ADD 1 TO w-meses-iter
               COMPUTE w-tarifa-monto ROUNDED =
                   w-tarifa-monto * (100 - w-beca-pct) / 100
           END-IF.
      * A period covered by a licencia is priced at the reduced
      * LICENCIA-PCT share, the same reduction the counter applies.
       317-APLICAR-LICENCIA.
           MOVE soc-codigo TO w-lic-buscar-cod.
           MOVE w-periodo-iter TO w-lic-buscar-periodo.
           MOVE w-tarifa-monto TO w-lic-monto.
           PERFORM 997-APLICAR-LICENCIA.
           MOVE w-lic-monto TO w-tarifa-monto.
      * The periods covered by the campaign the socio joined under
      * are debited less its percentage, as the counter charges them.
       318-APLICAR-CAMPANIA.
           MOVE soc-codigo TO w-cas-buscar-cod.
           MOVE w-periodo-iter TO w-cas-buscar-periodo.
           PERFORM 979-BUSCAR-CAMPANIA.
           IF w-cas-pct-cuota NOT = 0
               COMPUTE w-cas-descuento ROUNDED =
                   w-tarifa-monto * w-cas-pct-cuota / 100
               SUBTRACT w-cas-descuento FROM w-tarifa-monto
           END-IF.
       315-BUSCAR-TARIFA.
           MOVE 0 TO w-tarifa-desde.
           MOVE 0 TO w-tarifa-monto.
                   MOVE tt-monto(w-t) TO w-tarifa-monto
               END-IF
           END-PERFORM.
       COPY "CpyLicenciaTar.cpy.cbl".
       COPY "CpyCampIngresoTar.cpy.cbl".
       COPY "CpyFotoMora.cpy.cbl".
       800-FIN.
           PERFORM 949-CERRAR-FOTO-MORA.
           CLOSE SOCIOS.
           CLOSE ADHESIONES.
           CLOSE BANCO-PRESENTACION.
