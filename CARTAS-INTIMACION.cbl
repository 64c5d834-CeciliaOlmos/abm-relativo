      *          rules as REPORTE-MORA.cbl (exempt categories
      *          skipped, convenio al dia respected), pulls each
      *          moroso's domicilio from contactos.dat, prices the
      *          owed periods at their accrued amount of
      *          devengos.dat or else with the tariff table, and
      *          writes one formatted letter per member - owed
      *          range, amount, payment deadline (INTIMACION-PLAZO
      *          parameter, default 10 days, moved to the next
      *          business day of
      *          the club calendar feriados.dat when it lands on a
      *          weekend, holiday or closure day) and the suspension
      *          warning - into
      *          cartas-intimacion.txt. Every letter (and every
      *          moroso skipped for lack of domicilio) is logged to
      *          cartas-log.dat so the secretary can certify what was
      *          sent and when.
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
           COPY "CpyParametros.cpy.cbl".
           COPY "CpyContactos.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyFeriados.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT CARTAS ASSIGN TO "..\cartas-intimacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTAS-LOG ASSIGN TO "..\cartas-log.dat"
       FILE SECTION.
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyParametrosReg.cpy.cbl".
           COPY "CpyContactosReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyFeriadosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  CARTAS.
       01  carta-linea pic x(80).
       FD  CARTAS-LOG.
           88 fin-anul value 1.
       77  w-anul-desborde pic 9 value 0.
           88 anulados-desbordados value 1.
           COPY "CpyCalendarioWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESAR-SOCIOS.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           PERFORM 951-ABRIR-FOTO-MORA.
           PERFORM 105-LEER-CONTROL.
           PERFORM 107-LEER-PARAMETRO.
           PERFORM 120-CARGAR-TARIFAS.
               FUNCTION INTEGER-OF-DATE(w-hoy) + w-plazo-dias.
           COMPUTE w-vence =
               FUNCTION DATE-OF-INTEGER(w-vence-juliano).
           PERFORM 981-CARGAR-CALENDARIO.
           MOVE w-vence TO w-cal-fecha.
           PERFORM 983-PROXIMO-DIA-HABIL.
           MOVE w-cal-fecha TO w-vence.
       105-LEER-CONTROL.
           OPEN INPUT CONTROL-TABLA.
           IF w-control-status = "00"
           END-PERFORM.
       210-EVALUAR-SOCIO.
           PERFORM 220-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE 0 TO w-es-moroso.
           IF NOT hay-pago
               MOVE 1 TO w-es-moroso
                   MOVE 1 TO w-pago-anulado
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
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-hay-pago.
           MOVE 0 TO w-periodo-max.
           OPEN INPUT CUOTAS.
                   MOVE w-periodo-iter TO w-periodo-desde
               END-IF
               PERFORM 315-BUSCAR-TARIFA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               ADD w-tarifa-monto TO w-total-deuda
               ADD 1 TO w-cant-adeudados
               ADD 1 TO w-meses-iter
           MOVE 0 TO cl-total.
           MOVE "SIN DOMICILIO" TO cl-resultado.
           WRITE carta-log-reg.
       COPY "CpyFotoMora.cpy.cbl".
       800-FIN.
           PERFORM 949-CERRAR-FOTO-MORA.
           CLOSE SOCIOS.
           CLOSE CONTACTOS.
           CLOSE CARTAS.
           DISPLAY "Cartas generadas: ", w-total-cartas.
           DISPLAY "Morosos sin domicilio registrado: ",
               w-sin-domicilio.
       COPY "CpyCalendario.cpy.cbl".
       END PROGRAM CARTAS-INTIMACION.
