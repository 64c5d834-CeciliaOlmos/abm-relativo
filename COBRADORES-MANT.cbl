      *          on it - derived exactly as REPORTE-MORA.cbl derives
      *          them: last period paid in cuotas.dat with annulled
      *          recibos filtered out, convenio al dia respected,
      *          each owed period priced at its accrued amount of
      *          devengos.dat or else with the tariff in force -
      *          and takes the collector's rendicion: the collected
      *          payments are posted into cuotas.dat with recibos
      *          from the shared recibos-ctl.dat sequence and the
      *          cash the collector hands over is balanced against
      *          what was keyed.
      *          The last period paid comes from the nightly arrears
      *          snapshot (mora-foto.dat, FOTO-MORA) when it is
      *          current for the socio, from cuotas.dat otherwise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyControl.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyCuotasIdx.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyRecibos.cpy.cbl".
           COPY "CpyRecibosCtl.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT COBRADORES ASSIGN TO "..\cobradores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-cobradores-status.
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyCuotasIdxReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyRecibosReg.cpy.cbl".
           COPY "CpyRecibosCtlReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  COBRADORES.
       01  cobrador-reg.
           03 cob-numero pic 9(3).
       01  w-total-edit pic zzzzzzz9.99.
       01  w-dif-edit pic --------9.99.
           COPY "CpySincCuotasIdxWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "COBRADORES-MANT" TO w-programa-log.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 530-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           PERFORM 540-CALCULAR-DEUDA.
           IF w-cant-adeudados = 0
               EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.
      * The nightly snapshot of mora-foto.dat answers without the
      * scan when it is this month's and no cuota row was posted
      * for the socio since.
       530-BUSCAR-ULTIMO-PAGO.
           MOVE w-soc-codigo TO w-fm-socio.
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
               PERFORM 545-BUSCAR-TARIFA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               ADD w-tarifa-monto TO w-total-deuda
               ADD 1 TO w-cant-adeudados
               ADD 1 TO w-meses-iter
           END-IF.
           DISPLAY "Ingrese periodo cobrado (AAAAMM)".
           ACCEPT w-periodo.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           MOVE w-periodo TO w-dv-periodo.
           PERFORM 989-PRECIO-DEVENGADO.
           IF devengo-hallado
               MOVE w-dv-monto TO w-total-edit
               DISPLAY "Importe devengado del periodo: ", w-total-edit
           END-IF.
           DISPLAY "Ingrese importe cobrado (9999.99)".
           ACCEPT w-monto.
           ADD 1 TO w-ultimo-recibo.
           CLOSE SOCIOS.
           DISPLAY "Gestion de cobradores finalizada".
       COPY "CpySincCuotasIdx.cpy.cbl".
       COPY "CpyFotoMora.cpy.cbl".
       END PROGRAM COBRADORES-MANT.
