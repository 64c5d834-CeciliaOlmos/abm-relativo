      *          For the requested soc-codigo it derives the pending
      *          periods exactly as REPORTE-MORA does (last period
      *          paid, annulled recibos filtered, each owed period
      *          priced at its accrued amount of devengos.dat or, if
      *          never accrued, at the tariff in force) and checks for
      *          open convenios de pago; a clean socio gets a dated
      *          certificate numbered from libre-deuda-ctl.dat into
      *          libre-deuda.txt, anyone else gets the itemized list
      *          of what is owed instead. Every issuance and every
      *          refusal is logged to libre-deuda-log.dat.
      *          The last period paid comes from the nightly arrears
      *          snapshot (mora-foto.dat, FOTO-MORA) when it is
      *          current for the socio, from cuotas.dat otherwise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CpyArch.cpy.cbl".
           COPY "CpyControl.cpy.cbl".
           COPY "CpyCuotas.cpy.cbl".
           COPY "CpyFotoMoras.cpy.cbl".
           COPY "CpyTarifas.cpy.cbl".
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpySecciones.cpy.cbl".
           COPY "CpyInscripciones.cpy.cbl".
           COPY "CpyLockers.cpy.cbl".
           COPY "CpyOperMaster.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT LIBRE-DEUDA-CTL
               ASSIGN TO "..\libre-deuda-ctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "CpyArchReg.cpy.cbl".
           COPY "CpyControlReg.cpy.cbl".
           COPY "CpyCuotasReg.cpy.cbl".
           COPY "CpyFotoMorasReg.cpy.cbl".
           COPY "CpyTarifasReg.cpy.cbl".
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpySeccionesReg.cpy.cbl".
           COPY "CpyInscripcionesReg.cpy.cbl".
           COPY "CpyLockersReg.cpy.cbl".
           COPY "CpyOperMasterReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  LIBRE-DEUDA-CTL.
       01  libre-deuda-ctl-reg.
           03 ldctl-ultimo pic 9(6).
       01  w-monto-edit pic zzzzz9.99.
       01  w-total-edit pic zzzzzzz9.99.
           COPY "CpyOperadorWS.cpy.cbl".
           COPY "CpyDevengoWS.cpy.cbl".
           COPY "CpyFotoMoraWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "LIBRE-DEUDA" TO w-programa-log.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyOperador.cpy.cbl".
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           PERFORM 951-ABRIR-FOTO-MORA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
           MOVE w-hoy-periodo-r(1:4) TO w-anio-hoy.
           END-IF.
           PERFORM 310-BUSCAR-ULTIMO-PAGO.
           PERFORM 305-CARGAR-CARGOS-SOCIO.
           MOVE w-soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           PERFORM 320-CALCULAR-DEUDA.
           PERFORM 330-VERIFICAR-CONVENIOS.
           IF w-cant-adeudados = 0 AND NOT convenio-abierto
               CLOSE LOCKERS
           END-IF.
           MOVE 0 TO w-sen-aux.
      * The nightly snapshot of mora-foto.dat answers without the
      * scan when it is this month's and no cuota row was posted
      * for the socio since.
       310-BUSCAR-ULTIMO-PAGO.
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
               IF w-periodo-desde = 0
                   MOVE w-periodo-iter TO w-periodo-desde
               END-IF
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   ADD w-dv-monto TO w-total-deuda
               ELSE
                   PERFORM 325-BUSCAR-TARIFA
                   ADD w-tarifa-monto TO w-total-deuda
                   PERFORM 327-AGREGAR-CARGOS-PERIODO
               END-IF
               ADD 1 TO w-cant-adeudados
               ADD 1 TO w-meses-iter
           END-PERFORM.
                   END-IF
               END-IF
           END-PERFORM.
       COPY "CpyFotoMora.cpy.cbl".
       800-FIN.
           PERFORM 949-CERRAR-FOTO-MORA.
           CLOSE SOCIOS.
           CLOSE CERTIFICADO.
           DISPLAY "Emision de libre deuda finalizada".
