      *          convenio de pago, and the pending periods derived
      *          exactly as REPORTE-MORA.cbl derives them - last
      *          period paid with annulled recibos filtered out, each
      *          owed period priced at the amount accrued for it in
      *          devengos.dat, or with the tariff in force when the
      *          period was never accrued. A
      *          grupo familiar can be consolidated under its
      *          titular: the statement then chains every member of
      *          the grupo from grupos.dat into the same printout.
           COPY "CpyConvenios.cpy.cbl".
           COPY "CpyGrupos.cpy.cbl".
           COPY "CpyConsumosCargos.cpy.cbl".
           COPY "CpyDevengos.cpy.cbl".
           SELECT ANULACIONES ASSIGN TO "..\anulaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS w-anulaciones-status.
           COPY "CpyConveniosReg.cpy.cbl".
           COPY "CpyGruposReg.cpy.cbl".
           COPY "CpyConsumosCargosReg.cpy.cbl".
           COPY "CpyDevengosReg.cpy.cbl".
       FD  ANULACIONES.
       01  anulacion-reg.
           03 anu-fecha pic 9(8).
       01  w-monto-edit pic zzzzz9.99.
       01  w-recargo-edit pic zzzzz9.99.
       01  w-total-edit pic zzzzzzz9.99.
           COPY "CpyDevengoWS.cpy.cbl".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           END-PERFORM.
           PERFORM 800-FIN.
           STOP RUN.
       COPY "CpyDevengo.cpy.cbl".
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-hoy.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-hoy-periodo.
               EXIT PARAGRAPH
           END-IF.
           PERFORM 350-BUSCAR-ULTIMO-PAGO.
           MOVE soc-codigo TO w-dv-socio.
           PERFORM 988-CARGAR-DEVENGOS-SOCIO.
           PERFORM 360-CALCULAR-DEUDA.
           IF w-cant-adeudados = 0
               MOVE "  SIN PERIODOS PENDIENTES, CUOTAS AL DIA"
                   MOVE w-periodo-iter TO w-periodo-desde
               END-IF
               PERFORM 365-BUSCAR-TARIFA
               MOVE w-periodo-iter TO w-dv-periodo
               PERFORM 989-PRECIO-DEVENGADO
               IF devengo-hallado
                   MOVE w-dv-monto TO w-tarifa-monto
               END-IF
               ADD w-tarifa-monto TO w-total-deuda
               ADD 1 TO w-cant-adeudados
               ADD 1 TO w-meses-iter
