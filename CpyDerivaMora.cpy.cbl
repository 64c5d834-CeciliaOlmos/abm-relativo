      * The one derivation of a socio's arrears, shared by the
      * nightly FOTO-MORA that writes mora-foto.dat and by
      * CONCILIA-MORA that checks it. 931-CARGAR-DERIVACION-MORA
      * reads cuotas.dat, convenios.dat, tarifas.dat, becas.dat,
      * licencias.dat and devengos.dat once; 936-DERIVAR-SOCIO-MORA
      * then derives the socio in the SOCIOS record area:
      *   - exento V/H/B for vitalicios, honorarios and bajas, who
      *     owe no dues (N otherwise);
      *   - last period paid, from the tipos "C", "V" and "A" whose
      *     recibo has no tipo "X" counter-entry;
      *   - periods owed, from the month after it (from the alta
      *     month when nothing was paid) through the current one,
      *     each priced at its accrued amount when devengos.dat has
      *     it pending, else at the tariff less licencia and beca
      *     the way DEBITO-PRESENTA prices it;
      *   - convenio N (none vigente), D (installments up to date)
      *     or F (an installment missed), the rule of REPORTE-MORA.
      * The caller reads LICENCIA-PCT into w-licencia-pct first.
       931-CARGAR-DERIVACION-MORA.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-dm-hoy.
           MOVE w-dm-hoy(1:4) TO w-dm-iter-anio.
           MOVE w-dm-hoy(5:2) TO w-dm-iter-mes.
           COMPUTE w-dm-meses-hoy = w-dm-iter-anio * 12
               + w-dm-iter-mes.
           INITIALIZE tab-dm-socios.
           PERFORM 932-DM-CARGAR-PAGOS.
           PERFORM 933-DM-CARGAR-CONVENIOS.
           PERFORM 934-DM-CARGAR-PRECIOS.
           PERFORM 935-DM-CARGAR-DEVENGOS.
           PERFORM 996-CARGAR-LICENCIAS.
       932-DM-CARGAR-PAGOS.
           MOVE 0 TO w-dm-cant-anul.
           OPEN INPUT CUOTAS.
           IF w-cuotas-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-dm-sen.
           READ CUOTAS AT END MOVE 1 TO w-dm-sen END-READ.
           PERFORM UNTIL fin-dm
               IF cuota-anulacion AND w-dm-cant-anul < 2000
                   ADD 1 TO w-dm-cant-anul
                   MOVE cuota-recibo TO tdma-recibo(w-dm-cant-anul)
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-dm-sen END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           OPEN INPUT CUOTAS.
           MOVE 0 TO w-dm-sen.
           READ CUOTAS AT END MOVE 1 TO w-dm-sen END-READ.
           PERFORM UNTIL fin-dm
               IF cuota-codigo > 0 AND
                  (cuota-comun OR cuota-de-convenio OR cuota-anual)
                   MOVE 0 TO w-dm-anulado
                   PERFORM VARYING w-dm-a FROM 1 BY 1
                           UNTIL w-dm-a > w-dm-cant-anul OR
                                 dm-pago-anulado
                       IF tdma-recibo(w-dm-a) = cuota-recibo
                           MOVE 1 TO w-dm-anulado
                       END-IF
                   END-PERFORM
                   IF NOT dm-pago-anulado
                       MOVE 1 TO tdms-hay-pago(cuota-codigo)
                       IF cuota-periodo >
                          tdms-ult-periodo(cuota-codigo)
                           MOVE cuota-periodo
                               TO tdms-ult-periodo(cuota-codigo)
                       END-IF
                   END-IF
               END-IF
               READ CUOTAS AT END MOVE 1 TO w-dm-sen END-READ
           END-PERFORM.
           CLOSE CUOTAS.
           MOVE 0 TO w-dm-sen.
       933-DM-CARGAR-CONVENIOS.
           MOVE 0 TO w-dm-cant-conv.
           OPEN INPUT CONVENIOS.
           IF w-convenios-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-dm-sen.
           READ CONVENIOS AT END MOVE 1 TO w-dm-sen END-READ.
           PERFORM UNTIL fin-dm
               IF convenio-vigente AND w-dm-cant-conv < 500
                   ADD 1 TO w-dm-cant-conv
                   MOVE conv-codigo TO tdmc-codigo(w-dm-cant-conv)
                   MOVE conv-cant-cuotas TO tdmc-cant(w-dm-cant-conv)
                   MOVE conv-cuotas-pagadas
                       TO tdmc-pagadas(w-dm-cant-conv)
                   MOVE conv-periodo-inicio
                       TO tdmc-inicio(w-dm-cant-conv)
               END-IF
               READ CONVENIOS AT END MOVE 1 TO w-dm-sen END-READ
           END-PERFORM.
           CLOSE CONVENIOS.
           MOVE 0 TO w-dm-sen.
       934-DM-CARGAR-PRECIOS.
           MOVE 0 TO w-dm-cant-tar.
           OPEN INPUT TARIFAS.
           IF w-tarifas-status = "00"
               MOVE 0 TO w-dm-sen
               READ TARIFAS AT END MOVE 1 TO w-dm-sen END-READ
               PERFORM UNTIL fin-dm
                   IF w-dm-cant-tar < 100
                       ADD 1 TO w-dm-cant-tar
                       MOVE tar-categoria
                           TO tdmt-categoria(w-dm-cant-tar)
                       MOVE tar-periodo-desde
                           TO tdmt-desde(w-dm-cant-tar)
                       MOVE tar-monto TO tdmt-monto(w-dm-cant-tar)
                   END-IF
                   READ TARIFAS AT END MOVE 1 TO w-dm-sen END-READ
               END-PERFORM
               CLOSE TARIFAS
           END-IF.
           MOVE 0 TO w-dm-cant-becas.
           OPEN INPUT BECAS.
           IF w-becas-status = "00"
               MOVE 0 TO w-dm-sen
               READ BECAS AT END MOVE 1 TO w-dm-sen END-READ
               PERFORM UNTIL fin-dm
                   IF w-dm-cant-becas < 300
                       ADD 1 TO w-dm-cant-becas
                       MOVE beca-codigo TO tdmb-codigo(w-dm-cant-becas)
                       MOVE beca-pct TO tdmb-pct(w-dm-cant-becas)
                       MOVE beca-vence TO tdmb-vence(w-dm-cant-becas)
                   END-IF
                   READ BECAS AT END MOVE 1 TO w-dm-sen END-READ
               END-PERFORM
               CLOSE BECAS
           END-IF.
           MOVE 0 TO w-dm-sen.
       935-DM-CARGAR-DEVENGOS.
           MOVE 0 TO w-dm-cant-dev.
           OPEN INPUT DEVENGOS.
           IF w-devengos-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-dm-sen.
           READ DEVENGOS AT END MOVE 1 TO w-dm-sen END-READ.
           PERFORM UNTIL fin-dm
               IF devengo-pendiente AND dv-codigo > 0 AND
                  w-dm-cant-dev < 60000
                   ADD 1 TO w-dm-cant-dev
                   MOVE dv-periodo TO tdmd-periodo(w-dm-cant-dev)
                   MOVE dv-monto TO tdmd-monto(w-dm-cant-dev)
                   MOVE tdms-primer-dev(dv-codigo)
                       TO tdmd-siguiente(w-dm-cant-dev)
                   MOVE w-dm-cant-dev TO tdms-primer-dev(dv-codigo)
               END-IF
               READ DEVENGOS AT END MOVE 1 TO w-dm-sen END-READ
           END-PERFORM.
           CLOSE DEVENGOS.
           MOVE 0 TO w-dm-sen.
       936-DERIVAR-SOCIO-MORA.
           EVALUATE TRUE
               WHEN socio-de-baja
                   MOVE "B" TO w-dm-exento
               WHEN categ-vitalicio
                   MOVE "V" TO w-dm-exento
               WHEN categ-honorario
                   MOVE "H" TO w-dm-exento
               WHEN OTHER
                   MOVE "N" TO w-dm-exento
           END-EVALUATE.
           MOVE tdms-hay-pago(soc-codigo) TO w-dm-hay-pago.
           MOVE tdms-ult-periodo(soc-codigo) TO w-dm-ult-periodo.
           MOVE 0 TO w-dm-periodos.
           MOVE 0 TO w-dm-monto.
           MOVE "N" TO w-dm-convenio.
           PERFORM VARYING w-dm-c FROM 1 BY 1
                   UNTIL w-dm-c > w-dm-cant-conv OR
                         w-dm-convenio NOT = "N"
               IF tdmc-codigo(w-dm-c) = soc-codigo
                   MOVE tdmc-inicio(w-dm-c)(1:4) TO w-dm-iter-anio
                   MOVE tdmc-inicio(w-dm-c)(5:2) TO w-dm-iter-mes
                   COMPUTE w-dm-esperadas = w-dm-meses-hoy
                       - (w-dm-iter-anio * 12 + w-dm-iter-mes) + 1
                   IF w-dm-esperadas > tdmc-cant(w-dm-c)
                       MOVE tdmc-cant(w-dm-c) TO w-dm-esperadas
                   END-IF
                   IF tdmc-pagadas(w-dm-c) >= w-dm-esperadas
                       MOVE "D" TO w-dm-convenio
                   ELSE
                       MOVE "F" TO w-dm-convenio
                   END-IF
               END-IF
           END-PERFORM.
           IF w-dm-exento NOT = "N"
               EXIT PARAGRAPH
           END-IF.
           IF dm-hay-pago
               MOVE w-dm-ult-periodo TO w-dm-periodo-iter
           ELSE
               MOVE soc-fecha-alta(1:6) TO w-dm-periodo-iter
           END-IF.
           MOVE w-dm-periodo-iter(1:4) TO w-dm-iter-anio.
           MOVE w-dm-periodo-iter(5:2) TO w-dm-iter-mes.
           COMPUTE w-dm-meses-iter = w-dm-iter-anio * 12
               + w-dm-iter-mes.
           IF dm-hay-pago
               ADD 1 TO w-dm-meses-iter
           END-IF.
           PERFORM UNTIL w-dm-meses-iter > w-dm-meses-hoy OR
                   w-dm-periodos = 999
               COMPUTE w-dm-iter-anio = (w-dm-meses-iter - 1) / 12
               COMPUTE w-dm-iter-mes =
                   w-dm-meses-iter - (w-dm-iter-anio * 12)
               COMPUTE w-dm-periodo-iter =
                   w-dm-iter-anio * 100 + w-dm-iter-mes
               PERFORM 937-DM-PRECIO-PERIODO
               ADD w-dm-tarifa TO w-dm-monto
               ADD 1 TO w-dm-periodos
               ADD 1 TO w-dm-meses-iter
           END-PERFORM.
       937-DM-PRECIO-PERIODO.
           MOVE tdms-primer-dev(soc-codigo) TO w-dm-d.
           PERFORM UNTIL w-dm-d = 0
               IF tdmd-periodo(w-dm-d) = w-dm-periodo-iter
                   MOVE tdmd-monto(w-dm-d) TO w-dm-tarifa
                   EXIT PARAGRAPH
               END-IF
               MOVE tdmd-siguiente(w-dm-d) TO w-dm-d
           END-PERFORM.
           MOVE 0 TO w-dm-tarifa-desde.
           MOVE 0 TO w-dm-tarifa.
           PERFORM VARYING w-dm-t FROM 1 BY 1
                   UNTIL w-dm-t > w-dm-cant-tar
               IF tdmt-categoria(w-dm-t) = soc-categoria AND
                  tdmt-desde(w-dm-t) <= w-dm-periodo-iter AND
                  tdmt-desde(w-dm-t) >= w-dm-tarifa-desde
                   MOVE tdmt-desde(w-dm-t) TO w-dm-tarifa-desde
                   MOVE tdmt-monto(w-dm-t) TO w-dm-tarifa
               END-IF
           END-PERFORM.
           MOVE soc-codigo TO w-lic-buscar-cod.
           MOVE w-dm-periodo-iter TO w-lic-buscar-periodo.
           MOVE w-dm-tarifa TO w-lic-monto.
           PERFORM 997-APLICAR-LICENCIA.
           MOVE w-lic-monto TO w-dm-tarifa.
           MOVE 0 TO w-dm-beca-pct.
           PERFORM VARYING w-dm-bc FROM 1 BY 1
                   UNTIL w-dm-bc > w-dm-cant-becas
               IF tdmb-codigo(w-dm-bc) = soc-codigo AND
                  tdmb-vence(w-dm-bc) >= w-dm-periodo-iter
                   MOVE tdmb-pct(w-dm-bc) TO w-dm-beca-pct
               END-IF
           END-PERFORM.
           IF w-dm-beca-pct NOT = 0
               COMPUTE w-dm-tarifa ROUNDED =
                   w-dm-tarifa * (100 - w-dm-beca-pct) / 100
           END-IF.
