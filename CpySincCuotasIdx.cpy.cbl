      * applies the same row to the keyed cuotas-idx.dat in the same
      * run. If cuotas-idx.dat has not been created yet
      * (MIGRAR-CUOTAS-IDX never ran) the synchronization is
      * silently skipped and cuotas.dat behaves as always. The
      * same row leaves the socio's arrears snapshot in
      * mora-foto.dat desactualizada until the next nightly run.
       965-ABRIR-CUOTAS-IDX.
           MOVE 0 TO w-sinc-cuo-activo.
           OPEN I-O CUOTAS-IDX.
           IF w-cuotas-idx-status = "00"
               MOVE 1 TO w-sinc-cuo-activo
           END-IF.
           PERFORM 952-ABRIR-FOTO-MORA-ES.
       967-CERRAR-CUOTAS-IDX.
           IF sinc-cuotas-idx-activo
               CLOSE CUOTAS-IDX
           END-IF.
           PERFORM 949-CERRAR-FOTO-MORA.
      * The sequence byte climbs past the rows that already exist
      * for the same socio and period, so a counter-entry or a
      * repost never collides with the original payment.
       970-SINCRONIZAR-CUOTAS-IDX.
           MOVE cuota-codigo TO w-fm-socio.
           PERFORM 954-INVALIDAR-FOTO-MORA.
           IF NOT sinc-cuotas-idx-activo
               EXIT PARAGRAPH
           END-IF.
