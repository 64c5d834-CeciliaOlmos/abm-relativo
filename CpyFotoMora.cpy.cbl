      * Shared reading of mora-foto.dat. The reader performs
      * 951-ABRIR-FOTO-MORA once, then for each socio moves the
      * codigo to w-fm-socio and performs 953-LEER-FOTO-MORA: when
      * foto-usable the record is this month's and no cuota row was
      * posted for the socio since, so its last period paid stands
      * in for the scan of cuotas.dat; otherwise the caller derives
      * it the old way. A program that writes cuota rows opens the
      * file with 952-ABRIR-FOTO-MORA-ES and performs
      * 954-INVALIDAR-FOTO-MORA per row (CpySincCuotasIdx.cpy.cbl
      * does it in 970). If the file does not exist yet both are
      * silently skipped.
       951-ABRIR-FOTO-MORA.
           IF foto-abierta
               CLOSE FOTO-MORAS
           END-IF.
           MOVE 0 TO w-fm-abierta.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-fm-mes.
           OPEN INPUT FOTO-MORAS.
           IF w-foto-moras-status = "00"
               MOVE 1 TO w-fm-abierta
           END-IF.
       952-ABRIR-FOTO-MORA-ES.
           IF foto-abierta
               CLOSE FOTO-MORAS
           END-IF.
           MOVE 0 TO w-fm-abierta.
           MOVE FUNCTION CURRENT-DATE(1:6) TO w-fm-mes.
           OPEN I-O FOTO-MORAS.
           IF w-foto-moras-status = "00"
               MOVE 2 TO w-fm-abierta
           END-IF.
       953-LEER-FOTO-MORA.
           MOVE 0 TO w-fm-usable.
           IF NOT foto-abierta OR w-fm-socio = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE w-fm-socio TO rel-foto.
           READ FOTO-MORAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF fm-codigo = w-fm-socio AND foto-vigente AND
              fm-fecha(1:6) = w-fm-mes
               MOVE 1 TO w-fm-usable
           END-IF.
       954-INVALIDAR-FOTO-MORA.
           IF NOT foto-actualizable OR w-fm-socio = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE w-fm-socio TO rel-foto.
           READ FOTO-MORAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF foto-vigente
               MOVE "D" TO fm-estado
               REWRITE foto-mora-reg
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
       949-CERRAR-FOTO-MORA.
           IF foto-abierta
               CLOSE FOTO-MORAS
           END-IF.
           MOVE 0 TO w-fm-abierta.
