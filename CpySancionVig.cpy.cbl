      * Shared check against sanciones.dat. The caller moves the
      * socio to w-san-buscar-cod and the date to test (today at the
      * gate, the turn date at the courts) to w-san-buscar-fecha,
      * performs 995-VERIFICAR-SANCION and tests sancion-en-vigor;
      * w-san-resol-vigor and w-san-hasta-vigor then describe the
      * sanction for the message. Apercibimientos never block.
       995-VERIFICAR-SANCION.
           MOVE 0 TO w-san-vigor.
           OPEN INPUT SANCIONES.
           IF w-sanciones-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE w-san-buscar-cod TO san-codigo.
           MOVE ZERO TO san-desde.
           MOVE 0 TO w-sen-san.
           START SANCIONES KEY IS NOT LESS THAN san-clave
               INVALID KEY
                   MOVE 1 TO w-sen-san
           END-START.
           PERFORM UNTIL fin-sanciones OR sancion-en-vigor
               READ SANCIONES NEXT RECORD
                   AT END
                       MOVE 1 TO w-sen-san
                   NOT AT END
                       IF san-codigo NOT = w-san-buscar-cod
                           MOVE 1 TO w-sen-san
                       ELSE
                           IF NOT sancion-apercibimiento AND
                              san-desde <= w-san-buscar-fecha AND
                              san-hasta >= w-san-buscar-fecha
                               MOVE 1 TO w-san-vigor
                               MOVE san-resolucion TO w-san-resol-vigor
                               MOVE san-hasta TO w-san-hasta-vigor
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCIONES.
           MOVE 0 TO w-sen-san.
