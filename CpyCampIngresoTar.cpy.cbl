      * Shared handling of campanias-socios.dat for pricing.
      * 976-CARGAR-CAMP-SOCIOS loads the file into tab-camp-socios.
      * To price a period the caller moves the socio to
      * w-cas-buscar-cod and the period to w-cas-buscar-periodo and
      * performs 979-BUSCAR-CAMPANIA: periodo-en-campania comes back
      * set when the socio joined under a campaign that still covers
      * the period, with the campaign in w-cas-campania and the
      * discounts on the base dues and on the section fees in
      * w-cas-pct-cuota and w-cas-pct-secciones (zero otherwise).
       976-CARGAR-CAMP-SOCIOS.
           MOVE 0 TO w-cant-cas.
           OPEN INPUT CAMP-SOCIOS.
           IF w-camp-socios-status = "00"
               MOVE 0 TO w-sen-cas
               READ CAMP-SOCIOS AT END MOVE 1 TO w-sen-cas END-READ
               PERFORM UNTIL fin-camp-socios
                   IF w-cant-cas < 3000
                       ADD 1 TO w-cant-cas
                       MOVE cas-codigo TO tcp-codigo(w-cant-cas)
                       MOVE cas-campania TO tcp-campania(w-cant-cas)
                       MOVE cas-desde TO tcp-desde(w-cant-cas)
                       MOVE cas-hasta TO tcp-hasta(w-cant-cas)
                       MOVE cas-pct-cuota TO tcp-pct-cuota(w-cant-cas)
                       MOVE cas-pct-secciones
                           TO tcp-pct-secciones(w-cant-cas)
                   END-IF
                   READ CAMP-SOCIOS AT END MOVE 1 TO w-sen-cas
                   END-READ
               END-PERFORM
               CLOSE CAMP-SOCIOS
           END-IF.
           MOVE 0 TO w-sen-cas.
       979-BUSCAR-CAMPANIA.
           MOVE 0 TO w-cas-aplica.
           MOVE 0 TO w-cas-pct-cuota.
           MOVE 0 TO w-cas-pct-secciones.
           MOVE SPACES TO w-cas-campania.
           PERFORM VARYING w-cs FROM 1 BY 1
                   UNTIL w-cs > w-cant-cas OR periodo-en-campania
               IF tcp-codigo(w-cs) = w-cas-buscar-cod AND
                  tcp-desde(w-cs) <= w-cas-buscar-periodo AND
                  tcp-hasta(w-cs) >= w-cas-buscar-periodo
                   MOVE 1 TO w-cas-aplica
                   MOVE tcp-campania(w-cs) TO w-cas-campania
                   MOVE tcp-pct-cuota(w-cs) TO w-cas-pct-cuota
                   MOVE tcp-pct-secciones(w-cs)
                       TO w-cas-pct-secciones
               END-IF
           END-PERFORM.
