      * Shared handling of licencias.dat. 996-CARGAR-LICENCIAS loads
      * the file into tab-licencias and 998-GRABAR-LICENCIAS writes
      * it back. To price a period the caller moves the socio to
      * w-lic-buscar-cod, the period to w-lic-buscar-periodo and the
      * tariff to w-lic-monto, performs 997-APLICAR-LICENCIA and
      * takes w-lic-monto back: reduced to w-licencia-pct percent
      * (LICENCIA-PCT parameter, read by the caller) when a
      * licencia not cancelled covers the period.
      * A file with more licencias than tab-licencias holds sets
      * licencias-desbordadas and is never written back, since the
      * rows past the table would be lost.
       996-CARGAR-LICENCIAS.
           MOVE 0 TO w-cant-lic.
           MOVE 0 TO w-lic-desborde.
           OPEN INPUT LICENCIAS.
           IF w-licencias-status = "00"
               MOVE 0 TO w-sen-lic
               READ LICENCIAS AT END MOVE 1 TO w-sen-lic END-READ
               PERFORM UNTIL fin-licencias
                   IF w-cant-lic < 300
                       ADD 1 TO w-cant-lic
                       MOVE lic-codigo TO tl-codigo(w-cant-lic)
                       MOVE lic-desde TO tl-desde(w-cant-lic)
                       MOVE lic-hasta TO tl-hasta(w-cant-lic)
                       MOVE lic-motivo TO tl-motivo(w-cant-lic)
                       MOVE lic-fecha-solicitud
                           TO tl-fecha-solicitud(w-cant-lic)
                       MOVE lic-estado TO tl-estado(w-cant-lic)
                       MOVE lic-operador TO tl-operador(w-cant-lic)
                   ELSE
                       MOVE 1 TO w-lic-desborde
                   END-IF
                   READ LICENCIAS AT END MOVE 1 TO w-sen-lic END-READ
               END-PERFORM
               CLOSE LICENCIAS
           END-IF.
           MOVE 0 TO w-sen-lic.
           IF licencias-desbordadas
               DISPLAY "licencias.dat supera las 300 licencias: solo"
                   " se toman las primeras"
           END-IF.
       997-APLICAR-LICENCIA.
           MOVE 0 TO w-lic-aplica.
           PERFORM VARYING w-lc FROM 1 BY 1
                   UNTIL w-lc > w-cant-lic OR periodo-en-licencia
               IF tl-codigo(w-lc) = w-lic-buscar-cod AND
                  tl-estado(w-lc) NOT = "C" AND
                  tl-desde(w-lc) <= w-lic-buscar-periodo AND
                  tl-hasta(w-lc) >= w-lic-buscar-periodo
                   MOVE 1 TO w-lic-aplica
               END-IF
           END-PERFORM.
           IF periodo-en-licencia
               COMPUTE w-lic-monto ROUNDED =
                   w-lic-monto * w-licencia-pct / 100
           END-IF.
       998-GRABAR-LICENCIAS.
           IF licencias-desbordadas
               DISPLAY "licencias.dat no se regraba"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LICENCIAS.
           PERFORM VARYING w-lc FROM 1 BY 1 UNTIL w-lc > w-cant-lic
               MOVE tl-codigo(w-lc) TO lic-codigo
               MOVE tl-desde(w-lc) TO lic-desde
               MOVE tl-hasta(w-lc) TO lic-hasta
               MOVE tl-motivo(w-lc) TO lic-motivo
               MOVE tl-fecha-solicitud(w-lc) TO lic-fecha-solicitud
               MOVE tl-estado(w-lc) TO lic-estado
               MOVE tl-operador(w-lc) TO lic-operador
               WRITE licencia-reg
           END-PERFORM.
           CLOSE LICENCIAS.
