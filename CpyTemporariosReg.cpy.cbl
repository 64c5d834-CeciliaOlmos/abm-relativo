      * Expiry date of every socio temporario (categoria "T"),
      * captured at ALTA. One row per temporario; the newest row of
      * a socio governs. VENCE-TEMPORARIOS gives the baja once the
      * date has passed.
       FD  TEMPORARIOS.
       01  temporario-reg.
           03 tmp-codigo pic 9(4).
           03 tmp-vence pic 9(8).
