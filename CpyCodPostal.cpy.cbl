      * Accepts the old four-digit codigo postal (1414) or the CPA
      * (C1414ABC: provincia, the same four digits, block of three
      * letters). w-cp-zona returns the four digits, the zone the
      * post office sorts by under either form.
       943-VALIDAR-CP.
           MOVE 0 TO w-cp-ok.
           MOVE SPACES TO w-cp-zona.
           MOVE FUNCTION UPPER-CASE(w-cp-validar) TO w-cp-validar.
           IF w-cp-validar(1:4) IS NUMERIC AND
              w-cp-validar(5:4) = SPACES
               MOVE w-cp-validar(1:4) TO w-cp-zona
               MOVE 1 TO w-cp-ok
               EXIT PARAGRAPH
           END-IF.
           IF w-cp-validar(1:1) IS ALPHABETIC AND
              w-cp-validar(1:1) NOT = SPACE AND
              w-cp-validar(2:4) IS NUMERIC AND
              w-cp-validar(6:3) IS ALPHABETIC AND
              w-cp-validar(6:1) NOT = SPACE AND
              w-cp-validar(7:1) NOT = SPACE AND
              w-cp-validar(8:1) NOT = SPACE
               MOVE w-cp-validar(2:4) TO w-cp-zona
               MOVE 1 TO w-cp-ok
           END-IF.
