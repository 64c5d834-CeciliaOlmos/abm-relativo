      * Barcode of the cash collection network (Rapipago / Pago
      * Facil): 31 digits made of the club's ente number given by
      * the network (parameter RED-COBRO-ENTE), socio, periodo,
      * importe in cents, due date AAAAMMDD and a check digit. The
      * caller fills w-cb-codigo, w-cb-periodo, w-cb-importe and
      * w-cb-vence and performs 984-ARMAR-CODIGO-BARRAS, which
      * leaves the printable code in w-cb-barra; the rendition
      * import moves a code it received to w-cb-barra and performs
      * 987-LEER-CODIGO-BARRAS, which splits it back into the same
      * fields and sets barra-valida when the check digit agrees.
       984-ARMAR-CODIGO-BARRAS.
           COMPUTE w-cb-importe-dig = w-cb-importe * 100.
           MOVE SPACES TO w-cb-barra.
           STRING w-cb-ente DELIMITED BY SIZE
               w-cb-codigo DELIMITED BY SIZE
               w-cb-periodo DELIMITED BY SIZE
               w-cb-importe-dig DELIMITED BY SIZE
               w-cb-vence DELIMITED BY SIZE
               INTO w-cb-barra
           END-STRING.
           PERFORM 986-DIGITO-VERIFICADOR.
           MOVE w-cb-verificador TO w-cb-barra(31:1).
      * The networks' usual check digit: the first 30 digits are
      * weighted 1, 3, 5, 7, 9, 3, 5, 7, 9 ... and summed, and the
      * digit is the units of half the sum.
       986-DIGITO-VERIFICADOR.
           MOVE 0 TO w-cb-suma.
           PERFORM VARYING w-cb-i FROM 1 BY 1 UNTIL w-cb-i > 30
               MOVE w-cb-barra(w-cb-i:1) TO w-cb-digito
               IF w-cb-i = 1
                   MOVE 1 TO w-cb-peso
               ELSE
                   COMPUTE w-cb-peso =
                       3 + 2 * FUNCTION MOD(w-cb-i - 2, 4)
               END-IF
               COMPUTE w-cb-suma = w-cb-suma + w-cb-digito * w-cb-peso
           END-PERFORM.
           COMPUTE w-cb-mitad = w-cb-suma / 2.
           COMPUTE w-cb-verificador = FUNCTION MOD(w-cb-mitad, 10).
       987-LEER-CODIGO-BARRAS.
           MOVE 0 TO w-cb-valido.
           IF w-cb-barra IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM 986-DIGITO-VERIFICADOR.
           MOVE w-cb-barra(31:1) TO w-cb-digito.
           IF w-cb-digito NOT = w-cb-verificador
               EXIT PARAGRAPH
           END-IF.
           MOVE w-cb-barra(5:4) TO w-cb-codigo.
           MOVE w-cb-barra(9:6) TO w-cb-periodo.
           MOVE w-cb-barra(15:8) TO w-cb-importe-dig.
           COMPUTE w-cb-importe = w-cb-importe-dig / 100.
           MOVE w-cb-barra(23:8) TO w-cb-vence.
           IF w-cb-barra(1:4) = w-cb-ente
               MOVE 1 TO w-cb-valido
           END-IF.
