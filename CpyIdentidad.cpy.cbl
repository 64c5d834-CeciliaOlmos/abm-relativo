      * Shared handling of the identity register identidades.dat.
      * The caller opens it with 961-ABRIR-IDENTIDADES and closes it
      * with 968-CERRAR-IDENTIDADES. 958-PEDIR-DOCUMENTO asks the
      * operator for type and number until they are valid (a blank
      * type gives up, leaving documento-valido off); a batch moves
      * them to w-idn-tipo and w-idn-entrada and performs
      * 962-VALIDAR-DOCUMENTO. 963-BUSCAR-DOCUMENTO then sets
      * documento-registrado with the codigo that holds it and its
      * estado from arch-idx.dat in w-idn-situacion, and once the
      * socio is on file 964-REGISTRAR-DOCUMENTO records the document
      * for w-idn-codigo. 966-TRASPASAR-DOCUMENTOS moves every
      * document of w-idn-codigo to w-idn-codigo-nuevo.
       958-PEDIR-DOCUMENTO.
           MOVE 0 TO w-idn-ok.
           MOVE "?" TO w-idn-tipo.
           PERFORM UNTIL documento-valido OR w-idn-tipo = SPACE
               DISPLAY "Tipo de documento (D-DNI / C-CUIL /"
                   " P-Pasaporte, vacio = cancelar)"
               ACCEPT w-idn-tipo
               IF w-idn-tipo NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(w-idn-tipo) TO w-idn-tipo
                   DISPLAY "Numero de documento (sin puntos ni"
                       " guiones)"
                   ACCEPT w-idn-entrada
                   PERFORM 962-VALIDAR-DOCUMENTO
                   IF NOT documento-valido
                       DISPLAY "Documento invalido: DNI de 7 u 8"
                           " digitos, CUIL de 11 digitos con digito"
                           " verificador correcto"
                   END-IF
               END-IF
           END-PERFORM.
       961-ABRIR-IDENTIDADES.
           OPEN I-O IDENTIDADES.
           IF w-identidades-status = "35"
               OPEN OUTPUT IDENTIDADES
               CLOSE IDENTIDADES
               OPEN I-O IDENTIDADES
           END-IF.
      * The CUIL check digit: the first ten digits weighted 5, 4, 3,
      * 2, 7, 6, 5, 4, 3, 2 and summed; the digit is 11 less the
      * remainder of the sum by 11 (0 when the remainder is 0, and
      * a remainder of 1 gives no valid CUIL with that prefix). The
      * prefix of a person is 20, 23, 24 or 27.
       962-VALIDAR-DOCUMENTO.
           MOVE 0 TO w-idn-ok.
           MOVE SPACES TO w-idn-numero.
           MOVE 0 TO w-idn-largo.
           INSPECT w-idn-entrada TALLYING w-idn-largo
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-idn-largo = 0
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN idn-dni
                   IF w-idn-largo < 7 OR w-idn-largo > 8
                       EXIT PARAGRAPH
                   END-IF
                   IF w-idn-entrada(1:w-idn-largo) IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE w-idn-entrada(1:w-idn-largo) TO w-idn-dni
                   MOVE w-idn-dni TO w-idn-numero
                   MOVE 1 TO w-idn-ok
               WHEN idn-cuil
                   IF w-idn-largo NOT = 11 OR
                      w-idn-entrada IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   IF w-idn-entrada(1:2) NOT = "20" AND
                      w-idn-entrada(1:2) NOT = "23" AND
                      w-idn-entrada(1:2) NOT = "24" AND
                      w-idn-entrada(1:2) NOT = "27"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 0 TO w-idn-suma
                   PERFORM VARYING w-idn-i FROM 1 BY 1
                           UNTIL w-idn-i > 10
                       MOVE w-idn-entrada(w-idn-i:1) TO w-idn-digito
                       COMPUTE w-idn-suma = w-idn-suma +
                           w-idn-digito * w-idn-peso(w-idn-i)
                   END-PERFORM
                   COMPUTE w-idn-resto = FUNCTION MOD(w-idn-suma, 11)
                   IF w-idn-resto = 0
                       MOVE 0 TO w-idn-verificador
                   ELSE
                       COMPUTE w-idn-verificador = 11 - w-idn-resto
                   END-IF
                   MOVE w-idn-entrada(11:1) TO w-idn-digito
                   IF w-idn-verificador = 10 OR
                      w-idn-verificador NOT = w-idn-digito
                       EXIT PARAGRAPH
                   END-IF
                   MOVE w-idn-entrada TO w-idn-numero
                   MOVE 1 TO w-idn-ok
               WHEN idn-pasaporte
                   IF w-idn-largo < 6
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION UPPER-CASE(w-idn-entrada)
                       TO w-idn-numero
                   MOVE 1 TO w-idn-ok
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * A CUIL not on file is tried again as the DNI it contains, so
      * a person registered by DNI is found by CUIL too.
       963-BUSCAR-DOCUMENTO.
           MOVE 0 TO w-idn-hallado.
           MOVE 0 TO w-idn-codigo-hallado.
           MOVE SPACE TO w-idn-estado.
           MOVE 0 TO w-idn-motivo.
           MOVE SPACES TO w-idn-situacion.
           MOVE w-idn-tipo TO id-tipo.
           MOVE w-idn-numero TO id-numero.
           READ IDENTIDADES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO w-idn-hallado
           END-READ.
           IF NOT documento-registrado AND idn-cuil
               MOVE "D" TO id-tipo
               MOVE SPACES TO id-numero
               MOVE w-idn-numero(3:8) TO id-numero
               READ IDENTIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO w-idn-hallado
               END-READ
           END-IF.
           IF NOT documento-registrado
               EXIT PARAGRAPH
           END-IF.
           MOVE id-codigo TO w-idn-codigo-hallado.
           MOVE "SIN DATOS" TO w-idn-situacion.
           MOVE id-codigo TO soc-idx-codigo.
           READ SOCIOS-IDX
               INVALID KEY
                   MOVE "YA PURGADO" TO w-idn-situacion
               NOT INVALID KEY
                   MOVE soc-idx-estado TO w-idn-estado
                   MOVE soc-idx-motivo-baja TO w-idn-motivo
                   EVALUATE TRUE
                       WHEN idx-socio-activo
                           MOVE "ACTIVO" TO w-idn-situacion
                       WHEN idx-socio-suspendido
                           MOVE "SUSPENDIDO" TO w-idn-situacion
                       WHEN idx-socio-licencia
                           MOVE "EN LICENCIA" TO w-idn-situacion
                       WHEN OTHER
                           MOVE "DE BAJA" TO w-idn-situacion
                   END-EVALUATE
           END-READ.
       964-REGISTRAR-DOCUMENTO.
           MOVE w-idn-tipo TO id-tipo.
           MOVE w-idn-numero TO id-numero.
           MOVE w-idn-codigo TO id-codigo.
           MOVE FUNCTION CURRENT-DATE(1:8) TO id-fecha.
           MOVE w-idn-operador TO id-operador.
           WRITE identidad-reg
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF idn-cuil
               MOVE "D" TO id-tipo
               MOVE SPACES TO id-numero
               MOVE w-idn-numero(3:8) TO id-numero
               WRITE identidad-reg
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      * Each pass starts again on the old codigo, since the row just
      * rewritten no longer carries it.
       966-TRASPASAR-DOCUMENTOS.
           MOVE 0 TO w-idn-sen.
           PERFORM UNTIL fin-identidades
               MOVE w-idn-codigo TO id-codigo
               START IDENTIDADES KEY IS = id-codigo
                   INVALID KEY
                       MOVE 1 TO w-idn-sen
                   NOT INVALID KEY
                       READ IDENTIDADES NEXT RECORD
                           AT END
                               MOVE 1 TO w-idn-sen
                           NOT AT END
                               MOVE w-idn-codigo-nuevo TO id-codigo
                               REWRITE identidad-reg
                                   INVALID KEY
                                       MOVE 1 TO w-idn-sen
                               END-REWRITE
                       END-READ
               END-START
           END-PERFORM.
           MOVE 0 TO w-idn-sen.
       968-CERRAR-IDENTIDADES.
           CLOSE IDENTIDADES.
