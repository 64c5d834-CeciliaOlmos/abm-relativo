      * Captures the domicilio by parts into contacto-reg and
      * composes the printable line contacto-domicilio from them.
      * Needs CpyCodPostal and CpyCodPostalWS.
       941-PEDIR-DOMICILIO.
           MOVE SPACES TO contacto-postal.
           PERFORM UNTIL contacto-calle NOT = SPACES
               DISPLAY "Ingrese calle"
               ACCEPT contacto-calle
           END-PERFORM.
           DISPLAY "Ingrese numero (S/N si no tiene)".
           ACCEPT contacto-numero.
           IF contacto-numero = SPACES
               MOVE "S/N" TO contacto-numero
           END-IF.
           DISPLAY "Ingrese piso y departamento (vacio si no tiene)".
           ACCEPT contacto-piso.
           PERFORM UNTIL contacto-localidad NOT = SPACES
               DISPLAY "Ingrese localidad"
               ACCEPT contacto-localidad
           END-PERFORM.
           MOVE 0 TO w-cp-ok.
           PERFORM UNTIL cp-valido
               DISPLAY "Ingrese codigo postal (1414 o C1414ABC)"
               ACCEPT w-cp-validar
               PERFORM 943-VALIDAR-CP
               IF NOT cp-valido
                   DISPLAY "Codigo postal invalido"
               END-IF
           END-PERFORM.
           MOVE w-cp-validar TO contacto-cp.
           MOVE "S" TO contacto-dom-estado.
           MOVE SPACES TO contacto-domicilio.
           IF contacto-piso = SPACES
               STRING FUNCTION TRIM(contacto-calle) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(contacto-numero) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(contacto-localidad) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(contacto-cp) DELIMITED BY SIZE
                   INTO contacto-domicilio
               END-STRING
           ELSE
               STRING FUNCTION TRIM(contacto-calle) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(contacto-numero) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(contacto-piso) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(contacto-localidad) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(contacto-cp) DELIMITED BY SIZE
                   INTO contacto-domicilio
               END-STRING
           END-IF.
