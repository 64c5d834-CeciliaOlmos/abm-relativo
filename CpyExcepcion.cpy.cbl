      * Shared supervisor override. Before overruling a rule the
      * caller performs 969-AUTORIZAR-EXCEPCION: a supervisor signed
      * on is the authorizer, otherwise a supervisor at the desk
      * types the supervisor id and clave, checked against
      * operadores.dat (a wrong clave goes to accesos-fallidos.dat
      * like a failed sign-on). With excepcion-autorizada the
      * caller moves the rule, socio, document and detail to w-exc-*
      * and performs 959-REGISTRAR-EXCEPCION once the operation is
      * done.
       959-REGISTRAR-EXCEPCION.
           OPEN EXTEND EXCEPCIONES.
           IF w-excepciones-status = "35"
               OPEN OUTPUT EXCEPCIONES
               CLOSE EXCEPCIONES
               OPEN EXTEND EXCEPCIONES
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO exc-fecha.
           MOVE FUNCTION CURRENT-DATE(9:6) TO exc-hora.
           MOVE w-programa-log TO exc-programa.
           MOVE w-exc-regla TO exc-regla.
           MOVE w-exc-codigo TO exc-codigo.
           MOVE w-exc-documento TO exc-documento.
           MOVE w-operador TO exc-solicitante.
           MOVE w-exc-supervisor TO exc-supervisor.
           MOVE w-exc-detalle TO exc-detalle.
           WRITE excepcion-reg.
           CLOSE EXCEPCIONES.
       969-AUTORIZAR-EXCEPCION.
           MOVE 0 TO w-exc-autorizada.
           MOVE SPACES TO w-exc-supervisor.
           IF nivel-supervisor
               MOVE w-operador TO w-exc-supervisor
               MOVE 1 TO w-exc-autorizada
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Se requiere un supervisor: ingrese su ID"
               " (en blanco cancela)".
           ACCEPT w-exc-supervisor.
           IF w-exc-supervisor = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO w-exc-hallado.
           OPEN INPUT OPERADORES.
           IF w-operadores-status = "00"
               MOVE 0 TO w-exc-sen
               PERFORM UNTIL fin-exc-oper OR supervisor-hallado
                   READ OPERADORES
                       AT END
                           MOVE 1 TO w-exc-sen
                       NOT AT END
                           IF oper-id = w-exc-supervisor
                               MOVE 1 TO w-exc-hallado
                               MOVE oper-clave TO w-exc-clave-reg
                               MOVE oper-nivel TO w-exc-nivel-reg
                               MOVE oper-bloqueado
                                   TO w-exc-bloqueado-reg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           END-IF.
           IF NOT supervisor-hallado OR w-exc-nivel-reg < 2 OR
              w-exc-bloqueado-reg = "B"
               DISPLAY "El ID no corresponde a un supervisor"
                   " habilitado"
               MOVE SPACES TO w-exc-supervisor
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Clave del supervisor".
           ACCEPT w-exc-clave.
           IF w-exc-clave NOT = w-exc-clave-reg
               DISPLAY "Clave incorrecta, excepcion no autorizada"
               OPEN EXTEND ACCESOS-FALLIDOS
               IF w-accesos-status = "35"
                   OPEN OUTPUT ACCESOS-FALLIDOS
                   CLOSE ACCESOS-FALLIDOS
                   OPEN EXTEND ACCESOS-FALLIDOS
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO af-fecha
               MOVE FUNCTION CURRENT-DATE(9:6) TO af-hora
               MOVE w-exc-supervisor TO af-operador
               MOVE w-programa-log TO af-programa
               WRITE acceso-fallido-reg
               CLOSE ACCESOS-FALLIDOS
               MOVE SPACES TO w-exc-supervisor
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO w-exc-autorizada.
