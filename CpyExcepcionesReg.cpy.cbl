       FD  EXCEPCIONES.
      * One row per rule a supervisor overruled on the spot: the
      * program, the rule, the socio (zero when the operation has
      * none) and the document it produced, the operator who asked
      * and the supervisor who authorized. EXCEPCIONES-MES reviews
      * it monthly for the revisores de cuentas.
       01  excepcion-reg.
           03 exc-fecha pic 9(8).
           03 exc-hora pic 9(6).
           03 exc-programa pic x(18).
           03 exc-regla pic x(20).
           03 exc-codigo pic 9(4).
           03 exc-documento pic x(14).
           03 exc-solicitante pic x(12).
           03 exc-supervisor pic x(12).
           03 exc-detalle pic x(30).
