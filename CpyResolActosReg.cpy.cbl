       FD  RESOL-ACTOS.
      * Every action a program executes under a resolution of the
      * comision, so the revisores de cuentas can ask for all that
      * was done under a given resolution. ra-clave holds the socio
      * code or the period the action touched.
       01  resol-acto-reg.
           03 ra-resolucion pic 9(5).
           03 ra-fecha pic 9(8).
           03 ra-hora pic 9(6).
           03 ra-programa pic x(18).
           03 ra-accion pic x(30).
           03 ra-clave pic x(10).
           03 ra-operador pic x(12).
