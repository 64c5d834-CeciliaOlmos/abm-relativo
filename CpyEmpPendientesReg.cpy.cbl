      * Socios still to re-register, extracted by EMPADRONAMIENTO on
      * ep-fecha; NOTIFICA-EXTRACT sends the reminder that same day.
       FD  EMP-PENDIENTES.
       01  emp-pendiente-reg.
           03 ep-fecha pic 9(8).
           03 ep-campania pic 9(4).
           03 ep-codigo pic 9(4).
           03 ep-vence pic 9(8).
           03 ep-sucursal pic xxx.
