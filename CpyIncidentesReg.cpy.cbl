       FD  INCIDENTES.
       01  incidente-reg.
           03 inc-numero pic 9(5).
           03 inc-fecha pic 9(8).
           03 inc-codigo pic 9(4).
           03 inc-seccion pic xxx.
           03 inc-descripcion pic x(40).
           03 inc-testigo pic x(30).
           03 inc-siniestro pic x(15).
           03 inc-estado pic x.
               88 inc-sin-denunciar value "P".
               88 inc-denunciado value "D".
               88 inc-liquidado value "L".
               88 inc-rechazado value "R".
      * "S" when the person was not on the insurer roster of the
      * month of the incident.
           03 inc-fuera-nomina pic x.
               88 inc-fuera-de-nomina value "S".
           03 inc-fecha-cierre pic 9(8).
           03 inc-operador pic x(12).
