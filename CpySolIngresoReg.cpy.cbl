       FD  SOL-INGRESO.
      * One row per application for membership. The statute asks
      * for two presentantes (activo socios with a year of
      * antiguedad), a posting on the notice board for objections
      * and the decision of the comision directiva: only an "A"
      * application lets TABLA-HASH's ALTA take the requested code,
      * which then closes the application as "E".
       01  sol-ingreso-reg.
           03 si-numero pic 9(5).
           03 si-codigo pic 9(4).
           03 si-nombre pic x(20).
           03 si-categoria pic x.
           03 si-sucursal pic xxx.
           03 si-presentante-1 pic 9(4).
           03 si-presentante-2 pic 9(4).
           03 si-fecha-solicitud pic 9(8).
           03 si-fecha-publicacion pic 9(8).
           03 si-objecion pic x(30).
           03 si-fecha-resolucion pic 9(8).
           03 si-acta pic x(20).
           03 si-estado pic x.
               88 ingreso-pendiente value "P".
               88 ingreso-publicado value "O".
               88 ingreso-aprobado value "A".
               88 ingreso-rechazado value "R".
               88 ingreso-ejecutado value "E".
           03 si-operador pic x(12).
