      * A licencia covers the periods lic-desde through lic-hasta
      * (AAAAMM, both inclusive). While it runs the socio carries
      * soc-estado "L": the gate denies entry and the dues of those
      * periods are charged at LICENCIA-PCT percent of the tariff.
      * LICENCIAS-NOCHE starts the pending ones and returns the
      * expired ones to activo; an early return closes the licencia
      * at the period of the return.
       FD  LICENCIAS.
       01  licencia-reg.
           03 lic-codigo pic 9(4).
           03 lic-desde pic 9(6).
           03 lic-hasta pic 9(6).
           03 lic-motivo pic x(20).
           03 lic-fecha-solicitud pic 9(8).
           03 lic-estado pic x.
               88 licencia-pendiente value "P".
               88 licencia-en-curso value "V".
               88 licencia-finalizada value "F".
               88 licencia-cancelada value "C".
           03 lic-operador pic x(12).
