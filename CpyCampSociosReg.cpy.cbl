       FD  CAMP-SOCIOS.
      * One row per socio that joined under a campaign, written by
      * the ALTA of TABLA-HASH. The periods and discounts are copied
      * from the campaign at that moment, so a later change of the
      * campaign does not reprice the members already admitted.
       01  camp-socio-reg.
           03 cas-codigo pic 9(4).
           03 cas-campania pic x(6).
           03 cas-desde pic 9(6).
           03 cas-hasta pic 9(6).
           03 cas-pct-cuota pic 9(3).
           03 cas-pct-secciones pic 9(3).
           03 cas-fecha pic 9(8).
           03 cas-operador pic x(12).
