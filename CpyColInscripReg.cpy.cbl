      * One row per child and week of the camp, with the group the
      * child was placed in and the price fixed at enrollment.
      * cin-recibo is the camp recibo of colonia-pagos.dat that paid
      * the week (zero while unpaid). A cancelled enrollment keeps
      * its row with estado "N".
       FD  COL-INSCRIP.
       01  col-inscrip-reg.
           03 cin-temporada pic 9(4).
           03 cin-semana pic 9(2).
           03 cin-nino pic 9(5).
           03 cin-grupo pic 9(2).
           03 cin-tarifa pic x.
               88 cin-tarifa-socio value "S".
               88 cin-tarifa-externo value "E".
           03 cin-precio pic 9(6)v99.
           03 cin-recibo pic 9(6).
           03 cin-estado pic x.
               88 cin-activa value "A".
               88 cin-anulada value "N".
           03 cin-fecha pic 9(8).
           03 cin-operador pic x(12).
