      * Summer camp season master: one row per week of the season
      * (cs-temporada is the year of the January it runs in) with
      * its dates and the price for members' children and for
      * everybody else.
       FD  COL-SEMANAS.
       01  col-semana-reg.
           03 cs-temporada pic 9(4).
           03 cs-semana pic 9(2).
           03 cs-desde pic 9(8).
           03 cs-hasta pic 9(8).
           03 cs-precio-socio pic 9(6)v99.
           03 cs-precio-externo pic 9(6)v99.
