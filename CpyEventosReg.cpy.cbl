      * Social events with ticket sales (anniversary dinner and the
      * like). The capacity is the total of places sold; the hall
      * is laid out in evt-mesas tables of evt-por-mesa places.
       FD  EVENTOS.
       01  evento-reg.
           03 evt-numero pic 9(4).
           03 evt-nombre pic x(30).
           03 evt-fecha pic 9(8).
           03 evt-cupo pic 9(4).
           03 evt-mesas pic 9(3).
           03 evt-por-mesa pic 9(2).
           03 evt-precio-socio pic 9(6)v99.
           03 evt-precio-invitado pic 9(6)v99.
           03 evt-estado pic x.
               88 evento-activo value "A".
               88 evento-baja value "B".
