      * Internal tournaments of a seccion of secciones.dat. The
      * formato is a knockout draw (E) or a round-robin league (L).
      * Matches are played between tor-desde and tor-hasta, from
      * tor-hora-desde up to (not including) tor-hora-hasta, on the
      * courts of the seccion in canchas.dat. tor-arancel is the
      * registration fee charged to the member account. A tournament
      * takes registrations while abierto; generating the fixture
      * puts it en juego and the last result finalizes it.
       FD  TORNEOS.
       01  torneo-reg.
           03 tor-numero pic 9(5).
           03 tor-seccion pic xxx.
           03 tor-nombre pic x(30).
           03 tor-categoria pic x(15).
           03 tor-formato pic x.
               88 torneo-eliminacion value "E".
               88 torneo-liga value "L".
           03 tor-desde pic 9(8).
           03 tor-hasta pic 9(8).
           03 tor-hora-desde pic 9(2).
           03 tor-hora-hasta pic 9(2).
           03 tor-arancel pic 9(6)v99.
           03 tor-cupo pic 9(3).
           03 tor-estado pic x.
               88 torneo-abierto value "A".
               88 torneo-en-juego value "J".
               88 torneo-finalizado value "F".
           03 tor-campeon pic 9(4).
           03 tor-operador pic x(12).
