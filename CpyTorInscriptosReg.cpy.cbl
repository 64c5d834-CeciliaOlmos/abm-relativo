      * Players registered in a tournament, with the name at the
      * time of registration for the printouts.
       FD  TOR-INSCRIPTOS.
       01  tor-inscripto-reg.
           03 tju-torneo pic 9(5).
           03 tju-socio pic 9(4).
           03 tju-nombre pic x(20).
           03 tju-fecha pic 9(8).
           03 tju-operador pic x(12).
