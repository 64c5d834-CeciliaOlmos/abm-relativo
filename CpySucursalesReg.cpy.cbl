       FD  SUCURSALES-MANT.
       01  suc-mant-reg.
           03 sm-codigo pic xxx.
           03 sm-nombre pic x(11).
