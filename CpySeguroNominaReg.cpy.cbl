      * Fixed layout of the personal-accident insurer: one row per
      * person covered in the month.
       FD  SEGURO-NOMINA.
       01  nomina-reg.
           03 nom-periodo pic 9(6).
           03 nom-codigo pic 9(4).
           03 nom-nombre pic x(20).
           03 nom-fecha-nac pic 9(8).
           03 nom-domicilio pic x(40).
           03 nom-seccion pic xxx.
           03 nom-cobertura pic x.
               88 nom-competidor value "F".
               88 nom-inscripto value "T".
           03 nom-fecha-gen pic 9(8).
