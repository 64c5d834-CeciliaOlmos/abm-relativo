      * Age groups of a camp season. A child goes to the group whose
      * age range holds the age reached by the first day of the
      * week; cg-cupo is the number of children the group takes in
      * each week.
       FD  COL-GRUPOS.
       01  col-grupo-reg.
           03 cg-temporada pic 9(4).
           03 cg-grupo pic 9(2).
           03 cg-nombre pic x(15).
           03 cg-edad-desde pic 9(2).
           03 cg-edad-hasta pic 9(2).
           03 cg-cupo pic 9(3).
           03 cg-responsable pic x(20).
