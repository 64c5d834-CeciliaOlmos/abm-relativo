       01  padron-dato-reg.
           03 pd-codigo pic 9(4).
           03 pd-nombre pic x(20).
           03 pd-mesa pic 9(2).
       FD  ASAMBLEA-ASIST.
       01  asamblea-asist-reg.
           03 aa-fecha pic 9(8).
