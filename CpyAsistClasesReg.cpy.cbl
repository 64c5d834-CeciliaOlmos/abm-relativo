      * Attendance rolls captured from the printed planillas. Each
      * class held on a date writes one "D" row (ac-codigo zero)
      * with the instructor who actually taught it and the minutes
      * taught, followed by one "P" or "A" row per enrolled socio.
       FD  ASIST-CLASES.
       01  asist-clase-reg.
           03 ac-fecha pic 9(8).
           03 ac-clase pic 9(4).
           03 ac-instructor pic 9(4).
           03 ac-codigo pic 9(4).
           03 ac-marca pic x.
               88 ac-dictada value "D".
               88 ac-presente value "P".
               88 ac-ausente value "A".
           03 ac-minutos pic 9(3).
