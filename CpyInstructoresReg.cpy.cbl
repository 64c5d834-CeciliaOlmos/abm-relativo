      * Instructors master. inst-valor-hora is the fee per hour
      * taught that the treasurer pays from the monthly
      * REPORTE-INSTRUCTORES; an instructor no longer working for
      * the club keeps the row with inst-estado "B" so the past
      * hours still show under the name.
       FD  INSTRUCTORES.
       01  instructor-reg.
           03 inst-codigo pic 9(4).
           03 inst-nombre pic x(20).
           03 inst-valor-hora pic 9(6)v99.
           03 inst-estado pic x.
               88 instructor-activo value "A".
               88 instructor-baja value "B".
