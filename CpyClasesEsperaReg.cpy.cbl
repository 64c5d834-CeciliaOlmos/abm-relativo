      * Waitlist of the classes that were full at enrollment time,
      * in arrival order. A pending entry is enrolled by
      * INSCRIPCIONES-MANT once a place in the class is free.
       FD  CLASES-ESPERA.
       01  clase-espera-reg.
           03 ce-clase pic 9(4).
           03 ce-codigo pic 9(4).
           03 ce-fecha pic 9(8).
           03 ce-situacion pic x.
               88 clase-espera-pendiente value "P".
               88 clase-espera-inscripta value "I".
               88 clase-espera-descartada value "D".
