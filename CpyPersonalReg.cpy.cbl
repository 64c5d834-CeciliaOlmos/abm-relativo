      * Club staff master (cleaning, maintenance, lifeguards, buffet).
      * per-numero is always of five digits, 10000 and up, so the
      * gate tells an employee's card from a socio's four-digit code.
      * per-turno holds the scheduled shift of each weekday, 1 = lunes
      * ... 7 = domingo, as HHMM entry and exit; a day with both at
      * zero is a day off. A shift starts and ends within the day.
      * An employee leaving keeps the row with per-estado "B" and the
      * date of the baja so past months still report.
       FD  PERSONAL.
       01  personal-reg.
           03 per-numero pic 9(5).
           03 per-nombre pic x(20).
           03 per-area pic x(12).
           03 per-turno occurs 7 times.
               05 per-entrada pic 9(4).
               05 per-salida pic 9(4).
           03 per-fecha-alta pic 9(8).
           03 per-fecha-baja pic 9(8).
           03 per-estado pic x.
               88 personal-activo value "A".
               88 personal-baja value "B".
