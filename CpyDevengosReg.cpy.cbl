       FD  DEVENGOS.
      * One charge document per socio and period, written by the
      * monthly accrual run of DEVENGA-CUOTAS with every component
      * of the price as it stood that day. dv-monto is the frozen
      * amount the period is owed at from then on, whatever the
      * tariff says later. The run itself applies the payments of
      * cuotas.dat (any channel) against the documents. dv-beca
      * also holds the discount of a new member's campaign on the
      * dues, and dv-secciones is net of its discount on sections.
       01  devengo-reg.
           03 dv-codigo pic 9(4).
           03 dv-periodo pic 9(6).
           03 dv-base pic 9(6)v99.
           03 dv-licencia pic 9(6)v99.
           03 dv-grupo pic 9(6)v99.
           03 dv-beca pic 9(6)v99.
           03 dv-prorrateo pic 9(6)v99.
           03 dv-secciones pic 9(6)v99.
           03 dv-lockers pic 9(6)v99.
           03 dv-monto pic 9(6)v99.
           03 dv-fecha pic 9(8).
           03 dv-estado pic x.
               88 devengo-pendiente value "P".
               88 devengo-cancelado value "C".
      * Periods after the month of death of a socio, withdrawn by
      * FALLECIMIENTO: owed by nobody.
               88 devengo-anulado value "A".
           03 dv-recibo pic 9(6).
           03 dv-fecha-pago pic 9(8).
