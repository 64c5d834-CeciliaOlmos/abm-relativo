      * One row per asset and depreciation run. am-meses is usually
      * one; it is more when the run caught up months the asset had
      * missed, all booked in the period of the run.
       FD  AMORTIZACIONES.
       01  amortizacion-reg.
           03 am-periodo pic 9(6).
           03 am-bien pic 9(5).
           03 am-meses pic 9(3).
           03 am-importe pic 9(9)v99.
           03 am-fecha-proceso pic 9(8).
