       77  w-pc-monto-base pic 9(7)v99.
       01  w-pc-desde.
           03 w-pc-desde-anio pic 9(4).
           03 w-pc-desde-mes pic 99.
           03 w-pc-desde-dia pic 99.
       77  w-pc-ajuste pic 9(2)v99.
       01  w-pc-periodo.
           03 w-pc-periodo-anio pic 9(4).
           03 w-pc-periodo-mes pic 99.
       77  w-pc-monto pic 9(9)v99.
       77  w-pc-meses pic s9(5).
       77  w-pc-anios pic 9(3).
       77  w-pc-i pic 9(3).
