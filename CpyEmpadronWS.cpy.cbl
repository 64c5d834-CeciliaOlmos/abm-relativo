       77  w-campanias-status pic xx.
       77  w-reempadron-status pic xx.
       77  w-emp-hay pic 9 value 0.
           88 hay-campania value 1.
       77  w-emp-campania pic 9(4) value 0.
       77  w-emp-apertura pic 9(8) value 0.
       77  w-emp-vence pic 9(8) value 0.
       77  w-emp-hoy pic 9(8).
       77  w-emp-buscar-cod pic 9(4).
       77  w-emp-buscar-alta pic 9(8).
       77  w-emp-situacion pic 9 value 0.
           88 emp-no-alcanzado value 0.
           88 emp-reempadronado value 1.
           88 emp-pendiente value 2.
       77  w-sen-emp pic 9 value 0.
           88 fin-campanias value 1.
