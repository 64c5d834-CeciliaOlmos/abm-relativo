       77  w-secciones-status pic xx.
       77  w-sucursales-status pic xx.
       77  w-cc-tipo pic x.
           88 cc-tipo-valido values "S" "U" "G".
           88 cc-seccion value "S".
           88 cc-sucursal value "U".
           88 cc-general value "G".
       77  w-cc-codigo pic xxx.
       01  w-cc-nombre pic x(15).
       77  w-cc-valido pic 9 value 0.
           88 centro-valido value 1.
       77  w-sen-cc pic 9.
           88 fin-centros value 1.
