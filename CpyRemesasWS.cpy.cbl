       77  w-remesas-status pic xx.
       77  w-sen-rem pic 9.
           88 fin-remesas value 1.
       77  w-sen-lot pic 9.
           88 fin-lotes-rem value 1.
       77  w-cant-rem pic 9(4) value 0.
       77  w-rm pic 9(4).
       77  w-ultima-remesa pic 9(5) value 0.
       01  tab-remesas.
           05 rem-ent occurs 1 to 2000 times
                   depending on w-cant-rem.
               07 trm-numero pic 9(5).
               07 trm-sucursal pic xxx.
               07 trm-fecha-envio pic 9(8).
               07 trm-desde pic 9(8).
               07 trm-hasta pic 9(8).
               07 trm-enviado pic 9(8)v99.
               07 trm-bolsa pic x(12).
               07 trm-transportista pic x(20).
               07 trm-oper-envio pic x(12).
               07 trm-fecha-recepcion pic 9(8).
               07 trm-contado pic 9(8)v99.
               07 trm-oper-recepcion pic x(12).
               07 trm-lotes pic 9(8)v99.
               07 trm-fecha-conc pic 9(8).
               07 trm-estado pic x.
       77  w-rem-sucursal pic xxx.
       77  w-rem-desde pic 9(8).
       77  w-rem-hasta pic 9(8).
       77  w-rem-cobrado pic 9(8)v99.
       77  w-rem-procesado pic 9(8)v99.
       77  w-rem-rechazado pic 9(8)v99.
       77  w-rem-pendientes pic 9(5).
       77  w-rem-diferencia pic s9(8)v99.
       01  w-rem-dif-edit pic -zzzzzzz9.99.
