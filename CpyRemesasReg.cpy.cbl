      * One row per cash remittance a sucursal sends to the central
      * treasury: the lote days it covers (rem-desde..rem-hasta), the
      * amount sent with the bag or slip number and the courier, and,
      * once it arrives, the date received and the amount counted.
      * rem-monto-lotes is the cash of the lote items of those days
      * already processed centrally (posted or rejected) as of the
      * last reconciliation. Estado: E enviada, R recibida sin
      * conciliar, C conciliada, D conciliada con diferencia.
       FD  REMESAS.
       01  remesa-reg.
           03 rem-numero pic 9(5).
           03 rem-sucursal pic xxx.
           03 rem-fecha-envio pic 9(8).
           03 rem-desde pic 9(8).
           03 rem-hasta pic 9(8).
           03 rem-monto-enviado pic 9(8)v99.
           03 rem-bolsa pic x(12).
           03 rem-transportista pic x(20).
           03 rem-operador-envio pic x(12).
           03 rem-fecha-recepcion pic 9(8).
           03 rem-monto-contado pic 9(8)v99.
           03 rem-operador-recepcion pic x(12).
           03 rem-monto-lotes pic 9(8)v99.
           03 rem-fecha-conciliacion pic 9(8).
           03 rem-estado pic x.
               88 remesa-enviada value "E".
               88 remesa-recibida value "R".
               88 remesa-conciliada value "C".
               88 remesa-con-diferencia value "D".
