       77  w-dm-sen pic 9 value 0.
           88 fin-dm value 1.
       77  w-dm-hoy pic 9(6).
       77  w-dm-meses-hoy pic 9(6).
       77  w-dm-meses-iter pic 9(6).
       77  w-dm-iter-anio pic 9(4).
       77  w-dm-iter-mes pic 9(2).
       77  w-dm-periodo-iter pic 9(6).
       77  w-dm-tarifa pic 9(6)v99.
       77  w-dm-tarifa-desde pic 9(6).
       77  w-dm-beca-pct pic 9(3).
       77  w-dm-esperadas pic s9(6).
      * Result of 936-DERIVAR-SOCIO-MORA for the socio in the record
      * area of SOCIOS.
       77  w-dm-exento pic x.
       77  w-dm-hay-pago pic 9.
           88 dm-hay-pago value 1.
       77  w-dm-ult-periodo pic 9(6).
       77  w-dm-periodos pic 9(3).
       77  w-dm-monto pic 9(7)v99.
       77  w-dm-convenio pic x.
       77  w-dm-cant-anul pic 9(4) value 0.
       77  w-dm-a pic 9(4).
       77  w-dm-anulado pic 9 value 0.
           88 dm-pago-anulado value 1.
       01  tab-dm-anulados.
           05 dm-anulados-ent occurs 1 to 2000 times
                   depending on w-dm-cant-anul.
               07 tdma-recibo pic 9(6).
      * Per socio, indexed by the codigo itself: last period paid
      * and the head of the chain of the pending documents.
       01  tab-dm-socios.
           05 dm-socios-ent occurs 9999 times.
               07 tdms-hay-pago pic 9.
               07 tdms-ult-periodo pic 9(6).
               07 tdms-primer-dev pic 9(5).
       77  w-dm-cant-conv pic 9(3) value 0.
       77  w-dm-c pic 9(3).
       01  tab-dm-convenios.
           05 dm-convenios-ent occurs 1 to 500 times
                   depending on w-dm-cant-conv.
               07 tdmc-codigo pic 9(4).
               07 tdmc-cant pic 99.
               07 tdmc-pagadas pic 99.
               07 tdmc-inicio pic 9(6).
       77  w-dm-cant-tar pic 9(3) value 0.
       77  w-dm-t pic 9(3).
       01  tab-dm-tarifas.
           05 dm-tarifas-ent occurs 1 to 100 times
                   depending on w-dm-cant-tar.
               07 tdmt-categoria pic x.
               07 tdmt-desde pic 9(6).
               07 tdmt-monto pic 9(6)v99.
       77  w-dm-cant-becas pic 9(3) value 0.
       77  w-dm-bc pic 9(3).
       01  tab-dm-becas.
           05 dm-becas-ent occurs 1 to 300 times
                   depending on w-dm-cant-becas.
               07 tdmb-codigo pic 9(4).
               07 tdmb-pct pic 9(3).
               07 tdmb-vence pic 9(6).
      * Pending documents of devengos.dat, chained per socio through
      * tdmd-siguiente (zero ends the chain).
       77  w-dm-cant-dev pic 9(5) value 0.
       77  w-dm-d pic 9(5).
       01  tab-dm-devengos.
           05 dm-devengos-ent occurs 1 to 60000 times
                   depending on w-dm-cant-dev.
               07 tdmd-periodo pic 9(6).
               07 tdmd-monto pic 9(6)v99.
               07 tdmd-siguiente pic 9(5).
