           03 cc-estado pic x.
               88 consumo-pendiente value "P".
               88 consumo-cobrado value "C".
      * Written off by LIQUIDA-BUFFET: no longer collected through
      * the dues path.
               88 consumo-incobrable value "I".
           03 cc-recibo pic 9(6).
