           03 apc-estado pic x.
               88 cargo-pendiente value "P".
               88 cargo-cobrado value "C".
      * Generated after the death of the socio, withdrawn by
      * FALLECIMIENTO.
               88 cargo-anulado value "X".
           03 apc-fecha-gen pic 9(8).
           03 apc-recibo pic 9(6).
