           03 contacto-telefono pic x(15).
           03 contacto-email pic x(40).
           03 contacto-fecha-nac pic 9(8).
      * The domicilio broken down for the post office. The free line
      * above is still what letters and listings print; the desk
      * captures the parts and the line is composed from them.
      * Rows carried over from the single-line layout that could not
      * be broken down stay dom-sin-desglosar until corrected.
           03 contacto-postal.
               05 contacto-calle pic x(30).
               05 contacto-numero pic x(6).
               05 contacto-piso pic x(8).
               05 contacto-localidad pic x(20).
               05 contacto-cp pic x(8).
               05 contacto-dom-estado pic x.
                   88 dom-desglosado value "S".
                   88 dom-sin-desglosar value "N".
