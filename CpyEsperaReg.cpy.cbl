               88 espera-pendiente value "P".
               88 espera-promovida value "A".
               88 espera-descartada value "D".
           03 esp-solicitud pic 9(5).
           03 esp-sucursal pic xxx.
           03 esp-doc-tipo pic x.
           03 esp-doc-numero pic x(11).
