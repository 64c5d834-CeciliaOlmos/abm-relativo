      * Fixed assets register. The asset stands in a seccion of
      * secciones.dat or in a sucursal of sucursales.dat
      * (bien-ubic-tipo "S" or "U"). bien-vida-util is the useful
      * life in months; the asset depreciates straight-line from the
      * month after the purchase until the cost is written off or
      * until the month it is retired. AMORTIZA-BIENES keeps
      * bien-amort-acum and the last period depreciated; the net
      * book value is cost less bien-amort-acum. The supplier invoice
      * that bought it is fp-proveedor/fp-tipo/fp-numero of
      * facturas-prov.dat (proveedor zero when there is none, as for
      * a donated asset).
       FD  BIENES.
       01  bien-reg.
           03 bien-codigo pic 9(5).
           03 bien-descripcion pic x(30).
           03 bien-ubic-tipo pic x.
               88 bien-en-seccion value "S".
               88 bien-en-sucursal value "U".
           03 bien-ubicacion pic xxx.
           03 bien-fecha-compra pic 9(8).
           03 bien-costo pic 9(9)v99.
           03 bien-vida-util pic 9(3).
           03 bien-estado pic x.
               88 bien-en-uso value "U".
               88 bien-en-reparacion value "R".
               88 bien-retirado value "B".
           03 bien-fecha-baja pic 9(8).
           03 bien-proveedor pic 9(4).
           03 bien-fact-tipo pic x.
           03 bien-fact-numero pic x(13).
           03 bien-amort-acum pic 9(9)v99.
           03 bien-ult-periodo pic 9(6).
           03 bien-operador pic x(12).
