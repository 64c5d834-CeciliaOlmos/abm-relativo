           03 egr-monto pic 9(7)v99.
           03 egr-operador pic x(12).
           03 egr-autoriza pic x(12).
      * Cost center of a gasto: S = a section of secciones.dat,
      * U = a sucursal of sucursales.dat, G = general overhead.
      * Blank on devoluciones and on rows written before cost
      * centers: read as general.
           03 egr-centro-tipo pic x.
               88 egreso-centro-seccion value "S".
               88 egreso-centro-sucursal value "U".
           03 egr-centro pic xxx.
