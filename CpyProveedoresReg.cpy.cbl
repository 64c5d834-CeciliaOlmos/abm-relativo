      * Supplier master. prov-concepto is the concept of
      * cuentas-map.dat under which the supplier's invoices are
      * booked by EXPORTA-ASIENTOS (the expense account on the debit
      * side, proveedores on the credit side); it is offered as the
      * default when an invoice is registered.
       FD  PROVEEDORES.
       01  proveedor-reg.
           03 prov-codigo pic 9(4).
           03 prov-razon pic x(30).
           03 prov-cuit pic 9(11).
           03 prov-concepto pic x(12).
           03 prov-estado pic x.
               88 proveedor-activo value "A".
               88 proveedor-baja value "B".
