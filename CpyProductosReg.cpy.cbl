      * Proshop product master: sale price and stock on hand. The
      * stock moves only through the rows of stock-mov.dat (sales
      * from CONSUMOS-CAJA, receipts and count adjustments from
      * PRODUCTOS-MANT); prd-minimo is the reorder point.
       FD  PRODUCTOS.
       01  producto-reg.
           03 prd-codigo pic 9(5).
           03 prd-descripcion pic x(20).
           03 prd-precio pic 9(6)v99.
           03 prd-stock pic s9(5).
           03 prd-minimo pic 9(5).
           03 prd-estado pic x.
               88 producto-activo value "A".
               88 producto-baja value "B".
