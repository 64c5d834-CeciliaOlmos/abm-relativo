      * Every change of proshop stock. stm-cantidad is signed: a
      * sale (tipo "V") carries the units sold as a negative number
      * with the unit price charged and the socio in stm-referencia;
      * a receipt (tipo "I") the units received and the supplier;
      * an adjustment (tipo "A") the difference between the counted
      * and the recorded stock.
       FD  STOCK-MOV.
       01  stock-mov-reg.
           03 stm-fecha pic 9(8).
           03 stm-producto pic 9(5).
           03 stm-tipo pic x.
               88 stm-venta value "V".
               88 stm-ingreso value "I".
               88 stm-ajuste value "A".
           03 stm-cantidad pic s9(5).
           03 stm-precio pic 9(6)v99.
           03 stm-referencia pic 9(4).
           03 stm-operador pic x(12).
