      * One row per donation, numbered with its own donation receipt
      * sequence (donaciones-ctl.dat). The donor is a socio (the
      * soc-codigo in don-socio) or an external donor (don-socio
      * zero) known by name and CUIT. Money comes in cash, cheque or
      * transfer; goods in kind (forma "S") carry their description
      * and the value they were received at. don-fondo is the fund
      * the donation goes to (GENERAL when none is named). An
      * annulled receipt keeps its row with estado "N" and the date
      * it was annulled.
       FD  DONACIONES.
       01  donacion-reg.
           03 don-numero pic 9(6).
           03 don-fecha pic 9(8).
           03 don-socio pic 9(4).
           03 don-cuit pic x(13).
           03 don-nombre pic x(30).
           03 don-forma pic x.
               88 donacion-efectivo value "E".
               88 donacion-cheque value "C".
               88 donacion-transferencia value "T".
               88 donacion-especie value "S".
           03 don-descripcion pic x(30).
           03 don-monto pic 9(9)v99.
           03 don-fondo pic x(12).
           03 don-operador pic x(12).
           03 don-estado pic x.
               88 donacion-vigente value "A".
               88 donacion-anulada value "N".
           03 don-fecha-anulacion pic 9(8).
