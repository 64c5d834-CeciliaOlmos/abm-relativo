               88 idx-socio-activo value "A".
               88 idx-socio-suspendido value "S".
               88 idx-socio-de-baja value "B".
               88 idx-socio-licencia value "L".
           03 soc-idx-categoria pic x.
               88 idx-categ-activo value "A".
               88 idx-categ-vitalicio value "V".
               88 idx-categ-honorario value "H".
               88 idx-categ-cadete value "C".
               88 idx-categ-temporario value "T".
           03 soc-idx-fecha-alta pic 9(8).
           03 soc-idx-fecha-baja pic 9(8).
           03 soc-idx-motivo-baja pic 9.
               88 idx-motivo-falta-pago value 2.
               88 idx-motivo-fallecimiento value 3.
               88 idx-motivo-traslado value 4.
               88 idx-motivo-expulsion value 5.
               88 idx-motivo-vencimiento value 6.
           03 soc-idx-sucursal pic xxx.
