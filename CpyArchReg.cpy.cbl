               88 socio-activo value "A".
               88 socio-suspendido value "S".
               88 socio-de-baja value "B".
               88 socio-licencia value "L".
           03 soc-categoria pic x.
               88 categ-activo value "A".
               88 categ-vitalicio value "V".
               88 categ-honorario value "H".
               88 categ-cadete value "C".
               88 categ-temporario value "T".
           03 soc-fecha-alta pic 9(8).
           03 soc-fecha-baja pic 9(8).
           03 soc-motivo-baja pic 9.
               88 motivo-falta-pago value 2.
               88 motivo-fallecimiento value 3.
               88 motivo-traslado value 4.
               88 motivo-expulsion value 5.
               88 motivo-vencimiento value 6.
           03 soc-sucursal pic xxx.
