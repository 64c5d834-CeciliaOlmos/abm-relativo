       FD  CAMP-INGRESO.
      * A campaign for new members approved by the comision
      * (CAMPANIAS-MANT). It is offered to the altas whose
      * soc-fecha-alta falls between cai-alta-desde and
      * cai-alta-hasta, of one of the categorias listed in
      * cai-categorias and one of the sucursales of cai-sucursal
      * (spaces = any). From the alta period on, for cai-periodos
      * periods, the base dues are charged cai-pct-cuota percent
      * less and the section fees cai-pct-secciones percent less.
       01  camp-ingreso-reg.
           03 cai-codigo pic x(6).
           03 cai-descripcion pic x(30).
           03 cai-alta-desde pic 9(8).
           03 cai-alta-hasta pic 9(8).
           03 cai-categorias pic x(5).
           03 cai-sucursales.
               05 cai-sucursal pic xxx occurs 5 times.
           03 cai-pct-cuota pic 9(3).
           03 cai-pct-secciones pic 9(3).
           03 cai-periodos pic 9(2).
           03 cai-referencia pic x(20).
           03 cai-estado pic x.
               88 campania-vigente value "A".
               88 campania-suspendida value "S".
           03 cai-operador pic x(12).
