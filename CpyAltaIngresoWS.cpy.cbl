      * Working storage of the ALTA capture of CpyAltaIngreso:
      * expiry of a socio temporario and campaign for new members.
       77  w-temporarios-status pic xx.
       77  w-vence pic 9(8).
       77  w-vence-ok pic 9 value 0.
           88 vencimiento-valido value 1.
       77  w-camp-ingreso-status pic xx.
       77  w-camp-socios-status pic xx.
       01  w-campania pic x(6).
       77  w-camp-resuelta pic 9 value 0.
           88 campania-resuelta value 1.
       77  w-camp-hallada pic 9 value 0.
           88 campania-hallada value 1.
       77  w-camp-sen pic 9.
           88 fin-camp-ingreso value 1.
       77  w-camp-coincide pic 9(2).
       77  w-camp-i pic 9.
       77  w-camp-meses pic 9(6).
       77  w-camp-anio pic 9(4).
       77  w-camp-mes pic 9(2).
      * Copy of the campaign row found in campanias-ingreso.dat,
      * taken before the file is closed; the checks and the pricing
      * work from it.
       77  w-camp-descripcion pic x(30).
       77  w-camp-estado pic x.
           88 camp-hallada-vigente value "A".
       77  w-camp-alta-desde pic 9(8).
       77  w-camp-alta-hasta pic 9(8).
       77  w-camp-categorias pic x(5).
       01  w-camp-sucursales.
           03 w-camp-sucursal pic xxx occurs 5 times.
       77  w-camp-pct-cuota pic 9(3).
       77  w-camp-pct-secciones pic 9(3).
       77  w-camp-periodos pic 9(2).
