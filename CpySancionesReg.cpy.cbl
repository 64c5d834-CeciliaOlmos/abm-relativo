      * Sanctions resolved by the tribunal de disciplina, keyed by
      * soc-codigo plus the start date so a socio keeps the history
      * of every sanction. An apercibimiento is a warning only; a
      * suspension runs san-dias days from san-desde to san-hasta;
      * an expulsion never ends (san-hasta 99999999) and is carried
      * into arch.dat as a baja with motivo 5.
       FD  SANCIONES.
       01  sancion-reg.
           03 san-clave.
               05 san-codigo pic 9(4).
               05 san-desde pic 9(8).
           03 san-resolucion pic x(20).
           03 san-tipo pic x.
               88 sancion-apercibimiento value "A".
               88 sancion-suspension value "S".
               88 sancion-expulsion value "E".
           03 san-dias pic 9(3).
           03 san-hasta pic 9(8).
           03 san-operador pic x(12).
           03 san-fecha-carga pic 9(8).
