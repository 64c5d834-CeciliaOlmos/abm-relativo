           03 ins-seccion pic xxx.
           03 ins-desde pic 9(6).
           03 ins-hasta pic 9(6).
      * Class of clases.dat the socio attends. Blank on the rows
      * written before the class schedule: read as no class.
           03 ins-clase pic 9(4).
