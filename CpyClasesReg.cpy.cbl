      * Weekly class schedule of the sections: one row per class,
      * on day cla-dia (1 lunes .. 7 domingo) at cla-hora (HHMM)
      * for cla-duracion minutes, taught by cla-instructor, with at
      * most cla-cupo socios enrolled. Enrollments point at the
      * class through ins-clase; a class given de baja keeps its
      * row so the attendance already taken still resolves.
       FD  CLASES.
       01  clase-reg.
           03 cla-numero pic 9(4).
           03 cla-seccion pic xxx.
           03 cla-dia pic 9.
           03 cla-hora pic 9(4).
           03 cla-duracion pic 9(3).
           03 cla-instructor pic 9(4).
           03 cla-cupo pic 9(3).
           03 cla-estado pic x.
               88 clase-activa value "A".
               88 clase-baja value "B".
