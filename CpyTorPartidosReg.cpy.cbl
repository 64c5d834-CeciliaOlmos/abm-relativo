      * Fixture of a tournament: one row per match, numbered within
      * its ronda (the round of the draw, or the fecha of the
      * league), with the court turn booked for it in reservas.dat.
      * A player zero in a later round of a draw is still to be
      * decided; a first-round match without rival is a bye (libre)
      * and its player goes through. The ganador and the sets won
      * by each player are loaded with the result.
       FD  TOR-PARTIDOS.
       01  tor-partido-reg.
           03 ptd-torneo pic 9(5).
           03 ptd-ronda pic 9(2).
           03 ptd-partido pic 9(3).
           03 ptd-jugador1 pic 9(4).
           03 ptd-jugador2 pic 9(4).
           03 ptd-fecha pic 9(8).
           03 ptd-hora pic 9(2).
           03 ptd-cancha pic 9(2).
           03 ptd-estado pic x.
               88 partido-pendiente value "P".
               88 partido-jugado value "J".
               88 partido-walkover value "W".
               88 partido-libre value "L".
           03 ptd-sets1 pic 9.
           03 ptd-sets2 pic 9.
           03 ptd-ganador pic 9(4).
           03 ptd-resultado pic x(20).
