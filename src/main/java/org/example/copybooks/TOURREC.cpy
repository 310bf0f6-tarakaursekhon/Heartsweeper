      *> TOURREC.cpy
      *> Tournament master record, one row per knockout tournament,
      *> created by TOURMNT cards the same way TEAMMNT maintains
      *> the team master, seeded by TOURSEED and advanced by
      *> TOURRSLT. COPYed into the FD record of every program that
      *> touches tourmast.dat, the same convention SCOREREC uses,
      *> so references are qualified with OF.
      *>
      *> Every match is played at tn-difficulty on a tn-board-width
      *> by tn-board-height board. tn-status is 'O' open for
      *> entries, 'C' entries closed and waiting for the seeding
      *> run, 'S' seeded and in play (tn-current-round is the round
      *> being played), 'F' finished - tn-winner and tn-runner-up
      *> are the two finalists and the result is also on
      *> tourchmp.dat. tn-bracket-size is the field rounded up to a
      *> power of two; the difference is the number of first-round
      *> byes, which go to the top seeds.
       03 tn-key.
           05 tn-tourn-id      pic x(8).
       03 tn-tourn-name       pic x(30).
       03 tn-difficulty       pic x(1).
       03 tn-board-width      pic 9(3).
       03 tn-board-height     pic 9(3).
       03 tn-date-created     pic 9(8).
       03 tn-status           pic x(1).
       03 tn-entrants         pic 9(3).
       03 tn-bracket-size     pic 9(3).
       03 tn-rounds           pic 9(2).
       03 tn-current-round    pic 9(2).
       03 tn-date-seeded      pic 9(8).
       03 tn-winner           pic x(20).
       03 tn-runner-up        pic x(20).
       03 tn-date-finished    pic 9(8).
