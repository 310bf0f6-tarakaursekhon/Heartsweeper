      *> TENTREC.cpy
      *> Tournament entry record, one row per player entered in a
      *> tournament, written by TOURMNT ENTER cards and stamped with
      *> the seed and rating by TOURSEED. COPYed into the FD record
      *> of every program that touches tourentr.dat, so references
      *> are qualified with OF.
      *>
      *> te-key is tournament id + username, so a START on the
      *> tournament id walks its field. te-status is 'E' entered,
      *> 'A' still alive in the bracket, 'O' knocked out, 'W' won
      *> the tournament. te-rating is the player's k-rating from
      *> skillrat.dat at seeding time (zero for an unrated player,
      *> who seeds last) and te-seed the resulting seed, 1 best.
       03 te-key.
           05 te-tourn-id      pic x(8).
           05 te-username      pic x(20).
       03 te-date-entered     pic 9(8).
       03 te-rating           pic 9(5).
       03 te-seed             pic 9(3).
       03 te-status           pic x(1).
