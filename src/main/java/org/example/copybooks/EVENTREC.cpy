      *>             one entrant is identifiable
      *>   CHAMPION  SEASONCL appended a season champion to
      *>             champs.dat: username, difficulty, covered
      *>   TOURNWIN  TOURRSLT decided a tournament final:
      *>             e-username the winner, e-other-username the
      *>             runner-up, difficulty, the winner's covered
       03 e-sequence          pic 9(9).
       03 filler              pic x(1).
       03 e-date              pic 9(8).
