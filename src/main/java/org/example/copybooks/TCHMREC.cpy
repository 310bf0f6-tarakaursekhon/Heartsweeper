      *> TCHMREC.cpy
      *> Tournament champions history record, one row per finished
      *> tournament, appended to tourchmp.dat by TOURRSLT and never
      *> rewritten - kept alongside champs.dat as the permanent
      *> record of knockout results. COPYed into the FD record of
      *> every program that touches tourchmp.dat, the same
      *> convention CHAMPREC uses.
       03 tc-tourn-id         pic x(8).
       03 filler              pic x(1).
       03 tc-difficulty       pic x(1).
       03 filler              pic x(1).
       03 tc-winner           pic x(20).
       03 tc-winner-covered   pic s9(3).
       03 filler              pic x(1).
       03 tc-runner-up        pic x(20).
       03 tc-runner-covered   pic s9(3).
       03 tc-board-width      pic 9(3).
       03 tc-board-height     pic 9(3).
       03 tc-date-won         pic 9(8).
       03 tc-tourn-name       pic x(30).
