      *> STATREC.cpy
      *> Lifetime player-statistics record, one row per username,
      *> rebuilt in full by PLAYSTAT from the play history in
      *> playhist.dat, any generation listed in scoreaud.gens not yet
      *> loaded into it, and the live scoreaudit.log (read through
      *> PlayHistory), leaving out plays SCRNPLAY holds in suspect.dat
      *> or the desk has confirmed bad, and served to the front end by
      *> GetStats. COPYed into the FD record and the GetStats linkage
      *> record, the same convention SCOREREC uses, so references are
      *> qualified with OF.
      *>
      *> s-key (username) matches f-username in the score records
      *> byte for byte. s-best-session is the session id of the
