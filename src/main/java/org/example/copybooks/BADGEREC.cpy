      *> BADGEREC.cpy
      *> Achievement-badge record, one row per username per badge,
      *> rebuilt in full by BADGEAWD from champs.dat and the play
      *> history in playhist.dat, any generation not yet loaded into
      *> it and the live scoreaudit.log (read through PlayHistory),
      *> leaving out plays SCRNPLAY holds in suspect.dat or the desk
      *> has confirmed bad, and served to the profile screen by
      *> GetBadges. COPYed into the FD record and the GetBadges
      *> linkage record, the same convention SCOREREC uses, so
      *> references are qualified with OF.
