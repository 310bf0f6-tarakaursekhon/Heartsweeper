      *> SKILLREC.cpy
      *> Cross-difficulty skill-rating record, one row per
      *> username, rebuilt in full by SKILLRAT from the full play
      *> history in playhist.dat, any generation not yet loaded
      *> into it, plus the live log (read through PlayHistory),
      *> leaving out plays SCRNPLAY holds in suspect.dat or the
      *> desk has confirmed bad - the same rebuild contract
      *> PLAYSTAT keeps. COPYed into the FD record of every
      *> program that touches skillrat.dat, the same convention
      *> SCOREREC uses, so references are qualified with OF.
