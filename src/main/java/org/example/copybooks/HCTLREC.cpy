      *> HCTLREC.cpy
      *> Play-history control record, one row per scoreaud.gens
      *> generation PLAYHIST has loaded into playhist.dat, keyed on
      *> the generation's file name. hc-records and hc-covered-total
      *> are the generation's own row count and covered sum as read
      *> at load time; every PLAYHIST run proves them against the
      *> history rows carrying that generation and stops the stream
      *> on any difference. A generation with no row here has not
      *> been loaded yet, and readers take it from the file itself.
      *> ERASURE keeps both sides in step when it removes a
      *> player's rows. COPYed into the FD record of every program
      *> that touches playhctl.dat, so references are qualified
      *> with OF.
       03 hc-key.
           05 hc-generation    pic x(30).
       03 hc-records          pic 9(7).
       03 hc-covered-total    pic s9(11).
       03 hc-date-loaded      pic 9(8).
