      *> LAWDREC.cpy
      *> Rewards award register record (ledgawd.dat), one row per
      *> award LEDGPOST has judged, keyed on the player, the ledger
      *> type (CHAMPION or BADGE) and the award's reference, the
      *> same key the ledger posting carries. BADGEAWD rebuilds
      *> playbadg.dat from scratch every night, so this register,
      *> not the badge file, is what stops an award being credited
      *> twice. COPYed into the FD record of every program that
      *> touches ledgawd.dat, the same convention SCOREREC uses, so
      *> references are qualified with OF.
      *>
      *> la-status is 'C' credited by posting la-posting-no; 'Z'
      *> the rate table carried no rate for it, so nothing was
      *> paid; 'T' taken on - already on file the night the
      *> register was started, so it predates the ledger.
       03 la-key.
           05 la-username     pic x(20).
           05 la-type         pic x(8).
           05 la-reference    pic x(20).
       03 la-status           pic x(1).
       03 la-posting-no       pic 9(9).
       03 la-points           pic 9(7).
       03 la-date-judged      pic 9(8).
