      *> HISTREQ.cpy
      *> Request block for the PlayHistory entry, which hands back
      *> the audited play history one play at a time: the loaded
      *> rows of playhist.dat, then any scoreaud.gens generation
      *> PLAYHIST has not loaded yet, then (when asked) the live
      *> scoreaudit.log - so every reader sees the same plays and
      *> the same missing generations. COPYed under an 01 in the
      *> caller's working storage, passed with a SCOREREC-shaped
      *> play area.
      *>
      *> hq-function  'O' open, 'N' next play, 'C' close.
      *> hq-username  on open, one player's plays only (read by
      *>              key from the history); spaces for everyone.
      *> hq-difficulty on open with a username, one difficulty of
      *>              that player's; space for all of them.
      *> hq-live-log  on open, 'Y' to finish with the live log.
      *> hq-status    on next, space - a play is in the play area;
      *>              'M' - hq-generation is listed but could not
      *>              be read (call again to carry on); 'E' - no
      *>              more plays.
      *> hq-source    where the play came from: 'H' history, 'G'
      *>              a generation not yet loaded, 'L' live log.
      *> hq-generation the generation file the play is from.
       03 hq-function         pic x(1).
       03 hq-username         pic x(20).
       03 hq-difficulty       pic x(1).
       03 hq-live-log         pic x(1).
       03 hq-status           pic x(1).
       03 hq-source           pic x(1).
       03 hq-generation       pic x(30).
