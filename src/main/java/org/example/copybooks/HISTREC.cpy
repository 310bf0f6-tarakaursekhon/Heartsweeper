      *> HISTREC.cpy
      *> Consolidated play-history record, one row per audited play
      *> PLAYHIST has loaded from a rolled scoreaud.gens generation,
      *> keyed on the play itself (username + difficulty + date +
      *> time + session) so one player's history - or one
      *> username+difficulty's - is a START and a short read-next
      *> walk, and a sequential pass serves everyone. h-dup-seq
      *> separates the rare exact repeat of a play key (an import
      *> row stamped in the same second as another) and is zero on
      *> every other row. h-generation names the file the row came
      *> from, so playhctl.dat's per-generation record count and
      *> covered total can be proved against the rows that are
      *> actually here. COPYed into the FD record of every program
      *> that touches playhist.dat, so references are qualified
      *> with OF.
       03 h-key.
           05 h-username       pic x(20).
           05 h-difficulty     pic x(1).
           05 h-date-played    pic 9(8).
           05 h-time-played    pic 9(8).
           05 h-session-id     pic x(8).
           05 h-dup-seq        pic 9(2).
       03 h-covered           pic s9(3).
       03 h-board-width       pic 9(3).
       03 h-board-height      pic 9(3).
       03 h-generation        pic x(30).
