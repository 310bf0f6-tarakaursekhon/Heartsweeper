      *> SUSPREC.cpy
      *> Suspect-play record, one row per audited play the nightly
      *> SCRNPLAY screen has flagged, keyed on the play itself
      *> (username + difficulty + date + time + session) so that
      *> rescreening the same audit trail finds the row already
      *> there and leaves the operator's decision on it alone.
      *> SCRNMNT cards CLEAR or CONFIRM a held row. COPYed into the
      *> FD record of every program that touches suspect.dat, the
      *> same convention SCOREREC uses, so references are qualified
      *> with OF.
      *>
      *> sp-reason is the first check the play tripped:
      *>   AREA      covered above board width * height
      *>   SESSION   session id also posted under another username
      *>   BURST     too many plays inside the burst window
      *>   OUTLIER   covered far above the player's s-avg-covered
      *> sp-detail carries the evidence for the reviewer (the other
      *> username, the burst count, the average beaten).
      *>
      *> sp-status is 'H' held - kept out of PLAYSTAT, BADGEAWD and
      *> SKILLRAT until reviewed; 'C' cleared - counts like any
      *> other play; 'X' confirmed bad - stays out for good, and
      *> RECONCIL stops holding it against the standings once the
      *> desk has keyed the SCORADJ correction.
       03 sp-key.
           05 sp-username      pic x(20).
           05 sp-difficulty    pic x(1).
           05 sp-date-played   pic 9(8).
           05 sp-time-played   pic 9(8).
           05 sp-session-id    pic x(8).
       03 sp-covered          pic s9(3).
       03 sp-board-width      pic 9(3).
       03 sp-board-height     pic 9(3).
       03 sp-reason           pic x(8).
       03 sp-detail           pic x(30).
       03 sp-date-flagged     pic 9(8).
       03 sp-status           pic x(1).
       03 sp-date-resolved    pic 9(8).
       03 sp-operator         pic x(8).
