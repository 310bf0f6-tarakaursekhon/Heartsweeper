      *> APPRREC.cpy
      *> Pending-approval queue record, one row per high-impact
      *> operator card, keyed by queue number (issued from
      *> apprseq.ctl, never recycled). SCORADJ, ERASURE, PLAYMNT
      *> (BAN) and DSPMNT (UPHOLD) queue such cards through
      *> QueueCard instead of applying them; APPRMNT takes a
      *> second operator's APPROVE or REJECT card against the
      *> queue number, expires items left waiting past
      *> APPROVAL-DAYS, and releases approved cards to the owning
      *> program's .apv deck. COPYed into the FD record of every
      *> program that touches approval.dat, the same convention
      *> SCOREREC uses, so references are qualified with OF.
      *>
      *> ap-status is 'P' pending, 'A' approved, 'R' rejected,
      *> 'X' expired. ap-card is the card image exactly as keyed.
       03 ap-key.
           05 ap-queue-no     pic 9(6).
       03 ap-program          pic x(8).
       03 ap-action           pic x(10).
       03 ap-subject          pic x(20).
       03 ap-maker            pic x(8).
       03 ap-date-keyed       pic 9(8).
       03 ap-time-keyed       pic 9(8).
       03 ap-status           pic x(1).
       03 ap-checker          pic x(8).
       03 ap-date-decided     pic 9(8).
       03 ap-card             pic x(100).
