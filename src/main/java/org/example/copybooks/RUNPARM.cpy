      *> of this record. Operations tunes the system by editing
      *> runparms.dat (keyword=value lines, '*' comments allowed):
      *>
      *>   RETENTION-DAYS=0090      archive window, ARCHSCOR; also
      *>                            how long SESSWEEP keeps ended
      *>                            sessions
      *>   REPORT-DEPTH=0010        leaderboard depth, LBOARD
      *>   MAX-COVERED=999          covered ceiling, SaveScores and
      *>                            IMPSCOR
      *>   DIFFICULTY-CODES=BIEC    valid difficulty letters, space
      *>                            padded, same programs
      *>   INACTIVE-DAYS=0365       dormancy window, DORMANT
      *>   SCREEN-BURST-PLAYS=24    plays inside the burst window
      *>                            that make a burst, SCRNPLAY
      *>                            (2 to 50)
      *>   SCREEN-BURST-SECS=0010   burst window in seconds, same
      *>   SCREEN-OUTLIER-PCT=0300  covered above this percentage
      *>                            of s-avg-covered is an outlier,
      *>                            same
      *>   SESSION-TIMEOUT=0120     minutes a game session stays
      *>                            good for a SaveScores post,
      *>                            and after which SESSWEEP
      *>                            expires it
      *>   APPROVAL-DAYS=0005       days a queued operator card
      *>                            waits for a second operator
      *>                            before APPRMNT expires it
      *>   WINDOW-CUTOFF=0600       hhmm the nightly window must
      *>                            be finished by, NIGHTRUN
      *>   DORMANCY-WARN-DAYS=0014  days' notice DORMANT gives a
      *>                            player before suspending them;
      *>                            must be under INACTIVE-DAYS
      *>   NOTICE-FOLLOWUP-HRS=0048 hours a notice may sit on
      *>                            outbox.dat undelivered before
      *>                            NOTERPT lists it for the desk
      *>
      *> A missing file means the defaults below; a malformed file
      *> is a startup error every caller refuses to run past.
       03 rp-max-covered       pic 9(3).
       03 rp-difficulty-codes  pic x(8).
       03 rp-inactive-days     pic 9(4).
       03 rp-burst-plays       pic 9(2).
       03 rp-burst-seconds     pic 9(4).
       03 rp-outlier-pct       pic 9(4).
       03 rp-session-timeout   pic 9(4).
       03 rp-approval-days     pic 9(4).
       03 rp-window-cutoff     pic 9(4).
       03 rp-warn-days         pic 9(4).
       03 rp-followup-hours    pic 9(4).
