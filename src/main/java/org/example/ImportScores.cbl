      *> with no audited play behind it would page the morning
      *> reconcile as TOO HIGH / NO AUDITED PLAYS. rows kept-ours
      *> changed nothing, so they are not logged. the log is opened
      *> on the first applied row and named for the run's date and
      *> time, so a rerun never extends a generation PLAYHIST may
      *> already have loaded into the play history; it is listed in
      *> scoreaud.gens only when this run created it.
       01 ws-today              pic x(21).
       01 ws-today-date          pic 9(8).
       01 ws-implog-filename      pic x(30).
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date
           move spaces to ws-implog-filename
           string "impscor" ws-today-date ws-today (9:6) ".log"
               delimited by size into ws-implog-filename

           open input csv-file
