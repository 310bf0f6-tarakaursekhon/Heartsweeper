       01 ws-today-int           pic 9(7) comp.
       01 ws-cutoff-int           pic 9(7) comp.
       01 ws-cutoff-date           pic 9(8).
       01 ws-warn-cutoff-date       pic 9(8).
       01 ws-warned-by-date          pic 9(8).
       01 ws-suspend-on-int           pic 9(7) comp.
       01 ws-suspend-on-date           pic 9(8).
       01 ws-eof-switch             pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-stats-open-switch       pic x value 'N'.
       01 ws-last-activity     pic 9(8).
       01 ws-active-count       pic 9(5) value 0.
       01 ws-suspended-count     pic 9(5) value 0.
       01 ws-warned-count         pic 9(5) value 0.
       01 ws-held-count            pic 9(5) value 0.

       01 ws-notice.
           copy NOTEREC.
       01 ws-notice-result      pic x.

       01 ws-run-parms.
           copy RUNPARM.
               move 12 to return-code
               goback
           end-if
           if rp-warn-days of ws-run-parms not <
                   rp-inactive-days of ws-run-parms
               display "DORMANT DORMANCY-WARN-DAYS must be under"
                   " INACTIVE-DAYS - not run"
               move 12 to return-code
               goback
           end-if
           perform compute-cutoff-date

           open output dormancy-report
           perform write-summary
           close dormancy-report
           display "DORMANT active=" ws-active-count
               " warned=" ws-warned-count
               " held=" ws-held-count
               " suspended=" ws-suspended-count
           goback.

      *> the inactivity window comes from runparms.dat, the same
      *> arithmetic ARCHSCOR uses for its retention cutoff. the
      *> warning goes out DORMANCY-WARN-DAYS ahead of it, and a
      *> warning only counts once it is that many days old.
       compute-cutoff-date.
           compute ws-today-int =
               function integer-of-date (ws-today-date)
           compute ws-cutoff-int =
               ws-today-int - rp-inactive-days of ws-run-parms
           compute ws-cutoff-date =
               function date-of-integer (ws-cutoff-int)
           compute ws-warn-cutoff-date =
               function date-of-integer (ws-cutoff-int
                   + rp-warn-days of ws-run-parms)
           compute ws-warned-by-date =
               function date-of-integer (ws-today-int
                   - rp-warn-days of ws-run-parms).

       sweep-players.
           move 'N' to ws-eof-switch
                           ws-last-activity
               end-read
           end-if
           evaluate true
               when ws-last-activity < ws-cutoff-date
                   perform judge-dormant-player
               when ws-last-activity < ws-warn-cutoff-date
                   perform post-warning
                   if ws-notice-result = 'P'
                       move "WARNED" to ws-detail-note
                       perform write-detail
                   end-if
           end-evaluate.

      *> nobody is suspended without having been told first. a
      *> player already past the window who was never warned - a
      *> long weekend of missed runs, or the first run after the
      *> warnings came in - is warned now and held for the full
      *> notice period like everyone else.
       judge-dormant-player.
           perform post-warning
           evaluate true
               when ws-notice-result = 'D'
                       and n-date-created of ws-notice
                           not > ws-warned-by-date
                   perform suspend-player
               when ws-notice-result = 'P'
                   add 1 to ws-held-count
                   move "WARNED, HELD" to ws-detail-note
                   perform write-detail
               when ws-notice-result = 'D'
                   add 1 to ws-held-count
                   move "HELD PENDING NOTICE" to ws-detail-note
                   perform write-detail
               when other
                   add 1 to ws-held-count
                   move "HELD, NOT WARNED" to ws-detail-note
                   perform write-detail
           end-evaluate.

      *> one warning per lapse: the reference is the last-activity
      *> date, so PostNotice hands back the warning already on the
      *> outbox until the player plays again - that row is the
      *> only record of when the warning went out, which is why
      *> outbox.dat keeps it. the suspension date quoted is the
      *> later of the window closing and the notice period running
      *> out.
       post-warning.
           compute ws-suspend-on-int =
               function integer-of-date (ws-last-activity)
               + rp-inactive-days of ws-run-parms + 1
           if ws-suspend-on-int <
                   ws-today-int + rp-warn-days of ws-run-parms
               compute ws-suspend-on-int =
                   ws-today-int + rp-warn-days of ws-run-parms
           end-if
           compute ws-suspend-on-date =
               function date-of-integer (ws-suspend-on-int)
           move spaces to ws-notice
           move p-username of f-player to n-username of ws-notice
           move "DORMWARN" to n-type of ws-notice
           move ws-last-activity to n-reference of ws-notice
           move "DORMANT" to n-source of ws-notice
           string "NO PLAY SINCE " ws-last-activity
                   " - ACCOUNT SUSPENDED ON " ws-suspend-on-date
                   delimited by size into n-text of ws-notice
           call "PostNotice" using ws-notice ws-notice-result
           if ws-notice-result = 'P'
               add 1 to ws-warned-count
           end-if.

       suspend-player.
           rewrite f-player
           if master-status = "00"
               add 1 to ws-suspended-count
               move "SUSPENDED DORMANT" to ws-detail-note
               perform write-detail
               move spaces to ws-notice
               move p-username of f-player to n-username of ws-notice
               move "DORMSUSP" to n-type of ws-notice
               move ws-today-date to n-reference of ws-notice
               move "DORMANT" to n-source of ws-notice
               string "SUSPENDED FOR INACTIVITY - YOUR NEXT GAME"
                       " REINSTATES YOU"
                       delimited by size into n-text of ws-notice
               call "PostNotice" using ws-notice ws-notice-result
           else
               display "DORMANT REWRITE FAILED status="
                   master-status " for " p-username of f-player
           end-if.

       write-detail.
           move p-username of f-player to ws-detail-name
           move ws-last-activity to ws-detail-last
           write report-line from ws-detail-line.

       write-summary.
           move spaces to report-line
           write report-line
           move "ACTIVE PLAYERS SWEPT" to ws-total-label
           move ws-active-count to ws-total-count
           write report-line from ws-total-line
           move "WARNED THIS RUN" to ws-total-label
           move ws-warned-count to ws-total-count
           write report-line from ws-total-line
           move "HELD PENDING NOTICE" to ws-total-label
           move ws-held-count to ws-total-count
           write report-line from ws-total-line
           move "SUSPENDED FOR DORMANCY" to ws-total-label
           move ws-suspended-count to ws-total-count
           write report-line from ws-total-line
