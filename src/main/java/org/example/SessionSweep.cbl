       program-id. SESSWEEP.

       environment division.
       configuration section.

       file-control.
       select session-file assign "sessions.dat"
           organization is indexed
           access mode is dynamic
           record key is g-key of f-session
           status is session-status.

       select sort-work assign "sesswk.tmp".

       select session-report assign "sessions.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd session-file.
       01 f-session.
           copy SESSREC.

      *> one row per session still inside the retention window,
      *> brought together by player for the report.
       sd sort-work.
       01 sd-session.
           03 sd-username        pic x(20).
           03 sd-session-id      pic x(8).
           03 sd-status          pic x(1).

       fd session-report.
       01 report-line  pic x(80).

       working-storage section.
       01 session-status    pic 9(2).
       01 report-status      pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-today-int           pic 9(7) comp.
       01 ws-cutoff-int           pic 9(7) comp.
       01 ws-cutoff-date           pic 9(8).
       01 ws-eof-switch             pic x value 'N'.
           88 ws-eof value 'Y'.

       01 ws-run-parms.
           copy RUNPARM.
       01 ws-parms-status      pic x.
           88 ws-parms-error value 'E'.

      *> minutes since OpenSession issued the session, the same
      *> arithmetic SaveScores applies against SESSION-TIMEOUT.
       01 ws-session-age         pic s9(9) comp value 0.
       01 ws-clock.
           03 ws-clock-hh        pic 9(2).
           03 ws-clock-mm        pic 9(2).
           03 filler             pic x(4).
       01 ws-now-minutes         pic 9(4) comp value 0.
       01 ws-opened-minutes      pic 9(4) comp value 0.

      *> ended sessions older than the retention window are
      *> deleted in batches after the walk - deleting under a
      *> read-next walk is asking for trouble.
       01 ws-purge-key-table.
           03 ws-pk-session-id  pic x(8) occurs 500.
       01 ws-purge-key-count   pic 9(4) comp value 0.
       01 ws-purge-key-max     pic 9(4) comp value 500.
       01 ws-purge-stall-switch  pic x value 'N'.
           88 ws-purge-stalled value 'Y'.
       01 ws-purged-before      pic 9(7) value 0.
       01 ws-sub                pic 9(4) comp value 0.

       01 ws-current-player     pic x(20).
       01 ws-player-counts.
           03 ws-pc-started     pic 9(7).
           03 ws-pc-scored      pic 9(7).
           03 ws-pc-quit        pic 9(7).
           03 ws-pc-expired     pic 9(7).
           03 ws-pc-open        pic 9(7).
       01 ws-grand-counts.
           03 ws-gc-started     pic 9(7) value 0.
           03 ws-gc-scored      pic 9(7) value 0.
           03 ws-gc-quit        pic 9(7) value 0.
           03 ws-gc-expired     pic 9(7) value 0.
           03 ws-gc-open        pic 9(7) value 0.
       01 ws-ended-count        pic 9(7) value 0.
       01 ws-players-count      pic 9(7) value 0.
       01 ws-expired-tonight    pic 9(7) value 0.
       01 ws-purged-count       pic 9(7) value 0.

       01 ws-header-line.
         03 filler            pic x(34) value
             "SESSWEEP GAME SESSION REPORT      ".
         03 ws-header-date     pic 9(8).

       01 ws-window-line.
         03 filler            pic x(25) value "SESSIONS OPENED SINCE".
         03 ws-window-date     pic 9(8).

       01 ws-column-line.
         03 filler            pic x(44) value
             "  USERNAME             STARTED  SCORED    QU".
         03 filler            pic x(27) value
             "IT EXPIRED    OPEN ABANDON%".

       01 ws-detail-line.
         03 filler            pic x(2) value spaces.
         03 ws-dl-username     pic x(20).
         03 filler              pic x(1) value space.
         03 ws-dl-started        pic zzzzzz9.
         03 filler                pic x(1) value space.
         03 ws-dl-scored           pic zzzzzz9.
         03 filler                  pic x(1) value space.
         03 ws-dl-quit               pic zzzzzz9.
         03 filler                    pic x(1) value space.
         03 ws-dl-expired              pic zzzzzz9.
         03 filler                      pic x(1) value space.
         03 ws-dl-open                   pic zzzzzz9.
         03 filler                        pic x(5) value spaces.
         03 ws-dl-abandon-pct              pic zz9.
         03 filler                          pic x(1) value "%".

       01 ws-total-line.
         03 ws-total-label    pic x(25).
         03 ws-total-count     pic zzzzzz9.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date
           call "GetParms" using ws-run-parms ws-parms-status
           if ws-parms-error
               display "SESSWEEP bad run parms - not run"
               move 12 to return-code
               goback
           end-if
           perform compute-cutoff-date

           open output session-report
           if report-status not = "00"
               display "SESSWEEP OPEN session-report FAILED status="
                   report-status
               move 12 to return-code
               goback
           end-if
           move ws-today-date to ws-header-date
           write report-line from ws-header-line
           move ws-cutoff-date to ws-window-date
           write report-line from ws-window-line
           move spaces to report-line
           write report-line

           open i-o session-file
           if session-status = "35"
               display "SESSWEEP: no sessions.dat yet, nothing to sweep"
               write report-line from "  NO SESSIONS ISSUED YET"
               close session-report
               goback
           end-if
           if session-status not = "00"
               display "SESSWEEP OPEN session-file FAILED status="
                   session-status
               write report-line from
                   "  SESSION FILE UNAVAILABLE - NOT RUN"
               close session-report
               move 12 to return-code
               goback
           end-if

           write report-line from ws-column-line
           sort sort-work
               on ascending key sd-username
               on ascending key sd-session-id
               input procedure is sweep-sessions
               output procedure is report-players

           perform purge-ended-sessions
           close session-file

           perform write-summary
           close session-report
           display "SESSWEEP players=" ws-players-count
               " expired=" ws-expired-tonight
               " purged=" ws-purged-count
           goback.

      *> ended sessions are kept as long as ARCHSCOR keeps a
      *> standings row, so the report covers the same window.
       compute-cutoff-date.
           compute ws-today-int =
               function integer-of-date (ws-today-date)
           compute ws-cutoff-int =
               ws-today-int - rp-retention-days of ws-run-parms
           compute ws-cutoff-date =
               function date-of-integer (ws-cutoff-int).

      *> an open session past SESSION-TIMEOUT can no longer be
      *> scored - SaveScores would reject it - so the game was
      *> abandoned without a CloseSession; it is marked expired
      *> here. sessions opened before the window are left out of
      *> the report and purged afterwards.
       sweep-sessions.
           move low-values to g-key of f-session
           start session-file key not less than g-key of f-session
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read session-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       perform sweep-one-session
               end-read
           end-perform.

       sweep-one-session.
           if g-status of f-session = 'O'
               perform compute-session-age
               if ws-session-age > rp-session-timeout of ws-run-parms
                   perform expire-session
               end-if
           end-if
           if g-date-opened of f-session not < ws-cutoff-date
               move g-username of f-session to sd-username
               move g-session-id of f-session to sd-session-id
               move g-status of f-session to sd-status
               release sd-session
           end-if.

       expire-session.
           move 'E' to g-status of f-session
           move ws-today (1:8) to g-date-closed of f-session
           move ws-today (9:8) to g-time-closed of f-session
           rewrite f-session
           if session-status = "00"
               add 1 to ws-expired-tonight
           else
               display "SESSWEEP REWRITE FAILED status="
                   session-status " for session "
                   g-session-id of f-session
           end-if.

       compute-session-age.
           move ws-today (9:8) to ws-clock
           compute ws-now-minutes = ws-clock-hh * 60 + ws-clock-mm
           move g-time-opened of f-session to ws-clock
           compute ws-opened-minutes =
               ws-clock-hh * 60 + ws-clock-mm
           move 0 to ws-session-age
           if g-date-opened of f-session numeric
                   and g-date-opened of f-session > 0
               compute ws-session-age =
                   (ws-today-int - function integer-of-date
                        (g-date-opened of f-session)) * 1440
                   + ws-now-minutes - ws-opened-minutes
           end-if.

       report-players.
           move spaces to ws-current-player
           initialize ws-player-counts
           move 'N' to ws-eof-switch
           perform until ws-eof
               return sort-work
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       perform count-one-session
               end-return
           end-perform
           if ws-current-player not = spaces
               perform write-player-line
           end-if.

       count-one-session.
           if sd-username not = ws-current-player
               if ws-current-player not = spaces
                   perform write-player-line
               end-if
               move sd-username to ws-current-player
               initialize ws-player-counts
           end-if
           add 1 to ws-pc-started
           evaluate sd-status
               when 'S'
                   add 1 to ws-pc-scored
               when 'Q'
                   add 1 to ws-pc-quit
               when 'E'
                   add 1 to ws-pc-expired
               when other
                   add 1 to ws-pc-open
           end-evaluate.

      *> a game still open is neither finished nor abandoned yet,
      *> so the abandon rate is quit plus expired over the games
      *> that have ended.
       write-player-line.
           add 1 to ws-players-count
           move ws-current-player to ws-dl-username
           move ws-pc-started to ws-dl-started
           move ws-pc-scored to ws-dl-scored
           move ws-pc-quit to ws-dl-quit
           move ws-pc-expired to ws-dl-expired
           move ws-pc-open to ws-dl-open
           compute ws-ended-count = ws-pc-started - ws-pc-open
           if ws-ended-count > 0
               compute ws-dl-abandon-pct rounded =
                   (ws-pc-quit + ws-pc-expired) * 100
                       / ws-ended-count
           else
               move 0 to ws-dl-abandon-pct
           end-if
           write report-line from ws-detail-line
           add ws-pc-started to ws-gc-started
           add ws-pc-scored to ws-gc-scored
           add ws-pc-quit to ws-gc-quit
           add ws-pc-expired to ws-gc-expired
           add ws-pc-open to ws-gc-open.

       purge-ended-sessions.
           move ws-purge-key-max to ws-purge-key-count
           move 'N' to ws-purge-stall-switch
           perform until ws-purge-key-count < ws-purge-key-max
                   or ws-purge-stalled
               move ws-purged-count to ws-purged-before
               perform collect-purge-keys
               perform delete-purge-keys
      *>         a pass that removed nothing will not do better
      *>         the next time round.
               if ws-purged-count = ws-purged-before
                   set ws-purge-stalled to true
               end-if
           end-perform.

       collect-purge-keys.
           move 0 to ws-purge-key-count
           move low-values to g-key of f-session
           start session-file key not less than g-key of f-session
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read session-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if g-date-opened of f-session < ws-cutoff-date
                               and g-status of f-session not = 'O'
                           add 1 to ws-purge-key-count
                           move g-session-id of f-session to
                               ws-pk-session-id (ws-purge-key-count)
                           if ws-purge-key-count >= ws-purge-key-max
                               move 'Y' to ws-eof-switch
                           end-if
                       end-if
               end-read
           end-perform.

       delete-purge-keys.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-purge-key-count
               move ws-pk-session-id (ws-sub) to
                   g-session-id of f-session
               delete session-file
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-purged-count
               end-delete
           end-perform.

       write-summary.
           move spaces to report-line
           write report-line
           move "PLAYERS" to ws-total-label
           move ws-players-count to ws-total-count
           write report-line from ws-total-line
           move "SESSIONS STARTED" to ws-total-label
           move ws-gc-started to ws-total-count
           write report-line from ws-total-line
           move "SESSIONS SCORED" to ws-total-label
           move ws-gc-scored to ws-total-count
           write report-line from ws-total-line
           move "SESSIONS QUIT" to ws-total-label
           move ws-gc-quit to ws-total-count
           write report-line from ws-total-line
           move "SESSIONS EXPIRED" to ws-total-label
           move ws-gc-expired to ws-total-count
           write report-line from ws-total-line
           move "SESSIONS STILL OPEN" to ws-total-label
           move ws-gc-open to ws-total-count
           write report-line from ws-total-line
           move "EXPIRED THIS RUN" to ws-total-label
           move ws-expired-tonight to ws-total-count
           write report-line from ws-total-line
           move "PURGED PAST RETENTION" to ws-total-label
           move ws-purged-count to ws-total-count
           write report-line from ws-total-line.

       end program SESSWEEP.
