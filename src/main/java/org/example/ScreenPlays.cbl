       program-id. SCRNPLAY.

       environment division.
       configuration section.

       file-control.
       select suspect-file assign "suspect.dat"
           organization is indexed
           access mode is dynamic
           record key is sp-key of f-suspect
           status is suspect-status.

       select stats-file assign "playstat.dat"
           organization is indexed
           access mode is dynamic
           record key is s-key of f-stat
           status is stats-status.

       select play-sort assign "scrnps.tmp".

       select play-work assign "scrnpl.tmp"
           organization is line sequential
           status is play-work-status.

       select sort-work assign "scrnwk.tmp".

       select review-report assign "screen.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd suspect-file.
       01 f-suspect.
           copy SUSPREC.

       fd stats-file.
       01 f-stat.
           copy STATREC.

       sd play-sort.
       01 sq-play.
           copy SCOREREC.

      *> the screened plays in player order, handed on to the
      *> session sort.
       fd play-work.
       01 f-work-play.
           copy SCOREREC.

       sd sort-work.
       01 sd-play.
           copy SCOREREC.

       fd review-report.
       01 report-line  pic x(100).

       working-storage section.
       01 suspect-status      pic 9(2).
       01 stats-status         pic 9(2).
       01 play-work-status      pic 9(2).
       01 report-status            pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-stats-open-switch     pic x value 'N'.
           88 ws-stats-open value 'Y'.

       01 ws-run-parms.
           copy RUNPARM.
       01 ws-parms-status      pic x.
           88 ws-parms-error value 'E'.
       01 ws-history-request.
           copy HISTREQ.
       01 ws-gens-missing      pic 9(5) value 0.

      *> the play under test, whichever pass it came from - the
      *> chronological replay or the session-ordered sort output.
       01 ws-play.
           copy SCOREREC.
       01 ws-flag-reason       pic x(8).
       01 ws-flag-detail        pic x(30).
       01 ws-board-area          pic 9(6).
       01 ws-outlier-limit        pic 9(7).

      *> an average over a handful of plays says nothing about the
      *> player, so the outlier test waits for a track record.
       01 ws-outlier-min-plays  pic 9(7) value 10.

      *> burst check: the last rp-burst-plays - 1 play times per
      *> player, as seconds on the integer-of-date scale, in a
      *> ring. a play is a burst when it and the earlier plays
      *> still in the window add up to rp-burst-plays. the play
      *> history hands a player's plays over a difficulty at a
      *> time, so they are sorted on player, date and time first
      *> and each player's plays arrive oldest first.
       01 ws-burst-table.
           03 ws-bt-entry occurs 500.
               05 ws-bt-username     pic x(20).
               05 ws-bt-next         pic 9(2) comp.
               05 ws-bt-stamp        pic 9(11) comp occurs 49.
       01 ws-burst-count     pic 9(4) comp value 0.
       01 ws-burst-max       pic 9(4) comp value 500.
       01 ws-table-full-switch  pic x value 'N'.
           88 ws-table-full value 'Y'.
       01 ws-ring-size        pic 9(2) comp value 0.
       01 ws-ring-sub          pic 9(2) comp value 0.
       01 ws-play-stamp         pic 9(11) comp value 0.
       01 ws-window-start        pic 9(11) comp value 0.
       01 ws-in-window            pic 9(3) value 0.
       01 ws-burst-secs-out        pic zzz9.
       01 ws-in-window-out          pic zz9.

      *> session check: the sort hands over every play grouped by
      *> session id, usernames ascending within it. a group's plays
      *> are held here until the session changes; more than one
      *> username in the group flags every play in it.
       01 ws-group-table.
           03 ws-gp-entry occurs 50.
               05 ws-gp-play         pic x(55).
       01 ws-group-count     pic 9(4) comp value 0.
       01 ws-group-max       pic 9(4) comp value 50.
       01 ws-group-session    pic x(8) value spaces.
       01 ws-group-first-name  pic x(20) value spaces.
       01 ws-group-other-name   pic x(20) value spaces.
       01 ws-group-shared-switch pic x value 'N'.
           88 ws-group-shared value 'Y'.

       01 ws-sub             pic 9(4) comp value 0.
       01 ws-hit             pic 9(4) comp value 0.
       01 ws-found-switch     pic x value 'N'.
           88 ws-found value 'Y'.
       01 ws-hh                pic 9(2).
       01 ws-mm                 pic 9(2).
       01 ws-ss                  pic 9(2).

       01 ws-plays-screened    pic 9(7) value 0.
       01 ws-new-suspects       pic 9(7) value 0.
       01 ws-held-count          pic 9(7) value 0.
       01 ws-cleared-count        pic 9(7) value 0.
       01 ws-confirmed-count       pic 9(7) value 0.

       01 ws-header-line.
         03 filler            pic x(40) value
             "SCRNPLAY SUSPICIOUS-PLAY REVIEW REPORT  ".
         03 ws-header-date     pic 9(8).

       01 ws-column-line.
         03 filler            pic x(46) value
             "  USERNAME             D DATE     TIME     SES".
         03 filler            pic x(29) value
             "SION  COVERED REASON   DETAIL".

       01 ws-detail-line.
         03 filler            pic x(2) value spaces.
         03 ws-dl-username     pic x(20).
         03 filler              pic x(1) value space.
         03 ws-dl-difficulty     pic x(1).
         03 filler                pic x(1) value space.
         03 ws-dl-date             pic 9(8).
         03 filler                  pic x(1) value space.
         03 ws-dl-time               pic 9(8).
         03 filler                    pic x(1) value space.
         03 ws-dl-session              pic x(8).
         03 filler                      pic x(2) value spaces.
         03 ws-dl-covered                pic ---9.
         03 filler                        pic x(3) value spaces.
         03 ws-dl-reason                   pic x(8).
         03 filler                          pic x(1) value space.
         03 ws-dl-detail                     pic x(30).

       01 ws-total-line.
         03 ws-total-label    pic x(25).
         03 ws-total-count     pic zzzzzz9.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date
           call "GetParms" using ws-run-parms ws-parms-status
           if ws-parms-error
               display "SCRNPLAY bad run parms - not run"
               move 12 to return-code
               goback
           end-if
           compute ws-ring-size = rp-burst-plays of ws-run-parms - 1

           perform open-suspect-file
           perform open-report

      *>     the outlier test needs last night's averages; without a
      *>     playstat.dat (first night) the other checks still run.
           open input stats-file
           if stats-status = "00"
               set ws-stats-open to true
           else
               display "SCRNPLAY: no playstat.dat (status="
                   stats-status "), outlier check skipped"
           end-if

           open output play-work
           if play-work-status not = "00"
               display "SCRNPLAY OPEN scrnpl.tmp FAILED status="
                   play-work-status
               close suspect-file
               close review-report
               move 12 to return-code
               goback
           end-if
           sort play-sort
               on ascending key f-username of sq-play
               on ascending key f-date-played of sq-play
               on ascending key f-time-played of sq-play
               input procedure is load-play-history
               output procedure is screen-plays-in-order
           close play-work
           sort sort-work
               on ascending key f-session-id of sd-play
               on ascending key f-username of sd-play
               using play-work
               output procedure is screen-shared-sessions
           call "CBL_DELETE_FILE" using "scrnpl.tmp"

           if ws-stats-open
               close stats-file
           end-if
           close suspect-file

           perform list-held-plays
           perform write-summary
           close review-report
           display "SCRNPLAY plays=" ws-plays-screened
               " new suspects=" ws-new-suspects
               " held=" ws-held-count
           if ws-new-suspects > 0 or ws-gens-missing > 0
               move 4 to return-code
           end-if
           goback.

      *> the suspect file carries the operators' decisions, so it
      *> is never rebuilt - only added to.
       open-suspect-file.
           open i-o suspect-file
           if suspect-status = "35"
               open output suspect-file
               close suspect-file
               open i-o suspect-file
           end-if
           if suspect-status not = "00"
               display "SCRNPLAY OPEN suspect-file FAILED status="
                   suspect-status
               move 12 to return-code
               goback
           end-if.

       open-report.
           open output review-report
           if report-status not = "00"
               display "SCRNPLAY OPEN review-report FAILED status="
                   report-status
               close suspect-file
               move 12 to return-code
               goback
           end-if
           move ws-today-date to ws-header-date
           write report-line from ws-header-line
           move spaces to report-line
           write report-line.

      *> ---- pass 1: the play history, player by player --------
      *> the whole audited history through the one reader every
      *> rebuild shares: the play-history file, any generation not
      *> loaded into it yet, and the live log. a generation that
      *> can't be read goes on the report - its plays went
      *> unscreened tonight.
       load-play-history.
           move 'O' to hq-function of ws-history-request
           move spaces to hq-username of ws-history-request
           move space to hq-difficulty of ws-history-request
           move 'Y' to hq-live-log of ws-history-request
           call "PlayHistory" using ws-history-request ws-play
           move 'N' to hq-function of ws-history-request
           move space to hq-status of ws-history-request
           perform until hq-status of ws-history-request = 'E'
               call "PlayHistory" using ws-history-request ws-play
               evaluate hq-status of ws-history-request
                   when 'M'
                       perform report-missing-generation
                   when space
                       release sq-play from ws-play
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request ws-play.

       report-missing-generation.
           add 1 to ws-gens-missing
           display "SCRNPLAY: generation missing: "
               function trim (hq-generation of ws-history-request)
           move spaces to report-line
           string "GENERATION MISSING - NOT SCREENED: "
               hq-generation of ws-history-request
               delimited by size into report-line
           write report-line.

       screen-plays-in-order.
           if ws-gens-missing > 0
               move spaces to report-line
               write report-line
           end-if
           write report-line from "NEW SUSPECT PLAYS"
           write report-line from ws-column-line
           move 'N' to ws-eof-switch
           perform until ws-eof
               return play-sort into ws-play
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       perform screen-play
               end-return
           end-perform.

      *> every play goes on to the session sort; the checks that
      *> need only the play itself and its player run here. the
      *> most telling check names the reason - an impossible
      *> board beats an outlier beats a burst - so they run in
      *> the reverse order and the last one tripped wins.
       screen-play.
           add 1 to ws-plays-screened
           write f-work-play from ws-play
           move spaces to ws-flag-reason
           move spaces to ws-flag-detail
           perform check-burst
           perform check-outlier
           perform check-area
           if ws-flag-reason not = spaces
               perform flag-play
           end-if.

       check-area.
           compute ws-board-area =
               f-board-width of ws-play * f-board-height of ws-play
           if ws-board-area > 0
                   and f-covered of ws-play > ws-board-area
               move "AREA" to ws-flag-reason
               move spaces to ws-flag-detail
               string "BOARD " f-board-width of ws-play "X"
                   f-board-height of ws-play " HOLDS " ws-board-area
                   delimited by size into ws-flag-detail
           end-if.

       check-outlier.
           if ws-stats-open
               move f-username of ws-play to s-username of f-stat
               read stats-file
                   invalid key
                       continue
                   not invalid key
                       perform judge-outlier
               end-read
           end-if.

       judge-outlier.
           if s-total-plays of f-stat >= ws-outlier-min-plays
                   and s-avg-covered of f-stat > 0
               compute ws-outlier-limit =
                   s-avg-covered of f-stat *
                       rp-outlier-pct of ws-run-parms / 100
               if f-covered of ws-play > ws-outlier-limit
                   move "OUTLIER" to ws-flag-reason
                   move spaces to ws-flag-detail
                   string "PLAYER AVERAGE " s-avg-covered of f-stat
                       delimited by size into ws-flag-detail
               end-if
           end-if.

       check-burst.
           if f-date-played of ws-play numeric
                   and f-time-played of ws-play numeric
                   and f-date-played of ws-play > 0
               perform find-burst-entry
               if ws-hit > 0
                   perform judge-burst
               end-if
           end-if.

       find-burst-entry.
           move 0 to ws-hit
           move 'N' to ws-found-switch
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-burst-count or ws-found
               if ws-bt-username (ws-sub) = f-username of ws-play
                   set ws-found to true
                   move ws-sub to ws-hit
               end-if
           end-perform
           if ws-hit = 0
               if ws-burst-count < ws-burst-max
                   add 1 to ws-burst-count
                   move ws-burst-count to ws-hit
                   move f-username of ws-play to
                       ws-bt-username (ws-hit)
                   move 1 to ws-bt-next (ws-hit)
                   perform varying ws-ring-sub from 1 by 1
                           until ws-ring-sub > 49
                       move 0 to ws-bt-stamp (ws-hit ws-ring-sub)
                   end-perform
               else
                   if not ws-table-full
                       set ws-table-full to true
                       display "SCRNPLAY: burst table full, further"
                           " players not burst-checked"
                   end-if
               end-if
           end-if.

       judge-burst.
           move f-time-played of ws-play (1:2) to ws-hh
           move f-time-played of ws-play (3:2) to ws-mm
           move f-time-played of ws-play (5:2) to ws-ss
           compute ws-play-stamp =
               function integer-of-date (f-date-played of ws-play)
                   * 86400 + ws-hh * 3600 + ws-mm * 60 + ws-ss
           compute ws-window-start = ws-play-stamp -
               rp-burst-seconds of ws-run-parms
           move 1 to ws-in-window
           perform varying ws-ring-sub from 1 by 1
                   until ws-ring-sub > ws-ring-size
               if ws-bt-stamp (ws-hit ws-ring-sub) > 0
                       and ws-bt-stamp (ws-hit ws-ring-sub) >=
                           ws-window-start
                       and ws-bt-stamp (ws-hit ws-ring-sub) <=
                           ws-play-stamp
                   add 1 to ws-in-window
               end-if
           end-perform
           if ws-in-window >= rp-burst-plays of ws-run-parms
               move "BURST" to ws-flag-reason
               move ws-in-window to ws-in-window-out
               move rp-burst-seconds of ws-run-parms to
                   ws-burst-secs-out
               move spaces to ws-flag-detail
               string ws-in-window-out " PLAYS IN "
                   ws-burst-secs-out " SECONDS"
                   delimited by size into ws-flag-detail
           end-if
           move ws-play-stamp to
               ws-bt-stamp (ws-hit ws-bt-next (ws-hit))
           add 1 to ws-bt-next (ws-hit)
           if ws-bt-next (ws-hit) > ws-ring-size
               move 1 to ws-bt-next (ws-hit)
           end-if.

      *> ---- pass 2: the same plays grouped by session id --------
       screen-shared-sessions.
           move 0 to ws-group-count
           move spaces to ws-group-session
           move 'N' to ws-eof-switch
           perform until ws-eof
               return sort-work
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       perform group-one-play
               end-return
           end-perform
           perform close-session-group.

      *> a blank session id is a play from before the front end
      *> issued them - nothing to compare.
       group-one-play.
           if f-session-id of sd-play not = ws-group-session
               perform close-session-group
               move f-session-id of sd-play to ws-group-session
               move f-username of sd-play to ws-group-first-name
               move spaces to ws-group-other-name
               move 'N' to ws-group-shared-switch
           end-if
           if f-session-id of sd-play not = spaces
               if f-username of sd-play not = ws-group-first-name
                       and not ws-group-shared
                   set ws-group-shared to true
                   move f-username of sd-play to ws-group-other-name
               end-if
               if ws-group-count < ws-group-max
                   add 1 to ws-group-count
                   move sd-play to ws-gp-play (ws-group-count)
               else
                   display "SCRNPLAY: session " ws-group-session
                       " has more than 50 plays, rest not held"
               end-if
           end-if.

       close-session-group.
           if ws-group-shared
               perform varying ws-sub from 1 by 1
                       until ws-sub > ws-group-count
                   move ws-gp-play (ws-sub) to ws-play
                   move "SESSION" to ws-flag-reason
                   move spaces to ws-flag-detail
                   if f-username of ws-play = ws-group-first-name
                       string "ALSO POSTED BY " ws-group-other-name
                           delimited by size into ws-flag-detail
                   else
                       string "ALSO POSTED BY " ws-group-first-name
                           delimited by size into ws-flag-detail
                   end-if
                   perform flag-play
               end-perform
           end-if
           move 0 to ws-group-count
           move 'N' to ws-group-shared-switch.

      *> a play already on the suspect file keeps its row, reason
      *> and review status - a rescreen never reopens a decision.
       flag-play.
           move f-username of ws-play to sp-username of f-suspect
           move f-difficulty of ws-play to sp-difficulty of f-suspect
           move f-date-played of ws-play to
               sp-date-played of f-suspect
           move f-time-played of ws-play to
               sp-time-played of f-suspect
           move f-session-id of ws-play to sp-session-id of f-suspect
           read suspect-file
               invalid key
                   perform write-new-suspect
               not invalid key
                   continue
           end-read.

       write-new-suspect.
           move f-covered of ws-play to sp-covered of f-suspect
           move f-board-width of ws-play to
               sp-board-width of f-suspect
           move f-board-height of ws-play to
               sp-board-height of f-suspect
           move ws-flag-reason to sp-reason of f-suspect
           move ws-flag-detail to sp-detail of f-suspect
           move ws-today-date to sp-date-flagged of f-suspect
           move 'H' to sp-status of f-suspect
           move 0 to sp-date-resolved of f-suspect
           move spaces to sp-operator of f-suspect
           write f-suspect
           if suspect-status not = "00"
               display "SCRNPLAY WRITE suspect FAILED status="
                   suspect-status " for " f-username of ws-play
               move 12 to return-code
           else
               add 1 to ws-new-suspects
               perform write-detail-line
           end-if.

       write-detail-line.
           move sp-username of f-suspect to ws-dl-username
           move sp-difficulty of f-suspect to ws-dl-difficulty
           move sp-date-played of f-suspect to ws-dl-date
           move sp-time-played of f-suspect to ws-dl-time
           move sp-session-id of f-suspect to ws-dl-session
           move sp-covered of f-suspect to ws-dl-covered
           move sp-reason of f-suspect to ws-dl-reason
           move sp-detail of f-suspect to ws-dl-detail
           write report-line from ws-detail-line.

      *> every play still waiting on a reviewer, oldest key first,
      *> with the key columns SCRNMNT cards must quote.
       list-held-plays.
           move spaces to report-line
           write report-line
           write report-line from "HELD PLAYS AWAITING REVIEW"
           write report-line from ws-column-line
           open input suspect-file
           if suspect-status not = "00"
               display "SCRNPLAY OPEN suspect-file FAILED status="
                   suspect-status
               move 12 to return-code
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read suspect-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform tally-suspect
                   end-read
               end-perform
               close suspect-file
           end-if.

       tally-suspect.
           evaluate sp-status of f-suspect
               when 'H'
                   add 1 to ws-held-count
                   perform write-detail-line
               when 'C'
                   add 1 to ws-cleared-count
               when 'X'
                   add 1 to ws-confirmed-count
               when other
                   continue
           end-evaluate.

       write-summary.
           move spaces to report-line
           write report-line
           move "PLAYS SCREENED" to ws-total-label
           move ws-plays-screened to ws-total-count
           write report-line from ws-total-line
           move "NEW SUSPECTS" to ws-total-label
           move ws-new-suspects to ws-total-count
           write report-line from ws-total-line
           move "HELD FOR REVIEW" to ws-total-label
           move ws-held-count to ws-total-count
           write report-line from ws-total-line
           move "CLEARED" to ws-total-label
           move ws-cleared-count to ws-total-count
           write report-line from ws-total-line
           move "CONFIRMED BAD" to ws-total-label
           move ws-confirmed-count to ws-total-count
           write report-line from ws-total-line.

       end program SCRNPLAY.
