       program-id. RUNHIST.

       environment division.
       configuration section.

       file-control.
       select history-file assign "nighthst.dat"
           organization is line sequential
           status is history-status.

       select history-report assign "runhist.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd history-file.
       01 f-run-hist.
           copy RUNHREC.

       fd history-report.
       01 report-line  pic x(132).

       working-storage section.
       01 history-status     pic 9(2).
       01 report-status       pic 9(2).

       01 ws-today             pic x(21).
       01 ws-eof-switch         pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-rows-read         pic 9(7) value 0.

      *> every step seen on the history, in the order first seen
      *> (which is stream order), with its last 30 timed runs kept
      *> in a ring: rs-next is the slot the next run goes in. a
      *> skipped step did no work, so it is counted but not timed.
       01 ws-step-table.
           03 ws-rs-entry occurs 40.
               05 ws-rs-name         pic x(8).
               05 ws-rs-runs          pic 9(5).
               05 ws-rs-skips          pic 9(5).
               05 ws-rs-overruns        pic 9(5).
               05 ws-rs-last-rc          pic 9(2).
               05 ws-rs-last-date         pic 9(8).
               05 ws-rs-next               pic 9(2) comp.
               05 ws-rs-elapsed  pic 9(6) occurs 30.
       01 ws-step-count        pic 9(4) comp value 0.
       01 ws-step-max          pic 9(4) comp value 40.
       01 ws-ring-size         pic 9(2) comp value 30.
       01 ws-trend-size        pic 9(2) comp value 7.
       01 ws-sub               pic 9(4) comp value 0.
       01 ws-hit               pic 9(4) comp value 0.
       01 ws-slot              pic s9(4) comp value 0.
       01 ws-k                 pic 9(4) comp value 0.
       01 ws-held              pic 9(4) comp value 0.
       01 ws-shown             pic 9(4) comp value 0.
       01 ws-elapsed-total     pic 9(9) value 0.
       01 ws-average           pic 9(6) value 0.
       01 ws-last-elapsed      pic 9(6) value 0.
       01 ws-pct               pic 9(4) value 0.

       01 ws-header-line.
         03 filler            pic x(32) value
             "NIGHTRUN RUN HISTORY            ".
         03 ws-hl-date         pic 9(8).
         03 filler              pic x(46) value
             "  LAST 7 TIMED RUNS AGAINST THE 30-RUN AVERAGE".

       01 ws-column-line.
         03 filler            pic x(31) value
             "STEP       RUNS  SKIPS  AVG30  ".
         03 filler            pic x(52) value
             "ELAPSED SECS, OLDEST FIRST                          ".
         03 filler            pic x(36) value
             "LAST VS AVG OVERRUNS  RC  LAST RUN  ".

       01 ws-step-line.
         03 ws-st-name         pic x(8).
         03 filler              pic x(2) value spaces.
         03 ws-st-runs           pic zzzz9.
         03 filler                pic x(2) value spaces.
         03 ws-st-skips            pic zzzz9.
         03 filler                  pic x(1) value spaces.
         03 ws-st-average            pic zzzzz9.
         03 filler                    pic x(1) value spaces.
         03 ws-st-trend-area.
             05 ws-st-trend  occurs 7.
                 07 filler            pic x(1).
                 07 ws-st-trend-secs  pic zzzzz9.
         03 filler                    pic x(2) value spaces.
         03 ws-st-last                 pic zzzzz9.
         03 filler                      pic x(2) value spaces.
         03 ws-st-pct                    pic zzz9.
         03 filler                        pic x(1) value "%".
         03 filler                        pic x(4) value spaces.
         03 ws-st-overruns                 pic zzzz9.
         03 filler                          pic x(2) value spaces.
         03 ws-st-rc                         pic 99.
         03 filler                           pic x(2) value spaces.
         03 ws-st-last-date                   pic 9(8).
         03 filler                            pic x(2) value spaces.
         03 ws-st-flag                         pic x(12).

       01 ws-total-line.
         03 filler            pic x(2) value spaces.
         03 ws-total-label     pic x(25).
         03 ws-total-count      pic zzzzzz9.

       procedure division.
       main-logic.
           move function current-date to ws-today

           open input history-file
           if history-status not = "00"
               display "RUNHIST: no nighthst.dat to report (status="
                   history-status ")"
               goback
           end-if

           open output history-report
           if report-status not = "00"
               display "RUNHIST OPEN runhist.rpt FAILED status="
                   report-status
               close history-file
               move 12 to return-code
               goback
           end-if

           move 'N' to ws-eof-switch
           perform until ws-eof
               read history-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       add 1 to ws-rows-read
                       perform digest-history-row
               end-read
           end-perform
           close history-file

           move ws-today (1:8) to ws-hl-date
           write report-line from ws-header-line
           move spaces to report-line
           write report-line
           write report-line from ws-column-line
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-step-count
               perform print-one-step
           end-perform

           move spaces to report-line
           write report-line
           move "HISTORY ROWS READ" to ws-total-label
           move ws-rows-read to ws-total-count
           write report-line from ws-total-line
           move "STEPS REPORTED" to ws-total-label
           move ws-step-count to ws-total-count
           write report-line from ws-total-line
           close history-report
           display "RUNHIST rows=" ws-rows-read
               " steps=" ws-step-count
           goback.

       digest-history-row.
           perform find-step
           if ws-hit > 0
               move rh-return-code of f-run-hist to
                   ws-rs-last-rc (ws-hit)
               move rh-run-date of f-run-hist to
                   ws-rs-last-date (ws-hit)
               if rh-overrun of f-run-hist = 'Y'
                   add 1 to ws-rs-overruns (ws-hit)
               end-if
               if rh-run-mode of f-run-hist = 'S'
                   add 1 to ws-rs-skips (ws-hit)
               else
                   add 1 to ws-rs-runs (ws-hit)
                   move rh-elapsed-secs of f-run-hist to
                       ws-rs-elapsed (ws-hit, ws-rs-next (ws-hit))
                   add 1 to ws-rs-next (ws-hit)
                   if ws-rs-next (ws-hit) > ws-ring-size
                       move 1 to ws-rs-next (ws-hit)
                   end-if
               end-if
           end-if.

       find-step.
           move 0 to ws-hit
           perform varying ws-k from 1 by 1
                   until ws-k > ws-step-count or ws-hit > 0
               if ws-rs-name (ws-k) = rh-step-name of f-run-hist
                   move ws-k to ws-hit
               end-if
           end-perform
           if ws-hit = 0
               if ws-step-count >= ws-step-max
                   display "RUNHIST step table full, not reported: "
                       rh-step-name of f-run-hist
               else
                   add 1 to ws-step-count
                   move ws-step-count to ws-hit
                   move rh-step-name of f-run-hist to
                       ws-rs-name (ws-hit)
                   move 0 to ws-rs-runs (ws-hit)
                   move 0 to ws-rs-skips (ws-hit)
                   move 0 to ws-rs-overruns (ws-hit)
                   move 1 to ws-rs-next (ws-hit)
               end-if
           end-if.

      *> the average is over every run still in the ring, the
      *> trend the last seven of them oldest first, and a last run
      *> half as long again as the average is flagged.
       print-one-step.
           move spaces to ws-st-trend-area
           move spaces to ws-st-flag
           move ws-rs-name (ws-sub) to ws-st-name
           move ws-rs-runs (ws-sub) to ws-st-runs
           move ws-rs-skips (ws-sub) to ws-st-skips
           move ws-rs-overruns (ws-sub) to ws-st-overruns
           move ws-rs-last-rc (ws-sub) to ws-st-rc
           move ws-rs-last-date (ws-sub) to ws-st-last-date
           move 0 to ws-average ws-last-elapsed ws-pct
           if ws-rs-runs (ws-sub) > ws-ring-size
               move ws-ring-size to ws-held
           else
               move ws-rs-runs (ws-sub) to ws-held
           end-if
           if ws-held > 0
               move 0 to ws-elapsed-total
               perform varying ws-k from 1 by 1 until ws-k > ws-held
                   perform locate-slot
                   add ws-rs-elapsed (ws-sub, ws-slot) to
                       ws-elapsed-total
               end-perform
               compute ws-average rounded =
                   ws-elapsed-total / ws-held
               move 1 to ws-k
               perform locate-slot
               move ws-rs-elapsed (ws-sub, ws-slot) to
                   ws-last-elapsed
               if ws-average > 0
                   compute ws-pct rounded =
                       ws-last-elapsed * 100 / ws-average
               end-if
               if ws-held > ws-trend-size
                   move ws-trend-size to ws-shown
               else
                   move ws-held to ws-shown
               end-if
               perform varying ws-k from ws-shown by -1
                       until ws-k < 1
                   perform locate-slot
                   move ws-rs-elapsed (ws-sub, ws-slot) to
                       ws-st-trend-secs (ws-shown - ws-k + 1)
               end-perform
               if ws-pct > 150
                   move "<<< SLOWING" to ws-st-flag
               end-if
           end-if
           move ws-average to ws-st-average
           move ws-last-elapsed to ws-st-last
           move ws-pct to ws-st-pct
           write report-line from ws-step-line.

      *> the slot of the ws-k'th most recent run of step ws-sub.
       locate-slot.
           compute ws-slot = ws-rs-next (ws-sub) - ws-k
           if ws-slot < 1
               add ws-ring-size to ws-slot
           end-if.

       end program RUNHIST.
