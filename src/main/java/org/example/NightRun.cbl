           organization is line sequential
           status is checkpoint-status.

       select history-file assign "nighthst.dat"
           organization is line sequential
           status is history-status.

       data division.
       fd checkpoint-file.
      *> first record is the stream header - run date and RUNNING /
           03 filler            pic x(1).
           03 ck-stream-state   pic x(8).

       fd history-file.
       01 f-run-hist.
           copy RUNHREC.

       working-storage section.
       01 checkpoint-status   pic 9(2).
       01 history-status       pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.

      *> the nightly stream in running order, weekly steps flagged 'W'
      *> and only run when the scheduler submits with PARM='WEEKLY',
      *> each with the minutes it is allowed before it counts as an
      *> overrun. order matters: the archive purge first, then the
      *> activity roll, the play-history load of the generation it just
      *> rolled, the suspicious-play screen (so the rebuilds see
      *> tonight's holds), the rebuilds that read the play history, the
      *> follow-up list of player notices once tonight's dormancy and
      *> badge notices are on the outbox, the points ledger posting
      *> once tonight's badges are rebuilt, the tournament draw and
      *> results (which seed from tonight's ratings), the game-session
      *> sweep, the approval queue's decisions, expiries and pending
      *> report, the reconciliation gate, and the error monitor whose
      *> severity code the scheduler watches.
       01 ws-step-table.
           03 ws-step-entry occurs 21.
               05 ws-sp-name        pic x(8).
               05 ws-sp-weekly      pic x(1).
               05 ws-sp-done        pic x(1).
               05 ws-sp-rc          pic 9(2).
               05 ws-sp-allowed     pic 9(4).
       01 ws-step-values.
           03 filler  pic x(13) value "ARCHSCORN0030".
           03 filler  pic x(13) value "PLAYRPT N0020".
           03 filler  pic x(13) value "PLAYHISTN0030".
           03 filler  pic x(13) value "SCRNPLAYN0030".
           03 filler  pic x(13) value "PLAYSTATN0030".
           03 filler  pic x(13) value "DORMANT N0010".
           03 filler  pic x(13) value "BADGEAWDN0030".
           03 filler  pic x(13) value "NOTERPT N0005".
           03 filler  pic x(13) value "LEDGPOSTN0010".
           03 filler  pic x(13) value "SKILLRATN0030".
           03 filler  pic x(13) value "TOURSEEDN0010".
           03 filler  pic x(13) value "TOURRSLTN0010".
           03 filler  pic x(13) value "SESSWEEPN0010".
           03 filler  pic x(13) value "APPRMNT N0010".
           03 filler  pic x(13) value "RECONCILN0030".
           03 filler  pic x(13) value "ERRMON  N0005".
           03 filler  pic x(13) value "LBOARD  W0010".
           03 filler  pic x(13) value "TEAMRPT W0010".
           03 filler  pic x(13) value "TRENDRPTW0020".
           03 filler  pic x(13) value "RUNHIST W0005".
           03 filler  pic x(13) value "PRACRPT W0010".
       01 ws-step-init redefines ws-step-values.
           03 ws-si-entry occurs 21.
               05 ws-si-name        pic x(8).
               05 ws-si-weekly      pic x(1).
               05 ws-si-allowed     pic 9(4).
       01 ws-step-count      pic 9(2) comp value 21.

       01 ws-run-type          pic x(8) value spaces.
           88 ws-weekly-run value "WEEKLY".
       01 ws-steps-skipped         pic 9(2) value 0.
       01 ws-stream-state       pic x(8) value "RUNNING".

       01 ws-run-parms.
           copy RUNPARM.
       01 ws-parms-status      pic x.
           88 ws-parms-error value 'E'.
       01 ws-run-type-name      pic x(8).

      *> clock readings for the history rows - seconds are counted
      *> from the day number so a step running over midnight
      *> still times right.
       01 ws-clock.
           03 ws-clock-date      pic 9(8).
           03 ws-clock-hh         pic 9(2).
           03 ws-clock-mm          pic 9(2).
           03 ws-clock-ss           pic 9(2).
           03 filler                pic x(7).
       01 ws-clock-secs          pic 9(12) comp value 0.
       01 ws-stream-start-date    pic 9(8).
       01 ws-stream-start-time     pic 9(6).
       01 ws-stream-start-secs      pic 9(12) comp value 0.
       01 ws-step-start-date      pic 9(8).
       01 ws-step-start-time       pic 9(6).
       01 ws-step-start-secs        pic 9(12) comp value 0.
       01 ws-elapsed-secs           pic 9(6) value 0.
       01 ws-cutoff-date            pic 9(8).
       01 ws-overrun-switch     pic x value 'N'.
           88 ws-step-overran value 'Y'.
       01 ws-late-switch         pic x value 'N'.
           88 ws-window-late value 'Y'.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date
           accept ws-run-type from command-line
           if ws-weekly-run
               move "WEEKLY" to ws-run-type-name
           else
               move "NIGHTLY" to ws-run-type-name
           end-if
           call "GetParms" using ws-run-parms ws-parms-status
           if ws-parms-error
               display "NIGHTRUN bad run parms - window cutoff 0600"
                   " assumed"
               move 0600 to rp-window-cutoff of ws-run-parms
           end-if
           perform read-clock
           move ws-clock-date to ws-stream-start-date
           move ws-clock (9:6) to ws-stream-start-time
           move ws-clock-secs to ws-stream-start-secs

           perform init-step-table
           perform read-checkpoint
               move "COMPLETE" to ws-stream-state
           end-if
           perform write-checkpoint
           perform record-stream-history

           display "NIGHTRUN steps run=" ws-steps-run
               " skipped=" ws-steps-skipped
               " worst rc=" ws-worst-rc
           move ws-worst-rc to return-code
      *>     an overrun is rc 6 - past the warnings a step can
      *>     raise, short of the 8 that stops the stream - so the
      *>     scheduler can page on it apart from either.
           if (ws-step-overran or ws-window-late)
                   and ws-worst-rc < 6
               move 6 to return-code
           end-if
           goback.

       init-step-table.
               move ws-si-weekly (ws-sub) to ws-sp-weekly (ws-sub)
               move 'N' to ws-sp-done (ws-sub)
               move 0 to ws-sp-rc (ws-sub)
               move ws-si-allowed (ws-sub) to ws-sp-allowed (ws-sub)
           end-perform.

      *> a checkpoint from today means the last submission died
                       " already committed rc=" ws-sp-rc (ws-sub)
                       ", skipped"
                   add 1 to ws-steps-skipped
                   perform read-clock
                   move ws-clock-date to ws-step-start-date
                   move ws-clock (9:6) to ws-step-start-time
                   move 0 to ws-elapsed-secs
                   move ws-sp-rc (ws-sub) to ws-step-rc
                   move spaces to f-run-hist
                   move 'S' to rh-run-mode of f-run-hist
                   move 'N' to rh-overrun of f-run-hist
                   perform write-step-history
               when other
                   perform call-step
           end-evaluate.

       call-step.
           display "NIGHTRUN running " ws-sp-name (ws-sub)
           perform read-clock
           move ws-clock-date to ws-step-start-date
           move ws-clock (9:6) to ws-step-start-time
           move ws-clock-secs to ws-step-start-secs
           move 0 to return-code
           call ws-sp-name (ws-sub)
               on exception
           if ws-step-rc > ws-worst-rc
               move ws-step-rc to ws-worst-rc
           end-if
           perform time-step
      *>     rc 4 is a warning the stream can live with; 8 or
      *>     worse (RECONCIL mismatches, ERRMON paging, an abend)
      *>     stops the stream so nothing runs on bad inputs. the
               perform write-checkpoint
           end-if.

      *> the step's row goes on the history the moment it ends, so
      *> a stream that dies later still leaves it behind.
       time-step.
           perform read-clock
           compute ws-elapsed-secs =
               ws-clock-secs - ws-step-start-secs
           move spaces to f-run-hist
           if ws-restarting
               move 'R' to rh-run-mode of f-run-hist
           else
               move 'F' to rh-run-mode of f-run-hist
           end-if
           if ws-elapsed-secs > ws-sp-allowed (ws-sub) * 60
               set ws-step-overran to true
               move 'Y' to rh-overrun of f-run-hist
               display "NIGHTRUN " ws-sp-name (ws-sub)
                   " OVERRAN: " ws-elapsed-secs " secs, allowed "
                   ws-sp-allowed (ws-sub) " mins"
           else
               move 'N' to rh-overrun of f-run-hist
           end-if
           perform write-step-history.

      *> callers set the run mode and overrun flag; the clock has
      *> just been read for the end of the step.
       write-step-history.
           move ws-today-date to rh-run-date of f-run-hist
           move ws-run-type-name to rh-run-type of f-run-hist
           move ws-sp-name (ws-sub) to rh-step-name of f-run-hist
           move ws-step-start-date to rh-start-date of f-run-hist
           move ws-step-start-time to rh-start-time of f-run-hist
           move ws-clock-date to rh-end-date of f-run-hist
           move ws-clock (9:6) to rh-end-time of f-run-hist
           move ws-elapsed-secs to rh-elapsed-secs of f-run-hist
           move ws-sp-allowed (ws-sub) to
               rh-allowed-mins of f-run-hist
           move ws-step-rc to rh-return-code of f-run-hist
           perform append-history.

      *> the window is due done by WINDOW-CUTOFF on the morning
      *> after a start later in the day than the cutoff, or the
      *> same day for a start before it.
       record-stream-history.
           perform read-clock
           compute ws-elapsed-secs =
               ws-clock-secs - ws-stream-start-secs
           if ws-stream-start-time (1:4) <
                   rp-window-cutoff of ws-run-parms
               move ws-stream-start-date to ws-cutoff-date
           else
               compute ws-cutoff-date = function date-of-integer
                   (function integer-of-date (ws-stream-start-date)
                       + 1)
           end-if
           if ws-clock-date > ws-cutoff-date
                   or (ws-clock-date = ws-cutoff-date
                   and ws-clock (9:4) >
                       rp-window-cutoff of ws-run-parms)
               set ws-window-late to true
               display "NIGHTRUN WINDOW OVERRAN: ended "
                   ws-clock-date " " ws-clock (9:4) ", cutoff "
                   ws-cutoff-date " " rp-window-cutoff of ws-run-parms
           end-if
           move spaces to f-run-hist
           move ws-today-date to rh-run-date of f-run-hist
           move ws-run-type-name to rh-run-type of f-run-hist
           move "STREAM" to rh-step-name of f-run-hist
           if ws-restarting
               move 'R' to rh-run-mode of f-run-hist
           else
               move 'F' to rh-run-mode of f-run-hist
           end-if
           move ws-stream-start-date to rh-start-date of f-run-hist
           move ws-stream-start-time to rh-start-time of f-run-hist
           move ws-clock-date to rh-end-date of f-run-hist
           move ws-clock (9:6) to rh-end-time of f-run-hist
           move ws-elapsed-secs to rh-elapsed-secs of f-run-hist
           move 0 to rh-allowed-mins of f-run-hist
           move ws-worst-rc to rh-return-code of f-run-hist
           if ws-window-late
               move 'Y' to rh-overrun of f-run-hist
           else
               move 'N' to rh-overrun of f-run-hist
           end-if
           perform append-history.

       append-history.
           open extend history-file
           if history-status = "05" or history-status = "35"
               open output history-file
           end-if
           if history-status not = "00"
               display "NIGHTRUN OPEN nighthst.dat FAILED status="
                   history-status
           else
               write f-run-hist
               close history-file
           end-if.

       read-clock.
           move function current-date to ws-clock
           compute ws-clock-secs =
               function integer-of-date (ws-clock-date) * 86400
               + ws-clock-hh * 3600 + ws-clock-mm * 60 + ws-clock-ss.

       write-checkpoint.
           open output checkpoint-file
           if checkpoint-status not = "00"
