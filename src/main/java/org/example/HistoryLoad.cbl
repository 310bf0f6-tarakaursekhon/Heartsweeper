       program-id. PLAYHIST.

       environment division.
       configuration section.

       file-control.
       select history-file assign "playhist.dat"
           organization is indexed
           access mode is dynamic
           record key is h-key of f-history
           status is history-status.

       select history-control assign "playhctl.dat"
           organization is indexed
           access mode is dynamic
           record key is hc-key of f-hist-ctl
           status is hctl-status.

       select gens-file assign "scoreaud.gens"
           organization is line sequential
           status is gens-status.

       select generation-file assign using ws-gen-filename
           organization is line sequential
           status is generation-status.

       select history-report assign "playhist.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd history-file.
       01 f-history.
           copy HISTREC.

       fd history-control.
       01 f-hist-ctl.
           copy HCTLREC.

       fd gens-file.
       01 gens-rec  pic x(30).

       fd generation-file.
       01 f-gen-audit.
           copy SCOREREC.

       fd history-report.
       01 report-line  pic x(100).

       working-storage section.
       01 history-status     pic 9(2).
       01 hctl-status         pic 9(2).
       01 gens-status          pic 9(2).
       01 generation-status     pic 9(2).
       01 report-status          pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-gen-filename        pic x(30).
       01 ws-eof-switch           pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-gens-eof-switch       pic x value 'N'.
           88 ws-gens-eof value 'Y'.

      *> every generation on the control file, in key order as
      *> read, with the history rows actually found for it - the
      *> order is what lets find-generation halve its way in
      *> rather than walk thousands of names per history row.
       01 ws-gen-table.
           03 ws-gt-entry occurs 5000.
               05 ws-gt-name          pic x(30).
               05 ws-gt-ctl-records   pic 9(7).
               05 ws-gt-ctl-covered   pic s9(11).
               05 ws-gt-rows          pic 9(7).
               05 ws-gt-covered       pic s9(11).
       01 ws-gen-count       pic 9(4) comp value 0.
       01 ws-gen-max         pic 9(4) comp value 5000.
       01 ws-low             pic 9(4) comp value 0.
       01 ws-high            pic 9(4) comp value 0.
       01 ws-mid             pic 9(4) comp value 0.
       01 ws-find-name       pic x(30).

      *> history rows naming a generation with no control row: a
      *> load that died before its control row was written (the
      *> generation is still listed and is reloaded clean), or a
      *> generation taken off scoreaud.gens by hand.
       01 ws-orphan-table.
           03 ws-or-entry occurs 50.
               05 ws-or-name          pic x(30).
               05 ws-or-rows          pic 9(7).
               05 ws-or-covered       pic s9(11).
               05 ws-or-reloaded      pic x(1).
       01 ws-orphan-count    pic 9(4) comp value 0.
       01 ws-orphan-max      pic 9(4) comp value 50.

      *> generations loaded this run - a name listed twice in
      *> scoreaud.gens is loaded once.
       01 ws-new-table.
           03 ws-nw-name  pic x(30) occurs 100.
       01 ws-new-count       pic 9(4) comp value 0.
       01 ws-new-max         pic 9(4) comp value 100.

      *> orphan keys are collected before deleting, in batches -
      *> deleting under a read-next walk is asking for trouble.
       01 ws-purge-key-table.
           03 ws-pk-key  pic x(47) occurs 500.
       01 ws-purge-key-count  pic 9(4) comp value 0.
       01 ws-purge-key-max    pic 9(4) comp value 500.
       01 ws-purge-name        pic x(30).
       01 ws-key-sub           pic 9(4) comp value 0.
       01 ws-purged-before     pic 9(7) value 0.

       01 ws-sub             pic 9(4) comp value 0.
       01 ws-hit             pic 9(4) comp value 0.
       01 ws-found-switch     pic x value 'N'.
           88 ws-found value 'Y'.
       01 ws-written-switch    pic x value 'N'.
           88 ws-row-written value 'Y'.
       01 ws-write-failed-switch  pic x value 'N'.
           88 ws-write-failed value 'Y'.

       01 ws-src-records       pic 9(7) value 0.
       01 ws-src-covered        pic s9(11) value 0.
       01 ws-rows-written        pic 9(7) value 0.
       01 ws-history-rows         pic 9(9) value 0.
       01 ws-gens-loaded           pic 9(5) value 0.
       01 ws-rows-loaded            pic 9(9) value 0.
       01 ws-rows-purged             pic 9(7) value 0.
       01 ws-exception-count          pic 9(5) value 0.

       01 ws-column-line.
         03 filler  pic x(32) value "  GENERATION".
         03 filler  pic x(16) value "    CONTROL ROWS".
         03 filler  pic x(16) value "    HISTORY ROWS".
         03 filler  pic x(24) value "  REASON".

       01 ws-exception-line.
         03 filler            pic x(2) value spaces.
         03 ws-ex-name         pic x(30).
         03 filler              pic x(2) value spaces.
         03 ws-ex-ctl-rows       pic z(13)9.
         03 filler                pic x(2) value spaces.
         03 ws-ex-hist-rows        pic z(13)9.
         03 filler                  pic x(2) value spaces.
         03 ws-ex-reason             pic x(24).

       01 ws-loaded-line.
         03 filler            pic x(2) value spaces.
         03 ws-ld-name         pic x(30).
         03 filler              pic x(7) value "  ROWS ".
         03 ws-ld-rows           pic zzzzzz9.
         03 filler                pic x(10) value "  COVERED ".
         03 ws-ld-covered          pic z(10)9-.

       01 ws-total-line.
         03 ws-total-label    pic x(25).
         03 ws-total-count     pic z(8)9.

       01 ws-header-line.
         03 filler            pic x(36) value
             "PLAYHIST PLAY-HISTORY LOAD/CONTROL  ".
         03 ws-header-date     pic 9(8).

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           perform open-history-files
           perform open-report

           perform load-control-table
           perform scan-history
           write report-line from "CONTROL EXCEPTIONS"
           write report-line from ws-column-line
           perform verify-controls

           move spaces to report-line
           write report-line
           write report-line from "GENERATIONS LOADED"
           perform load-new-generations
           perform report-stray-orphans

           perform write-summary
           close history-report
           close history-control
           close history-file
           display "PLAYHIST generations loaded=" ws-gens-loaded
               " rows loaded=" ws-rows-loaded
               " exceptions=" ws-exception-count
           if ws-exception-count > 0
               move 8 to return-code
           end-if
           goback.

       open-history-files.
           open i-o history-file
           if history-status = "35"
               open output history-file
               close history-file
               open i-o history-file
           end-if
           if history-status not = "00"
               display "PLAYHIST OPEN history-file FAILED status="
                   history-status
               move 12 to return-code
               goback
           end-if
           open i-o history-control
           if hctl-status = "35"
               open output history-control
               close history-control
               open i-o history-control
           end-if
           if hctl-status not = "00"
               display "PLAYHIST OPEN history-control FAILED status="
                   hctl-status
               close history-file
               move 12 to return-code
               goback
           end-if.

       open-report.
           open output history-report
           if report-status not = "00"
               display "PLAYHIST OPEN history-report FAILED status="
                   report-status
               close history-control
               close history-file
               move 12 to return-code
               goback
           end-if
           move ws-today-date to ws-header-date
           write report-line from ws-header-line
           move spaces to report-line
           write report-line.

       load-control-table.
           move low-values to hc-key of f-hist-ctl
           start history-control key not less than hc-key of f-hist-ctl
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read history-control next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       perform add-control-entry
               end-read
           end-perform.

       add-control-entry.
           if ws-gen-count < ws-gen-max
               add 1 to ws-gen-count
               move hc-generation of f-hist-ctl to
                   ws-gt-name (ws-gen-count)
               move hc-records of f-hist-ctl to
                   ws-gt-ctl-records (ws-gen-count)
               move hc-covered-total of f-hist-ctl to
                   ws-gt-ctl-covered (ws-gen-count)
               move 0 to ws-gt-rows (ws-gen-count)
               move 0 to ws-gt-covered (ws-gen-count)
           else
               move hc-generation of f-hist-ctl to ws-ex-name
               move hc-records of f-hist-ctl to ws-ex-ctl-rows
               move 0 to ws-ex-hist-rows
               move "CONTROL TABLE FULL" to ws-ex-reason
               perform write-exception
           end-if.

      *> the whole history in one sequential pass, each row's
      *> count and covered set against its generation.
       scan-history.
           move low-values to h-key of f-history
           start history-file key not less than h-key of f-history
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read history-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       add 1 to ws-history-rows
                       perform tally-history-row
               end-read
           end-perform.

       tally-history-row.
           move h-generation of f-history to ws-find-name
           perform find-generation
           if ws-hit > 0
               add 1 to ws-gt-rows (ws-hit)
               add h-covered of f-history to ws-gt-covered (ws-hit)
           else
               perform tally-orphan-row
           end-if.

       find-generation.
           move 0 to ws-hit
           move 1 to ws-low
           move ws-gen-count to ws-high
           perform until ws-low > ws-high or ws-hit > 0
               compute ws-mid = (ws-low + ws-high) / 2
               evaluate true
                   when ws-gt-name (ws-mid) = ws-find-name
                       move ws-mid to ws-hit
                   when ws-gt-name (ws-mid) < ws-find-name
                       compute ws-low = ws-mid + 1
                   when other
                       compute ws-high = ws-mid - 1
               end-evaluate
           end-perform.

       tally-orphan-row.
           move 'N' to ws-found-switch
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-orphan-count or ws-found
               if ws-or-name (ws-sub) = h-generation of f-history
                   set ws-found to true
                   add 1 to ws-or-rows (ws-sub)
                   add h-covered of f-history to ws-or-covered (ws-sub)
               end-if
           end-perform
           if not ws-found and ws-orphan-count < ws-orphan-max
               add 1 to ws-orphan-count
               move h-generation of f-history to
                   ws-or-name (ws-orphan-count)
               move 1 to ws-or-rows (ws-orphan-count)
               move h-covered of f-history to
                   ws-or-covered (ws-orphan-count)
               move 'N' to ws-or-reloaded (ws-orphan-count)
           end-if.

      *> a generation's rows must add up to exactly what was read
      *> from it, in number and in covered - anything else means
      *> rows lost, doubled or changed since the load, and no
      *> rebuild downstream should trust the history tonight.
       verify-controls.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-gen-count
               if ws-gt-rows (ws-sub) not = ws-gt-ctl-records (ws-sub)
                       or ws-gt-covered (ws-sub) not =
                           ws-gt-ctl-covered (ws-sub)
                   move ws-gt-name (ws-sub) to ws-ex-name
                   move ws-gt-ctl-records (ws-sub) to ws-ex-ctl-rows
                   move ws-gt-rows (ws-sub) to ws-ex-hist-rows
                   if ws-gt-rows (ws-sub) not =
                           ws-gt-ctl-records (ws-sub)
                       move "ROW COUNT MISMATCH" to ws-ex-reason
                   else
                       move "COVERED TOTAL MISMATCH" to ws-ex-reason
                   end-if
                   perform write-exception
               end-if
           end-perform.

       write-exception.
           write report-line from ws-exception-line
           add 1 to ws-exception-count.

      *> every generation PLAYRPT or IMPSCOR has listed and this
      *> job has not yet loaded. one that cannot be read is an
      *> exception, not a skip - left out, it would be silently
      *> missing from every rebuild from now on.
       load-new-generations.
           open input gens-file
           if gens-status not = "00"
               display "PLAYHIST: no scoreaud.gens (status="
                   gens-status "), nothing to load"
           else
               move 'N' to ws-gens-eof-switch
               perform until ws-gens-eof
                   read gens-file
                       at end
                           move 'Y' to ws-gens-eof-switch
                       not at end
                           if gens-rec not = spaces
                               move gens-rec to ws-gen-filename
                               perform consider-generation
                           end-if
                   end-read
               end-perform
               close gens-file
           end-if.

       consider-generation.
           move ws-gen-filename to ws-find-name
           perform find-generation
           if ws-hit = 0
               move 'N' to ws-found-switch
               perform varying ws-sub from 1 by 1
                       until ws-sub > ws-new-count or ws-found
                   if ws-nw-name (ws-sub) = ws-gen-filename
                       set ws-found to true
                   end-if
               end-perform
               if not ws-found
                   perform purge-partial-load
                   perform load-one-generation
               end-if
           end-if.

      *> rows a failed earlier load left behind go before the
      *> generation is loaded again, so nothing is doubled.
       purge-partial-load.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-orphan-count
               if ws-or-name (ws-sub) = ws-gen-filename
                   move 'Y' to ws-or-reloaded (ws-sub)
                   move ws-gen-filename to ws-purge-name
                   move ws-purge-key-max to ws-purge-key-count
                   perform until ws-purge-key-count < ws-purge-key-max
                       perform collect-purge-keys
                       perform delete-purge-keys
                   end-perform
               end-if
           end-perform.

       collect-purge-keys.
           move 0 to ws-purge-key-count
           move low-values to h-key of f-history
           start history-file key not less than h-key of f-history
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read history-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if h-generation of f-history = ws-purge-name
                           add 1 to ws-purge-key-count
                           move h-key of f-history to
                               ws-pk-key (ws-purge-key-count)
                           if ws-purge-key-count >= ws-purge-key-max
                               move 'Y' to ws-eof-switch
                           end-if
                       end-if
               end-read
           end-perform.

       delete-purge-keys.
           move ws-rows-purged to ws-purged-before
           perform varying ws-key-sub from 1 by 1
                   until ws-key-sub > ws-purge-key-count
               move ws-pk-key (ws-key-sub) to h-key of f-history
               delete history-file
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-rows-purged
               end-delete
           end-perform
      *>     a batch that could not delete anything would only be
      *>     collected again.
           if ws-rows-purged = ws-purged-before
               move 0 to ws-purge-key-count
           end-if.

       load-one-generation.
           open input generation-file
           if generation-status not = "00"
               move ws-gen-filename to ws-ex-name
               move 0 to ws-ex-ctl-rows
               move 0 to ws-ex-hist-rows
               move "GENERATION UNREADABLE" to ws-ex-reason
               perform write-exception
           else
               move 0 to ws-src-records
               move 0 to ws-src-covered
               move 0 to ws-rows-written
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read generation-file
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           if f-gen-audit not = spaces
                               add 1 to ws-src-records
                               add f-covered of f-gen-audit to
                                   ws-src-covered
                               perform load-one-play
                           end-if
                   end-read
               end-perform
               close generation-file
               perform record-generation-control
           end-if.

       load-one-play.
           move f-username of f-gen-audit to h-username of f-history
           move f-difficulty of f-gen-audit to
               h-difficulty of f-history
           move f-date-played of f-gen-audit to
               h-date-played of f-history
           move f-time-played of f-gen-audit to
               h-time-played of f-history
           move f-session-id of f-gen-audit to
               h-session-id of f-history
           move 0 to h-dup-seq of f-history
           move f-covered of f-gen-audit to h-covered of f-history
           move f-board-width of f-gen-audit to
               h-board-width of f-history
           move f-board-height of f-gen-audit to
               h-board-height of f-history
           move ws-gen-filename to h-generation of f-history
           move 'N' to ws-written-switch
           move 'N' to ws-write-failed-switch
           perform until ws-row-written or ws-write-failed
               write f-history
               evaluate true
                   when history-status = "00"
                       set ws-row-written to true
                   when history-status = "22"
                           and h-dup-seq of f-history < 99
                       add 1 to h-dup-seq of f-history
                   when other
                       set ws-write-failed to true
               end-evaluate
           end-perform
           if ws-row-written
               add 1 to ws-rows-written
           else
               display "PLAYHIST WRITE history FAILED status="
                   history-status " for "
                   f-username of f-gen-audit " "
                   function trim (ws-gen-filename)
           end-if.

      *> the control row carries what the generation itself held;
      *> a row that could not be written shows as a mismatch here
      *> tonight and on every run until it is put right.
       record-generation-control.
           move ws-gen-filename to hc-generation of f-hist-ctl
           move ws-src-records to hc-records of f-hist-ctl
           move ws-src-covered to hc-covered-total of f-hist-ctl
           move ws-today-date to hc-date-loaded of f-hist-ctl
           write f-hist-ctl
           if hctl-status not = "00"
               display "PLAYHIST WRITE control FAILED status="
                   hctl-status " for " function trim (ws-gen-filename)
               move ws-gen-filename to ws-ex-name
               move ws-src-records to ws-ex-ctl-rows
               move ws-rows-written to ws-ex-hist-rows
               move "CONTROL NOT WRITTEN" to ws-ex-reason
               perform write-exception
           end-if
           if ws-new-count < ws-new-max
               add 1 to ws-new-count
               move ws-gen-filename to ws-nw-name (ws-new-count)
           end-if
           add 1 to ws-gens-loaded
           add ws-rows-written to ws-rows-loaded
           move ws-gen-filename to ws-ld-name
           move ws-rows-written to ws-ld-rows
           move ws-src-covered to ws-ld-covered
           write report-line from ws-loaded-line
           if ws-rows-written not = ws-src-records
               move ws-gen-filename to ws-ex-name
               move ws-src-records to ws-ex-ctl-rows
               move ws-rows-written to ws-ex-hist-rows
               move "ROWS NOT LOADED" to ws-ex-reason
               perform write-exception
           end-if.

      *> orphan rows for a generation no longer listed are nobody's
      *> to reload - they are left for the operator, and stop the
      *> stream like any other control break.
       report-stray-orphans.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-orphan-count
               if ws-or-reloaded (ws-sub) = 'N'
                   move ws-or-name (ws-sub) to ws-ex-name
                   move 0 to ws-ex-ctl-rows
                   move ws-or-rows (ws-sub) to ws-ex-hist-rows
                   move "ROWS WITHOUT CONTROL" to ws-ex-reason
                   perform write-exception
               end-if
           end-perform.

       write-summary.
           move spaces to report-line
           write report-line
           move "GENERATIONS ON CONTROL" to ws-total-label
           move ws-gen-count to ws-total-count
           write report-line from ws-total-line
           move "HISTORY ROWS VERIFIED" to ws-total-label
           move ws-history-rows to ws-total-count
           write report-line from ws-total-line
           move "GENERATIONS LOADED" to ws-total-label
           move ws-gens-loaded to ws-total-count
           write report-line from ws-total-line
           move "ROWS LOADED" to ws-total-label
           move ws-rows-loaded to ws-total-count
           write report-line from ws-total-line
           move "PARTIAL-LOAD ROWS PURGED" to ws-total-label
           move ws-rows-purged to ws-total-count
           write report-line from ws-total-line
           move "CONTROL EXCEPTIONS" to ws-total-label
           move ws-exception-count to ws-total-count
           write report-line from ws-total-line.

       end program PLAYHIST.
