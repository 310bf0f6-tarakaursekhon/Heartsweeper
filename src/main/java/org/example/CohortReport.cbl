       program-id. COHORT.

       environment division.
       configuration section.

       file-control.
       select player-master assign "playmast.dat"
           organization is indexed
           access mode is sequential
           record key is p-key of f-player
           status is master-status.

       select suspect-file assign "suspect.dat"
           organization is indexed
           access mode is dynamic
           record key is sp-key of f-suspect
           status is suspect-status.

       select cohort-report assign "cohort.rpt"
           organization is line sequential
           status is report-status.

       select csv-file assign "cohort.csv"
           organization is line sequential
           status is csv-status.

       data division.
       fd player-master.
       01 f-player.
           copy PLAYREC.

       fd suspect-file.
       01 f-suspect.
           copy SUSPREC.

       fd cohort-report.
       01 report-line  pic x(132).

       fd csv-file.
       01 csv-line  pic x(132).

       working-storage section.
       01 master-status     pic 9(2).
       01 suspect-status     pic 9(2).
       01 report-status       pic 9(2).
       01 csv-status           pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-today-month-no      pic 9(6) comp.
       01 ws-eof-switch           pic x value 'N'.
           88 ws-eof value 'Y'.

       01 ws-history-request.
           copy HISTREQ.
       01 f-audit.
           copy SCOREREC.
       01 ws-suspects-open-switch  pic x value 'N'.
           88 ws-suspects-open value 'Y'.
       01 ws-held-switch            pic x value 'N'.
           88 ws-play-held value 'Y'.
       01 ws-plays-held              pic 9(7) value 0.
       01 ws-plays-read               pic 9(7) value 0.

      *> every registered player with the cohort row they count in
      *> and a flag per month of their life on the system: month 1
      *> is the calendar month they registered in, month 2 the
      *> next, and so on. a month is flagged by any accepted play
      *> in it - held or confirmed-bad plays do not count, the same
      *> as the rebuilds.
       01 ws-player-table.
           03 ws-pl-entry occurs 500.
               05 ws-pl-username      pic x(20).
               05 ws-pl-month-no      pic 9(6) comp.
               05 ws-pl-row           pic 9(4) comp.
               05 ws-pl-active        pic x(1) occurs 12.
       01 ws-player-count    pic 9(4) comp value 0.
       01 ws-player-max      pic 9(4) comp value 500.

      *> one row per registration month and team joined (spaces
      *> for none). dormant and banned are the players' standing
      *> on the master today - a DORMANT suspension SaveScores has
      *> since lifted leaves no trace there.
       01 ws-cohort-table.
           03 ws-ch-entry occurs 300.
               05 ws-ch-key.
                   07 ws-ch-month     pic 9(6).
                   07 ws-ch-team      pic x(8).
               05 ws-ch-month-no      pic 9(6) comp.
               05 ws-ch-registered    pic 9(5).
               05 ws-ch-active        pic 9(5) occurs 12.
               05 ws-ch-dormant       pic 9(5).
               05 ws-ch-banned        pic 9(5).
       01 ws-cohort-count    pic 9(4) comp value 0.
       01 ws-cohort-max      pic 9(4) comp value 300.
       01 ws-rows-printed    pic 9(4) comp value 0.

      *> the whole-cohort figures, summed over its team rows as
      *> they print.
       01 ws-cohort-total.
           03 ws-ct-month          pic 9(6).
           03 ws-ct-month-no       pic 9(6) comp.
           03 ws-ct-registered     pic 9(5).
           03 ws-ct-active         pic 9(5) occurs 12.
           03 ws-ct-dormant        pic 9(5).
           03 ws-ct-banned         pic 9(5).

       01 ws-sub             pic 9(4) comp value 0.
       01 ws-hit             pic 9(4) comp value 0.
       01 ws-mon             pic 9(2) comp value 0.
       01 ws-months-seen     pic 9(6) comp value 0.
       01 ws-offset          pic s9(6) comp value 0.
       01 ws-play-month-no   pic 9(6) comp value 0.
       01 ws-found-switch     pic x value 'N'.
           88 ws-found value 'Y'.
       01 ws-row-month.
           03 ws-row-year        pic 9(4).
           03 ws-row-mm          pic 9(2).
       01 ws-year-month.
           03 ws-ym-year         pic 9(4).
           03 ws-ym-mm           pic 9(2).
       01 ws-row-team          pic x(8).
       01 ws-players-skipped    pic 9(5) value 0.
       01 ws-pct                pic 9(3) value 0.
       01 ws-csv-team             pic x(8).

       01 ws-header-line.
         03 filler            pic x(32) value
             "REGISTRATION COHORT RETENTION   ".
         03 ws-hl-date         pic 9(8).
         03 filler              pic x(40) value
             "  PLAYERS ACTIVE BY MONTH, M1 = JOINED".

       01 ws-column-line.
         03 filler            pic x(24) value
             "COHORT  TEAM       REGD ".
         03 filler            pic x(36) value
             "   M1    M2    M3    M4    M5    M6 ".
         03 filler            pic x(36) value
             "   M7    M8    M9   M10   M11   M12 ".
         03 filler            pic x(14) value
             "   DORM BANNED".

       01 ws-row-line.
         03 ws-rl-month        pic x(7).
         03 filler              pic x(1) value spaces.
         03 ws-rl-team           pic x(8).
         03 filler                pic x(1) value spaces.
         03 ws-rl-registered       pic zzzzz9.
         03 filler                  pic x(1) value spaces.
         03 ws-rl-months.
             05 ws-rl-month-cell  occurs 12.
                 07 ws-rl-active      pic zzzzz9.
         03 filler                    pic x(1) value spaces.
         03 ws-rl-dormant              pic zzzzz9.
         03 filler                      pic x(1) value spaces.
         03 ws-rl-banned                 pic zzzzz9.

       01 ws-pct-line.
         03 filler            pic x(8) value spaces.
         03 filler             pic x(16) value "RETAINED %      ".
         03 ws-pc-months.
             05 ws-pc-month-cell  occurs 12.
                 07 filler            pic x(2).
                 07 ws-pc-pct         pic zz9.
                 07 ws-pc-sign        pic x(1).

       01 ws-total-line.
         03 filler            pic x(2) value spaces.
         03 ws-total-label     pic x(25).
         03 ws-total-count      pic zzzzzz9.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date
           move ws-today-date (1:6) to ws-year-month
           compute ws-today-month-no = ws-ym-year * 12 + ws-ym-mm

           perform load-players
           if ws-player-count = 0
               display "COHORT: no registered players to report"
           end-if
           perform open-suspect-file
           perform load-play-history
           if ws-suspects-open
               close suspect-file
           end-if
           perform count-active-months

           open output cohort-report
           if report-status not = "00"
               display "COHORT OPEN cohort.rpt FAILED status="
                   report-status
               move 12 to return-code
               goback
           end-if
           open output csv-file
           if csv-status not = "00"
               display "COHORT OPEN cohort.csv FAILED status="
                   csv-status
               close cohort-report
               move 12 to return-code
               goback
           end-if
           perform write-report
           close cohort-report
           close csv-file
           display "COHORT players=" ws-player-count
               " cohort rows=" ws-cohort-count
               " plays=" ws-plays-read
               " held=" ws-plays-held
           goback.

       load-players.
           open input player-master
           if master-status not = "00"
               display "COHORT: no playmast.dat (status="
                   master-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read player-master next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform load-one-player
                   end-read
               end-perform
               close player-master
           end-if.

       load-one-player.
           if ws-player-count >= ws-player-max
               add 1 to ws-players-skipped
               if ws-players-skipped = 1
                   display "COHORT: player table full, further"
                       " players not reported"
               end-if
           else
               move p-date-registered of f-player (1:6) to
                   ws-row-month
               move p-team-id of f-player to ws-row-team
               perform find-cohort-row
               if ws-hit > 0
                   add 1 to ws-player-count
                   move p-username of f-player to
                       ws-pl-username (ws-player-count)
                   move ws-ch-month-no (ws-hit) to
                       ws-pl-month-no (ws-player-count)
                   move ws-hit to ws-pl-row (ws-player-count)
                   perform varying ws-mon from 1 by 1
                           until ws-mon > 12
                       move 'N' to ws-pl-active (ws-player-count ws-mon)
                   end-perform
                   add 1 to ws-ch-registered (ws-hit)
                   if p-status of f-player = 'S'
                           and p-suspend-reason of f-player =
                               "DORMANT"
                       add 1 to ws-ch-dormant (ws-hit)
                   end-if
                   if p-status of f-player = 'B'
                       add 1 to ws-ch-banned (ws-hit)
                   end-if
               end-if
           end-if.

       find-cohort-row.
           move 0 to ws-hit
           move 'N' to ws-found-switch
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-cohort-count or ws-found
               if ws-ch-month (ws-sub) = ws-row-month
                       and ws-ch-team (ws-sub) = ws-row-team
                   set ws-found to true
                   move ws-sub to ws-hit
               end-if
           end-perform
           if ws-hit = 0
               if ws-cohort-count < ws-cohort-max
                   add 1 to ws-cohort-count
                   move ws-cohort-count to ws-hit
                   move ws-row-month to ws-ch-month (ws-hit)
                   move ws-row-team to ws-ch-team (ws-hit)
                   compute ws-ch-month-no (ws-hit) =
                       ws-row-year * 12 + ws-row-mm
                   move 0 to ws-ch-registered (ws-hit)
                   move 0 to ws-ch-dormant (ws-hit)
                   move 0 to ws-ch-banned (ws-hit)
                   perform varying ws-mon from 1 by 1
                           until ws-mon > 12
                       move 0 to ws-ch-active (ws-hit ws-mon)
                   end-perform
               else
                   add 1 to ws-players-skipped
                   display "COHORT: cohort table full, not reported: "
                       p-username of f-player
               end-if
           end-if.

      *> the whole audited history through the one reader every
      *> rebuild shares, live log included.
       load-play-history.
           move 'O' to hq-function of ws-history-request
           move spaces to hq-username of ws-history-request
           move space to hq-difficulty of ws-history-request
           move 'Y' to hq-live-log of ws-history-request
           call "PlayHistory" using ws-history-request f-audit
           move 'N' to hq-function of ws-history-request
           move space to hq-status of ws-history-request
           perform until hq-status of ws-history-request = 'E'
               call "PlayHistory" using ws-history-request f-audit
               evaluate hq-status of ws-history-request
                   when 'M'
                       display "COHORT: generation missing: "
                           function trim
                               (hq-generation of ws-history-request)
                   when space
                       add 1 to ws-plays-read
                       perform check-play-held
                       if not ws-play-held
                           perform flag-play-month
                       end-if
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request f-audit.

      *> no suspect file yet means nothing is held.
       open-suspect-file.
           open input suspect-file
           if suspect-status = "00"
               set ws-suspects-open to true
           end-if.

       check-play-held.
           move 'N' to ws-held-switch
           if ws-suspects-open
               move f-username of f-audit to sp-username of f-suspect
               move f-difficulty of f-audit to
                   sp-difficulty of f-suspect
               move f-date-played of f-audit to
                   sp-date-played of f-suspect
               move f-time-played of f-audit to
                   sp-time-played of f-suspect
               move f-session-id of f-audit to
                   sp-session-id of f-suspect
               read suspect-file
                   invalid key
                       continue
                   not invalid key
                       if sp-status of f-suspect not = 'C'
                           set ws-play-held to true
                           add 1 to ws-plays-held
                       end-if
               end-read
           end-if.

      *> a play before the registration date (a player converted
      *> from the old master with history behind them) or past
      *> month 12 falls outside the grid.
       flag-play-month.
           move 0 to ws-hit
           move 'N' to ws-found-switch
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-player-count or ws-found
               if ws-pl-username (ws-sub) = f-username of f-audit
                   set ws-found to true
                   move ws-sub to ws-hit
               end-if
           end-perform
           if ws-hit > 0
               move f-date-played of f-audit (1:6) to ws-year-month
               compute ws-play-month-no = ws-ym-year * 12 + ws-ym-mm
               compute ws-offset =
                   ws-play-month-no - ws-pl-month-no (ws-hit) + 1
               if ws-offset > 0 and ws-offset < 13
                   move 'Y' to ws-pl-active (ws-hit ws-offset)
               end-if
           end-if.

       count-active-months.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-player-count
               move ws-pl-row (ws-sub) to ws-hit
               perform varying ws-mon from 1 by 1 until ws-mon > 12
                   if ws-pl-active (ws-sub ws-mon) = 'Y'
                       add 1 to ws-ch-active (ws-hit ws-mon)
                   end-if
               end-perform
           end-perform.

      *> the rows come off the table in cohort then team order by
      *> repeated scans, the same pattern BADGEAWD writes its file
      *> with; a cohort's total and retention lines follow its last
      *> team row.
       write-report.
           move ws-today-date to ws-hl-date
           write report-line from ws-header-line
           move spaces to report-line
           write report-line
           write report-line from ws-column-line
           string "cohort_month,team,registered,"
                   "m1,m2,m3,m4,m5,m6,m7,m8,m9,m10,m11,m12,"
                   "dormant_suspended,banned"
                   delimited by size into csv-line
           write csv-line
           move 0 to ws-ct-month
           move 0 to ws-rows-printed
           perform until ws-rows-printed >= ws-cohort-count
               perform find-lowest-unprinted
               if ws-ch-month (ws-hit) not = ws-ct-month
                   if ws-ct-month not = 0
                       perform write-cohort-total
                   end-if
                   perform start-cohort-total
               end-if
               perform write-team-row
               move high-values to ws-ch-key (ws-hit)
               add 1 to ws-rows-printed
           end-perform
           if ws-ct-month not = 0
               perform write-cohort-total
           end-if
           move spaces to report-line
           write report-line
           move "PLAYERS REPORTED" to ws-total-label
           move ws-player-count to ws-total-count
           write report-line from ws-total-line
           move "PLAYERS NOT REPORTED" to ws-total-label
           move ws-players-skipped to ws-total-count
           write report-line from ws-total-line
           move "PLAYS READ" to ws-total-label
           move ws-plays-read to ws-total-count
           write report-line from ws-total-line
           move "PLAYS HELD, NOT COUNTED" to ws-total-label
           move ws-plays-held to ws-total-count
           write report-line from ws-total-line.

      *> key high-values marks a row already printed.
       find-lowest-unprinted.
           move 0 to ws-hit
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-cohort-count
               if ws-ch-key (ws-sub) not = high-values
                   if ws-hit = 0
                       move ws-sub to ws-hit
                   else
                       if ws-ch-key (ws-sub) < ws-ch-key (ws-hit)
                           move ws-sub to ws-hit
                       end-if
                   end-if
               end-if
           end-perform.

       start-cohort-total.
           move ws-ch-month (ws-hit) to ws-ct-month
           move ws-ch-month-no (ws-hit) to ws-ct-month-no
           move 0 to ws-ct-registered ws-ct-dormant ws-ct-banned
           perform varying ws-mon from 1 by 1 until ws-mon > 12
               move 0 to ws-ct-active (ws-mon)
           end-perform
           move spaces to report-line
           write report-line.

      *> months the cohort has not reached yet are left blank,
      *> not shown as nobody playing.
       write-team-row.
           compute ws-months-seen =
               ws-today-month-no - ws-ch-month-no (ws-hit) + 1
           add ws-ch-registered (ws-hit) to ws-ct-registered
           add ws-ch-dormant (ws-hit) to ws-ct-dormant
           add ws-ch-banned (ws-hit) to ws-ct-banned
           perform varying ws-mon from 1 by 1 until ws-mon > 12
               add ws-ch-active (ws-hit ws-mon) to
                   ws-ct-active (ws-mon)
           end-perform
           move spaces to ws-rl-month ws-rl-months
           string ws-ch-month (ws-hit) (1:4) "-"
                   ws-ch-month (ws-hit) (5:2)
                   delimited by size into ws-rl-month
           if ws-ch-team (ws-hit) = spaces
               move "NO TEAM" to ws-rl-team
           else
               move ws-ch-team (ws-hit) to ws-rl-team
           end-if
           move ws-ch-registered (ws-hit) to ws-rl-registered
           perform varying ws-mon from 1 by 1
                   until ws-mon > 12 or ws-mon > ws-months-seen
               move ws-ch-active (ws-hit ws-mon) to
                   ws-rl-active (ws-mon)
           end-perform
           move ws-ch-dormant (ws-hit) to ws-rl-dormant
           move ws-ch-banned (ws-hit) to ws-rl-banned
           write report-line from ws-row-line
           move ws-rl-team to ws-csv-team
           perform write-csv-row.

       write-cohort-total.
           compute ws-months-seen =
               ws-today-month-no - ws-ct-month-no + 1
           move spaces to ws-rl-months ws-pc-months
           move "ALL" to ws-rl-team
           move ws-ct-registered to ws-rl-registered
           perform varying ws-mon from 1 by 1
                   until ws-mon > 12 or ws-mon > ws-months-seen
               move ws-ct-active (ws-mon) to ws-rl-active (ws-mon)
               move 0 to ws-pct
               if ws-ct-registered > 0
                   compute ws-pct rounded =
                       ws-ct-active (ws-mon) * 100 / ws-ct-registered
               end-if
               move ws-pct to ws-pc-pct (ws-mon)
               move "%" to ws-pc-sign (ws-mon)
           end-perform
           move ws-ct-dormant to ws-rl-dormant
           move ws-ct-banned to ws-rl-banned
           write report-line from ws-row-line
           write report-line from ws-pct-line
           move "ALL" to ws-csv-team
           perform write-csv-row.

      *> the extract carries the same figures as the printed row
      *> in ws-row-line, months not yet reached left empty.
       write-csv-row.
           move spaces to csv-line
           string ws-rl-month delimited by size
                   "," delimited by size
                   function trim (ws-csv-team) delimited by size
                   "," delimited by size
                   function trim (ws-rl-registered) delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (1))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (2))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (3))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (4))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (5))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (6))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (7))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (8))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (9))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (10))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (11))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-active (12))
                       delimited by size
                   "," delimited by size
                   function trim (ws-rl-dormant) delimited by size
                   "," delimited by size
                   function trim (ws-rl-banned) delimited by size
                   into csv-line
           write csv-line.

       end program COHORT.
