       program-id. PRACRPT.

       environment division.
       configuration section.

       file-control.
       select practice-log assign "practice.log"
           organization is line sequential
           status is practice-status.

       select player-master assign "playmast.dat"
           organization is indexed
           access mode is dynamic
           record key is p-key of f-player
           status is master-status.

       select practice-report assign "pracrpt.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd practice-log.
       01 practice-rec.
           copy PRACREC.

       fd player-master.
       01 f-player.
           copy PLAYREC.

       fd practice-report.
       01 report-line  pic x(80).

       working-storage section.
       01 practice-status    pic 9(2).
       01 master-status       pic 9(2).
       01 report-status        pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-week-start-date     pic 9(8).
       01 ws-eof-switch           pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-master-open-switch    pic x value 'N'.
           88 ws-master-open value 'Y'.
       01 ws-this-week-switch       pic x value 'N'.
           88 ws-this-week value 'Y'.

      *> per-difficulty volumes, slots following the
      *> rp-difficulty-codes positions; slot 9 takes plays on a
      *> code since dropped from the list.
       01 ws-volume-table.
           03 ws-vo-entry occurs 9.
               05 ws-vo-practice-week  pic 9(7).
               05 ws-vo-guest-week     pic 9(7).
               05 ws-vo-practice-all   pic 9(7).
               05 ws-vo-guest-all      pic 9(7).
       01 ws-diff-sub         pic 9(2) comp value 0.
       01 ws-diff-hit          pic 9(2) comp value 0.

      *> a session scores once, and every guest session has its
      *> own generated name, so each guest play is one guest. a
      *> guest counts as converted once that name is on the player
      *> master - the front end registers a guest who signs up
      *> under the name they played as.
       01 ws-guests-all        pic 9(7) value 0.
       01 ws-guests-week        pic 9(7) value 0.
       01 ws-converted-all       pic 9(7) value 0.
       01 ws-converted-week       pic 9(7) value 0.
       01 ws-rows-read            pic 9(7) value 0.
       01 ws-pct                  pic 9(3) value 0.

       01 ws-run-parms.
           copy RUNPARM.
       01 ws-parms-status      pic x.
           88 ws-parms-error value 'E'.

       01 ws-header-line.
         03 filler            pic x(32) value
             "PRACTICE AND GUEST PLAY         ".
         03 ws-hl-date         pic 9(8).
         03 filler              pic x(16) value
             "  WEEK FROM     ".
         03 ws-hl-week-start    pic 9(8).

       01 ws-column-line.
         03 filler            pic x(47) value
             "  DIFF   PRACTICE     GUEST  PRACTICE     GUEST".
       01 ws-column-line-2.
         03 filler            pic x(47) value
             "        THIS WEEK THIS WEEK  ALL TIME  ALL TIME".

       01 ws-volume-line.
         03 filler            pic x(2) value spaces.
         03 ws-vl-diff         pic x(5).
         03 filler              pic x(3) value spaces.
         03 ws-vl-practice-week  pic zzzzzz9.
         03 filler                pic x(3) value spaces.
         03 ws-vl-guest-week       pic zzzzzz9.
         03 filler                  pic x(3) value spaces.
         03 ws-vl-practice-all       pic zzzzzz9.
         03 filler                    pic x(3) value spaces.
         03 ws-vl-guest-all            pic zzzzzz9.

       01 ws-conversion-line.
         03 filler            pic x(2) value spaces.
         03 ws-cv-label        pic x(25).
         03 ws-cv-guests        pic zzzzzz9.
         03 filler               pic x(8) value " GUESTS ".
         03 ws-cv-converted       pic zzzzzz9.
         03 filler                 pic x(12) value " REGISTERED ".
         03 ws-cv-pct               pic zz9.
         03 filler                   pic x(1) value "%".

       01 ws-total-line.
         03 filler            pic x(2) value spaces.
         03 ws-total-label     pic x(25).
         03 ws-total-count      pic zzzzzz9.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           call "GetParms" using ws-run-parms ws-parms-status
           if ws-parms-error
               display "PRACRPT bad run parms - not run"
               move 12 to return-code
               goback
           end-if
           compute ws-week-start-date =
               function date-of-integer
                   (function integer-of-date (ws-today-date) - 6)
           perform varying ws-diff-sub from 1 by 1
                   until ws-diff-sub > 9
               move 0 to ws-vo-practice-week (ws-diff-sub)
               move 0 to ws-vo-guest-week (ws-diff-sub)
               move 0 to ws-vo-practice-all (ws-diff-sub)
               move 0 to ws-vo-guest-all (ws-diff-sub)
           end-perform

           open output practice-report
           if report-status not = "00"
               display "PRACRPT OPEN pracrpt.rpt FAILED status="
                   report-status
               move 12 to return-code
               goback
           end-if

           open input player-master
           if master-status = "00"
               set ws-master-open to true
           else
               display "PRACRPT: no playmast.dat (status="
                   master-status "), no guest has registered"
           end-if

           open input practice-log
           if practice-status not = "00"
               display "PRACRPT: no practice.log to report (status="
                   practice-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read practice-log
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-rows-read
                           perform count-practice-play
                   end-read
               end-perform
               close practice-log
           end-if
           if ws-master-open
               close player-master
           end-if

           perform write-report
           close practice-report
           display "PRACRPT plays=" ws-rows-read
               " guests=" ws-guests-all
               " registered=" ws-converted-all
           goback.

       count-practice-play.
           move 'N' to ws-this-week-switch
           if pr-date-played of practice-rec >= ws-week-start-date
                   and pr-date-played of practice-rec <=
                       ws-today-date
               set ws-this-week to true
           end-if
           move 9 to ws-diff-hit
           perform varying ws-diff-sub from 1 by 1
                   until ws-diff-sub > 8 or ws-diff-hit < 9
               if pr-difficulty of practice-rec not = space
                       and pr-difficulty of practice-rec =
                       rp-difficulty-codes of ws-run-parms
                           (ws-diff-sub:1)
                   move ws-diff-sub to ws-diff-hit
               end-if
           end-perform
           if pr-play-mode of practice-rec = 'G'
               add 1 to ws-vo-guest-all (ws-diff-hit)
               add 1 to ws-guests-all
               if ws-this-week
                   add 1 to ws-vo-guest-week (ws-diff-hit)
                   add 1 to ws-guests-week
               end-if
               perform check-guest-registered
           else
               add 1 to ws-vo-practice-all (ws-diff-hit)
               if ws-this-week
                   add 1 to ws-vo-practice-week (ws-diff-hit)
               end-if
           end-if.

       check-guest-registered.
           if ws-master-open
               move pr-username of practice-rec to
                   p-username of f-player
               read player-master
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-converted-all
                       if ws-this-week
                           add 1 to ws-converted-week
                       end-if
               end-read
           end-if.

       write-report.
           move ws-today-date to ws-hl-date
           move ws-week-start-date to ws-hl-week-start
           write report-line from ws-header-line
           move spaces to report-line
           write report-line
           write report-line from ws-column-line
           write report-line from ws-column-line-2
           perform varying ws-diff-sub from 1 by 1
                   until ws-diff-sub > 9
               if ws-vo-practice-all (ws-diff-sub) > 0
                       or ws-vo-guest-all (ws-diff-sub) > 0
                   perform write-volume-line
               end-if
           end-perform
           move spaces to report-line
           write report-line
           move "GUESTS THIS WEEK" to ws-cv-label
           move ws-guests-week to ws-cv-guests
           move ws-converted-week to ws-cv-converted
           move 0 to ws-pct
           if ws-guests-week > 0
               compute ws-pct rounded =
                   ws-converted-week * 100 / ws-guests-week
           end-if
           move ws-pct to ws-cv-pct
           write report-line from ws-conversion-line
           move "GUESTS ALL TIME" to ws-cv-label
           move ws-guests-all to ws-cv-guests
           move ws-converted-all to ws-cv-converted
           move 0 to ws-pct
           if ws-guests-all > 0
               compute ws-pct rounded =
                   ws-converted-all * 100 / ws-guests-all
           end-if
           move ws-pct to ws-cv-pct
           write report-line from ws-conversion-line
           move spaces to report-line
           write report-line
           move "PRACTICE LOG ROWS READ" to ws-total-label
           move ws-rows-read to ws-total-count
           write report-line from ws-total-line.

       write-volume-line.
           if ws-diff-sub > 8
               move "OTHER" to ws-vl-diff
           else
               move rp-difficulty-codes of ws-run-parms
                   (ws-diff-sub:1) to ws-vl-diff
           end-if
           move ws-vo-practice-week (ws-diff-sub) to
               ws-vl-practice-week
           move ws-vo-guest-week (ws-diff-sub) to ws-vl-guest-week
           move ws-vo-practice-all (ws-diff-sub) to
               ws-vl-practice-all
           move ws-vo-guest-all (ws-diff-sub) to ws-vl-guest-all
           write report-line from ws-volume-line.

       end program PRACRPT.
