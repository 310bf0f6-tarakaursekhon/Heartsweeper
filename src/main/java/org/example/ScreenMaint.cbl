       program-id. SCRNMNT.

       environment division.
       configuration section.

       file-control.
       select suspect-file assign "suspect.dat"
           organization is indexed
           access mode is dynamic
           record key is sp-key of f-suspect
           status is suspect-status.

       select maint-cards assign "suspect.trn"
           organization is line sequential
           status is cards-status.

       select user-scores assign "userscores.dat"
           organization is indexed
           access mode is dynamic
           record key is f-key of f-score
           status is file-status.

       select season-control assign "season.ctl"
           organization is line sequential
           status is control-status.

       select fix-report assign "scrnfix.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd suspect-file.
       01 f-suspect.
           copy SUSPREC.

      *> one card per reviewed play, quoting the key columns off
      *> the SCRNPLAY review report:
      *>   CLEAR    the play was genuine - it counts again from the
      *>            next PLAYSTAT, BADGEAWD and SKILLRAT run
      *>   CONFIRM  the play is bad - it stays out for good, and the
      *>            correction worksheet scrnfix.rpt carries the
      *>            SCORADJ card the desk keys if the play is the
      *>            player's standings best
      *> operator initials are mandatory on both.
       fd maint-cards.
       01 maint-card.
           03 card-action        pic x(10).
           03 card-operator       pic x(8).
           03 card-username        pic x(20).
           03 card-difficulty       pic x(1).
           03 card-date-played       pic x(8).
           03 card-time-played        pic x(8).
           03 card-session-id          pic x(8).

       fd user-scores.
       01 f-score.
           copy SCOREREC.

       fd season-control.
       01 control-rec.
           03 ctl-season-id     pic x(8).
           03 filler            pic x(1).
           03 ctl-end-date      pic 9(8).
           03 filler            pic x(1).
           03 ctl-start-date    pic 9(8).

       fd fix-report.
       01 report-line  pic x(90).

       working-storage section.
       01 suspect-status      pic 9(2).
       01 cards-status         pic 9(2).
       01 file-status           pic 9(2).
       01 control-status            pic 9(2).
       01 report-status              pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-cards-eof-switch     pic x value 'N'.
           88 ws-cards-eof value 'Y'.
       01 ws-history-request.
           copy HISTREQ.
       01 ws-cards-read        pic 9(5) value 0.
       01 ws-cards-applied      pic 9(5) value 0.
       01 ws-cards-rejected      pic 9(5) value 0.
       01 ws-new-status           pic x(1).

      *> plays on or before the season.ctl stamp belong to a
      *> closed season, the rule RECONCIL applies - the clean best
      *> a correction restores has to be one it will agree with.
       01 ws-season-start      pic 9(8) value 0.

      *> the confirmed play, and the best play left for the same
      *> username + difficulty once every held or confirmed-bad
      *> play is set aside.
       01 ws-bad-play.
           copy SUSPREC.
       01 ws-play.
           copy SCOREREC.
       01 ws-clean-found-switch  pic x value 'N'.
           88 ws-clean-found value 'Y'.
       01 ws-clean-covered       pic s9(3) value 0.
       01 ws-clean-session        pic x(8).
       01 ws-play-ok-switch        pic x value 'N'.
           88 ws-play-ok value 'Y'.
       01 ws-row-found-switch       pic x value 'N'.
           88 ws-row-found value 'Y'.

      *> SCORADJ's card, filled in ready to key.
       01 ws-adjust-card.
           03 ws-adj-action          pic x(8).
           03 ws-adj-operator        pic x(8).
           03 ws-adj-username        pic x(20).
           03 ws-adj-difficulty      pic x(1).
           03 ws-adj-new-covered     pic 9(3).
           03 filler                 pic x(1) value space.
           03 ws-adj-target          pic x(20).
           03 ws-adj-reason          pic x(20).

       01 ws-covered-out       pic ---9.
       01 ws-header-line.
         03 filler            pic x(40) value
             "SCRNMNT SCORADJ CORRECTION WORKSHEET    ".
         03 ws-header-date     pic 9(8).

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           open input maint-cards
           if cards-status not = "00"
               display "SCRNMNT: no suspect.trn to process (status="
                   cards-status ")"
               goback
           end-if

           open i-o suspect-file
           if suspect-status not = "00"
               display "SCRNMNT OPEN suspect-file FAILED status="
                   suspect-status
               close maint-cards
               move 12 to return-code
               goback
           end-if

           open output fix-report
           if report-status not = "00"
               display "SCRNMNT OPEN fix-report FAILED status="
                   report-status
               close maint-cards
               close suspect-file
               move 12 to return-code
               goback
           end-if
           move ws-today-date to ws-header-date
           write report-line from ws-header-line
           perform read-season-start

           move 'N' to ws-cards-eof-switch
           perform until ws-cards-eof
               read maint-cards
                   at end
                       move 'Y' to ws-cards-eof-switch
                   not at end
                       add 1 to ws-cards-read
                       perform apply-card
               end-read
           end-perform

           close fix-report
           close suspect-file
           close maint-cards
           display "SCRNMNT cards read=" ws-cards-read
               " applied=" ws-cards-applied
               " rejected=" ws-cards-rejected
           if ws-cards-rejected > 0
               move 4 to return-code
           end-if
           goback.

       read-season-start.
           open input season-control
           if control-status = "00"
               read season-control
                   at end
                       continue
                   not at end
                       if ctl-start-date numeric
                           move ctl-start-date to ws-season-start
                       end-if
               end-read
               close season-control
           end-if.

       apply-card.
           evaluate true
               when card-operator = spaces
                   display "SCRNMNT REJECTED no operator: " maint-card
                   add 1 to ws-cards-rejected
               when card-username = spaces
                       or card-date-played not numeric
                       or card-time-played not numeric
                   display "SCRNMNT REJECTED incomplete play key: "
                       maint-card
                   add 1 to ws-cards-rejected
               when card-action = "CLEAR"
                   move 'C' to ws-new-status
                   perform resolve-suspect
               when card-action = "CONFIRM"
                   move 'X' to ws-new-status
                   perform resolve-suspect
               when other
                   display "SCRNMNT REJECTED bad action: " maint-card
                   add 1 to ws-cards-rejected
           end-evaluate.

       resolve-suspect.
           move card-username to sp-username of f-suspect
           move card-difficulty to sp-difficulty of f-suspect
           move card-date-played to sp-date-played of f-suspect
           move card-time-played to sp-time-played of f-suspect
           move card-session-id to sp-session-id of f-suspect
           read suspect-file
               invalid key
                   display "SCRNMNT REJECTED no such suspect play: "
                       maint-card
                   add 1 to ws-cards-rejected
               not invalid key
                   if sp-status of f-suspect not = 'H'
                       display "SCRNMNT REJECTED play not held: "
                           maint-card
                       add 1 to ws-cards-rejected
                   else
                       perform apply-resolution
                   end-if
           end-read.

       apply-resolution.
           move ws-new-status to sp-status of f-suspect
           move ws-today-date to sp-date-resolved of f-suspect
           move card-operator to sp-operator of f-suspect
           rewrite f-suspect
           if suspect-status = "00"
               display "SCRNMNT " card-action " " card-username
                   " " card-difficulty " " card-session-id
               add 1 to ws-cards-applied
               if ws-new-status = 'X'
                   move f-suspect to ws-bad-play
                   perform write-correction
               end-if
           else
               display "SCRNMNT REWRITE FAILED status="
                   suspect-status " for " card-username
               add 1 to ws-cards-rejected
           end-if.

      *> ---- the correction worksheet -----------------------------
      *> a confirmed play only needs a SCORADJ card when it is the
      *> play the standings row still carries; the card restores
      *> the best clean play of the season, which is what RECONCIL
      *> will hold the row to once the bad play is set aside.
       write-correction.
           move spaces to report-line
           write report-line
           move sp-covered of ws-bad-play to ws-covered-out
           move spaces to report-line
           string "CONFIRMED BAD " sp-username of ws-bad-play
               " " sp-difficulty of ws-bad-play
               " " sp-date-played of ws-bad-play
               " " sp-time-played of ws-bad-play
               " " sp-session-id of ws-bad-play
               " COVERED " ws-covered-out
               delimited by size into report-line
           write report-line

           move sp-username of ws-bad-play to f-username of f-score
           move sp-difficulty of ws-bad-play to
               f-difficulty of f-score
           open input user-scores
           if file-status not = "00"
               display "SCRNMNT OPEN user-scores FAILED status="
                   file-status
               write report-line from
                   "  STANDINGS FILE NOT OPENED - CHECK BY HAND"
           else
               read user-scores
                   invalid key
                       move 'N' to ws-row-found-switch
                   not invalid key
                       move 'Y' to ws-row-found-switch
               end-read
               if ws-row-found
                   perform judge-standings-row
               else
                   write report-line from
                       "  NO STANDINGS ROW - NOTHING TO CORRECT"
               end-if
               close user-scores
           end-if.

       judge-standings-row.
           move f-covered of f-score to ws-covered-out
           move spaces to report-line
           string "  STANDINGS ROW COVERED " ws-covered-out
               " FROM SESSION " f-session-id of f-score
               delimited by size into report-line
           write report-line
           if f-session-id of f-score not =
                   sp-session-id of ws-bad-play
               write report-line from
                   "  STANDINGS BEST IS ANOTHER PLAY - NO CORRECTION"
           else
               perform find-clean-best
               perform write-adjust-card
           end-if.

       write-adjust-card.
           move "ADJUST" to ws-adj-action
           move card-operator to ws-adj-operator
           move sp-username of ws-bad-play to ws-adj-username
           move sp-difficulty of ws-bad-play to ws-adj-difficulty
           move spaces to ws-adj-target
           move "SCREEN CONFIRMED BAD" to ws-adj-reason
           if ws-clean-found
               move ws-clean-covered to ws-covered-out
               move ws-clean-covered to ws-adj-new-covered
               move spaces to report-line
               string "  CLEAN SEASON BEST " ws-covered-out
                   " FROM SESSION " ws-clean-session
                   delimited by size into report-line
               write report-line
           else
               move 0 to ws-adj-new-covered
               write report-line from
                   "  NO CLEAN PLAY THIS SEASON - ADJUST TO ZERO, OR"
               write report-line from
                   "  DELETE IF THIS IS THE ONLY ROW THE PLAYER HOLDS"
           end-if
           write report-line from "  SCORADJ CARD TO KEY:"
           move spaces to report-line
           move ws-adjust-card to report-line
           write report-line.

       find-clean-best.
           move 'N' to ws-clean-found-switch
           move 0 to ws-clean-covered
           move spaces to ws-clean-session
           perform load-play-history.

      *> only the one username+difficulty matters, so the play
      *> history is read by key.
       load-play-history.
           move 'O' to hq-function of ws-history-request
           move sp-username of ws-bad-play to
               hq-username of ws-history-request
           move sp-difficulty of ws-bad-play to
               hq-difficulty of ws-history-request
           move 'Y' to hq-live-log of ws-history-request
           call "PlayHistory" using ws-history-request ws-play
           move 'N' to hq-function of ws-history-request
           move space to hq-status of ws-history-request
           perform until hq-status of ws-history-request = 'E'
               call "PlayHistory" using ws-history-request ws-play
               evaluate hq-status of ws-history-request
                   when 'M'
                       display "SCRNMNT: generation missing: "
                           function trim
                               (hq-generation of ws-history-request)
                   when space
                       perform weigh-play
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request ws-play.

       weigh-play.
           if f-username of ws-play = sp-username of ws-bad-play
                   and f-difficulty of ws-play =
                       sp-difficulty of ws-bad-play
                   and f-date-played of ws-play > ws-season-start
               perform check-play-not-suspect
               if ws-play-ok
                   if not ws-clean-found
                           or f-covered of ws-play > ws-clean-covered
                       set ws-clean-found to true
                       move f-covered of ws-play to ws-clean-covered
                       move f-session-id of ws-play to
                           ws-clean-session
                   end-if
               end-if
           end-if.

      *> held plays are set aside too - the desk should not key a
      *> correction back up to a play that may yet be confirmed.
       check-play-not-suspect.
           set ws-play-ok to true
           move f-username of ws-play to sp-username of f-suspect
           move f-difficulty of ws-play to sp-difficulty of f-suspect
           move f-date-played of ws-play to
               sp-date-played of f-suspect
           move f-time-played of ws-play to
               sp-time-played of f-suspect
           move f-session-id of ws-play to sp-session-id of f-suspect
           read suspect-file
               invalid key
                   continue
               not invalid key
                   if sp-status of f-suspect not = 'C'
                       move 'N' to ws-play-ok-switch
                   end-if
           end-read.

       end program SCRNMNT.
