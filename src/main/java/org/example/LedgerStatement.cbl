       program-id. LEDGSTMT.

       environment division.
       configuration section.

       file-control.
       select ledger-file assign "ledger.dat"
           organization is line sequential
           status is ledger-status.

       select sort-work assign "ledgwk.tmp".

       select balance-file assign "ledgbal.dat"
           organization is indexed
           access mode is dynamic
           record key is lb-key of f-balance
           status is balance-status.

       select statement-report assign "ledgstmt.rpt"
           organization is line sequential
           status is statement-status.

       select control-report assign "ledgctl.rpt"
           organization is line sequential
           status is control-status.

       data division.
       fd ledger-file.
       01 f-ledger.
           copy LEDGREC.

       sd sort-work.
       01 sd-posting.
           copy LEDGREC.

       fd balance-file.
       01 f-balance.
           copy LBALREC.

       fd statement-report.
       01 statement-line  pic x(132).

       fd control-report.
       01 control-line  pic x(100).

       working-storage section.
       01 ledger-status      pic 9(2).
       01 balance-status      pic 9(2).
       01 statement-status     pic 9(2).
       01 control-status        pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-balance-open-switch  pic x value 'N'.
           88 ws-balance-open value 'Y'.

      *> the statement month: PARM='yyyymm', or the month before
      *> this one when no PARM is given. only a closed month can
      *> be stated.
       01 ws-run-month          pic x(8) value spaces.
       01 ws-year-month.
           03 ws-ym-year         pic 9(4).
           03 ws-ym-mm           pic 9(2).
       01 ws-period-start        pic 9(8).
       01 ws-period-end           pic 9(8).
       01 ws-next-month-start      pic 9(8).

       01 ws-posting.
           copy LEDGREC.

      *> the player being stated, built up as their postings come
      *> back from the sort in posting order.
       01 ws-current-username   pic x(20) value spaces.
       01 ws-pl-opening          pic s9(9) value 0.
       01 ws-pl-balance           pic s9(9) value 0.
       01 ws-pl-later              pic s9(9) value 0.
       01 ws-pl-on-file             pic s9(9) value 0.
       01 ws-pl-started-switch       pic x value 'N'.
           88 ws-pl-started value 'Y'.

      *> postings in the month by ledger type; anything else is
      *> counted under OTHER so the totals still foot.
       01 ws-type-names.
           03 filler  pic x(8) value "CHAMPION".
           03 filler  pic x(8) value "BADGE".
           03 filler  pic x(8) value "CREDIT".
           03 filler  pic x(8) value "REDEEM".
           03 filler  pic x(8) value "DEBIT".
           03 filler  pic x(8) value "OTHER".
       01 ws-type-name-table redefines ws-type-names.
           03 ws-tn-name  pic x(8) occurs 6.
       01 ws-type-totals.
           03 ws-tt-entry occurs 6.
               05 ws-tt-credits     pic 9(11).
               05 ws-tt-debits      pic 9(11).
       01 ws-type-sub         pic 9(2) comp value 0.
       01 ws-type-hit          pic 9(2) comp value 0.

      *> the control: opening plus the month's credits less its
      *> debits must be the closing balance, and the closing
      *> balance plus everything posted since must be what
      *> LEDGPOST has left on the balance file.
       01 ws-ctl-opening        pic s9(11) value 0.
       01 ws-ctl-credits         pic 9(11) value 0.
       01 ws-ctl-debits           pic 9(11) value 0.
       01 ws-ctl-expected          pic s9(11) value 0.
       01 ws-ctl-closing            pic s9(11) value 0.
       01 ws-ctl-later               pic s9(11) value 0.
       01 ws-ctl-ledger-today         pic s9(11) value 0.
       01 ws-ctl-balance-file          pic s9(11) value 0.

       01 ws-postings-read     pic 9(7) value 0.
       01 ws-postings-period    pic 9(7) value 0.
       01 ws-bad-postings        pic 9(7) value 0.
       01 ws-players-seen         pic 9(7) value 0.
       01 ws-statements-printed    pic 9(7) value 0.
       01 ws-player-exceptions      pic 9(7) value 0.

       01 ws-statement-head.
         03 filler            pic x(18) value
             "POINTS STATEMENT  ".
         03 ws-sh-username     pic x(20).
         03 filler              pic x(9) value "  PERIOD ".
         03 ws-sh-start          pic 9(8).
         03 filler                pic x(4) value " TO ".
         03 ws-sh-end              pic 9(8).

       01 ws-statement-columns.
         03 filler            pic x(40) value
             "  DATE      POSTING NO  TYPE      REFERE".
         03 filler            pic x(40) value
             "NCE             DESCRIPTION             ".
         03 filler            pic x(48) value
             "                     CREDIT     DEBIT    BALANCE".

       01 ws-statement-detail.
         03 filler            pic x(2) value spaces.
         03 ws-sd-date         pic 9(8).
         03 filler              pic x(2) value spaces.
         03 ws-sd-posting-no     pic 9(9).
         03 filler                pic x(3) value spaces.
         03 ws-sd-type             pic x(8).
         03 filler                  pic x(2) value spaces.
         03 ws-sd-reference          pic x(20).
         03 filler                    pic x(2) value spaces.
         03 ws-sd-text                 pic x(40).
         03 filler                      pic x(2) value spaces.
         03 ws-sd-credit                 pic zzzzzzzz9.
         03 filler                        pic x(1) value spaces.
         03 ws-sd-debit                    pic zzzzzzzz9.
         03 filler                          pic x(1) value spaces.
         03 ws-sd-balance                    pic -zzzzzzzz9.

       01 ws-statement-total.
         03 filler            pic x(2) value spaces.
         03 ws-st-label        pic x(30).
         03 filler              pic x(86) value spaces.
         03 ws-st-amount         pic -zzzzzzzz9.

       01 ws-control-head.
         03 filler            pic x(27) value
             "LEDGER CONTROL      PERIOD ".
         03 ws-ch-start        pic 9(8).
         03 filler              pic x(4) value " TO ".
         03 ws-ch-end            pic 9(8).
         03 filler                pic x(6) value "  RUN ".
         03 ws-ch-run-date         pic 9(8).

       01 ws-control-amount.
         03 filler            pic x(2) value spaces.
         03 ws-ca-label        pic x(34).
         03 ws-ca-amount        pic -zzzzzzzzzz9.

       01 ws-control-type.
         03 filler            pic x(2) value spaces.
         03 ws-ct-type         pic x(8).
         03 filler              pic x(10) value " CREDITS  ".
         03 ws-ct-credits        pic zzzzzzzzzz9.
         03 filler                pic x(10) value "  DEBITS  ".
         03 ws-ct-debits           pic zzzzzzzzzz9.

       01 ws-control-count.
         03 filler            pic x(2) value spaces.
         03 ws-cc-label        pic x(34).
         03 ws-cc-count         pic zzzzzz9.

       01 ws-control-exception.
         03 filler            pic x(2) value spaces.
         03 filler             pic x(13) value "DISAGREES    ".
         03 ws-ce-username      pic x(20).
         03 filler               pic x(8) value " LEDGER ".
         03 ws-ce-ledger          pic -zzzzzzzz9.
         03 filler                 pic x(14) value " BALANCE FILE ".
         03 ws-ce-on-file           pic -zzzzzzzz9.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           accept ws-run-month from command-line
           perform set-statement-period
           if ws-period-start = 0
               move 12 to return-code
               goback
           end-if

           open output statement-report
           if statement-status not = "00"
               display "LEDGSTMT OPEN ledgstmt.rpt FAILED status="
                   statement-status
               move 12 to return-code
               goback
           end-if
           open output control-report
           if control-status not = "00"
               display "LEDGSTMT OPEN ledgctl.rpt FAILED status="
                   control-status
               close statement-report
               move 12 to return-code
               goback
           end-if
           move ws-period-start to ws-ch-start
           move ws-period-end to ws-ch-end
           move ws-today-date to ws-ch-run-date
           write control-line from ws-control-head
           move spaces to control-line
           write control-line

           open input balance-file
           if balance-status = "00"
               set ws-balance-open to true
           else
               display "LEDGSTMT: no ledgbal.dat (status="
                   balance-status "), every balance taken as zero"
           end-if

           perform varying ws-type-sub from 1 by 1
                   until ws-type-sub > 6
               move 0 to ws-tt-credits (ws-type-sub)
               move 0 to ws-tt-debits (ws-type-sub)
           end-perform

           sort sort-work
               on ascending key lg-username of sd-posting
               on ascending key lg-posting-no of sd-posting
               input procedure is release-ledger
               output procedure is state-sorted-postings

           perform total-balance-file
           if ws-balance-open
               close balance-file
           end-if
           perform write-control
           close control-report
           close statement-report
           display "LEDGSTMT period=" ws-period-start "-"
               ws-period-end " statements=" ws-statements-printed
               " exceptions=" ws-player-exceptions
           if ws-ctl-expected not = ws-ctl-closing
                   or ws-ctl-ledger-today not = ws-ctl-balance-file
                   or ws-player-exceptions > 0
                   or ws-bad-postings > 0
               move 8 to return-code
           end-if
           goback.

       set-statement-period.
           move 0 to ws-period-start
           if ws-run-month = spaces
               move ws-today-date (1:6) to ws-year-month
               if ws-ym-mm = 1
                   subtract 1 from ws-ym-year
                   move 12 to ws-ym-mm
               else
                   subtract 1 from ws-ym-mm
               end-if
           else
               if ws-run-month (1:6) not numeric
                       or ws-run-month (7:2) not = spaces
                   display "LEDGSTMT bad PARM, want yyyymm: "
                       ws-run-month
                   move 0 to ws-ym-mm
               else
                   move ws-run-month (1:6) to ws-year-month
               end-if
           end-if
           if ws-ym-mm < 1 or ws-ym-mm > 12
               display "LEDGSTMT bad statement month: " ws-run-month
           else
               compute ws-period-start =
                   ws-ym-year * 10000 + ws-ym-mm * 100 + 1
               if ws-ym-mm = 12
                   add 1 to ws-ym-year
                   move 1 to ws-ym-mm
               else
                   add 1 to ws-ym-mm
               end-if
               compute ws-next-month-start =
                   ws-ym-year * 10000 + ws-ym-mm * 100 + 1
               compute ws-period-end =
                   function date-of-integer
                       (function integer-of-date
                           (ws-next-month-start) - 1)
               if ws-period-end >= ws-today-date
                   display "LEDGSTMT month not closed yet: "
                       ws-period-start
                   move 0 to ws-period-start
               end-if
           end-if.

       release-ledger.
           open input ledger-file
           if ledger-status not = "00"
               display "LEDGSTMT: no ledger.dat (status="
                   ledger-status "), nothing posted yet"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read ledger-file
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-postings-read
                           release sd-posting from f-ledger
                   end-read
               end-perform
               close ledger-file
           end-if.

       state-sorted-postings.
           move 'N' to ws-eof-switch
           perform until ws-eof
               return sort-work into ws-posting
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if lg-username of ws-posting not =
                               ws-current-username
                           if ws-current-username not = spaces
                               perform finish-player
                           end-if
                           perform start-player
                       end-if
                       perform state-posting
               end-return
           end-perform
           if ws-current-username not = spaces
               perform finish-player
           end-if.

       start-player.
           move lg-username of ws-posting to ws-current-username
           move 0 to ws-pl-opening
           move 0 to ws-pl-balance
           move 0 to ws-pl-later
           move 'N' to ws-pl-started-switch
           add 1 to ws-players-seen.

      *> a posting before the month goes to the opening balance,
      *> one inside it onto the statement, one after it only
      *> toward the check against the balance file.
       state-posting.
           evaluate true
               when lg-dc of ws-posting not = 'C'
                       and lg-dc of ws-posting not = 'D'
                   display "LEDGSTMT bad posting "
                       lg-posting-no of ws-posting " dc="
                       lg-dc of ws-posting
                   add 1 to ws-bad-postings
               when lg-date-posted of ws-posting < ws-period-start
                   if lg-dc of ws-posting = 'C'
                       add lg-points of ws-posting to ws-pl-opening
                   else
                       subtract lg-points of ws-posting
                           from ws-pl-opening
                   end-if
                   move ws-pl-opening to ws-pl-balance
               when lg-date-posted of ws-posting > ws-period-end
                   if lg-dc of ws-posting = 'C'
                       add lg-points of ws-posting to ws-pl-later
                   else
                       subtract lg-points of ws-posting from ws-pl-later
                   end-if
               when other
                   perform state-period-posting
           end-evaluate.

       state-period-posting.
           if not ws-pl-started
               perform write-statement-head
           end-if
           add 1 to ws-postings-period
           move 6 to ws-type-hit
           perform varying ws-type-sub from 1 by 1
                   until ws-type-sub > 5 or ws-type-hit < 6
               if lg-type of ws-posting = ws-tn-name (ws-type-sub)
                   move ws-type-sub to ws-type-hit
               end-if
           end-perform
           move 0 to ws-sd-credit
           move 0 to ws-sd-debit
           if lg-dc of ws-posting = 'C'
               add lg-points of ws-posting to ws-pl-balance
               add lg-points of ws-posting to ws-ctl-credits
               add lg-points of ws-posting to
                   ws-tt-credits (ws-type-hit)
               move lg-points of ws-posting to ws-sd-credit
           else
               subtract lg-points of ws-posting from ws-pl-balance
               add lg-points of ws-posting to ws-ctl-debits
               add lg-points of ws-posting to
                   ws-tt-debits (ws-type-hit)
               move lg-points of ws-posting to ws-sd-debit
           end-if
           move lg-date-posted of ws-posting to ws-sd-date
           move lg-posting-no of ws-posting to ws-sd-posting-no
           move lg-type of ws-posting to ws-sd-type
           move lg-reference of ws-posting to ws-sd-reference
           move lg-text of ws-posting to ws-sd-text
           move ws-pl-balance to ws-sd-balance
           write statement-line from ws-statement-detail.

       write-statement-head.
           set ws-pl-started to true
           move ws-current-username to ws-sh-username
           move ws-period-start to ws-sh-start
           move ws-period-end to ws-sh-end
           write statement-line from ws-statement-head
           write statement-line from ws-statement-columns
           move "OPENING BALANCE" to ws-st-label
           move ws-pl-opening to ws-st-amount
           write statement-line from ws-statement-total.

      *> a player with points but nothing posted in the month still
      *> gets a statement showing the balance carried; a player
      *> with neither gets none.
       finish-player.
           if not ws-pl-started and ws-pl-opening not = 0
               perform write-statement-head
               move spaces to statement-line
               move "  NO POSTINGS THIS PERIOD" to statement-line
               write statement-line
           end-if
           if ws-pl-started
               move "CLOSING BALANCE" to ws-st-label
               move ws-pl-balance to ws-st-amount
               write statement-line from ws-statement-total
               move spaces to statement-line
               write statement-line
               add 1 to ws-statements-printed
           end-if
           add ws-pl-opening to ws-ctl-opening
           add ws-pl-balance to ws-ctl-closing
           add ws-pl-later to ws-ctl-later
           perform check-player-balance.

       check-player-balance.
           move 0 to ws-pl-on-file
           if ws-balance-open
               move ws-current-username to lb-username of f-balance
               read balance-file
                   invalid key
                       continue
                   not invalid key
                       move lb-balance of f-balance to ws-pl-on-file
               end-read
           end-if
           if ws-pl-balance + ws-pl-later not = ws-pl-on-file
               add 1 to ws-player-exceptions
               move ws-current-username to ws-ce-username
               compute ws-ce-ledger = ws-pl-balance + ws-pl-later
               move ws-pl-on-file to ws-ce-on-file
               write control-line from ws-control-exception
           end-if.

       total-balance-file.
           move 0 to ws-ctl-balance-file
           if ws-balance-open
               move low-values to lb-key of f-balance
               start balance-file key not less than lb-key of f-balance
                   invalid key
                       move 'Y' to ws-eof-switch
                   not invalid key
                       move 'N' to ws-eof-switch
               end-start
               perform until ws-eof
                   read balance-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add lb-balance of f-balance to
                               ws-ctl-balance-file
                   end-read
               end-perform
           end-if.

       write-control.
           if ws-player-exceptions > 0
               move spaces to control-line
               write control-line
           end-if
           move "OPENING BALANCE" to ws-ca-label
           move ws-ctl-opening to ws-ca-amount
           write control-line from ws-control-amount
           move spaces to control-line
           write control-line
           perform varying ws-type-sub from 1 by 1
                   until ws-type-sub > 6
               move ws-tn-name (ws-type-sub) to ws-ct-type
               move ws-tt-credits (ws-type-sub) to ws-ct-credits
               move ws-tt-debits (ws-type-sub) to ws-ct-debits
               write control-line from ws-control-type
           end-perform
           move spaces to control-line
           write control-line
           move "PLUS CREDITS POSTED" to ws-ca-label
           move ws-ctl-credits to ws-ca-amount
           write control-line from ws-control-amount
           move "LESS DEBITS POSTED" to ws-ca-label
           move ws-ctl-debits to ws-ca-amount
           write control-line from ws-control-amount
           compute ws-ctl-expected =
               ws-ctl-opening + ws-ctl-credits - ws-ctl-debits
           move "OPENING PLUS POSTINGS" to ws-ca-label
           move ws-ctl-expected to ws-ca-amount
           write control-line from ws-control-amount
           move "CLOSING BALANCE (PLAYER TOTAL)" to ws-ca-label
           move ws-ctl-closing to ws-ca-amount
           write control-line from ws-control-amount
           if ws-ctl-expected = ws-ctl-closing
               write control-line from "  PERIOD IN BALANCE"
           else
               write control-line from "  PERIOD OUT OF BALANCE"
           end-if
           move spaces to control-line
           write control-line
           move "NET POSTED SINCE PERIOD END" to ws-ca-label
           move ws-ctl-later to ws-ca-amount
           write control-line from ws-control-amount
           compute ws-ctl-ledger-today = ws-ctl-closing + ws-ctl-later
           move "LEDGER BALANCE TODAY" to ws-ca-label
           move ws-ctl-ledger-today to ws-ca-amount
           write control-line from ws-control-amount
           move "BALANCE FILE TOTAL" to ws-ca-label
           move ws-ctl-balance-file to ws-ca-amount
           write control-line from ws-control-amount
           if ws-ctl-ledger-today = ws-ctl-balance-file
               write control-line from "  BALANCE FILE AGREES"
           else
               write control-line from "  BALANCE FILE DISAGREES"
           end-if
           move spaces to control-line
           write control-line
           move "POSTINGS READ" to ws-cc-label
           move ws-postings-read to ws-cc-count
           write control-line from ws-control-count
           move "POSTINGS IN PERIOD" to ws-cc-label
           move ws-postings-period to ws-cc-count
           write control-line from ws-control-count
           move "POSTINGS WITH BAD D/C" to ws-cc-label
           move ws-bad-postings to ws-cc-count
           write control-line from ws-control-count
           move "PLAYERS ON LEDGER" to ws-cc-label
           move ws-players-seen to ws-cc-count
           write control-line from ws-control-count
           move "STATEMENTS PRINTED" to ws-cc-label
           move ws-statements-printed to ws-cc-count
           write control-line from ws-control-count
           move "PLAYERS DISAGREEING" to ws-cc-label
           move ws-player-exceptions to ws-cc-count
           write control-line from ws-control-count.

       end program LEDGSTMT.
