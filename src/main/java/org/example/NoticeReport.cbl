       program-id. NOTERPT.

       environment division.
       configuration section.

       file-control.
       select outbox-file assign "outbox.dat"
           organization is indexed
           access mode is sequential
           record key is n-key of f-notice
           status is outbox-status.

       select followup-report assign "noterpt.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd outbox-file.
       01 f-notice.
           copy NOTEREC.

       fd followup-report.
       01 report-line  pic x(100).

       working-storage section.
       01 outbox-status      pic 9(2).
       01 report-status       pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-today-int           pic 9(7) comp.
       01 ws-now-hours            pic 9(9) comp.
       01 ws-created-hours         pic 9(9) comp.
       01 ws-age-hours              pic 9(9) comp.
       01 ws-eof-switch             pic x value 'N'.
           88 ws-eof value 'Y'.

       01 ws-rows-read         pic 9(7) value 0.
       01 ws-delivered-count    pic 9(7) value 0.
       01 ws-waiting-count       pic 9(7) value 0.
       01 ws-overdue-count        pic 9(7) value 0.
       01 ws-failed-count          pic 9(7) value 0.

       01 ws-run-parms.
           copy RUNPARM.
       01 ws-parms-status      pic x.
           88 ws-parms-error value 'E'.

       01 ws-header-line.
         03 filler            pic x(32) value
             "UNDELIVERED NOTICES             ".
         03 ws-hl-date         pic 9(8).
         03 filler              pic x(28) value
             "  OLDER THAN FOLLOW-UP HOURS".
         03 ws-hl-hours          pic zzz9.

       01 ws-column-line.
         03 filler            pic x(40) value
             "PLAYER                TYPE      REFERENC".
         03 filler            pic x(40) value
             "E             NOTICE NO  CREATED   TIME ".
         03 filler            pic x(20) value
             " STATUS  AGE HRS    ".

       01 ws-detail-line.
         03 ws-dt-username     pic x(20).
         03 filler              pic x(2) value spaces.
         03 ws-dt-type           pic x(8).
         03 filler                pic x(2) value spaces.
         03 ws-dt-reference        pic x(20).
         03 filler                  pic x(2) value spaces.
         03 ws-dt-notice-no          pic 9(9).
         03 filler                    pic x(2) value spaces.
         03 ws-dt-date                 pic 9(8).
         03 filler                      pic x(2) value spaces.
         03 ws-dt-time                   pic x(4).
         03 filler                        pic x(4) value spaces.
         03 ws-dt-status                   pic x(1).
         03 filler                          pic x(3) value spaces.
         03 ws-dt-age                        pic zzzzzz9.

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
               display "NOTERPT bad run parms - not run"
               move 12 to return-code
               goback
           end-if
           compute ws-today-int =
               function integer-of-date (ws-today-date)
           compute ws-now-hours =
               ws-today-int * 24 + function numval (ws-today (9:2))

           open output followup-report
           if report-status not = "00"
               display "NOTERPT OPEN noterpt.rpt FAILED status="
                   report-status
               move 12 to return-code
               goback
           end-if
           move ws-today-date to ws-hl-date
           move rp-followup-hours of ws-run-parms to ws-hl-hours
           write report-line from ws-header-line
           move spaces to report-line
           write report-line
           write report-line from ws-column-line

           open input outbox-file
           if outbox-status not = "00"
               display "NOTERPT: no outbox.dat to report (status="
                   outbox-status ")"
               write report-line from "  NO OUTBOX ON FILE"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read outbox-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-rows-read
                           perform judge-notice
                   end-read
               end-perform
               close outbox-file
           end-if

           perform write-summary
           close followup-report
           display "NOTERPT notices=" ws-rows-read
               " overdue=" ws-overdue-count
           goback.

      *> a notice is overdue once it has sat undelivered for the
      *> follow-up hours, counted on the hour from when it was
      *> written. a failed notice is the consumers giving up, so
      *> it goes to the desk as soon as it is old enough too.
       judge-notice.
           if n-delivery-status of f-notice = 'D'
               add 1 to ws-delivered-count
           else
               if n-delivery-status of f-notice = 'F'
                   add 1 to ws-failed-count
               end-if
               compute ws-created-hours =
                   function integer-of-date
                       (n-date-created of f-notice) * 24
                   + function numval
                       (n-time-created of f-notice (1:2))
               compute ws-age-hours =
                   ws-now-hours - ws-created-hours
               if ws-age-hours < rp-followup-hours of ws-run-parms
                   add 1 to ws-waiting-count
               else
                   add 1 to ws-overdue-count
                   perform write-detail
               end-if
           end-if.

       write-detail.
           move n-username of f-notice to ws-dt-username
           move n-type of f-notice to ws-dt-type
           move n-reference of f-notice to ws-dt-reference
           move n-notice-no of f-notice to ws-dt-notice-no
           move n-date-created of f-notice to ws-dt-date
           move n-time-created of f-notice (1:4) to ws-dt-time
           move n-delivery-status of f-notice to ws-dt-status
           move ws-age-hours to ws-dt-age
           write report-line from ws-detail-line.

       write-summary.
           move spaces to report-line
           write report-line
           move "NOTICES ON OUTBOX" to ws-total-label
           move ws-rows-read to ws-total-count
           write report-line from ws-total-line
           move "DELIVERED" to ws-total-label
           move ws-delivered-count to ws-total-count
           write report-line from ws-total-line
           move "UNDELIVERED, IN TIME" to ws-total-label
           move ws-waiting-count to ws-total-count
           write report-line from ws-total-line
           move "OVERDUE FOR FOLLOW-UP" to ws-total-label
           move ws-overdue-count to ws-total-count
           write report-line from ws-total-line
           move "FAILED BY THE CONSUMERS" to ws-total-label
           move ws-failed-count to ws-total-count
           write report-line from ws-total-line.

       end program NOTERPT.
