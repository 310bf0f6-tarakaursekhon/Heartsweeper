       program-id. APPRMNT.

       environment division.
       configuration section.

       file-control.
       select approval-file assign "approval.dat"
           organization is indexed
           access mode is dynamic
           record key is ap-key of f-approval
           status is approval-status.

       select maint-cards assign "apprmnt.trn"
           organization is line sequential
           status is cards-status.

       select approval-log assign "approval.log"
           organization is line sequential
           status is log-status.

       select release-deck assign using ws-release-filename
           organization is line sequential
           status is release-status.

       select pending-report assign "pending.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd approval-file.
       01 f-approval.
           copy APPRREC.

      *> one card per decision, keyed by the second operator off
      *> the pending-items report:
      *>   APPROVE  release the queued card to its program's .apv
      *>            deck, applied on that program's next run
      *>   REJECT   the queued card is never applied; the note
      *>            saying why is mandatory
      *> the checker's initials are mandatory and must differ from
      *> the maker's on the queued card.
       fd maint-cards.
       01 maint-card.
           03 card-action        pic x(10).
           03 card-queue-no       pic x(6).
           03 card-checker         pic x(8).
           03 card-note             pic x(40).

      *> who authorised (or refused, or let lapse) each queued
      *> change, next to who keyed it - one row per decision,
      *> never rewritten.
       fd approval-log.
       01 approval-log-rec.
           03 al-date             pic 9(8).
           03 filler              pic x(1).
           03 al-time             pic 9(8).
           03 filler              pic x(1).
           03 al-event            pic x(8).
           03 filler              pic x(1).
           03 al-queue-no         pic 9(6).
           03 filler              pic x(1).
           03 al-program          pic x(8).
           03 filler              pic x(1).
           03 al-action           pic x(10).
           03 filler              pic x(1).
           03 al-subject          pic x(20).
           03 filler              pic x(1).
           03 al-maker            pic x(8).
           03 filler              pic x(1).
           03 al-date-keyed       pic 9(8).
           03 filler              pic x(1).
           03 al-checker          pic x(8).
           03 filler              pic x(1).
           03 al-note             pic x(40).

       fd release-deck.
       01 release-rec.
           copy APVREC.

       fd pending-report.
       01 report-line  pic x(100).

       working-storage section.
       01 approval-status    pic 9(2).
       01 cards-status        pic 9(2).
       01 log-status           pic 9(2).
       01 release-status        pic 9(2).
       01 report-status          pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-today-int           pic 9(8).
       01 ws-cutoff-int           pic 9(8).
       01 ws-cutoff-date           pic 9(8).
       01 ws-decide-int             pic 9(8).
       01 ws-decide-date             pic 9(8).
       01 ws-approval-days           pic 9(4).
       01 ws-log-event                pic x(8).
       01 ws-log-note                  pic x(40).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-release-filename    pic x(30).
       01 ws-cards-filename       pic x(30).
       01 ws-released-switch       pic x value 'N'.
           88 ws-released value 'Y'.
       01 ws-deck-known-switch      pic x value 'N'.
           88 ws-deck-known value 'Y'.
       01 ws-list-status             pic x(1).

       01 ws-cards-read        pic 9(5) value 0.
       01 ws-cards-applied      pic 9(5) value 0.
       01 ws-cards-rejected      pic 9(5) value 0.
       01 ws-items-expired        pic 9(5) value 0.
       01 ws-items-pending         pic 9(5) value 0.
       01 ws-reject-reason          pic x(30).

       01 ws-run-parms.
           copy RUNPARM.
       01 ws-parms-status      pic x.
           88 ws-parms-error value 'E'.

       01 ws-header-line.
         03 filler            pic x(33) value
             "APPRMNT PENDING APPROVALS        ".
         03 ws-hl-date         pic 9(8).
         03 filler              pic x(15) value "  EXPIRE AFTER ".
         03 ws-hl-days           pic zzz9.
         03 filler                pic x(5) value " DAYS".

       01 ws-section-line.
         03 filler            pic x(2) value spaces.
         03 ws-sl-title        pic x(40).

       01 ws-column-line.
         03 filler            pic x(40) value
             "  QUEUE  PROGRAM  ACTION     SUBJECT    ".
         03 filler            pic x(40) value
             "          MAKER      KEYED     DECIDE BY".

       01 ws-item-line.
         03 filler            pic x(2) value spaces.
         03 ws-il-queue-no     pic 9(6).
         03 filler              pic x(1) value space.
         03 ws-il-program        pic x(8).
         03 filler                pic x(1) value space.
         03 ws-il-action           pic x(10).
         03 filler                  pic x(1) value space.
         03 ws-il-subject            pic x(20).
         03 filler                    pic x(1) value space.
         03 ws-il-maker                pic x(8).
         03 filler                      pic x(3) value spaces.
         03 ws-il-date-keyed             pic 9(8).
         03 filler                        pic x(2) value spaces.
         03 ws-il-decide-by                pic 9(8).

       01 ws-total-line.
         03 filler            pic x(2) value spaces.
         03 ws-total-label     pic x(25).
         03 ws-total-count      pic zzzz9.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           call "GetParms" using ws-run-parms ws-parms-status
           if ws-parms-error
               display "APPRMNT bad run parms - not run"
               move 12 to return-code
               goback
           end-if
           move rp-approval-days of ws-run-parms to ws-approval-days
           compute ws-today-int =
               function integer-of-date (ws-today-date)
           compute ws-cutoff-int = ws-today-int - ws-approval-days
           compute ws-cutoff-date =
               function date-of-integer (ws-cutoff-int)

           open i-o approval-file
           if approval-status = "35"
               open output approval-file
               close approval-file
               open i-o approval-file
           end-if
           if approval-status not = "00"
               display "APPRMNT OPEN approval-file FAILED status="
                   approval-status
               move 12 to return-code
               goback
           end-if

           open extend approval-log
           if log-status = "05" or log-status = "35"
               open output approval-log
           end-if
           if log-status not = "00"
               display "APPRMNT OPEN approval.log FAILED status="
                   log-status
               close approval-file
               move 12 to return-code
               goback
           end-if

      *>     lapsed items go first, so a decision keyed against an
      *>     item already past its window is refused rather than
      *>     released late.
           perform expire-stale-items

           open input maint-cards
           if cards-status not = "00"
               display "APPRMNT: no apprmnt.trn to process (status="
                   cards-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read maint-cards
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           perform apply-card
                   end-read
               end-perform
               close maint-cards
               perform roll-decision-cards
           end-if

           perform print-pending-report

           close approval-log
           close approval-file
           display "APPRMNT cards read=" ws-cards-read
               " applied=" ws-cards-applied
               " rejected=" ws-cards-rejected
               " expired=" ws-items-expired
               " pending=" ws-items-pending
           if ws-cards-rejected > 0
               move 4 to return-code
           end-if
           goback.

      *> an item keyed before the cutoff has had its full
      *> APPROVAL-DAYS without a second operator and lapses; the
      *> maker keys the card again if the change is still wanted.
       expire-stale-items.
           move low-values to ap-key of f-approval
           start approval-file key not less than ap-key of f-approval
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read approval-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ap-status of f-approval = 'P'
                               and ap-date-keyed of f-approval <
                                   ws-cutoff-date
                           perform expire-one-item
                       end-if
               end-read
           end-perform.

       expire-one-item.
           move 'X' to ap-status of f-approval
           move spaces to ap-checker of f-approval
           move ws-today-date to ap-date-decided of f-approval
           rewrite f-approval
           if approval-status = "00"
               add 1 to ws-items-expired
               move "EXPIRE" to ws-log-event
               move "NOT APPROVED WITHIN APPROVAL-DAYS" to ws-log-note
               perform log-decision
           else
               display "APPRMNT EXPIRE REWRITE FAILED status="
                   approval-status " for "
                   ap-queue-no of f-approval
           end-if.

       apply-card.
           move spaces to ws-reject-reason
           evaluate true
               when card-action not = "APPROVE"
                       and card-action not = "REJECT"
                   move "bad action" to ws-reject-reason
               when card-queue-no not numeric
                   move "bad queue number" to ws-reject-reason
               when card-checker = spaces
                   move "no checker" to ws-reject-reason
               when card-action = "REJECT" and card-note = spaces
                   move "no reject reason" to ws-reject-reason
               when other
                   perform decide-item
           end-evaluate
           if ws-reject-reason not = spaces
               display "APPRMNT REJECTED "
                   function trim (ws-reject-reason) ": " maint-card
               add 1 to ws-cards-rejected
           end-if.

       decide-item.
           move card-queue-no to ap-queue-no of f-approval
           read approval-file
               invalid key
                   move "no such item" to ws-reject-reason
               not invalid key
                   evaluate true
                       when ap-status of f-approval = 'X'
                           move "item expired" to ws-reject-reason
                       when ap-status of f-approval not = 'P'
                           move "item already decided" to
                               ws-reject-reason
                       when ap-maker of f-approval = card-checker
                           move "checker is the maker" to
                               ws-reject-reason
                       when card-action = "APPROVE"
                           perform approve-item
                       when other
                           perform reject-item
                   end-evaluate
           end-read.

      *> the item is marked approved before its card is released,
      *> so a card can only ever reach a deck once - a second
      *> APPROVE finds the item already decided. a deck that can't
      *> be written puts the item back to pending for another try;
      *> should that rewrite fail too, the item reads approved with
      *> no card released and the desk is told to re-queue it.
       approve-item.
           move 'A' to ap-status of f-approval
           move card-checker to ap-checker of f-approval
           move ws-today-date to ap-date-decided of f-approval
           rewrite f-approval
           if approval-status not = "00"
               display "APPRMNT APPROVE REWRITE FAILED status="
                   approval-status " for " card-queue-no
               move "queue not updated" to ws-reject-reason
           else
               perform release-card
               if ws-released
                   add 1 to ws-cards-applied
                   display "APPRMNT APPROVED " card-queue-no " "
                       ap-program of f-approval " "
                       ap-action of f-approval
                   move "APPROVE" to ws-log-event
                   move card-note to ws-log-note
                   perform log-decision
               else
                   move "release deck not written" to
                       ws-reject-reason
                   move 'P' to ap-status of f-approval
                   move spaces to ap-checker of f-approval
                   move 0 to ap-date-decided of f-approval
                   rewrite f-approval
                   if approval-status not = "00"
                       display "APPRMNT ITEM " card-queue-no
                           " APPROVED BUT NOT RELEASED status="
                           approval-status " - RE-QUEUE THE CARD"
                   end-if
               end-if
           end-if.

       reject-item.
           move 'R' to ap-status of f-approval
           move card-checker to ap-checker of f-approval
           move ws-today-date to ap-date-decided of f-approval
           rewrite f-approval
           if approval-status = "00"
               add 1 to ws-cards-applied
               display "APPRMNT REJECTED ITEM " card-queue-no " "
                   ap-program of f-approval " "
                   ap-action of f-approval
               move "REJECT" to ws-log-event
               move card-note to ws-log-note
               perform log-decision
           else
               display "APPRMNT REJECT REWRITE FAILED status="
                   approval-status " for " card-queue-no
               move "queue not updated" to ws-reject-reason
           end-if.

       release-card.
           move 'N' to ws-released-switch
           set ws-deck-known to true
           evaluate ap-program of f-approval
               when "SCORADJ"
                   move "scoradj.apv" to ws-release-filename
               when "ERASURE"
                   move "erasure.apv" to ws-release-filename
               when "PLAYMNT"
                   move "playmast.apv" to ws-release-filename
               when "DSPMNT"
                   move "dispute.apv" to ws-release-filename
               when other
                   move 'N' to ws-deck-known-switch
                   display "APPRMNT: no release deck for program "
                       ap-program of f-approval
           end-evaluate
           if ws-deck-known
               perform write-release-card
           end-if.

       write-release-card.
           open extend release-deck
           if release-status = "05" or release-status = "35"
               open output release-deck
           end-if
           if release-status not = "00"
               display "APPRMNT OPEN "
                   function trim (ws-release-filename)
                   " FAILED status=" release-status
           else
               move spaces to release-rec
               move ap-queue-no of f-approval to av-queue-no
               move card-checker to av-checker
               move ap-card of f-approval to av-card
               write release-rec
               if release-status = "00"
                   set ws-released to true
               end-if
               close release-deck
           end-if.

       log-decision.
           move spaces to approval-log-rec
           move ws-log-event to al-event
           move ws-log-note to al-note
           move ws-today-date to al-date
           move ws-today (9:8) to al-time
           move ap-queue-no of f-approval to al-queue-no
           move ap-program of f-approval to al-program
           move ap-action of f-approval to al-action
           move ap-subject of f-approval to al-subject
           move ap-maker of f-approval to al-maker
           move ap-date-keyed of f-approval to al-date-keyed
           move ap-checker of f-approval to al-checker
           inspect approval-log-rec replacing all low-value by space
           write approval-log-rec
           if log-status not = "00"
               display "APPRMNT WRITE approval.log FAILED status="
                   log-status " for " ap-queue-no of f-approval
           end-if.

      *> decided cards are rolled into a deck named for the run's
      *> date and time, the same way TOURRSLT rolls its result
      *> cards, so a second run the same day keeps the first one's
      *> decisions; a card refused for a slip is rekeyed from it.
       roll-decision-cards.
           move spaces to ws-cards-filename
           string "apprmnt" ws-today-date ws-today (9:6) ".trn"
               delimited by size into ws-cards-filename
           call "CBL_RENAME_FILE" using "apprmnt.trn"
               ws-cards-filename
           if return-code not = 0
               display "APPRMNT: apprmnt.trn not rolled to "
                   function trim (ws-cards-filename)
               move 0 to return-code
           end-if.

      *> everything still waiting for a second operator, with the
      *> last day a decision is taken, then everything that lapsed
      *> today.
       print-pending-report.
           open output pending-report
           if report-status not = "00"
               display "APPRMNT OPEN pending.rpt FAILED status="
                   report-status
           else
               perform write-pending-report
               close pending-report
           end-if.

       write-pending-report.
           move ws-today-date to ws-hl-date
           move ws-approval-days to ws-hl-days
           write report-line from ws-header-line

           move "AWAITING APPROVAL" to ws-sl-title
           move spaces to report-line
           write report-line
           write report-line from ws-section-line
           write report-line from ws-column-line
           move 'P' to ws-list-status
           perform list-items-by-status

           move "EXPIRED TODAY - NOT APPLIED" to ws-sl-title
           move spaces to report-line
           write report-line
           write report-line from ws-section-line
           write report-line from ws-column-line
           move 'X' to ws-list-status
           perform list-items-by-status

           move spaces to report-line
           write report-line
           move "ITEMS AWAITING APPROVAL" to ws-total-label
           move ws-items-pending to ws-total-count
           write report-line from ws-total-line
           move "ITEMS EXPIRED TODAY" to ws-total-label
           move ws-items-expired to ws-total-count
           write report-line from ws-total-line
           move "DECISIONS APPLIED" to ws-total-label
           move ws-cards-applied to ws-total-count
           write report-line from ws-total-line.

      *> callers set ws-list-status to the status wanted; expired
      *> items are listed only on the day they lapsed.
       list-items-by-status.
           move low-values to ap-key of f-approval
           start approval-file key not less than ap-key of f-approval
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read approval-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       evaluate true
                           when ap-status of f-approval not =
                                   ws-list-status
                               continue
                           when ap-status of f-approval = 'X'
                                   and ap-date-decided of f-approval
                                       not = ws-today-date
                               continue
                           when other
                               perform list-one-item
                       end-evaluate
               end-read
           end-perform.

       list-one-item.
           if ap-status of f-approval = 'P'
               add 1 to ws-items-pending
           end-if
           compute ws-decide-int =
               function integer-of-date (ap-date-keyed of f-approval)
               + ws-approval-days
           compute ws-decide-date =
               function date-of-integer (ws-decide-int)
           move ap-queue-no of f-approval to ws-il-queue-no
           move ap-program of f-approval to ws-il-program
           move ap-action of f-approval to ws-il-action
           move ap-subject of f-approval to ws-il-subject
           move ap-maker of f-approval to ws-il-maker
           move ap-date-keyed of f-approval to ws-il-date-keyed
           move ws-decide-date to ws-il-decide-by
           write report-line from ws-item-line.

       end program APPRMNT.
