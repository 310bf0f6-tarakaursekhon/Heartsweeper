           organization is line sequential
           status is cards-status.

       select approved-cards assign "dispute.apv"
           organization is line sequential
           status is approved-status.

       data division.
       fd dispute-file.
       01 f-dispute.
           copy DSPREC.

       fd maint-cards.
       01 maint-card-in  pic x(84).

      *> UPHOLD cards a second operator has approved through
      *> APPRMNT, each carrying the card image as keyed.
       fd approved-cards.
       01 approved-card.
           copy APVREC.

       working-storage section.
       01 dispute-status   pic 9(2).
       01 cards-status      pic 9(2).
       01 approved-status    pic 9(2).

      *> one card per action:
      *>   FILE     open a case - username, difficulty and the
      *>            player's claim; the case number is assigned
      *>   UPHOLD   close a case in the player's favour; the desk
      *>            keys the matching SCORADJ card separately.
      *>            queued for a second operator - only the
      *>            approved card APPRMNT releases to dispute.apv
      *>            closes the case
      *>   DENY     close a case against the player
      *> the text column is the claim on FILE and the resolution
      *> on UPHOLD/DENY - mandatory either way, the same rule
      *> SCORADJ applies to its reason column.
       01 maint-card.
           03 card-action        pic x(10).
           03 card-case-no        pic x(5).
           03 card-difficulty        pic x(1).
           03 card-text               pic x(40).

       01 ws-queue-item.
           copy APPRREC.
       01 ws-queue-result      pic x.
       01 ws-approved-switch    pic x value 'N'.
           88 ws-applying-approved value 'Y'.
       01 ws-cards-filename      pic x(30).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-cards-read        pic 9(5) value 0.
       01 ws-cards-applied      pic 9(5) value 0.
       01 ws-cards-rejected      pic 9(5) value 0.
       01 ws-cards-queued         pic 9(5) value 0.
       01 ws-next-case-no       pic 9(5) value 0.
       01 ws-new-status          pic x(1).

       01 ws-notice.
           copy NOTEREC.
       01 ws-notice-result      pic x.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           perform open-dispute-file
           if dispute-status not = "00"
               move 12 to return-code
               goback
           end-if
           perform find-next-case-no

           open input approved-cards
           if approved-status not = "00"
               display "DSPMNT: no dispute.apv to apply (status="
                   approved-status ")"
           else
               set ws-applying-approved to true
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read approved-cards
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           move av-card of approved-card to
                               maint-card
                           display "DSPMNT APPLYING QUEUE ITEM "
                               av-queue-no of approved-card
                               " APPROVED BY "
                               av-checker of approved-card
                           perform apply-card
                   end-read
               end-perform
               close approved-cards
               call "CBL_DELETE_FILE" using "dispute.apv"
               move 0 to return-code
               move 'N' to ws-approved-switch
           end-if

           open input maint-cards
           if cards-status not = "00"
               display "DSPMNT: no dispute.trn to process (status="
                   cards-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read maint-cards into maint-card
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           perform apply-card
                   end-read
               end-perform
               close maint-cards
               perform roll-keyed-cards
           end-if

           close dispute-file
           display "DSPMNT cards read=" ws-cards-read
               " applied=" ws-cards-applied
               " queued=" ws-cards-queued
               " rejected=" ws-cards-rejected
           if ws-cards-rejected > 0
               move 4 to return-code
                   display "DSPMNT REJECTED no resolution text: "
                       maint-card
                   add 1 to ws-cards-rejected
               when ws-new-status = 'U' and not ws-applying-approved
                   perform queue-uphold
               when other
                   perform apply-resolution
           end-evaluate.
                           display "DSPMNT " card-action " CASE "
                               card-case-no
                           add 1 to ws-cards-applied
                           perform notify-player
                       else
                           display "DSPMNT REWRITE FAILED status="
                               dispute-status " for " card-case-no
                   end-if
           end-read.

      *> the player hears the outcome and the desk's resolution
      *> text on the outbox; the case number is the reference.
       notify-player.
           move spaces to ws-notice
           move d-username of f-dispute to n-username of ws-notice
           if ws-new-status = 'U'
               move "DSPUPHLD" to n-type of ws-notice
           else
               move "DSPDENY" to n-type of ws-notice
           end-if
           string "CASE " card-case-no
                   delimited by size into n-reference of ws-notice
           move "DSPMNT" to n-source of ws-notice
           if ws-new-status = 'U'
               string "CASE " card-case-no " UPHELD - " card-text
                   delimited by size into n-text of ws-notice
           else
               string "CASE " card-case-no " DENIED - " card-text
                   delimited by size into n-text of ws-notice
           end-if
           call "PostNotice" using ws-notice ws-notice-result
           if ws-notice-result = 'E'
               display "DSPMNT NOTICE NOT POSTED for case "
                   card-case-no
           end-if.

      *> the case is checked to be open before the card is queued,
      *> so the checker is never asked about a closed case; it is
      *> checked again when the approved card is applied.
       queue-uphold.
           move card-case-no to d-case-no of f-dispute
           read dispute-file
               invalid key
                   display "DSPMNT REJECTED no such case: "
                       card-case-no
                   add 1 to ws-cards-rejected
               not invalid key
                   if d-status of f-dispute not = 'O'
                       display "DSPMNT REJECTED case not open: "
                           card-case-no
                       add 1 to ws-cards-rejected
                   else
                       perform queue-card
                   end-if
           end-read.

       queue-card.
           move spaces to ws-queue-item
           move "DSPMNT" to ap-program of ws-queue-item
           move card-action to ap-action of ws-queue-item
           string "CASE " card-case-no " "
               d-username of f-dispute
               delimited by size into ap-subject of ws-queue-item
           move card-operator to ap-maker of ws-queue-item
           move maint-card to ap-card of ws-queue-item
           call "QueueCard" using ws-queue-item ws-queue-result
           evaluate ws-queue-result
               when 'Q'
                   display "DSPMNT QUEUED "
                       ap-queue-no of ws-queue-item " "
                       card-action " CASE " card-case-no
                   add 1 to ws-cards-queued
               when 'D'
                   display "DSPMNT ALREADY QUEUED AS "
                       ap-queue-no of ws-queue-item ": " maint-card
                   add 1 to ws-cards-queued
               when other
                   display "DSPMNT REJECTED not queued: " maint-card
                   add 1 to ws-cards-rejected
           end-evaluate.

      *> processed cards are rolled into a dated deck so the next
      *> run neither reapplies them nor queues an UPHOLD twice,
      *> the same way TOURRSLT rolls its result cards.
       roll-keyed-cards.
           move spaces to ws-cards-filename
           string "dispute" ws-today-date ws-today (9:6) ".trn"
               delimited by size into ws-cards-filename
           call "CBL_RENAME_FILE" using "dispute.trn"
               ws-cards-filename
           if return-code not = 0
               display "DSPMNT: dispute.trn not rolled to "
                   function trim (ws-cards-filename)
               move 0 to return-code
           end-if.

       end program DSPMNT.
