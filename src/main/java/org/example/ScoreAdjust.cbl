           organization is line sequential
           status is cards-status.

       select approved-cards assign "scoradj.apv"
           organization is line sequential
           status is approved-status.

       select adjust-audit assign "scoradj.log"
           organization is line sequential
           status is audit-status.
       01 f-score.
           copy SCOREREC.

       fd adjust-cards.
       01 adjust-card-in  pic x(81).

      *> the cards a second operator has approved through APPRMNT,
      *> each carrying the card image as keyed.
       fd approved-cards.
       01 approved-card.
           copy APVREC.

      *> who/when/before-image/after-image of every correction, so
      *> RECONCIL's picture stays explainable after a manual change.
       01 file-status      pic 9(2).
       01 cards-status      pic 9(2).
       01 audit-status       pic 9(2).
       01 approved-status     pic 9(2).

       01 ws-today             pic x(21).
       01 ws-eof-switch         pic x value 'N'.
       01 ws-cards-read        pic 9(5) value 0.
       01 ws-cards-applied      pic 9(5) value 0.
       01 ws-cards-rejected      pic 9(5) value 0.
       01 ws-cards-queued         pic 9(5) value 0.
       01 ws-cards-filename        pic x(30).

      *> one card per correction, fixed columns:
      *>   action   DELETE / RENAME / ADJUST
      *>   operator initials of the person keying the card
      *>   username the standings rows being corrected
      *>   difficulty + new covered   ADJUST only
      *>   target   RENAME only - the username absorbed into
      *>   reason   mandatory for ADJUST
      *> every correction goes through the approval queue: a
      *> scoradj.trn card is queued, and only the approved card
      *> APPRMNT releases to scoradj.apv is applied.
       01 adjust-card.
           03 adj-action          pic x(8).
           03 adj-operator        pic x(8).
           03 adj-username        pic x(20).
           03 adj-difficulty      pic x(1).
           03 adj-new-covered     pic x(3).
           03 filler              pic x(1).
           03 adj-target          pic x(20).
           03 adj-reason          pic x(20).

       01 ws-queue-item.
           copy APPRREC.
       01 ws-queue-result      pic x.

       01 ws-sub               pic 9(4) comp value 0.

               goback
           end-if

           open input approved-cards
           if approved-status not = "00"
               display "SCORADJ: no scoradj.apv to apply (status="
                   approved-status ")"
           else
               open i-o user-scores
               if file-status not = "00"
                   display "SCORADJ OPEN user-scores FAILED status="
                       file-status
                   close approved-cards
                   move 12 to return-code
                   goback
               end-if
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read approved-cards
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           move av-card of approved-card to
                               adjust-card
                           display "SCORADJ APPLYING QUEUE ITEM "
                               av-queue-no of approved-card
                               " APPROVED BY "
                               av-checker of approved-card
                           perform apply-card
                   end-read
               end-perform
               close user-scores
               close approved-cards
               call "CBL_DELETE_FILE" using "scoradj.apv"
               move 0 to return-code
           end-if

           open input adjust-cards
           if cards-status not = "00"
               display "SCORADJ: no scoradj.trn to queue (status="
                   cards-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read adjust-cards into adjust-card
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           perform queue-card
                   end-read
               end-perform
               close adjust-cards
               perform roll-keyed-cards
           end-if

      *>     corrections moved the standings, so the precomputed
      *>     rank file must be rebuilt or GetScore serves stale
      *>     ranks until the next accepted play.
           end-if
           display "SCORADJ cards read=" ws-cards-read
               " applied=" ws-cards-applied
               " queued=" ws-cards-queued
               " rejected=" ws-cards-rejected
           if ws-cards-rejected > 0
               move 4 to return-code
           end-if
           goback.

      *> a keyed card is checked only for what the checker needs
      *> to judge it - the full checks run when the approved card
      *> is applied against the standings as they are then.
       queue-card.
           evaluate true
               when adj-username = spaces or adj-operator = spaces
                   display "SCORADJ REJECTED incomplete card: "
                       adjust-card
                   add 1 to ws-cards-rejected
               when adj-action not = "DELETE"
                       and adj-action not = "RENAME"
                       and adj-action not = "ADJUST"
                   display "SCORADJ REJECTED bad action: "
                       adjust-card
                   add 1 to ws-cards-rejected
               when other
                   move spaces to ws-queue-item
                   move "SCORADJ" to ap-program of ws-queue-item
                   move adj-action to ap-action of ws-queue-item
                   move adj-username to ap-subject of ws-queue-item
                   move adj-operator to ap-maker of ws-queue-item
                   move adjust-card to ap-card of ws-queue-item
                   call "QueueCard" using ws-queue-item
                       ws-queue-result
                   evaluate ws-queue-result
                       when 'Q'
                           display "SCORADJ QUEUED "
                               ap-queue-no of ws-queue-item " "
                               adj-action " " adj-username
                           add 1 to ws-cards-queued
                       when 'D'
                           display "SCORADJ ALREADY QUEUED AS "
                               ap-queue-no of ws-queue-item ": "
                               adjust-card
                           add 1 to ws-cards-queued
                       when other
                           display "SCORADJ REJECTED not queued: "
                               adjust-card
                           add 1 to ws-cards-rejected
                   end-evaluate
           end-evaluate.

      *> queued cards are rolled into a dated deck so the next run
      *> does not queue them again, the same way TOURRSLT rolls
      *> its result cards.
       roll-keyed-cards.
           move spaces to ws-cards-filename
           string "scoradj" ws-today (1:8) ws-today (9:6) ".trn"
               delimited by size into ws-cards-filename
           call "CBL_RENAME_FILE" using "scoradj.trn"
               ws-cards-filename
           if return-code not = 0
               display "SCORADJ: scoradj.trn not rolled to "
                   function trim (ws-cards-filename)
               move 0 to return-code
           end-if.

       apply-card.
           if adj-username = spaces or adj-operator = spaces
               display "SCORADJ REJECTED incomplete card: "
