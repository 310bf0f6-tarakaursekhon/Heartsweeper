           organization is line sequential
           status is cards-status.

       select approved-cards assign "playmast.apv"
           organization is line sequential
           status is approved-status.

       data division.
       fd player-master.
       01 f-player.
           copy PLAYREC.

       fd maint-cards.
       01 maint-card-in  pic x(68).

      *> BAN cards a second operator has approved through APPRMNT,
      *> each carrying the card image as keyed.
       fd approved-cards.
       01 approved-card.
           copy APVREC.

       working-storage section.
       01 master-status    pic 9(2).
       01 cards-status      pic 9(2).
       01 approved-status    pic 9(2).

      *> one card per action: ADD, SUSPEND, REINSTATE or BAN, with
      *> the display name on ADD. a ban is permanent, so a BAN card
      *> carries the keying operator's initials and goes to the
      *> approval queue; only the approved card APPRMNT releases to
      *> playmast.apv flips the player to 'B'.
       01 maint-card.
           03 card-action        pic x(10).
           03 card-username       pic x(20).
           03 card-display-name    pic x(30).
           03 card-operator         pic x(8).

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
       01 ws-new-status           pic x(1).

       01 ws-notice.
           copy NOTEREC.
       01 ws-notice-result      pic x.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           perform open-player-master
           if master-status not = "00"
               move 12 to return-code
               goback
           end-if

           open input approved-cards
           if approved-status not = "00"
               display "PLAYMNT: no playmast.apv to apply (status="
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
                           display "PLAYMNT APPLYING QUEUE ITEM "
                               av-queue-no of approved-card
                               " APPROVED BY "
                               av-checker of approved-card
                           perform apply-card
                   end-read
               end-perform
               close approved-cards
               call "CBL_DELETE_FILE" using "playmast.apv"
               move 0 to return-code
               move 'N' to ws-approved-switch
           end-if

           open input maint-cards
           if cards-status not = "00"
               display "PLAYMNT: no playmast.trn to process (status="
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

           close player-master
           display "PLAYMNT cards read=" ws-cards-read
               " applied=" ws-cards-applied
               " queued=" ws-cards-queued
               " rejected=" ws-cards-rejected
           if ws-cards-rejected > 0
               move 4 to return-code
                       move 'A' to ws-new-status
                       perform change-status
                   when "BAN"
                       if ws-applying-approved
                           move 'B' to ws-new-status
                           perform change-status
                       else
                           perform queue-ban
                       end-if
                   when other
                       display "PLAYMNT REJECTED bad action: "
                           maint-card
                       display "PLAYMNT " card-action " "
                           card-username
                       add 1 to ws-cards-applied
                       if ws-new-status not = 'A'
                           perform notify-player
                       end-if
                   else
                       display "PLAYMNT REWRITE FAILED status="
                           master-status " for " card-username
                   end-if
           end-read.

      *> a suspension or ban is told to the player; the reference
      *> is when it was applied, so a player suspended, reinstated
      *> and suspended again hears about each one.
       notify-player.
           move spaces to ws-notice
           move card-username to n-username of ws-notice
           string ws-today-date " " ws-today (9:6)
               delimited by size into n-reference of ws-notice
           move "PLAYMNT" to n-source of ws-notice
           if ws-new-status = 'B'
               move "BAN" to n-type of ws-notice
               move "ACCOUNT BANNED BY THE SUPPORT DESK" to
                   n-text of ws-notice
           else
               move "SUSPEND" to n-type of ws-notice
               move "ACCOUNT SUSPENDED BY THE SUPPORT DESK" to
                   n-text of ws-notice
           end-if
           call "PostNotice" using ws-notice ws-notice-result
           if ws-notice-result = 'E'
               display "PLAYMNT NOTICE NOT POSTED for "
                   card-username
           end-if.

       queue-ban.
           if card-operator = spaces
               display "PLAYMNT REJECTED no operator: " maint-card
               add 1 to ws-cards-rejected
           else
               move spaces to ws-queue-item
               move "PLAYMNT" to ap-program of ws-queue-item
               move card-action to ap-action of ws-queue-item
               move card-username to ap-subject of ws-queue-item
               move card-operator to ap-maker of ws-queue-item
               move maint-card to ap-card of ws-queue-item
               call "QueueCard" using ws-queue-item ws-queue-result
               evaluate ws-queue-result
                   when 'Q'
                       display "PLAYMNT QUEUED "
                           ap-queue-no of ws-queue-item " "
                           card-action " " card-username
                       add 1 to ws-cards-queued
                   when 'D'
                       display "PLAYMNT ALREADY QUEUED AS "
                           ap-queue-no of ws-queue-item ": "
                           maint-card
                       add 1 to ws-cards-queued
                   when other
                       display "PLAYMNT REJECTED not queued: "
                           maint-card
                       add 1 to ws-cards-rejected
               end-evaluate
           end-if.

      *> processed cards are rolled into a deck named for the run's
      *> date and time so the next run neither reapplies them nor
      *> queues a ban twice, the same way TOURRSLT rolls its result
      *> cards.
       roll-keyed-cards.
           move spaces to ws-cards-filename
           string "playmast" ws-today-date ws-today (9:6) ".trn"
               delimited by size into ws-cards-filename
           call "CBL_RENAME_FILE" using "playmast.trn"
               ws-cards-filename
           if return-code not = 0
               display "PLAYMNT: playmast.trn not rolled to "
                   function trim (ws-cards-filename)
               move 0 to return-code
           end-if.

       end program PLAYMNT.
