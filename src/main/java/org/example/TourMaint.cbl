       program-id. TOURMNT.

       environment division.
       configuration section.

       file-control.
       select tourn-master assign "tourmast.dat"
           organization is indexed
           access mode is dynamic
           record key is tn-key of f-tourn
           status is tourn-status.

       select entry-file assign "tourentr.dat"
           organization is indexed
           access mode is dynamic
           record key is te-key of f-entry
           status is entry-status.

       select player-master assign "playmast.dat"
           organization is indexed
           access mode is dynamic
           record key is p-key of f-player
           status is master-status.

       select maint-cards assign "tourmast.trn"
           organization is line sequential
           status is cards-status.

       data division.
       fd tourn-master.
       01 f-tourn.
           copy TOURREC.

       fd entry-file.
       01 f-entry.
           copy TENTREC.

       fd player-master.
       01 f-player.
           copy PLAYREC.

      *> one card per change:
      *>   CREATE    open a tournament for entries (tournament id,
      *>             difficulty, board width and height, name)
      *>   ENTER     enter a registered, active player
      *>   CLOSE     close entries - TOURSEED draws the bracket on
      *>             its next run
       fd maint-cards.
       01 maint-card.
           03 card-action        pic x(10).
           03 card-tourn-id       pic x(8).
           03 card-username        pic x(20).
           03 card-difficulty       pic x(1).
           03 card-board-width       pic 9(3).
           03 card-board-height       pic 9(3).
           03 card-tourn-name          pic x(30).

       working-storage section.
       01 tourn-status     pic 9(2).
       01 entry-status      pic 9(2).
       01 master-status      pic 9(2).
       01 cards-status        pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-cards-read        pic 9(5) value 0.
       01 ws-cards-applied      pic 9(5) value 0.
       01 ws-cards-rejected      pic 9(5) value 0.
       01 ws-tourn-found-switch   pic x value 'N'.
           88 ws-tourn-found value 'Y'.

      *> the bracket is at most seven rounds; TOURSEED keeps its
      *> seeding table the same size.
       01 ws-max-entrants      pic 9(3) value 128.

       01 ws-run-parms.
           copy RUNPARM.
       01 ws-parms-status      pic x.
           88 ws-parms-error value 'E'.
       01 ws-diff-ok-switch    pic x value 'N'.
           88 ws-diff-ok value 'Y'.
       01 ws-diff-sub          pic 9(2) comp value 0.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           call "GetParms" using ws-run-parms ws-parms-status
           if ws-parms-error
               display "TOURMNT bad run parms - not run"
               move 12 to return-code
               goback
           end-if

           open input maint-cards
           if cards-status not = "00"
               display "TOURMNT: no tourmast.trn to process (status="
                   cards-status ")"
               goback
           end-if

           perform open-tourn-master
           if tourn-status not = "00"
               close maint-cards
               move 12 to return-code
               goback
           end-if

           perform open-entry-file
           if entry-status not = "00"
               close tourn-master
               close maint-cards
               move 12 to return-code
               goback
           end-if

           open input player-master
           if master-status not = "00"
               display "TOURMNT OPEN player-master FAILED status="
                   master-status
               close entry-file
               close tourn-master
               close maint-cards
               move 12 to return-code
               goback
           end-if

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

           close player-master
           close entry-file
           close tourn-master
           close maint-cards
           display "TOURMNT cards read=" ws-cards-read
               " applied=" ws-cards-applied
               " rejected=" ws-cards-rejected
           if ws-cards-rejected > 0
               move 4 to return-code
           end-if
           goback.

       open-tourn-master.
           open i-o tourn-master
           if tourn-status = "35"
               open output tourn-master
               close tourn-master
               open i-o tourn-master
           end-if
           if tourn-status not = "00"
               display "TOURMNT OPEN tourn-master FAILED status="
                   tourn-status
           end-if.

       open-entry-file.
           open i-o entry-file
           if entry-status = "35"
               open output entry-file
               close entry-file
               open i-o entry-file
           end-if
           if entry-status not = "00"
               display "TOURMNT OPEN entry-file FAILED status="
                   entry-status
           end-if.

       apply-card.
           if card-tourn-id = spaces
               display "TOURMNT REJECTED blank tournament id: "
                   maint-card
               add 1 to ws-cards-rejected
           else
               evaluate card-action
                   when "CREATE"
                       perform create-tournament
                   when "ENTER"
                       perform enter-player
                   when "CLOSE"
                       perform close-entries
                   when other
                       display "TOURMNT REJECTED bad action: "
                           maint-card
                       add 1 to ws-cards-rejected
               end-evaluate
           end-if.

      *> the difficulty must be one SaveScores accepts today, or
      *> no match could ever be decided by a real play.
       create-tournament.
           perform check-difficulty-code
           if not ws-diff-ok
               display "TOURMNT REJECTED bad difficulty: " maint-card
               add 1 to ws-cards-rejected
           else
           if card-board-width not numeric
                   or card-board-height not numeric
                   or card-board-width = 0
                   or card-board-height = 0
               display "TOURMNT REJECTED bad board size: " maint-card
               add 1 to ws-cards-rejected
           else
               move spaces to f-tourn
               move card-tourn-id to tn-tourn-id of f-tourn
               move card-tourn-name to tn-tourn-name of f-tourn
               if tn-tourn-name of f-tourn = spaces
                   move card-tourn-id to tn-tourn-name of f-tourn
               end-if
               move card-difficulty to tn-difficulty of f-tourn
               move card-board-width to tn-board-width of f-tourn
               move card-board-height to tn-board-height of f-tourn
               move ws-today-date to tn-date-created of f-tourn
               move 'O' to tn-status of f-tourn
               move 0 to tn-entrants of f-tourn
               move 0 to tn-bracket-size of f-tourn
               move 0 to tn-rounds of f-tourn
               move 0 to tn-current-round of f-tourn
               move 0 to tn-date-seeded of f-tourn
               move 0 to tn-date-finished of f-tourn
               write f-tourn
                   invalid key
                       display "TOURMNT REJECTED tournament exists: "
                           card-tourn-id
                       add 1 to ws-cards-rejected
                   not invalid key
                       display "TOURMNT CREATED " card-tourn-id
                       add 1 to ws-cards-applied
               end-write
           end-if
           end-if.

       check-difficulty-code.
           move 'N' to ws-diff-ok-switch
           perform varying ws-diff-sub from 1 by 1
                   until ws-diff-sub > 8 or ws-diff-ok
               if card-difficulty not = space and card-difficulty =
                       rp-difficulty-codes of ws-run-parms
                           (ws-diff-sub:1)
                   set ws-diff-ok to true
               end-if
           end-perform.

      *> only an active registered player may enter - the same
      *> rule SaveScores applies, since a suspended or banned
      *> player could never post the plays a match is decided by.
       enter-player.
           perform check-tourn-exists
           if not ws-tourn-found
               display "TOURMNT REJECTED no such tournament: "
                   card-tourn-id
               add 1 to ws-cards-rejected
           else
           if tn-status of f-tourn not = 'O'
               display "TOURMNT REJECTED entries closed: "
                   card-tourn-id
               add 1 to ws-cards-rejected
           else
           if tn-entrants of f-tourn >= ws-max-entrants
               display "TOURMNT REJECTED tournament full: "
                   card-tourn-id
               add 1 to ws-cards-rejected
           else
               move card-username to p-username of f-player
               read player-master
                   invalid key
                       move 'X' to p-status of f-player
               end-read
               if p-status of f-player not = 'A'
                   display "TOURMNT REJECTED not an active player: "
                       card-username
                   add 1 to ws-cards-rejected
               else
                   perform write-entry
               end-if
           end-if
           end-if
           end-if.

       write-entry.
           move card-tourn-id to te-tourn-id of f-entry
           move card-username to te-username of f-entry
           move ws-today-date to te-date-entered of f-entry
           move 0 to te-rating of f-entry
           move 0 to te-seed of f-entry
           move 'E' to te-status of f-entry
           write f-entry
               invalid key
                   display "TOURMNT REJECTED already entered: "
                       card-username
                   add 1 to ws-cards-rejected
               not invalid key
                   add 1 to tn-entrants of f-tourn
                   rewrite f-tourn
                   if tourn-status = "00"
                       display "TOURMNT ENTERED " card-username
                           " IN " card-tourn-id
                       add 1 to ws-cards-applied
                   else
                       display "TOURMNT REWRITE tournament FAILED"
                           " status=" tourn-status
                           " for " card-tourn-id
                       add 1 to ws-cards-rejected
                   end-if
           end-write.

      *> a knockout needs two players at least; fewer and the
      *> tournament stays open for more entries.
       close-entries.
           perform check-tourn-exists
           if not ws-tourn-found
               display "TOURMNT REJECTED no such tournament: "
                   card-tourn-id
               add 1 to ws-cards-rejected
           else
           if tn-status of f-tourn not = 'O'
               display "TOURMNT REJECTED entries already closed: "
                   card-tourn-id
               add 1 to ws-cards-rejected
           else
           if tn-entrants of f-tourn < 2
               display "TOURMNT REJECTED fewer than two entrants: "
                   card-tourn-id
               add 1 to ws-cards-rejected
           else
               move 'C' to tn-status of f-tourn
               rewrite f-tourn
               if tourn-status = "00"
                   display "TOURMNT CLOSED " card-tourn-id
                       " entrants=" tn-entrants of f-tourn
                   add 1 to ws-cards-applied
               else
                   display "TOURMNT REWRITE tournament FAILED status="
                       tourn-status " for " card-tourn-id
                   add 1 to ws-cards-rejected
               end-if
           end-if
           end-if
           end-if.

       check-tourn-exists.
           move 'N' to ws-tourn-found-switch
           move card-tourn-id to tn-tourn-id of f-tourn
           read tourn-master
               invalid key
                   continue
               not invalid key
                   set ws-tourn-found to true
           end-read.

       end program TOURMNT.
