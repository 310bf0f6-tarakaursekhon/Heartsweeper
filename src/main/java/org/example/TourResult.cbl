       program-id. TOURRSLT.

       environment division.
       configuration section.

       file-control.
       select result-cards assign "tourrslt.trn"
           organization is line sequential
           status is cards-status.

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

       select match-file assign "tourmtch.dat"
           organization is indexed
           access mode is dynamic
           record key is tx-key of f-match
           status is match-status.

       select suspect-file assign "suspect.dat"
           organization is indexed
           access mode is dynamic
           record key is sp-key of f-suspect
           status is suspect-status.

       select champions-file assign "tourchmp.dat"
           organization is line sequential
           status is champs-status.

       data division.
      *> one card per player per match, keyed once the match is
      *> played:
      *>   RESULT   tournament id, the player's username and the
      *>            session id the front end showed for the game
      *>            they played for the match
       fd result-cards.
       01 result-card.
           03 card-action        pic x(10).
           03 card-tourn-id       pic x(8).
           03 card-username        pic x(20).
           03 card-session-id       pic x(8).

       fd tourn-master.
       01 f-tourn.
           copy TOURREC.

       fd entry-file.
       01 f-entry.
           copy TENTREC.

       fd match-file.
       01 f-match.
           copy TMTCHREC.

       fd suspect-file.
       01 f-suspect.
           copy SUSPREC.

       fd champions-file.
       01 champion-rec.
           copy TCHMREC.

       working-storage section.
       01 cards-status        pic 9(2).
       01 tourn-status         pic 9(2).
       01 entry-status          pic 9(2).
       01 match-status           pic 9(2).
       01 suspect-status          pic 9(2).
       01 champs-status            pic 9(2).

       01 ws-cards-filename    pic x(30).
       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-history-request.
           copy HISTREQ.
       01 ws-history-play.
           copy SCOREREC.
       01 ws-suspects-open-switch  pic x value 'N'.
           88 ws-suspects-open value 'Y'.

      *> the night's cards, each with the play posted under its
      *> session id by its player, looked up by key in the play
      *> history before any tournament file is opened. a result
      *> only ever stands on a play that exists.
       01 ws-card-table.
           03 ws-cd-entry occurs 200.
               05 ws-cd-tourn-id     pic x(8).
               05 ws-cd-username     pic x(20).
               05 ws-cd-session-id   pic x(8).
               05 ws-cd-found        pic x(1).
               05 ws-cd-difficulty   pic x(1).
               05 ws-cd-covered      pic s9(3).
               05 ws-cd-board-width  pic 9(3).
               05 ws-cd-board-height pic 9(3).
               05 ws-cd-date-played  pic 9(8).
               05 ws-cd-time-played  pic 9(8).
       01 ws-card-count      pic 9(4) comp value 0.
       01 ws-card-max        pic 9(4) comp value 200.
       01 ws-card-sub        pic 9(4) comp value 0.

      *> rounds closed this run, printed once the files are shut -
      *> PrintBracket reads them itself.
       01 ws-print-table.
           03 ws-pt-entry occurs 100.
               05 ws-pt-tourn-id     pic x(8).
               05 ws-pt-round        pic 9(2).
       01 ws-print-count     pic 9(4) comp value 0.
       01 ws-print-max       pic 9(4) comp value 100.

      *> the winners of a completed round, in match order, ready
      *> to be paired into the next.
       01 ws-winner-table.
           03 ws-wn-entry occurs 64.
               05 ws-wn-username     pic x(20).
               05 ws-wn-seed         pic 9(3).
               05 ws-wn-covered      pic s9(3).
               05 ws-wn-loser        pic x(20).
               05 ws-wn-loser-covered pic s9(3).
       01 ws-winner-count    pic 9(4) comp value 0.
       01 ws-round-open-switch  pic x value 'N'.
           88 ws-round-open value 'Y'.

       01 ws-sub             pic 9(4) comp value 0.
       01 ws-next-match      pic 9(4) comp value 0.
       01 ws-match-found-switch  pic x value 'N'.
           88 ws-match-found value 'Y'.
       01 ws-session-used-switch  pic x value 'N'.
           88 ws-session-used value 'Y'.
       01 ws-play-held-switch      pic x value 'N'.
           88 ws-play-held value 'Y'.
       01 ws-champs-failed-switch  pic x value 'N'.
           88 ws-champs-failed value 'Y'.
       01 ws-match-key          pic x(13).
       01 ws-loser              pic x(20).
       01 ws-reject-reason      pic x(24).
       01 ws-event.
           copy EVENTREC.

       01 ws-cards-read        pic 9(5) value 0.
       01 ws-cards-applied      pic 9(5) value 0.
       01 ws-cards-rejected      pic 9(5) value 0.
       01 ws-rounds-closed        pic 9(5) value 0.
       01 ws-tourns-finished       pic 9(5) value 0.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           perform load-result-cards
           if ws-card-count = 0
               display "TOURRSLT: no results to apply"
               if ws-cards-read > 0
                   perform roll-result-cards
               end-if
               if ws-cards-rejected > 0
                   move 4 to return-code
               end-if
               goback
           end-if

           perform varying ws-card-sub from 1 by 1
                   until ws-card-sub > ws-card-count
               perform find-card-play
           end-perform

           open i-o tourn-master
           if tourn-status not = "00"
               display "TOURRSLT OPEN tourn-master FAILED status="
                   tourn-status
               move 12 to return-code
               goback
           end-if
           open i-o entry-file
           if entry-status not = "00"
               display "TOURRSLT OPEN entry-file FAILED status="
                   entry-status
               close tourn-master
               move 12 to return-code
               goback
           end-if
           open i-o match-file
           if match-status not = "00"
               display "TOURRSLT OPEN match-file FAILED status="
                   match-status
               close entry-file
               close tourn-master
               move 12 to return-code
               goback
           end-if
           open input suspect-file
           if suspect-status = "00"
               set ws-suspects-open to true
           end-if

           perform varying ws-card-sub from 1 by 1
                   until ws-card-sub > ws-card-count
               perform apply-result
           end-perform

           if ws-suspects-open
               close suspect-file
           end-if
           close match-file
           close entry-file
           close tourn-master
           perform roll-result-cards

           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-print-count
               call "PrintBracket" using ws-pt-tourn-id (ws-sub)
                   ws-pt-round (ws-sub)
           end-perform

           display "TOURRSLT cards read=" ws-cards-read
               " applied=" ws-cards-applied
               " rejected=" ws-cards-rejected
               " rounds closed=" ws-rounds-closed
               " finished=" ws-tourns-finished
           if ws-cards-rejected > 0
               move 4 to return-code
           end-if
      *>     a win missing from tourchmp.dat is lost from the
      *>     champions record for good, so it outranks a rejected
      *>     card - set last, past the calls that reset return-code.
           if ws-champs-failed
               move 8 to return-code
           end-if
           goback.

       load-result-cards.
           open input result-cards
           if cards-status not = "00"
               display "TOURRSLT: no tourrslt.trn to process (status="
                   cards-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read result-cards
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           perform load-one-card
                   end-read
               end-perform
               close result-cards
           end-if.

       load-one-card.
           evaluate true
               when card-action not = "RESULT"
                   display "TOURRSLT REJECTED bad action: "
                       result-card
                   add 1 to ws-cards-rejected
               when card-tourn-id = spaces
                       or card-username = spaces
                       or card-session-id = spaces
                   display "TOURRSLT REJECTED incomplete card: "
                       result-card
                   add 1 to ws-cards-rejected
               when ws-card-count >= ws-card-max
                   display "TOURRSLT REJECTED run full, resubmit: "
                       result-card
                   add 1 to ws-cards-rejected
               when other
                   add 1 to ws-card-count
                   move card-tourn-id to ws-cd-tourn-id (ws-card-count)
                   move card-username to
                       ws-cd-username (ws-card-count)
                   move card-session-id to
                       ws-cd-session-id (ws-card-count)
                   move 'N' to ws-cd-found (ws-card-count)
           end-evaluate.

       find-card-play.
           move 'O' to hq-function of ws-history-request
           move ws-cd-username (ws-card-sub) to
               hq-username of ws-history-request
           move space to hq-difficulty of ws-history-request
           move 'Y' to hq-live-log of ws-history-request
           call "PlayHistory" using ws-history-request
               ws-history-play
           move 'N' to hq-function of ws-history-request
           move space to hq-status of ws-history-request
           perform until hq-status of ws-history-request = 'E'
               call "PlayHistory" using ws-history-request
                   ws-history-play
               evaluate hq-status of ws-history-request
                   when 'M'
                       display "TOURRSLT: generation missing: "
                           function trim
                               (hq-generation of ws-history-request)
                   when space
                       if f-session-id of ws-history-play =
                               ws-cd-session-id (ws-card-sub)
                               and ws-cd-found (ws-card-sub) = 'N'
                           perform note-card-play
                       end-if
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request
               ws-history-play.

       note-card-play.
           move 'Y' to ws-cd-found (ws-card-sub)
           move f-difficulty of ws-history-play to
               ws-cd-difficulty (ws-card-sub)
           move f-covered of ws-history-play to
               ws-cd-covered (ws-card-sub)
           move f-board-width of ws-history-play to
               ws-cd-board-width (ws-card-sub)
           move f-board-height of ws-history-play to
               ws-cd-board-height (ws-card-sub)
           move f-date-played of ws-history-play to
               ws-cd-date-played (ws-card-sub)
           move f-time-played of ws-history-play to
               ws-cd-time-played (ws-card-sub).

      *> the play must be the tournament's game - its difficulty
      *> and board - played since the draw, not held or confirmed
      *> bad by the SCRNPLAY screen, and not already counted for
      *> another match of the same tournament.
       apply-result.
           move ws-cd-tourn-id (ws-card-sub) to tn-tourn-id of f-tourn
           read tourn-master
               invalid key
                   move 'X' to tn-status of f-tourn
           end-read
           evaluate true
               when tn-status of f-tourn not = 'S'
                   move "tournament not in play" to ws-reject-reason
                   perform reject-card
               when ws-cd-found (ws-card-sub) not = 'Y'
                   move "no audited play" to ws-reject-reason
                   perform reject-card
               when ws-cd-difficulty (ws-card-sub) not =
                       tn-difficulty of f-tourn
                       or ws-cd-board-width (ws-card-sub) not =
                           tn-board-width of f-tourn
                       or ws-cd-board-height (ws-card-sub) not =
                           tn-board-height of f-tourn
                   move "wrong game" to ws-reject-reason
                   perform reject-card
               when ws-cd-date-played (ws-card-sub) <
                       tn-date-seeded of f-tourn
                   move "played before draw" to ws-reject-reason
                   perform reject-card
               when other
                   perform check-play-held
                   if ws-play-held
                       move "play held/bad" to ws-reject-reason
                       perform reject-card
                   else
                       perform check-session-used
                       if ws-session-used
                           move "session already used" to
                               ws-reject-reason
                           perform reject-card
                       else
                           perform post-to-match
                       end-if
                   end-if
           end-evaluate.

       reject-card.
           display "TOURRSLT REJECTED "
               function trim (ws-reject-reason)
               ": " ws-cd-tourn-id (ws-card-sub) " "
               ws-cd-username (ws-card-sub) " "
               ws-cd-session-id (ws-card-sub)
           add 1 to ws-cards-rejected.

       check-play-held.
           move 'N' to ws-play-held-switch
           if ws-suspects-open
               move ws-cd-username (ws-card-sub) to
                   sp-username of f-suspect
               move ws-cd-difficulty (ws-card-sub) to
                   sp-difficulty of f-suspect
               move ws-cd-date-played (ws-card-sub) to
                   sp-date-played of f-suspect
               move ws-cd-time-played (ws-card-sub) to
                   sp-time-played of f-suspect
               move ws-cd-session-id (ws-card-sub) to
                   sp-session-id of f-suspect
               read suspect-file
                   invalid key
                       continue
                   not invalid key
                       if sp-status of f-suspect not = 'C'
                           set ws-play-held to true
                       end-if
               end-read
           end-if.

       check-session-used.
           move 'N' to ws-session-used-switch
           move tn-tourn-id of f-tourn to tx-tourn-id of f-match
           move 0 to tx-round of f-match
           move 0 to tx-match of f-match
           start match-file key not less than tx-key of f-match
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read match-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if tx-tourn-id of f-match not =
                               tn-tourn-id of f-tourn
                           move 'Y' to ws-eof-switch
                       else
                           if tx-session-1 of f-match =
                                   ws-cd-session-id (ws-card-sub)
                                   or tx-session-2 of f-match =
                                   ws-cd-session-id (ws-card-sub)
                               set ws-session-used to true
                               move 'Y' to ws-eof-switch
                           end-if
                       end-if
               end-read
           end-perform.

      *> the player's match is the pending one in the round now in
      *> play; their side of it takes the play, and once both
      *> sides have one the higher covered goes through.
       post-to-match.
           perform find-player-match
           if not ws-match-found
               move "no match to play" to ws-reject-reason
               perform reject-card
           else
               move tx-key of f-match to ws-match-key
               move ws-match-key to tx-key of f-match
               read match-file
                   invalid key
                       continue
               end-read
               if tx-player-1 of f-match =
                       ws-cd-username (ws-card-sub)
                   move ws-cd-session-id (ws-card-sub) to
                       tx-session-1 of f-match
                   move ws-cd-covered (ws-card-sub) to
                       tx-covered-1 of f-match
               else
                   move ws-cd-session-id (ws-card-sub) to
                       tx-session-2 of f-match
                   move ws-cd-covered (ws-card-sub) to
                       tx-covered-2 of f-match
               end-if
               if tx-session-1 of f-match not = spaces
                       and tx-session-2 of f-match not = spaces
                   perform decide-match
               end-if
               rewrite f-match
               if match-status = "00"
                   display "TOURRSLT RESULT " tn-tourn-id of f-tourn
                       " " ws-cd-username (ws-card-sub)
                       " covered=" ws-cd-covered (ws-card-sub)
                   add 1 to ws-cards-applied
                   if tx-status of f-match = 'D'
                       perform knock-out-loser
                       perform check-round-complete
                   end-if
               else
                   display "TOURRSLT REWRITE match FAILED status="
                       match-status " for " tn-tourn-id of f-tourn
                   add 1 to ws-cards-rejected
               end-if
           end-if.

      *> a side already holding a session has its result - a
      *> second card for it is a re-key, not a replay.
       find-player-match.
           move 'N' to ws-match-found-switch
           move tn-tourn-id of f-tourn to tx-tourn-id of f-match
           move tn-current-round of f-tourn to tx-round of f-match
           move 0 to tx-match of f-match
           start match-file key not less than tx-key of f-match
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read match-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if tx-tourn-id of f-match not =
                               tn-tourn-id of f-tourn
                               or tx-round of f-match not =
                               tn-current-round of f-tourn
                           move 'Y' to ws-eof-switch
                       else
                           perform check-player-side
                       end-if
               end-read
           end-perform.

       check-player-side.
           if tx-status of f-match = 'P'
               if (tx-player-1 of f-match =
                       ws-cd-username (ws-card-sub)
                       and tx-session-1 of f-match = spaces)
                       or (tx-player-2 of f-match =
                       ws-cd-username (ws-card-sub)
                       and tx-session-2 of f-match = spaces)
                   set ws-match-found to true
                   move 'Y' to ws-eof-switch
               end-if
           end-if.

      *> a tie goes to the better (lower-numbered) seed.
       decide-match.
           evaluate true
               when tx-covered-1 of f-match > tx-covered-2 of f-match
                   move tx-player-1 of f-match to tx-winner of f-match
               when tx-covered-1 of f-match < tx-covered-2 of f-match
                   move tx-player-2 of f-match to tx-winner of f-match
               when tx-seed-1 of f-match <= tx-seed-2 of f-match
                   move tx-player-1 of f-match to tx-winner of f-match
               when other
                   move tx-player-2 of f-match to tx-winner of f-match
           end-evaluate
           move 'D' to tx-status of f-match
           move ws-today-date to tx-date-decided of f-match.

       knock-out-loser.
           if tx-winner of f-match = tx-player-1 of f-match
               move tx-player-2 of f-match to ws-loser
           else
               move tx-player-1 of f-match to ws-loser
           end-if
           move tn-tourn-id of f-tourn to te-tourn-id of f-entry
           move ws-loser to te-username of f-entry
           read entry-file
               invalid key
                   continue
               not invalid key
                   move 'O' to te-status of f-entry
                   rewrite f-entry
           end-read.

      *> a round closes when none of its matches is still to play;
      *> its winners are then paired in match order into the next
      *> round, or the final's winner takes the tournament.
       check-round-complete.
           move 0 to ws-winner-count
           move 'N' to ws-round-open-switch
           move tn-tourn-id of f-tourn to tx-tourn-id of f-match
           move tn-current-round of f-tourn to tx-round of f-match
           move 0 to tx-match of f-match
           start match-file key not less than tx-key of f-match
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read match-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if tx-tourn-id of f-match not =
                               tn-tourn-id of f-tourn
                               or tx-round of f-match not =
                               tn-current-round of f-tourn
                           move 'Y' to ws-eof-switch
                       else
                           perform note-round-winner
                       end-if
               end-read
           end-perform
           if not ws-round-open
               add 1 to ws-rounds-closed
               perform queue-bracket-print
               if tn-current-round of f-tourn >= tn-rounds of f-tourn
                   perform finish-tournament
               else
                   perform build-next-round
               end-if
           end-if.

       note-round-winner.
           if tx-status of f-match = 'P'
               set ws-round-open to true
           else
               if ws-winner-count < 64
                   add 1 to ws-winner-count
                   move tx-winner of f-match to
                       ws-wn-username (ws-winner-count)
                   if tx-winner of f-match = tx-player-1 of f-match
                       move tx-seed-1 of f-match to
                           ws-wn-seed (ws-winner-count)
                       move tx-covered-1 of f-match to
                           ws-wn-covered (ws-winner-count)
                       move tx-player-2 of f-match to
                           ws-wn-loser (ws-winner-count)
                       move tx-covered-2 of f-match to
                           ws-wn-loser-covered (ws-winner-count)
                   else
                       move tx-seed-2 of f-match to
                           ws-wn-seed (ws-winner-count)
                       move tx-covered-2 of f-match to
                           ws-wn-covered (ws-winner-count)
                       move tx-player-1 of f-match to
                           ws-wn-loser (ws-winner-count)
                       move tx-covered-1 of f-match to
                           ws-wn-loser-covered (ws-winner-count)
                   end-if
               end-if
           end-if.

       queue-bracket-print.
           if ws-print-count < ws-print-max
               add 1 to ws-print-count
               move tn-tourn-id of f-tourn to
                   ws-pt-tourn-id (ws-print-count)
               move tn-current-round of f-tourn to
                   ws-pt-round (ws-print-count)
           end-if.

       build-next-round.
           move 0 to ws-next-match
           perform varying ws-sub from 1 by 2
                   until ws-sub > ws-winner-count
               add 1 to ws-next-match
               move spaces to f-match
               move tn-tourn-id of f-tourn to tx-tourn-id of f-match
               compute tx-round of f-match =
                   tn-current-round of f-tourn + 1
               move ws-next-match to tx-match of f-match
               move ws-wn-username (ws-sub) to tx-player-1 of f-match
               move ws-wn-seed (ws-sub) to tx-seed-1 of f-match
               move ws-wn-username (ws-sub + 1) to
                   tx-player-2 of f-match
               move ws-wn-seed (ws-sub + 1) to tx-seed-2 of f-match
               move 0 to tx-covered-1 of f-match
               move 0 to tx-covered-2 of f-match
               move 'P' to tx-status of f-match
               move 0 to tx-date-decided of f-match
               write f-match
                   invalid key
                       display "TOURRSLT WRITE match FAILED status="
                           match-status " for "
                           tn-tourn-id of f-tourn
               end-write
           end-perform
           add 1 to tn-current-round of f-tourn
           rewrite f-tourn
           if tourn-status not = "00"
               display "TOURRSLT REWRITE tournament FAILED status="
                   tourn-status " for " tn-tourn-id of f-tourn
           end-if.

      *> the final decides the tournament: the master row, the
      *> winner's entry, the permanent tourchmp.dat record and the
      *> event feed all carry the result.
       finish-tournament.
           move 'F' to tn-status of f-tourn
           move ws-wn-username (1) to tn-winner of f-tourn
           move ws-wn-loser (1) to tn-runner-up of f-tourn
           move ws-today-date to tn-date-finished of f-tourn
           rewrite f-tourn
           if tourn-status not = "00"
               display "TOURRSLT REWRITE tournament FAILED status="
                   tourn-status " for " tn-tourn-id of f-tourn
           end-if
           add 1 to ws-tourns-finished

           move tn-tourn-id of f-tourn to te-tourn-id of f-entry
           move ws-wn-username (1) to te-username of f-entry
           read entry-file
               invalid key
                   continue
               not invalid key
                   move 'W' to te-status of f-entry
                   rewrite f-entry
           end-read

           perform record-champion

           move spaces to ws-event
           move "TOURNWIN" to e-type of ws-event
           move ws-wn-username (1) to e-username of ws-event
           move ws-wn-loser (1) to e-other-username of ws-event
           move tn-difficulty of f-tourn to e-difficulty of ws-event
           move ws-wn-covered (1) to e-covered of ws-event
           call "PostEvent" using ws-event

           display "TOURRSLT WON " tn-tourn-id of f-tourn " "
               ws-wn-username (1).

       record-champion.
           open extend champions-file
           if champs-status = "05" or champs-status = "35"
               open output champions-file
           end-if
           if champs-status not = "00"
               display "TOURRSLT OPEN tourchmp.dat FAILED status="
                   champs-status
               set ws-champs-failed to true
           else
               move spaces to champion-rec
               move tn-tourn-id of f-tourn to tc-tourn-id
               move tn-difficulty of f-tourn to tc-difficulty
               move ws-wn-username (1) to tc-winner
               move ws-wn-covered (1) to tc-winner-covered
               move ws-wn-loser (1) to tc-runner-up
               move ws-wn-loser-covered (1) to tc-runner-covered
               move tn-board-width of f-tourn to tc-board-width
               move tn-board-height of f-tourn to tc-board-height
               move ws-today-date to tc-date-won
               move tn-tourn-name of f-tourn to tc-tourn-name
               write champion-rec
               if champs-status not = "00"
                   display "TOURRSLT WRITE tourchmp.dat FAILED status="
                       champs-status " " tc-tourn-id
                   set ws-champs-failed to true
               end-if
               close champions-file
           end-if.

      *> applied cards are rolled into a deck named for the run's
      *> date and time, so tomorrow's run starts clean and a second
      *> run the same day never overwrites the first one's deck; a
      *> card rejected for a full run is resubmitted from it.
       roll-result-cards.
           move spaces to ws-cards-filename
           string "tourrslt" ws-today-date ws-today (9:6) ".trn"
               delimited by size into ws-cards-filename
           call "CBL_RENAME_FILE" using "tourrslt.trn"
               ws-cards-filename
           if return-code not = 0
               display "TOURRSLT: tourrslt.trn not rolled to "
                   function trim (ws-cards-filename)
               move 0 to return-code
           end-if.

       end program TOURRSLT.
