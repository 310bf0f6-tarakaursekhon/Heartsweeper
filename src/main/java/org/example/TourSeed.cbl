       program-id. TOURSEED.

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

       select match-file assign "tourmtch.dat"
           organization is indexed
           access mode is dynamic
           record key is tx-key of f-match
           status is match-status.

       select skill-file assign "skillrat.dat"
           organization is indexed
           access mode is dynamic
           record key is k-key of f-skill
           status is skill-status.

       data division.
       fd tourn-master.
       01 f-tourn.
           copy TOURREC.

       fd entry-file.
       01 f-entry.
           copy TENTREC.

       fd match-file.
       01 f-match.
           copy TMTCHREC.

       fd skill-file.
       01 f-skill.
           copy SKILLREC.

       working-storage section.
       01 tourn-status     pic 9(2).
       01 entry-status      pic 9(2).
       01 match-status       pic 9(2).
       01 skill-status        pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-skill-open-switch    pic x value 'N'.
           88 ws-skill-open value 'Y'.

      *> tournaments whose entries TOURMNT has closed, collected
      *> before any is seeded so the master walk is never mixed
      *> with keyed rewrites.
       01 ws-seed-list.
           03 ws-sl-tourn-id  pic x(8) occurs 50.
       01 ws-seed-count      pic 9(4) comp value 0.
       01 ws-seed-max        pic 9(4) comp value 50.
       01 ws-seeded-list.
           03 ws-dl-tourn-id  pic x(8) occurs 50.
       01 ws-seeded-count    pic 9(4) comp value 0.
       01 ws-print-round     pic 9(2) value 0.

      *> one tournament's field, best first once sorted: rating
      *> high to low, then earlier entry, then username.
       01 ws-field-table.
           03 ws-fe-entry occurs 128.
               05 ws-fe-username   pic x(20).
               05 ws-fe-rating     pic 9(5).
               05 ws-fe-date       pic 9(8).
       01 ws-field-count     pic 9(4) comp value 0.
       01 ws-field-max       pic 9(4) comp value 128.
       01 ws-swap-entry.
           05 ws-sw-username   pic x(20).
           05 ws-sw-rating     pic 9(5).
           05 ws-sw-date       pic 9(8).
       01 ws-best            pic 9(4) comp value 0.

      *> standard bracket order: seed 1 meets the lowest seed and
      *> can only meet seed 2 in the final. built by doubling -
      *> (1 2), (1 4 2 3), (1 8 4 5 2 7 3 6) - each slot s of the
      *> smaller draw splitting into s and (size + 1 - s).
       01 ws-order-table.
           03 ws-order       pic 9(3) occurs 128.
       01 ws-order-new-table.
           03 ws-order-new   pic 9(3) occurs 128.
       01 ws-order-len       pic 9(4) comp value 0.
       01 ws-bracket-size    pic 9(4) comp value 0.
       01 ws-rounds          pic 9(2) value 0.
       01 ws-match-no        pic 9(4) comp value 0.
       01 ws-seed-1          pic 9(4) comp value 0.
       01 ws-seed-2          pic 9(4) comp value 0.
       01 ws-byes            pic 9(4) comp value 0.

       01 ws-sub             pic 9(4) comp value 0.
       01 ws-sub2            pic 9(4) comp value 0.
       01 ws-list-sub        pic 9(4) comp value 0.
       01 ws-tourn-id        pic x(8).
       01 ws-not-seeded      pic 9(5) value 0.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           open i-o tourn-master
           if tourn-status = "35"
               display "TOURSEED: no tourmast.dat yet, nothing to seed"
               goback
           end-if
           if tourn-status not = "00"
               display "TOURSEED OPEN tourn-master FAILED status="
                   tourn-status
               move 12 to return-code
               goback
           end-if

           perform collect-closed-tournaments
           if ws-seed-count = 0
               close tourn-master
               display "TOURSEED: no tournaments waiting to be seeded"
               goback
           end-if

           open i-o entry-file
           if entry-status not = "00"
               display "TOURSEED OPEN entry-file FAILED status="
                   entry-status
               close tourn-master
               move 12 to return-code
               goback
           end-if
           perform open-match-file
           if match-status not = "00"
               close entry-file
               close tourn-master
               move 12 to return-code
               goback
           end-if
           open input skill-file
           if skill-status = "00"
               set ws-skill-open to true
           else
               display "TOURSEED: no skillrat.dat (status="
                   skill-status "), every entrant seeds unrated"
           end-if

           perform varying ws-list-sub from 1 by 1
                   until ws-list-sub > ws-seed-count
               move ws-sl-tourn-id (ws-list-sub) to ws-tourn-id
               perform seed-tournament
           end-perform

           if ws-skill-open
               close skill-file
           end-if
           close match-file
           close entry-file
           close tourn-master

      *>     the first bracket report goes out once the files are
      *>     closed - PrintBracket reads them itself.
           move 0 to ws-print-round
           perform varying ws-list-sub from 1 by 1
                   until ws-list-sub > ws-seeded-count
               call "PrintBracket" using ws-dl-tourn-id (ws-list-sub)
                   ws-print-round
           end-perform

           display "TOURSEED seeded=" ws-seeded-count
               " not seeded=" ws-not-seeded
           if ws-not-seeded > 0
               move 4 to return-code
           end-if
           goback.

       open-match-file.
           open i-o match-file
           if match-status = "35"
               open output match-file
               close match-file
               open i-o match-file
           end-if
           if match-status not = "00"
               display "TOURSEED OPEN match-file FAILED status="
                   match-status
           end-if.

       collect-closed-tournaments.
           move 'N' to ws-eof-switch
           perform until ws-eof
               read tourn-master next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if tn-status of f-tourn = 'C'
                           if ws-seed-count < ws-seed-max
                               add 1 to ws-seed-count
                               move tn-tourn-id of f-tourn to
                                   ws-sl-tourn-id (ws-seed-count)
                           else
                               display "TOURSEED: seed list full, "
                                   tn-tourn-id of f-tourn
                                   " waits for the next run"
                           end-if
                       end-if
               end-read
           end-perform.

       seed-tournament.
           move ws-tourn-id to tn-tourn-id of f-tourn
           read tourn-master
               invalid key
                   move 'X' to tn-status of f-tourn
           end-read
           if tn-status of f-tourn not = 'C'
               display "TOURSEED: " ws-tourn-id " no longer closed"
               add 1 to ws-not-seeded
           else
               perform load-field
               if ws-field-count < 2
                   display "TOURSEED: " ws-tourn-id
                       " has fewer than two entrants - not seeded"
                   add 1 to ws-not-seeded
               else
                   perform sort-field
                   perform size-bracket
                   perform build-seed-order
                   perform write-first-round
                   perform stamp-entries
                   perform stamp-tournament
               end-if
           end-if.

       load-field.
           move 0 to ws-field-count
           move ws-tourn-id to te-tourn-id of f-entry
           move low-values to te-username of f-entry
           start entry-file key not less than te-key of f-entry
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read entry-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if te-tourn-id of f-entry not = ws-tourn-id
                           move 'Y' to ws-eof-switch
                       else
                           perform add-to-field
                       end-if
               end-read
           end-perform.

       add-to-field.
           if ws-field-count < ws-field-max
               add 1 to ws-field-count
               move te-username of f-entry to
                   ws-fe-username (ws-field-count)
               move te-date-entered of f-entry to
                   ws-fe-date (ws-field-count)
               move 0 to ws-fe-rating (ws-field-count)
               if ws-skill-open
                   move te-username of f-entry to
                       k-username of f-skill
                   read skill-file
                       invalid key
                           continue
                       not invalid key
                           move k-rating of f-skill to
                               ws-fe-rating (ws-field-count)
                   end-read
               end-if
           end-if.

      *> selection sort - a field is never more than 128 players.
       sort-field.
           perform varying ws-sub from 1 by 1
                   until ws-sub >= ws-field-count
               move ws-sub to ws-best
               perform varying ws-sub2 from ws-sub by 1
                       until ws-sub2 > ws-field-count
                   evaluate true
                       when ws-fe-rating (ws-sub2) >
                               ws-fe-rating (ws-best)
                           move ws-sub2 to ws-best
                       when ws-fe-rating (ws-sub2) =
                               ws-fe-rating (ws-best)
                           and ws-fe-date (ws-sub2) <
                               ws-fe-date (ws-best)
                           move ws-sub2 to ws-best
                       when ws-fe-rating (ws-sub2) =
                               ws-fe-rating (ws-best)
                           and ws-fe-date (ws-sub2) =
                               ws-fe-date (ws-best)
                           and ws-fe-username (ws-sub2) <
                               ws-fe-username (ws-best)
                           move ws-sub2 to ws-best
                       when other
                           continue
                   end-evaluate
               end-perform
               if ws-best not = ws-sub
                   move ws-fe-entry (ws-sub) to ws-swap-entry
                   move ws-fe-entry (ws-best) to ws-fe-entry (ws-sub)
                   move ws-swap-entry to ws-fe-entry (ws-best)
               end-if
           end-perform.

       size-bracket.
           move 2 to ws-bracket-size
           move 1 to ws-rounds
           perform until ws-bracket-size >= ws-field-count
               compute ws-bracket-size = ws-bracket-size * 2
               add 1 to ws-rounds
           end-perform
           compute ws-byes = ws-bracket-size - ws-field-count.

       build-seed-order.
           move 1 to ws-order (1)
           move 1 to ws-order-len
           perform until ws-order-len >= ws-bracket-size
               perform varying ws-sub from 1 by 1
                       until ws-sub > ws-order-len
                   move ws-order (ws-sub) to
                       ws-order-new (ws-sub * 2 - 1)
                   compute ws-order-new (ws-sub * 2) =
                       ws-order-len * 2 + 1 - ws-order (ws-sub)
               end-perform
               compute ws-order-len = ws-order-len * 2
               perform varying ws-sub from 1 by 1
                       until ws-sub > ws-order-len
                   move ws-order-new (ws-sub) to ws-order (ws-sub)
               end-perform
           end-perform.

      *> the better seed of each pair is always player 1; a seed
      *> past the size of the field is a bye, and only the top
      *> seeds ever draw one.
       write-first-round.
           perform varying ws-match-no from 1 by 1
                   until ws-match-no > ws-bracket-size / 2
               move ws-order (ws-match-no * 2 - 1) to ws-seed-1
               move ws-order (ws-match-no * 2) to ws-seed-2
               move spaces to f-match
               move ws-tourn-id to tx-tourn-id of f-match
               move 1 to tx-round of f-match
               move ws-match-no to tx-match of f-match
               move ws-fe-username (ws-seed-1) to
                   tx-player-1 of f-match
               move ws-seed-1 to tx-seed-1 of f-match
               move 0 to tx-covered-1 of f-match
               move 0 to tx-covered-2 of f-match
               move 0 to tx-date-decided of f-match
               if ws-seed-2 > ws-field-count
                   move 0 to tx-seed-2 of f-match
                   move 'B' to tx-status of f-match
                   move ws-fe-username (ws-seed-1) to
                       tx-winner of f-match
                   move ws-today-date to tx-date-decided of f-match
               else
                   move ws-fe-username (ws-seed-2) to
                       tx-player-2 of f-match
                   move ws-seed-2 to tx-seed-2 of f-match
                   move 'P' to tx-status of f-match
               end-if
               write f-match
                   invalid key
                       display "TOURSEED WRITE match FAILED status="
                           match-status " for " ws-tourn-id
               end-write
           end-perform.

       stamp-entries.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-field-count
               move ws-tourn-id to te-tourn-id of f-entry
               move ws-fe-username (ws-sub) to te-username of f-entry
               read entry-file
                   invalid key
                       continue
                   not invalid key
                       move ws-sub to te-seed of f-entry
                       move ws-fe-rating (ws-sub) to
                           te-rating of f-entry
                       move 'A' to te-status of f-entry
                       rewrite f-entry
               end-read
           end-perform.

       stamp-tournament.
           move 'S' to tn-status of f-tourn
           move ws-field-count to tn-entrants of f-tourn
           move ws-bracket-size to tn-bracket-size of f-tourn
           move ws-rounds to tn-rounds of f-tourn
           move 1 to tn-current-round of f-tourn
           move ws-today-date to tn-date-seeded of f-tourn
           rewrite f-tourn
           if tourn-status = "00"
               add 1 to ws-seeded-count
               move ws-tourn-id to ws-dl-tourn-id (ws-seeded-count)
               display "TOURSEED SEEDED " ws-tourn-id
                   " entrants=" ws-field-count
                   " byes=" ws-byes
           else
               display "TOURSEED REWRITE tournament FAILED status="
                   tourn-status " for " ws-tourn-id
               add 1 to ws-not-seeded
           end-if.

       end program TOURSEED.
