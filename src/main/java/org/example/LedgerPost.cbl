       program-id. LEDGPOST.

       environment division.
       configuration section.

       file-control.
       select ledger-file assign "ledger.dat"
           organization is line sequential
           status is ledger-status.

       select balance-file assign "ledgbal.dat"
           organization is indexed
           access mode is dynamic
           record key is lb-key of f-balance
           status is balance-status.

       select award-file assign "ledgawd.dat"
           organization is indexed
           access mode is dynamic
           record key is la-key of f-award
           status is award-status.

       select rate-file assign "ledgrate.dat"
           organization is line sequential
           status is rate-status.

       select champions-file assign "champs.dat"
           organization is line sequential
           status is champs-status.

       select badge-file assign "playbadg.dat"
           organization is indexed
           access mode is sequential
           record key is b-key of f-badge
           status is badge-status.

       select player-master assign "playmast.dat"
           organization is indexed
           access mode is dynamic
           record key is p-key of f-player
           status is master-status.

       select ledger-cards assign "ledger.trn"
           organization is line sequential
           status is cards-status.

       select sequence-control assign "ledgseq.ctl"
           organization is line sequential
           status is sequence-status.

       select post-report assign "ledgpost.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd ledger-file.
       01 f-ledger.
           copy LEDGREC.

       fd balance-file.
       01 f-balance.
           copy LBALREC.

       fd award-file.
       01 f-award.
           copy LAWDREC.

      *> one line per rate, '*' in column 1 for a comment:
      *>   CHAMPION B        0000500   a season title on B
      *>   BADGE    PLAYS1K  0000250   one badge code
      *>   BADGE    *        0000050   any badge without its own
      *> the code is a difficulty letter for CHAMPION and a badge
      *> code for BADGE; '*' is the fallback for the type.
       fd rate-file.
       01 rate-rec.
           03 rate-type           pic x(8).
           03 filler               pic x(1).
           03 rate-code             pic x(8).
           03 filler                 pic x(1).
           03 rate-points             pic x(7).

       fd champions-file.
       01 champion-rec.
           copy CHAMPREC.

       fd badge-file.
       01 f-badge.
           copy BADGEREC.

       fd player-master.
       01 f-player.
           copy PLAYREC.

       fd ledger-cards.
       01 ledger-card-in  pic x(103).

      *> the last posting number issued, so the numbering survives
      *> a failed run and the ledger never repeats one.
       fd sequence-control.
       01 sequence-rec  pic 9(9).

       fd post-report.
       01 report-line  pic x(100).

       working-storage section.
       01 ledger-status      pic 9(2).
       01 balance-status      pic 9(2).
       01 award-status         pic 9(2).
       01 rate-status           pic 9(2).
       01 champs-status          pic 9(2).
       01 badge-status            pic 9(2).
       01 master-status            pic 9(2).
       01 cards-status              pic 9(2).
       01 sequence-status            pic 9(2).
       01 report-status               pic 9(2).

      *> one card per posting, keyed by the prize desk:
      *>   REDEEM  points taken for a prize - rejected if the
      *>           player's balance would go below zero
      *>   CREDIT  correction in the player's favour, and how a
      *>           team-finish prize off teams.rpt is paid
      *>   DEBIT   correction against the player
      *> points are seven digits, zero filled. every card carries
      *> the keying operator's initials, which go on the posting.
       01 ledger-card.
           03 card-action        pic x(10).
           03 card-username       pic x(20).
           03 card-points          pic x(7).
           03 card-points-n redefines card-points pic 9(7).
           03 card-reference        pic x(20).
           03 card-operator          pic x(8).
           03 card-text               pic x(38).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-cards-filename       pic x(30).
       01 ws-take-on-switch        pic x value 'N'.
           88 ws-taking-on value 'Y'.
       01 ws-rates-bad-switch       pic x value 'N'.
           88 ws-rates-bad value 'Y'.
       01 ws-post-failed-switch      pic x value 'N'.
           88 ws-post-failed value 'Y'.

       01 ws-rate-table.
           03 ws-rt-entry occurs 100.
               05 ws-rt-type        pic x(8).
               05 ws-rt-code        pic x(8).
               05 ws-rt-points      pic 9(7).
       01 ws-rate-count      pic 9(4) comp value 0.
       01 ws-rate-max        pic 9(4) comp value 100.
       01 ws-sub              pic 9(4) comp value 0.
       01 ws-rate-points       pic 9(7) value 0.
       01 ws-rate-found-switch  pic x value 'N'.
           88 ws-rate-found value 'Y'.

      *> the award under judgement and the rate code it is priced
      *> on (difficulty letter or badge code).
       01 ws-award-key.
           03 ws-aw-username     pic x(20).
           03 ws-aw-type         pic x(8).
           03 ws-aw-reference    pic x(20).
       01 ws-award-rate-code    pic x(8).
       01 ws-award-text          pic x(40).

      *> the posting being made - filled by the card or award
      *> paragraphs, then written by post-points.
       01 ws-post-username     pic x(20).
       01 ws-post-type          pic x(8).
       01 ws-post-reference      pic x(20).
       01 ws-post-dc              pic x(1).
       01 ws-post-points           pic 9(7).
       01 ws-post-operator          pic x(8).
       01 ws-post-text               pic x(40).
       01 ws-next-posting-no          pic 9(9) value 0.
       01 ws-player-balance           pic s9(9) value 0.

       01 ws-cards-read        pic 9(5) value 0.
       01 ws-cards-applied      pic 9(5) value 0.
       01 ws-cards-rejected      pic 9(5) value 0.
       01 ws-awards-seen          pic 9(7) value 0.
       01 ws-awards-credited       pic 9(7) value 0.
       01 ws-awards-unrated         pic 9(7) value 0.
       01 ws-awards-taken-on         pic 9(7) value 0.
       01 ws-awards-on-file           pic 9(7) value 0.
       01 ws-postings-written          pic 9(7) value 0.
       01 ws-post-failures              pic 9(5) value 0.

      *> the run's control: the balance file's total before, plus
      *> the credits less the debits posted tonight, must be the
      *> balance file's total after.
       01 ws-balance-total      pic s9(11) value 0.
       01 ws-opening-total       pic s9(11) value 0.
       01 ws-closing-total        pic s9(11) value 0.
       01 ws-expected-total        pic s9(11) value 0.
       01 ws-credits-total          pic 9(11) value 0.
       01 ws-debits-total            pic 9(11) value 0.

       01 ws-header-line.
         03 filler            pic x(32) value
             "LEDGER POSTING RUN              ".
         03 ws-hl-date         pic 9(8).

       01 ws-column-line.
         03 filler            pic x(40) value
             "POSTING NO  PLAYER                TYPE ".
         03 filler            pic x(40) value
             "     REFERENCE             D   POINTS   ".
         03 filler            pic x(20) value
             "  BALANCE  OPERATOR ".

       01 ws-detail-line.
         03 ws-dt-posting-no   pic 9(9).
         03 filler              pic x(3) value spaces.
         03 ws-dt-username       pic x(20).
         03 filler                pic x(2) value spaces.
         03 ws-dt-type             pic x(8).
         03 filler                  pic x(2) value spaces.
         03 ws-dt-reference          pic x(20).
         03 filler                    pic x(2) value spaces.
         03 ws-dt-dc                   pic x(1).
         03 filler                      pic x(2) value spaces.
         03 ws-dt-points                 pic zzzzzz9.
         03 filler                        pic x(2) value spaces.
         03 ws-dt-balance                  pic -zzzzzzz9.
         03 filler                          pic x(2) value spaces.
         03 ws-dt-operator                   pic x(8).

       01 ws-total-line.
         03 filler            pic x(2) value spaces.
         03 ws-total-label     pic x(30).
         03 ws-total-count      pic zzzzzz9.

       01 ws-control-line.
         03 filler            pic x(2) value spaces.
         03 ws-cl-label        pic x(30).
         03 ws-cl-amount        pic -zzzzzzzzzz9.

       procedure division.
       main-logic.
           move function current-date to ws-today
           move ws-today (1:8) to ws-today-date

           perform load-rate-table
           if ws-rates-bad
               display "LEDGPOST bad or missing ledgrate.dat - not run"
               move 12 to return-code
               goback
           end-if

           open input player-master
           if master-status not = "00"
               display "LEDGPOST OPEN playmast.dat FAILED status="
                   master-status
               move 12 to return-code
               goback
           end-if

           perform open-balance-file
           if balance-status not = "00"
               close player-master
               move 12 to return-code
               goback
           end-if

           perform open-award-file
           if award-status not = "00"
               close balance-file
               close player-master
               move 12 to return-code
               goback
           end-if

           open extend ledger-file
           if ledger-status = "05" or ledger-status = "35"
               open output ledger-file
           end-if
           if ledger-status not = "00"
               display "LEDGPOST OPEN ledger.dat FAILED status="
                   ledger-status
               close award-file
               close balance-file
               close player-master
               move 12 to return-code
               goback
           end-if

           open output post-report
           if report-status not = "00"
               display "LEDGPOST OPEN ledgpost.rpt FAILED status="
                   report-status
               close ledger-file
               close award-file
               close balance-file
               close player-master
               move 12 to return-code
               goback
           end-if
           move ws-today-date to ws-hl-date
           write report-line from ws-header-line
           move spaces to report-line
           write report-line
           write report-line from ws-column-line

           perform read-posting-sequence
           perform total-balance-file
           move ws-balance-total to ws-opening-total

           perform apply-ledger-cards
           perform post-champion-awards
           perform post-badge-awards

           perform total-balance-file
           move ws-balance-total to ws-closing-total
           perform write-control

           close post-report
           close ledger-file
           close award-file
           close balance-file
           close player-master
           display "LEDGPOST cards read=" ws-cards-read
               " applied=" ws-cards-applied
               " rejected=" ws-cards-rejected
               " awards credited=" ws-awards-credited
               " taken on=" ws-awards-taken-on
           if ws-cards-rejected > 0
               move 4 to return-code
           end-if
           if ws-post-failures > 0
                   or ws-closing-total not = ws-expected-total
               move 8 to return-code
           end-if
           goback.

      *> a missing or malformed rate table stops the run - judged
      *> against no rates, every new award would be registered as
      *> unpaid and never credited.
       load-rate-table.
           move 0 to ws-rate-count
           open input rate-file
           if rate-status not = "00"
               display "LEDGPOST: no ledgrate.dat (status="
                   rate-status ")"
               set ws-rates-bad to true
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read rate-file
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform load-one-rate
                   end-read
               end-perform
               close rate-file
           end-if.

       load-one-rate.
           evaluate true
               when rate-rec (1:1) = '*' or rate-rec = spaces
                   continue
               when rate-type not = "CHAMPION"
                       and rate-type not = "BADGE"
                   display "LEDGPOST bad rate type: " rate-rec
                   set ws-rates-bad to true
               when rate-code = spaces or rate-points not numeric
                   display "LEDGPOST bad rate: " rate-rec
                   set ws-rates-bad to true
               when ws-rate-count >= ws-rate-max
                   display "LEDGPOST rate table full at: " rate-rec
                   set ws-rates-bad to true
               when other
                   add 1 to ws-rate-count
                   move rate-type to ws-rt-type (ws-rate-count)
                   move rate-code to ws-rt-code (ws-rate-count)
                   move rate-points to ws-rt-points (ws-rate-count)
           end-evaluate.

       open-balance-file.
           open i-o balance-file
           if balance-status = "35"
               open output balance-file
               close balance-file
               open i-o balance-file
           end-if
           if balance-status not = "00"
               display "LEDGPOST OPEN ledgbal.dat FAILED status="
                   balance-status
           end-if.

      *> no register yet means the ledger is starting: every award
      *> already on file is taken on unpaid, the same way BADGEAWD
      *> sends no notices off a first build, so only awards earned
      *> from here on are credited.
       open-award-file.
           open i-o award-file
           if award-status = "35"
               set ws-taking-on to true
               display "LEDGPOST: no ledgawd.dat - taking on the"
                   " awards on file without crediting them"
               open output award-file
               close award-file
               open i-o award-file
           end-if
           if award-status not = "00"
               display "LEDGPOST OPEN ledgawd.dat FAILED status="
                   award-status
           end-if.

       read-posting-sequence.
           move 0 to ws-next-posting-no
           open input sequence-control
           if sequence-status = "00"
               read sequence-control
                   at end
                       continue
                   not at end
                       if sequence-rec numeric
                           move sequence-rec to ws-next-posting-no
                       end-if
               end-read
               close sequence-control
           end-if.

       total-balance-file.
           move 0 to ws-balance-total
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
                       add lb-balance of f-balance to ws-balance-total
               end-read
           end-perform.

      *> ---- keyed cards ------------------------------------------
       apply-ledger-cards.
           open input ledger-cards
           if cards-status not = "00"
               display "LEDGPOST: no ledger.trn to process (status="
                   cards-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read ledger-cards into ledger-card
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           perform apply-card
                   end-read
               end-perform
               close ledger-cards
               perform roll-keyed-cards
           end-if.

       apply-card.
           evaluate true
               when card-username = spaces
                   display "LEDGPOST REJECTED blank username: "
                       ledger-card
                   add 1 to ws-cards-rejected
               when card-operator = spaces
                   display "LEDGPOST REJECTED no operator: "
                       ledger-card
                   add 1 to ws-cards-rejected
               when card-points not numeric
                   display "LEDGPOST REJECTED bad points: "
                       ledger-card
                   add 1 to ws-cards-rejected
               when card-points-n = 0
                   display "LEDGPOST REJECTED zero points: "
                       ledger-card
                   add 1 to ws-cards-rejected
               when card-action not = "REDEEM"
                       and card-action not = "CREDIT"
                       and card-action not = "DEBIT"
                   display "LEDGPOST REJECTED bad action: "
                       ledger-card
                   add 1 to ws-cards-rejected
               when other
                   perform apply-registered-card
           end-evaluate.

      *> a posting is only keyed against a registered player - an
      *> ANONYMIZE leaves the ANON name on the master, so a
      *> correction to a departed player's points can still go on.
       apply-registered-card.
           move card-username to p-username of f-player
           read player-master
               invalid key
                   display "LEDGPOST REJECTED not registered: "
                       card-username
                   add 1 to ws-cards-rejected
               not invalid key
                   perform get-player-balance
                   if card-action = "REDEEM"
                           and card-points-n > ws-player-balance
                       display "LEDGPOST REJECTED redemption of "
                           card-points-n " exceeds balance "
                           ws-player-balance " for " card-username
                       add 1 to ws-cards-rejected
                   else
                       perform post-card
                   end-if
           end-read.

       post-card.
           move card-username to ws-post-username
           move card-action to ws-post-type
           move card-reference to ws-post-reference
           move card-points-n to ws-post-points
           move card-operator to ws-post-operator
           move card-text to ws-post-text
           if card-action = "CREDIT"
               move 'C' to ws-post-dc
           else
               move 'D' to ws-post-dc
           end-if
           perform post-points
           if ws-post-failed
               add 1 to ws-cards-rejected
           else
               add 1 to ws-cards-applied
               if ws-player-balance < 0
                   display "LEDGPOST WARNING " card-username
                       " now below zero: " ws-player-balance
               end-if
           end-if.

       get-player-balance.
           move 0 to ws-player-balance
           move card-username to lb-username of f-balance
           read balance-file
               invalid key
                   continue
               not invalid key
                   move lb-balance of f-balance to ws-player-balance
           end-read.

      *> processed cards are rolled into a dated deck so the next
      *> night never posts them twice, the same way PLAYMNT rolls
      *> its maintenance cards.
       roll-keyed-cards.
           move spaces to ws-cards-filename
           string "ledger" ws-today-date ws-today (9:6) ".trn"
               delimited by size into ws-cards-filename
           call "CBL_RENAME_FILE" using "ledger.trn"
               ws-cards-filename
           if return-code not = 0
               display "LEDGPOST: ledger.trn not rolled to "
                   function trim (ws-cards-filename)
               move 0 to return-code
           end-if.

      *> ---- awards -----------------------------------------------
      *> champs.dat is the permanent title history, so every title
      *> ever won passes the register each night; only one it has
      *> not seen is credited.
       post-champion-awards.
           open input champions-file
           if champs-status not = "00"
               display "LEDGPOST: no champs.dat (status="
                   champs-status "), no titles to credit"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read champions-file
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           if ch-username of champion-rec
                                   not = spaces
                               perform judge-champion
                           end-if
                   end-read
               end-perform
               close champions-file
           end-if.

       judge-champion.
           move ch-username of champion-rec to ws-aw-username
           move "CHAMPION" to ws-aw-type
           move spaces to ws-aw-reference
           move ch-season-id of champion-rec to ws-aw-reference (1:8)
           move ch-difficulty of champion-rec to
               ws-aw-reference (10:1)
           move spaces to ws-award-rate-code
           move ch-difficulty of champion-rec to ws-award-rate-code
           move spaces to ws-award-text
           string "SEASON " ch-season-id of champion-rec
               " TITLE ON " ch-difficulty of champion-rec
               delimited by size into ws-award-text
           perform judge-award.

       post-badge-awards.
           open input badge-file
           if badge-status not = "00"
               display "LEDGPOST: no playbadg.dat (status="
                   badge-status "), no badges to credit"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read badge-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform judge-badge
                   end-read
               end-perform
               close badge-file
           end-if.

       judge-badge.
           move b-username of f-badge to ws-aw-username
           move "BADGE" to ws-aw-type
           move b-badge-code of f-badge to ws-aw-reference
           move b-badge-code of f-badge to ws-award-rate-code
           move spaces to ws-award-text
           string "BADGE " b-badge-code of f-badge
               " EARNED " b-date-earned of f-badge
               delimited by size into ws-award-text
           perform judge-award.

      *> the register decides: an award already on it is done
      *> with, whatever the badge file has been rebuilt to since.
      *> a new one is credited at the rate table's rate, or
      *> registered unpaid when the table has no rate for it.
       judge-award.
           add 1 to ws-awards-seen
           move ws-award-key to la-key of f-award
           read award-file
               invalid key
                   perform register-award
               not invalid key
                   add 1 to ws-awards-on-file
           end-read.

       register-award.
           move ws-award-key to la-key of f-award
           move 0 to la-posting-no of f-award
           move 0 to la-points of f-award
           move ws-today-date to la-date-judged of f-award
           evaluate true
               when ws-taking-on
                   move 'T' to la-status of f-award
                   perform write-award
                   add 1 to ws-awards-taken-on
               when other
                   perform find-rate
                   if ws-rate-points = 0
                       move 'Z' to la-status of f-award
                       perform write-award
                       add 1 to ws-awards-unrated
                   else
                       perform credit-award
                   end-if
           end-evaluate.

      *> the posting goes first and the register row after it: a
      *> failed posting leaves the award unregistered, so the next
      *> night tries it again.
       credit-award.
           move ws-aw-username to ws-post-username
           move ws-aw-type to ws-post-type
           move ws-aw-reference to ws-post-reference
           move 'C' to ws-post-dc
           move ws-rate-points to ws-post-points
           move spaces to ws-post-operator
           move ws-award-text to ws-post-text
           perform post-points
           if not ws-post-failed
               move ws-award-key to la-key of f-award
               move 'C' to la-status of f-award
               move ws-next-posting-no to la-posting-no of f-award
               move ws-rate-points to la-points of f-award
               move ws-today-date to la-date-judged of f-award
               perform write-award
               add 1 to ws-awards-credited
           end-if.

       write-award.
           write f-award
               invalid key
                   display "LEDGPOST WRITE ledgawd.dat FAILED status="
                       award-status " for " ws-award-key
                   add 1 to ws-post-failures
           end-write.

       find-rate.
           move 0 to ws-rate-points
           move 'N' to ws-rate-found-switch
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-rate-count or ws-rate-found
               if ws-rt-type (ws-sub) = ws-aw-type
                       and ws-rt-code (ws-sub) = ws-award-rate-code
                   set ws-rate-found to true
                   move ws-rt-points (ws-sub) to ws-rate-points
               end-if
           end-perform
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-rate-count or ws-rate-found
               if ws-rt-type (ws-sub) = ws-aw-type
                       and ws-rt-code (ws-sub) = "*"
                   set ws-rate-found to true
                   move ws-rt-points (ws-sub) to ws-rate-points
               end-if
           end-perform.

      *> ---- posting ----------------------------------------------
      *> one posting: the number is issued and saved first - no
      *> saved number, no posting, or tomorrow would issue it
      *> again - then the ledger row is written and the player's
      *> balance brought up to it. ws-player-balance comes back as
      *> the new balance.
       post-points.
           move 'N' to ws-post-failed-switch
           perform issue-posting-no
           if ws-post-failed
               add 1 to ws-post-failures
           else
               perform write-posting
           end-if.

       write-posting.
           move spaces to f-ledger
           move ws-next-posting-no to lg-posting-no of f-ledger
           move ws-post-username to lg-username of f-ledger
           move ws-today-date to lg-date-posted of f-ledger
           move ws-today (9:8) to lg-time-posted of f-ledger
           move ws-post-type to lg-type of f-ledger
           move ws-post-reference to lg-reference of f-ledger
           move ws-post-dc to lg-dc of f-ledger
           move ws-post-points to lg-points of f-ledger
           move ws-post-operator to lg-operator of f-ledger
           move ws-post-text to lg-text of f-ledger
           write f-ledger
           if ledger-status not = "00"
               display "LEDGPOST WRITE ledger.dat FAILED status="
                   ledger-status " for " ws-post-username
               set ws-post-failed to true
               add 1 to ws-post-failures
           else
               add 1 to ws-postings-written
               if ws-post-dc = 'C'
                   add ws-post-points to ws-credits-total
               else
                   add ws-post-points to ws-debits-total
               end-if
               perform update-balance
               perform write-detail
           end-if.

       issue-posting-no.
           add 1 to ws-next-posting-no
           open output sequence-control
           if sequence-status not = "00"
               display "LEDGPOST REWRITE ledgseq.ctl FAILED"
                   " status=" sequence-status
               set ws-post-failed to true
           else
               move ws-next-posting-no to sequence-rec
               write sequence-rec
               close sequence-control
           end-if.

       update-balance.
           move ws-post-username to lb-username of f-balance
           read balance-file
               invalid key
                   move ws-post-username to lb-username of f-balance
                   move 0 to lb-balance of f-balance
                   move 0 to lb-credits of f-balance
                   move 0 to lb-debits of f-balance
                   perform apply-to-balance
                   write f-balance
                       invalid key
                           display "LEDGPOST WRITE ledgbal.dat FAILED"
                               " status=" balance-status " for "
                               ws-post-username
                           add 1 to ws-post-failures
                   end-write
               not invalid key
                   perform apply-to-balance
                   rewrite f-balance
                   if balance-status not = "00"
                       display "LEDGPOST REWRITE ledgbal.dat FAILED"
                           " status=" balance-status " for "
                           ws-post-username
                       add 1 to ws-post-failures
                   end-if
           end-read.

       apply-to-balance.
           if ws-post-dc = 'C'
               add ws-post-points to lb-balance of f-balance
               add ws-post-points to lb-credits of f-balance
           else
               subtract ws-post-points from lb-balance of f-balance
               add ws-post-points to lb-debits of f-balance
           end-if
           move ws-next-posting-no to lb-last-posting-no of f-balance
           move ws-today-date to lb-date-last-posted of f-balance
           move lb-balance of f-balance to ws-player-balance.

       write-detail.
           move ws-next-posting-no to ws-dt-posting-no
           move ws-post-username to ws-dt-username
           move ws-post-type to ws-dt-type
           move ws-post-reference to ws-dt-reference
           move ws-post-dc to ws-dt-dc
           move ws-post-points to ws-dt-points
           move ws-player-balance to ws-dt-balance
           move ws-post-operator to ws-dt-operator
           write report-line from ws-detail-line.

       write-control.
           compute ws-expected-total =
               ws-opening-total + ws-credits-total - ws-debits-total
           move spaces to report-line
           write report-line
           move "CARDS READ" to ws-total-label
           move ws-cards-read to ws-total-count
           write report-line from ws-total-line
           move "CARDS POSTED" to ws-total-label
           move ws-cards-applied to ws-total-count
           write report-line from ws-total-line
           move "CARDS REJECTED" to ws-total-label
           move ws-cards-rejected to ws-total-count
           write report-line from ws-total-line
           move "AWARDS ON FILE" to ws-total-label
           move ws-awards-seen to ws-total-count
           write report-line from ws-total-line
           move "AWARDS ALREADY REGISTERED" to ws-total-label
           move ws-awards-on-file to ws-total-count
           write report-line from ws-total-line
           move "AWARDS CREDITED" to ws-total-label
           move ws-awards-credited to ws-total-count
           write report-line from ws-total-line
           move "AWARDS WITH NO RATE" to ws-total-label
           move ws-awards-unrated to ws-total-count
           write report-line from ws-total-line
           move "AWARDS TAKEN ON UNPAID" to ws-total-label
           move ws-awards-taken-on to ws-total-count
           write report-line from ws-total-line
           move "POSTINGS WRITTEN" to ws-total-label
           move ws-postings-written to ws-total-count
           write report-line from ws-total-line
           move "POSTING FAILURES" to ws-total-label
           move ws-post-failures to ws-total-count
           write report-line from ws-total-line
           move spaces to report-line
           write report-line
           move "BALANCE FILE TOTAL BEFORE" to ws-cl-label
           move ws-opening-total to ws-cl-amount
           write report-line from ws-control-line
           move "PLUS CREDITS POSTED" to ws-cl-label
           move ws-credits-total to ws-cl-amount
           write report-line from ws-control-line
           move "LESS DEBITS POSTED" to ws-cl-label
           move ws-debits-total to ws-cl-amount
           write report-line from ws-control-line
           move "EXPECTED TOTAL AFTER" to ws-cl-label
           move ws-expected-total to ws-cl-amount
           write report-line from ws-control-line
           move "BALANCE FILE TOTAL AFTER" to ws-cl-label
           move ws-closing-total to ws-cl-amount
           write report-line from ws-control-line
           if ws-closing-total = ws-expected-total
               write report-line from "  IN BALANCE"
           else
               write report-line from "  OUT OF BALANCE"
               display "LEDGPOST OUT OF BALANCE expected="
                   ws-expected-total " actual=" ws-closing-total
           end-if.

       end program LEDGPOST.
