           organization is line sequential
           status is cards-status.

       select approved-cards assign "erasure.apv"
           organization is line sequential
           status is approved-status.

       select carried-cards assign "erasecar.tmp"
           organization is line sequential
           status is carried-status.

       select checkpoint-file assign "nightchk.dat"
           organization is line sequential
           status is checkpoint-status.
           record key is d-key of f-dispute
           status is dispute-status.

       select suspect-file assign "suspect.dat"
           organization is indexed
           access mode is dynamic
           record key is sp-key of f-suspect
           status is suspect-status.

       select session-file assign "sessions.dat"
           organization is indexed
           access mode is dynamic
           record key is g-key of f-session
           status is session-status.

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

       select history-file assign "playhist.dat"
           organization is indexed
           access mode is dynamic
           record key is h-key of f-history
           status is history-status.

       select history-control assign "playhctl.dat"
           organization is indexed
           access mode is dynamic
           record key is hc-key of f-hist-ctl
           status is hctl-status.

       select outbox-file assign "outbox.dat"
           organization is indexed
           access mode is dynamic
           record key is n-key of f-notice
           status is outbox-status.

       select tourn-champs assign "tourchmp.dat"
           organization is line sequential
           status is tchamps-status.

       select tourn-champs-new assign "erasewk.tmp"
           organization is line sequential
           status is tchamps-new-status.

       select champions-file assign "champs.dat"
           organization is line sequential
           status is champs-status.
           organization is line sequential
           status is event-out-status.

       select practice-input assign "practice.log"
           organization is line sequential
           status is practice-in-status.

       select practice-output assign "erasewk.tmp"
           organization is line sequential
           status is practice-out-status.

       select ledger-input assign "ledger.dat"
           organization is line sequential
           status is ledger-in-status.

       select ledger-output assign "erasewk.tmp"
           organization is line sequential
           status is ledger-out-status.

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

       select approval-file assign "approval.dat"
           organization is indexed
           access mode is dynamic
           record key is ap-key of f-approval
           status is approval-status.

       select applog-input assign "approval.log"
           organization is line sequential
           status is applog-in-status.

       select applog-output assign "erasewk.tmp"
           organization is line sequential
           status is applog-out-status.

       select deck-input assign using ws-scrub-filename
           organization is line sequential
           status is deck-in-status.

       select deck-output assign "erasewk.tmp"
           organization is line sequential
           status is deck-out-status.

       select gens-file assign "scoreaud.gens"
           organization is line sequential
           status is gens-status.

       data division.
       fd maint-cards.
       01 maint-card-in  pic x(38).

      *> requests a second operator has approved through APPRMNT,
      *> each carrying the card image as keyed. approved cards
      *> past a full run's worth wait in erasecar.tmp and become
      *> the next run's deck.
       fd approved-cards.
       01 approved-card.
           copy APVREC.

       fd carried-cards.
       01 carried-card.
           copy APVREC.

      *> NIGHTRUN's checkpoint layout - the RUNNING header is the
      *> interlock that keeps an erasure from racing the batch
       01 f-dispute.
           copy DSPREC.

       fd suspect-file.
       01 f-suspect.
           copy SUSPREC.

       fd session-file.
       01 f-session.
           copy SESSREC.

       fd tourn-master.
       01 f-tourn.
           copy TOURREC.

       fd entry-file.
       01 f-entry.
           copy TENTREC.

       fd match-file.
       01 f-match.
           copy TMTCHREC.

       fd history-file.
       01 f-history.
           copy HISTREC.

       fd history-control.
       01 f-hist-ctl.
           copy HCTLREC.

       fd outbox-file.
       01 f-notice.
           copy NOTEREC.

       fd tourn-champs.
       01 tourn-champ-rec.
           copy TCHMREC.

       fd tourn-champs-new.
       01 tourn-champ-new-rec.
           copy TCHMREC.

       fd champions-file.
       01 champion-rec.
           copy CHAMPREC.
       01 event-out-rec.
           copy EVENTREC.

       fd practice-input.
       01 practice-in-rec.
           copy PRACREC.

       fd practice-output.
       01 practice-out-rec.
           copy PRACREC.

       fd ledger-input.
       01 ledger-in-rec.
           copy LEDGREC.

       fd ledger-output.
       01 ledger-out-rec.
           copy LEDGREC.

       fd balance-file.
       01 f-balance.
           copy LBALREC.

       fd award-file.
       01 f-award.
           copy LAWDREC.

       fd approval-file.
       01 f-approval.
           copy APPRREC.

      *> APPRMNT's decision log - one row per approve, reject or
      *> expiry, naming the queued card's subject.
       fd applog-input.
       01 applog-in-rec.
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

       fd applog-output.
       01 applog-out-rec  pic x(142).

       fd deck-input.
       01 deck-in-rec.
           copy APVREC.

       fd deck-output.
       01 deck-out-rec  pic x(116).

       fd gens-file.
       01 gens-rec  pic x(30).


       working-storage section.
       01 cards-status        pic 9(2).
       01 approved-status      pic 9(2).
       01 carried-status        pic 9(2).
       01 checkpoint-status    pic 9(2).
       01 certificate-status    pic 9(2).
       01 file-status            pic 9(2).
       01 skill-status              pic 9(2).
       01 badge-status               pic 9(2).
       01 dispute-status              pic 9(2).
       01 suspect-status               pic 9(2).
       01 session-status                pic 9(2).
       01 tourn-status                  pic 9(2).
       01 entry-status                   pic 9(2).
       01 match-status                    pic 9(2).
       01 history-status                  pic 9(2).
       01 hctl-status                      pic 9(2).
       01 outbox-status                     pic 9(2).
       01 champs-status                pic 9(2).
       01 tchamps-status                pic 9(2).
       01 tchamps-new-status             pic 9(2).
       01 champs-new-status             pic 9(2).
       01 scrub-in-status     pic 9(2).
       01 scrub-out-status     pic 9(2).
       01 adjust-out-status      pic 9(2).
       01 event-in-status       pic 9(2).
       01 event-out-status       pic 9(2).
       01 practice-in-status     pic 9(2).
       01 practice-out-status     pic 9(2).
       01 ledger-in-status        pic 9(2).
       01 ledger-out-status        pic 9(2).
       01 balance-status            pic 9(2).
       01 award-status               pic 9(2).
       01 approval-status             pic 9(2).
       01 applog-in-status        pic 9(2).
       01 applog-out-status        pic 9(2).
       01 deck-in-status          pic 9(2).
       01 deck-out-status          pic 9(2).
       01 gens-status             pic 9(2).
       01 snapctl-status           pic 9(2).

           88 ws-gens-eof value 'Y'.
       01 ws-scrub-filename      pic x(30).

      *> one card per departing player:
      *>   action   ERASE (rows removed outright) or ANONYMIZE
      *>            (rows kept under a generated ANON<date><nnn>
      *>            name so standings history stays whole)
      *>   operator initials of the person keying the card
      *> an erasure cannot be undone, so an erasure.trn card is
      *> only queued; the run works from the cards APPRMNT has
      *> released to erasure.apv once a second operator approved
      *> them.
       01 maint-card.
           03 card-action        pic x(10).
           03 card-operator       pic x(8).
           03 card-username        pic x(20).

       01 ws-queue-item.
           copy APPRREC.
       01 ws-queue-result       pic x.
       01 ws-cards-queued        pic 9(5) value 0.
       01 ws-cards-carried        pic 9(5) value 0.
       01 ws-cards-filename        pic x(30).
       01 ws-card-ok-switch         pic x value 'N'.
           88 ws-card-ok value 'Y'.

      *> the run's worklist - every approved card, with the
      *> generated replacement name an ANONYMIZE keeps using across
      *> every file so the renamed rows still join to each other,
      *> and who keyed and who approved it for the certificate.
      *> the points ledger is never erased, only renamed, so its
      *> postings still foot: an ERASE gets an ANON name of its own
      *> used on the ledger files alone.
       01 ws-request-table.
           03 ws-rq-entry occurs 20.
               05 ws-rq-username    pic x(20).
               05 ws-rq-action      pic x(1).
               05 ws-rq-anon-name   pic x(20).
               05 ws-rq-ledger-name pic x(20).
               05 ws-rq-queue-no    pic 9(6).
               05 ws-rq-maker       pic x(8).
               05 ws-rq-checker     pic x(8).
       01 ws-request-count   pic 9(2) comp value 0.
       01 ws-request-max     pic 9(2) comp value 20.
       01 ws-anon-seq         pic 9(3) value 0.
       01 ws-found-switch        pic x value 'N'.
           88 ws-found value 'Y'.

      *> a queued card image is read through its owning program's
      *> card layout - ws-card-pos is where a username sits in it.
       01 ws-card-program     pic x(8).
       01 ws-card-image        pic x(100).
       01 ws-card-pos           pic 9(4) comp value 0.
       01 ws-subject             pic x(20).

       01 ws-cards-read        pic 9(5) value 0.
       01 ws-cards-rejected     pic 9(5) value 0.
       01 ws-file-rows           pic 9(7) value 0.
       01 ws-skill-rows              pic 9(7) value 0.
       01 ws-badge-rows               pic 9(7) value 0.
       01 ws-dispute-rows              pic 9(7) value 0.
       01 ws-suspect-rows               pic 9(7) value 0.
       01 ws-session-rows                pic 9(7) value 0.
       01 ws-tourn-rows                   pic 9(7) value 0.
       01 ws-entry-rows                    pic 9(7) value 0.
       01 ws-match-rows                     pic 9(7) value 0.
       01 ws-history-rows                    pic 9(7) value 0.
       01 ws-outbox-rows                      pic 9(7) value 0.
       01 ws-balance-rows                      pic 9(7) value 0.
       01 ws-award-rows                         pic 9(7) value 0.
       01 ws-approval-rows                       pic 9(7) value 0.
       01 ws-scores-touched-switch  pic x value 'N'.
           88 ws-scores-touched value 'Y'.
       01 ws-stream-active-switch    pic x value 'N'.
       01 ws-score-key-table.
           03 ws-sk-diff  pic x(1) occurs 20.
       01 ws-score-key-count   pic 9(2) comp value 0.
      *> a player can have any number of held plays, so the
      *> suspect keys go in batches - each pass walks the file,
      *> collects up to the table's worth for the names on the
      *> worklist, and deletes them; a full table means another
      *> pass.
       01 ws-suspect-key-table.
           03 ws-sx-entry occurs 200.
               05 ws-sx-key       pic x(45).
               05 ws-sx-req        pic 9(4) comp.
       01 ws-suspect-key-count  pic 9(4) comp value 0.
       01 ws-suspect-key-max    pic 9(4) comp value 200.
       01 ws-suspect-stall-switch  pic x value 'N'.
           88 ws-suspect-stalled value 'Y'.
      *> tournament entries are keyed on the name too, and go the
      *> same way.
       01 ws-entry-key-table.
           03 ws-ex-entry occurs 200.
               05 ws-ex-key       pic x(28).
               05 ws-ex-req        pic 9(4) comp.
       01 ws-entry-key-count    pic 9(4) comp value 0.
       01 ws-entry-key-max      pic 9(4) comp value 200.
       01 ws-entry-stall-switch    pic x value 'N'.
           88 ws-entry-stalled value 'Y'.
      *> the play history is keyed on the name first, so each
      *> request's rows are collected from its own START, a batch
      *> at a time.
       01 ws-history-key-table.
           03 ws-hx-key  pic x(47) occurs 500.
       01 ws-history-key-count  pic 9(4) comp value 0.
       01 ws-history-key-max    pic 9(4) comp value 500.
       01 ws-history-stall-switch  pic x value 'N'.
           88 ws-history-stalled value 'Y'.
       01 ws-hctl-open-switch       pic x value 'N'.
           88 ws-hctl-open value 'Y'.
      *> the notice outbox is keyed on the name first too.
       01 ws-outbox-key-table.
           03 ws-ox-key  pic x(48) occurs 200.
       01 ws-outbox-key-count   pic 9(4) comp value 0.
       01 ws-outbox-key-max     pic 9(4) comp value 200.
       01 ws-outbox-stall-switch   pic x value 'N'.
           88 ws-outbox-stalled value 'Y'.
      *> and so is the ledger's award register.
       01 ws-award-key-table.
           03 ws-ax-key  pic x(48) occurs 200.
       01 ws-award-key-count    pic 9(4) comp value 0.
       01 ws-award-key-max      pic 9(4) comp value 200.
       01 ws-award-stall-switch    pic x value 'N'.
           88 ws-award-stalled value 'Y'.

       01 ws-cert-request-line.
         03 filler            pic x(2) value spaces.
         03 filler               pic x(4) value " -> ".
         03 ws-cr-anon-name       pic x(20).

       01 ws-cert-approval-line.
         03 filler            pic x(12) value spaces.
         03 filler             pic x(6) value "QUEUE ".
         03 ws-ca-queue-no      pic 9(6).
         03 filler               pic x(10) value " KEYED BY ".
         03 ws-ca-maker           pic x(8).
         03 filler                 pic x(13) value " APPROVED BY ".
         03 ws-ca-checker           pic x(8).

       01 ws-cert-ledger-line.
         03 filler            pic x(12) value spaces.
         03 filler             pic x(22) value
             "POINTS LEDGER KEPT AS ".
         03 ws-cl-ledger-name   pic x(20).

       01 ws-cert-file-line.
         03 filler            pic x(2) value spaces.
         03 filler             pic x(5) value "FILE ".

           move ws-today-date to ws-today-date-x
           perform seed-anon-sequence
           perform queue-request-cards
           perform load-request-cards
           if ws-request-count = 0
               display "ERASURE: no approved requests to apply"
               perform retire-approved-cards
               display "ERASURE cards read=" ws-cards-read
                   " queued=" ws-cards-queued
                   " rejected=" ws-cards-rejected
               if ws-cards-rejected > 0
                   move 4 to return-code
               end-if
           perform erase-skill-file
           perform erase-badge-file
           perform scrub-dispute-file
           perform erase-suspect-file
           perform scrub-session-file
           perform scrub-tourn-master
           perform erase-entry-file
           perform scrub-match-file
           perform erase-history-file
           perform erase-outbox-file
           perform rename-balance-file
           perform rename-award-file
           perform scrub-approval-queue

      *>     the rank file follows the standings; rebuilding it
      *>     here means GetScore never serves a rank row for a name
           end-if

           perform scrub-champions
           perform scrub-tourn-champions
           perform scrub-snapshots
           perform scrub-audit-trail
           perform scrub-adjust-log
           perform scrub-event-feed
           perform scrub-practice-log
           perform scrub-points-ledger
           perform scrub-approval-log
           perform scrub-release-decks

      *>     no catalog lists the dated scorearc archives or the
      *>     FILECHK scorbk/pmastbk/pstatbk backups, so they can't
           write certificate-line

           close certificate
           perform retire-approved-cards
           display "ERASURE requests=" ws-request-count
               " queued=" ws-cards-queued
               " carried=" ws-cards-carried
               " rejected=" ws-cards-rejected
               " write failures=" ws-write-fails
           if ws-cards-rejected > 0
      *> a second run the same day must not reissue an ANON name
      *> the first run already planted - the sequence resumes past
      *> the highest ANON<today> name already on the player master.
      *> an ERASE leaves its ANON name on the points balance file
      *> alone, so that is searched as well.
       seed-anon-sequence.
           open input player-master
           if master-status = "00"
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           move p-username of f-player to
                               ws-scrub-name
                           perform note-anon-name
                   end-read
               end-perform
               close player-master
           end-if
           open input balance-file
           if balance-status = "00"
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read balance-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           move lb-username of f-balance to
                               ws-scrub-name
                           perform note-anon-name
                   end-read
               end-perform
               close balance-file
           end-if.

       note-anon-name.
           if ws-scrub-name (1:4) = "ANON"
                   and ws-scrub-name (5:8) = ws-today-date-x
                   and ws-scrub-name (13:3) numeric
               move ws-scrub-name (13:3) to ws-anon-tail
               if ws-anon-tail > ws-anon-seq
                   move ws-anon-tail to ws-anon-seq
               end-if
           end-if.

       queue-request-cards.
           open input maint-cards
           if cards-status not = "00"
               display "ERASURE: no erasure.trn to queue (status="
                   cards-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read maint-cards into maint-card
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           perform check-card
                           if ws-card-ok
                               perform queue-card
                           end-if
                   end-read
               end-perform
               close maint-cards
               perform roll-keyed-cards
           end-if.

       check-card.
           move 'N' to ws-card-ok-switch
           evaluate true
               when card-username = spaces
                       or card-operator = spaces
                   display "ERASURE REJECTED bad action: "
                       maint-card
                   add 1 to ws-cards-rejected
               when other
                   set ws-card-ok to true
           end-evaluate.

       queue-card.
           move spaces to ws-queue-item
           move "ERASURE" to ap-program of ws-queue-item
           move card-action to ap-action of ws-queue-item
           move card-username to ap-subject of ws-queue-item
           move card-operator to ap-maker of ws-queue-item
           move maint-card to ap-card of ws-queue-item
           call "QueueCard" using ws-queue-item ws-queue-result
           evaluate ws-queue-result
               when 'Q'
                   display "ERASURE QUEUED "
                       ap-queue-no of ws-queue-item " "
                       card-action " " card-username
                   add 1 to ws-cards-queued
               when 'D'
                   display "ERASURE ALREADY QUEUED AS "
                       ap-queue-no of ws-queue-item ": " maint-card
                   add 1 to ws-cards-queued
               when other
                   display "ERASURE REJECTED not queued: " maint-card
                   add 1 to ws-cards-rejected
           end-evaluate.

      *> queued cards are rolled into a dated deck so the next run
      *> does not queue them again, the same way TOURRSLT rolls
      *> its result cards.
       roll-keyed-cards.
           move spaces to ws-cards-filename
           string "erasure" ws-today-date ws-today (9:6) ".trn"
               delimited by size into ws-cards-filename
           call "CBL_RENAME_FILE" using "erasure.trn"
               ws-cards-filename
           if return-code not = 0
               display "ERASURE: erasure.trn not rolled to "
                   function trim (ws-cards-filename)
               move 0 to return-code
           end-if.

       load-request-cards.
           open input approved-cards
           if approved-status not = "00"
               display "ERASURE: no erasure.apv to apply (status="
                   approved-status ")"
           else
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read approved-cards
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           add 1 to ws-cards-read
                           move av-card of approved-card to
                               maint-card
                           perform load-one-card
                   end-read
               end-perform
               close approved-cards
           end-if.

       load-one-card.
           perform check-card
           evaluate true
               when not ws-card-ok
                   continue
               when ws-request-count >= ws-request-max
                   perform carry-card
               when other
                   add 1 to ws-request-count
                   move card-username to
                       ws-rq-username (ws-request-count)
                   move av-queue-no of approved-card to
                       ws-rq-queue-no (ws-request-count)
                   move card-operator to
                       ws-rq-maker (ws-request-count)
                   move av-checker of approved-card to
                       ws-rq-checker (ws-request-count)
                   if card-action = "ERASE"
                       move 'E' to ws-rq-action (ws-request-count)
                       move spaces to
                           ws-rq-anon-name (ws-request-count)
                       perform generate-ledger-name
                   else
                       move 'A' to ws-rq-action (ws-request-count)
                       perform generate-anon-name
                       move ws-rq-anon-name (ws-request-count) to
                           ws-rq-ledger-name (ws-request-count)
                   end-if
           end-evaluate.

      *> an approved request past a full run's worth is not lost:
      *> it waits in the carry deck, which becomes erasure.apv once
      *> this run is done.
       carry-card.
           if ws-cards-carried = 0
               open output carried-cards
           end-if
           move approved-card to carried-card
           write carried-card
           if carried-status = "00"
               add 1 to ws-cards-carried
               display "ERASURE run full, carried to next run: "
                   card-username
           else
               display "ERASURE REJECTED run full, not carried: "
                   maint-card
               add 1 to ws-cards-rejected
           end-if.

       retire-approved-cards.
           if ws-cards-carried > 0
               close carried-cards
           end-if
           call "CBL_DELETE_FILE" using "erasure.apv"
           if ws-cards-carried > 0
               call "CBL_RENAME_FILE" using "erasecar.tmp"
                   "erasure.apv"
           end-if
           move 0 to return-code.

       generate-anon-name.
           add 1 to ws-anon-seq
           move spaces to ws-rq-anon-name (ws-request-count)
               delimited by size into
               ws-rq-anon-name (ws-request-count).

       generate-ledger-name.
           add 1 to ws-anon-seq
           move spaces to ws-rq-ledger-name (ws-request-count)
           string "ANON" ws-today-date ws-anon-seq
               delimited by size into
               ws-rq-ledger-name (ws-request-count).

       certify-requests.
           perform varying ws-req-sub from 1 by 1
                   until ws-req-sub > ws-request-count
               end-if
               move ws-rq-username (ws-req-sub) to ws-cr-username
               write certificate-line from ws-cert-request-line
               if ws-rq-action (ws-req-sub) = 'E'
                   move ws-rq-ledger-name (ws-req-sub) to
                       ws-cl-ledger-name
                   write certificate-line from ws-cert-ledger-line
               end-if
               move ws-rq-queue-no (ws-req-sub) to ws-ca-queue-no
               move ws-rq-maker (ws-req-sub) to ws-ca-maker
               move ws-rq-checker (ws-req-sub) to ws-ca-checker
               write certificate-line from ws-cert-approval-line
           end-perform.

      *> ---- indexed files, keyed delete-and-rewrite ------------
               end-if
           end-if.

      *> the hold queue is keyed on the play, username first, so
      *> rows are deleted and (ANONYMIZE) replanted like the
      *> standings. a SESSION suspect's detail names the other
      *> player who posted under the same session id - that name
      *> is scrubbed in place on the other player's row.
       erase-suspect-file.
           move 0 to ws-suspect-rows
           open i-o suspect-file
           evaluate true
               when suspect-status = "35"
                   move "suspect.dat" to ws-fail-file
                   perform certify-file-absent
               when suspect-status not = "00"
                   move "suspect.dat" to ws-fail-file
                   move suspect-status to ws-fail-status
                   perform certify-open-failure
               when other
               move ws-suspect-key-max to ws-suspect-key-count
               move 'N' to ws-suspect-stall-switch
               perform until ws-suspect-key-count < ws-suspect-key-max
                       or ws-suspect-stalled
                   move ws-suspect-rows to ws-file-rows
                   perform collect-suspect-keys
                   perform erase-collected-suspects
      *>             a pass that removed nothing will not do better
      *>             the next time round.
                   if ws-suspect-rows = ws-file-rows
                       set ws-suspect-stalled to true
                   end-if
               end-perform
               close suspect-file
               move "suspect.dat" to ws-cf-filename
               move ws-suspect-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       collect-suspect-keys.
           move 0 to ws-suspect-key-count
           move low-values to sp-key of f-suspect
           start suspect-file key not less than sp-key of f-suspect
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read suspect-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       perform scrub-suspect-detail
                       move sp-username of f-suspect to
                           ws-scrub-name
                       perform find-request-for-name
                       if ws-hit > 0
                           add 1 to ws-suspect-key-count
                           move sp-key of f-suspect to
                               ws-sx-key (ws-suspect-key-count)
                           move ws-hit to
                               ws-sx-req (ws-suspect-key-count)
                           if ws-suspect-key-count >=
                                   ws-suspect-key-max
                               move 'Y' to ws-eof-switch
                           end-if
                       end-if
               end-read
           end-perform.

      *> the detail holds at most 15 bytes of the other name, so
      *> the match is on that much of it.
       scrub-suspect-detail.
           if sp-detail of f-suspect (1:15) = "ALSO POSTED BY "
               perform varying ws-sub from 1 by 1
                       until ws-sub > ws-request-count
                   if sp-detail of f-suspect (16:15) =
                           ws-rq-username (ws-sub) (1:15)
                       move spaces to sp-detail of f-suspect
                       if ws-rq-action (ws-sub) = 'A'
                           string "ALSO POSTED BY "
                               ws-rq-anon-name (ws-sub)
                               delimited by size
                               into sp-detail of f-suspect
                       else
                           string "ALSO POSTED BY (erased)"
                               delimited by size
                               into sp-detail of f-suspect
                       end-if
                       rewrite f-suspect
                       if suspect-status = "00"
                           add 1 to ws-suspect-rows
                       end-if
                   end-if
               end-perform
           end-if.

       erase-collected-suspects.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-suspect-key-count
               move ws-sx-req (ws-sub) to ws-req-sub
               move ws-sx-key (ws-sub) to sp-key of f-suspect
               read suspect-file
                   invalid key
                       continue
                   not invalid key
                       delete suspect-file
                       if suspect-status = "00"
                           add 1 to ws-suspect-rows
                           if ws-rq-action (ws-req-sub) = 'A'
                               move ws-rq-anon-name (ws-req-sub) to
                                   sp-username of f-suspect
                               write f-suspect
                               if suspect-status not = "00"
                                   move "suspect.dat" to
                                       ws-fail-file
                                   perform certify-write-failure
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.

      *> a game session keeps its row either way - the id must
      *> stay on file so it can never be posted again - but the
      *> player name on it goes, the same as a dispute case.
       scrub-session-file.
           move 0 to ws-session-rows
           open i-o session-file
           evaluate true
               when session-status = "35"
                   move "sessions.dat" to ws-fail-file
                   perform certify-file-absent
               when session-status not = "00"
                   move "sessions.dat" to ws-fail-file
                   move session-status to ws-fail-status
                   perform certify-open-failure
               when other
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read session-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform scrub-one-session
                   end-read
               end-perform
               close session-file
               move "sessions.dat" to ws-cf-filename
               move ws-session-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       scrub-one-session.
           move g-username of f-session to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               if ws-rq-action (ws-hit) = 'A'
                   move ws-rq-anon-name (ws-hit) to
                       g-username of f-session
               else
                   move "(erased)" to g-username of f-session
               end-if
               rewrite f-session
               if session-status = "00"
                   add 1 to ws-session-rows
               end-if
           end-if.

      *> a tournament is the league's record the same as a
      *> dispute case - the bracket and its result stay whole, with
      *> the departing player's name replaced wherever it appears.
       scrub-tourn-master.
           move 0 to ws-tourn-rows
           open i-o tourn-master
           evaluate true
               when tourn-status = "35"
                   move "tourmast.dat" to ws-fail-file
                   perform certify-file-absent
               when tourn-status not = "00"
                   move "tourmast.dat" to ws-fail-file
                   move tourn-status to ws-fail-status
                   perform certify-open-failure
               when other
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read tourn-master next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform scrub-one-tournament
                   end-read
               end-perform
               close tourn-master
               move "tourmast.dat" to ws-cf-filename
               move ws-tourn-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       scrub-one-tournament.
           move 'N' to ws-touched-switch
           move tn-winner of f-tourn to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               perform replacement-name
               move ws-scrub-name to tn-winner of f-tourn
               set ws-row-touched to true
           end-if
           move tn-runner-up of f-tourn to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               perform replacement-name
               move ws-scrub-name to tn-runner-up of f-tourn
               set ws-row-touched to true
           end-if
           if ws-row-touched
               rewrite f-tourn
               if tourn-status = "00"
                   add 1 to ws-tourn-rows
               end-if
           end-if.

      *> the name a request leaves behind it - callers have just
      *> found the request with find-request-for-name.
       replacement-name.
           if ws-rq-action (ws-hit) = 'A'
               move ws-rq-anon-name (ws-hit) to ws-scrub-name
           else
               move "(erased)" to ws-scrub-name
           end-if.

      *> entries are keyed tournament then name, so they are
      *> collected in batches and deleted like the hold queue, an
      *> ANONYMIZE replanting the row under the ANON name. an
      *> ERASE entry simply goes - the draw keeps its
      *> "(erased)" slot on the match rows.
       erase-entry-file.
           move 0 to ws-entry-rows
           open i-o entry-file
           evaluate true
               when entry-status = "35"
                   move "tourentr.dat" to ws-fail-file
                   perform certify-file-absent
               when entry-status not = "00"
                   move "tourentr.dat" to ws-fail-file
                   move entry-status to ws-fail-status
                   perform certify-open-failure
               when other
               move ws-entry-key-max to ws-entry-key-count
               move 'N' to ws-entry-stall-switch
               perform until ws-entry-key-count < ws-entry-key-max
                       or ws-entry-stalled
                   move ws-entry-rows to ws-file-rows
                   perform collect-entry-keys
                   perform erase-collected-entries
                   if ws-entry-rows = ws-file-rows
                       set ws-entry-stalled to true
                   end-if
               end-perform
               close entry-file
               move "tourentr.dat" to ws-cf-filename
               move ws-entry-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       collect-entry-keys.
           move 0 to ws-entry-key-count
           move low-values to te-key of f-entry
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
                       move te-username of f-entry to ws-scrub-name
                       perform find-request-for-name
                       if ws-hit > 0
                           add 1 to ws-entry-key-count
                           move te-key of f-entry to
                               ws-ex-key (ws-entry-key-count)
                           move ws-hit to
                               ws-ex-req (ws-entry-key-count)
                           if ws-entry-key-count >=
                                   ws-entry-key-max
                               move 'Y' to ws-eof-switch
                           end-if
                       end-if
               end-read
           end-perform.

       erase-collected-entries.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-entry-key-count
               move ws-ex-req (ws-sub) to ws-req-sub
               move ws-ex-key (ws-sub) to te-key of f-entry
               read entry-file
                   invalid key
                       continue
                   not invalid key
                       delete entry-file
                       if entry-status = "00"
                           add 1 to ws-entry-rows
                           if ws-rq-action (ws-req-sub) = 'A'
                               move ws-rq-anon-name (ws-req-sub) to
                                   te-username of f-entry
                               write f-entry
                               if entry-status not = "00"
                                   move "tourentr.dat" to
                                       ws-fail-file
                                   perform certify-write-failure
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.

       scrub-match-file.
           move 0 to ws-match-rows
           open i-o match-file
           evaluate true
               when match-status = "35"
                   move "tourmtch.dat" to ws-fail-file
                   perform certify-file-absent
               when match-status not = "00"
                   move "tourmtch.dat" to ws-fail-file
                   move match-status to ws-fail-status
                   perform certify-open-failure
               when other
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read match-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform scrub-one-match
                   end-read
               end-perform
               close match-file
               move "tourmtch.dat" to ws-cf-filename
               move ws-match-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       scrub-one-match.
           move 'N' to ws-touched-switch
           move tx-player-1 of f-match to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               perform replacement-name
               move ws-scrub-name to tx-player-1 of f-match
               set ws-row-touched to true
           end-if
           move tx-player-2 of f-match to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               perform replacement-name
               move ws-scrub-name to tx-player-2 of f-match
               set ws-row-touched to true
           end-if
           move tx-winner of f-match to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               perform replacement-name
               move ws-scrub-name to tx-winner of f-match
               set ws-row-touched to true
           end-if
           if ws-row-touched
               rewrite f-match
               if match-status = "00"
                   add 1 to ws-match-rows
               end-if
           end-if.

      *> a cascade file that exists but could not be opened leaves
      *> the erasure incomplete - that goes on the certificate and
      *> fails the run, never a certificate that reads clean. a
      *> file that simply isn't there yet (a rebuild file before
      *> its first nightly run) holds no rows and is noted as such.
      *> PLAYHIST's consolidated play history. an ANONYMIZE
      *> replants each row under the ANON name, which leaves the
      *> generation's control totals as they were; an ERASE takes
      *> the row and its covered squares off its generation's
      *> control row, so PLAYHIST's nightly check still balances.
       erase-history-file.
           move 0 to ws-history-rows
           open i-o history-file
           evaluate true
               when history-status = "35"
                   move "playhist.dat" to ws-fail-file
                   perform certify-file-absent
               when history-status not = "00"
                   move "playhist.dat" to ws-fail-file
                   move history-status to ws-fail-status
                   perform certify-open-failure
               when other
               move 'N' to ws-hctl-open-switch
               open i-o history-control
               if hctl-status = "00"
                   set ws-hctl-open to true
               else
                   move "playhctl.dat" to ws-fail-file
                   move hctl-status to ws-fail-status
                   perform certify-open-failure
               end-if
               perform varying ws-req-sub from 1 by 1
                       until ws-req-sub > ws-request-count
                   perform erase-history-one-player
               end-perform
               if ws-hctl-open
                   close history-control
               end-if
               close history-file
               move "playhist.dat" to ws-cf-filename
               move ws-history-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       erase-history-one-player.
           move ws-history-key-max to ws-history-key-count
           move 'N' to ws-history-stall-switch
           perform until ws-history-key-count < ws-history-key-max
                   or ws-history-stalled
               move ws-history-rows to ws-file-rows
               perform collect-history-keys
               perform erase-collected-history
               if ws-history-rows = ws-file-rows
                   set ws-history-stalled to true
               end-if
           end-perform.

       collect-history-keys.
           move 0 to ws-history-key-count
           move low-values to h-key of f-history
           move ws-rq-username (ws-req-sub) to h-username of f-history
           start history-file key not less than h-key of f-history
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read history-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if h-username of f-history not =
                               ws-rq-username (ws-req-sub)
                           move 'Y' to ws-eof-switch
                       else
                           add 1 to ws-history-key-count
                           move h-key of f-history to
                               ws-hx-key (ws-history-key-count)
                           if ws-history-key-count >=
                                   ws-history-key-max
                               move 'Y' to ws-eof-switch
                           end-if
                       end-if
               end-read
           end-perform.

       erase-collected-history.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-history-key-count
               move ws-hx-key (ws-sub) to h-key of f-history
               read history-file
                   invalid key
                       continue
                   not invalid key
                       delete history-file
                       if history-status = "00"
                           add 1 to ws-history-rows
                           if ws-rq-action (ws-req-sub) = 'A'
                               move ws-rq-anon-name (ws-req-sub) to
                                   h-username of f-history
                               write f-history
                               if history-status not = "00"
                                   move "playhist.dat" to
                                       ws-fail-file
                                   perform certify-write-failure
                               end-if
                           else
                               perform uncount-history-row
                           end-if
                       end-if
               end-read
           end-perform.

       uncount-history-row.
           if ws-hctl-open
               move h-generation of f-history to
                   hc-generation of f-hist-ctl
               read history-control
                   invalid key
                       continue
                   not invalid key
                       subtract 1 from hc-records of f-hist-ctl
                       subtract h-covered of f-history from
                           hc-covered-total of f-hist-ctl
                       rewrite f-hist-ctl
               end-read
           end-if.

      *> a notice is a message to the person, not a record of the
      *> league's, so it goes on ANONYMIZE as well as ERASE - there
      *> is nobody left to deliver it to.
       erase-outbox-file.
           move 0 to ws-outbox-rows
           open i-o outbox-file
           evaluate true
               when outbox-status = "35"
                   move "outbox.dat" to ws-fail-file
                   perform certify-file-absent
               when outbox-status not = "00"
                   move "outbox.dat" to ws-fail-file
                   move outbox-status to ws-fail-status
                   perform certify-open-failure
               when other
               perform varying ws-req-sub from 1 by 1
                       until ws-req-sub > ws-request-count
                   perform erase-outbox-one-player
               end-perform
               close outbox-file
               move "outbox.dat" to ws-cf-filename
               move ws-outbox-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       erase-outbox-one-player.
           move ws-outbox-key-max to ws-outbox-key-count
           move 'N' to ws-outbox-stall-switch
           perform until ws-outbox-key-count < ws-outbox-key-max
                   or ws-outbox-stalled
               move ws-outbox-rows to ws-file-rows
               perform collect-outbox-keys
               perform erase-collected-notices
               if ws-outbox-rows = ws-file-rows
                   set ws-outbox-stalled to true
               end-if
           end-perform.

       collect-outbox-keys.
           move 0 to ws-outbox-key-count
           move low-values to n-key of f-notice
           move ws-rq-username (ws-req-sub) to n-username of f-notice
           start outbox-file key not less than n-key of f-notice
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read outbox-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if n-username of f-notice not =
                               ws-rq-username (ws-req-sub)
                           move 'Y' to ws-eof-switch
                       else
                           add 1 to ws-outbox-key-count
                           move n-key of f-notice to
                               ws-ox-key (ws-outbox-key-count)
                           if ws-outbox-key-count >=
                                   ws-outbox-key-max
                               move 'Y' to ws-eof-switch
                           end-if
                       end-if
               end-read
           end-perform.

       erase-collected-notices.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-outbox-key-count
               move ws-ox-key (ws-sub) to n-key of f-notice
               read outbox-file
                   invalid key
                       continue
                   not invalid key
                       delete outbox-file
                       if outbox-status = "00"
                           add 1 to ws-outbox-rows
                       end-if
               end-read
           end-perform.

      *> ---- points ledger, renamed under either action --------
      *> a balance row is the player's one row on ledgbal.dat,
      *> replanted under the ledger name.
       rename-balance-file.
           move 0 to ws-balance-rows
           open i-o balance-file
           evaluate true
               when balance-status = "35"
                   move "ledgbal.dat" to ws-fail-file
                   perform certify-file-absent
               when balance-status not = "00"
                   move "ledgbal.dat" to ws-fail-file
                   move balance-status to ws-fail-status
                   perform certify-open-failure
               when other
               perform varying ws-req-sub from 1 by 1
                       until ws-req-sub > ws-request-count
                   perform rename-balance-one-player
               end-perform
               close balance-file
               move "ledgbal.dat" to ws-cf-filename
               move ws-balance-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       rename-balance-one-player.
           move ws-rq-username (ws-req-sub) to
               lb-username of f-balance
           read balance-file
               invalid key
                   continue
               not invalid key
                   delete balance-file
                   if balance-status = "00"
                       add 1 to ws-balance-rows
                       move ws-rq-ledger-name (ws-req-sub) to
                           lb-username of f-balance
                       write f-balance
                       if balance-status not = "00"
                           move "ledgbal.dat" to ws-fail-file
                           perform certify-ledger-write-failure
                       end-if
                   end-if
           end-read.

      *> the award register is keyed on the name first, so the
      *> rows go in batches like the outbox - renamed rather than
      *> dropped, so a renamed title or badge is never credited
      *> again under the new name.
       rename-award-file.
           move 0 to ws-award-rows
           open i-o award-file
           evaluate true
               when award-status = "35"
                   move "ledgawd.dat" to ws-fail-file
                   perform certify-file-absent
               when award-status not = "00"
                   move "ledgawd.dat" to ws-fail-file
                   move award-status to ws-fail-status
                   perform certify-open-failure
               when other
               perform varying ws-req-sub from 1 by 1
                       until ws-req-sub > ws-request-count
                   perform rename-award-one-player
               end-perform
               close award-file
               move "ledgawd.dat" to ws-cf-filename
               move ws-award-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       rename-award-one-player.
           move ws-award-key-max to ws-award-key-count
           move 'N' to ws-award-stall-switch
           perform until ws-award-key-count < ws-award-key-max
                   or ws-award-stalled
               move ws-award-rows to ws-file-rows
               perform collect-award-keys
               perform rename-collected-awards
               if ws-award-rows = ws-file-rows
                   set ws-award-stalled to true
               end-if
           end-perform.

       collect-award-keys.
           move 0 to ws-award-key-count
           move low-values to la-key of f-award
           move ws-rq-username (ws-req-sub) to la-username of f-award
           start award-file key not less than la-key of f-award
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           perform until ws-eof
               read award-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if la-username of f-award not =
                               ws-rq-username (ws-req-sub)
                           move 'Y' to ws-eof-switch
                       else
                           add 1 to ws-award-key-count
                           move la-key of f-award to
                               ws-ax-key (ws-award-key-count)
                           if ws-award-key-count >=
                                   ws-award-key-max
                               move 'Y' to ws-eof-switch
                           end-if
                       end-if
               end-read
           end-perform.

       rename-collected-awards.
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-award-key-count
               move ws-ax-key (ws-sub) to la-key of f-award
               read award-file
                   invalid key
                       continue
                   not invalid key
                       delete award-file
                       if award-status = "00"
                           add 1 to ws-award-rows
                           move ws-rq-ledger-name (ws-req-sub) to
                               la-username of f-award
                           write f-award
                           if award-status not = "00"
                               move "ledgawd.dat" to ws-fail-file
                               perform certify-ledger-write-failure
                           end-if
                       end-if
               end-read
           end-perform.

       certify-open-failure.
           set ws-cascade-incomplete to true
           display "ERASURE OPEN FAILED "
               function trim (ws-fail-file)
               " status=" ws-fail-status
           move spaces to certificate-line
           string "  FILE " function trim (ws-fail-file)
               " NOT TOUCHED - OPEN FAILED status=" ws-fail-status
               delimited by size into certificate-line
           write certificate-line.

       certify-file-absent.
           move spaces to certificate-line
           string "  FILE " function trim (ws-fail-file)
               " NOT PRESENT - NO ROWS"
               delimited by size into certificate-line
           write certificate-line.

      *> a failed anonymize write means the deleted row could not
      *> be re-planted under the ANON name - that must be on the
      *> certificate, not buried in the job log, or the row count
      *> above reads as a clean change.
       certify-write-failure.
           add 1 to ws-write-fails
           display "ERASURE ANONYMIZE WRITE FAILED "
               function trim (ws-fail-file) " for "
               ws-rq-anon-name (ws-req-sub)
           move spaces to certificate-line
           string "  WRITE FAILED " function trim (ws-fail-file)
               " FOR " ws-rq-anon-name (ws-req-sub)
               delimited by size into certificate-line
           write certificate-line.

       certify-ledger-write-failure.
           add 1 to ws-write-fails
           display "ERASURE LEDGER WRITE FAILED "
               function trim (ws-fail-file) " for "
               ws-rq-ledger-name (ws-req-sub)
           move spaces to certificate-line
           string "  WRITE FAILED " function trim (ws-fail-file)
               " FOR " ws-rq-ledger-name (ws-req-sub)
               delimited by size into certificate-line
           write certificate-line.

      *> the approval queue is the league's record of who keyed and
      *> who approved each high-impact card, so its rows stay - the
      *> departing player's name is replaced in the subject and in
      *> the card image as keyed, like a dispute case.
       scrub-approval-queue.
           move 0 to ws-approval-rows
           open i-o approval-file
           evaluate true
               when approval-status = "35"
                   move "approval.dat" to ws-fail-file
                   perform certify-file-absent
               when approval-status not = "00"
                   move "approval.dat" to ws-fail-file
                   move approval-status to ws-fail-status
                   perform certify-open-failure
               when other
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read approval-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           perform scrub-one-approval
                   end-read
               end-perform
               close approval-file
               move "approval.dat" to ws-cf-filename
               move ws-approval-rows to ws-cf-rows
               write certificate-line from ws-cert-file-line
           end-evaluate.

       scrub-one-approval.
           move 'N' to ws-touched-switch
           move ap-program of f-approval to ws-card-program
           move ap-card of f-approval to ws-card-image
           perform scrub-card-image
           move ap-subject of f-approval to ws-subject
           perform scrub-card-subject
           if ws-row-touched
               move ws-card-image to ap-card of f-approval
               move ws-subject to ap-subject of f-approval
               rewrite f-approval
               if approval-status = "00"
                   add 1 to ws-approval-rows
               end-if
           end-if.

      *> the username columns of each queuing program's card -
      *> SCORADJ's card names a RENAME target as well as the row's
      *> owner.
       scrub-card-image.
           evaluate ws-card-program
               when "SCORADJ"
                   move 17 to ws-card-pos
                   perform scrub-card-name
                   move 42 to ws-card-pos
                   perform scrub-card-name
               when "ERASURE"
                   move 19 to ws-card-pos
                   perform scrub-card-name
               when "PLAYMNT"
                   move 11 to ws-card-pos
                   perform scrub-card-name
               when "DSPMNT"
                   move 24 to ws-card-pos
                   perform scrub-card-name
           end-evaluate.

       scrub-card-name.
           move ws-card-image (ws-card-pos:20) to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               perform replacement-name
               move ws-scrub-name to ws-card-image (ws-card-pos:20)
               set ws-row-touched to true
           end-if.

      *> the subject is the card's username, except on a DSPMNT
      *> card, where it is "CASE nnnnn " and as much of the
      *> disputing player's name as fits - the first nine
      *> characters. those are matched on the same nine, which can
      *> catch another name sharing them; on this file a name
      *> scrubbed too many is the safe way to be wrong.
       scrub-card-subject.
           if ws-card-program = "DSPMNT"
               move ws-subject (12:9) to ws-scrub-name
               perform find-request-for-case-name
               if ws-hit > 0
                   perform replacement-name
                   move ws-scrub-name to ws-subject (12:9)
                   set ws-row-touched to true
               end-if
           else
               move ws-subject to ws-scrub-name
               perform find-request-for-name
               if ws-hit > 0
                   perform replacement-name
                   move ws-scrub-name to ws-subject
                   set ws-row-touched to true
               end-if
           end-if.

      *> which request, if any, claims a name - callers load the
      *> name under test into ws-scrub-name first.
       find-request-for-name.
           move 0 to ws-hit
           move 'N' to ws-found-switch
           perform varying ws-req-sub from 1 by 1
                   until ws-req-sub > ws-request-count or ws-found
               if ws-rq-username (ws-req-sub) = ws-scrub-name
                   set ws-found to true
                   move ws-req-sub to ws-hit
               end-if
           end-perform.

       find-request-for-case-name.
           move 0 to ws-hit
           move 'N' to ws-found-switch
           perform varying ws-req-sub from 1 by 1
                   until ws-req-sub > ws-request-count or ws-found
               if ws-rq-username (ws-req-sub) (1:9) =
                       ws-scrub-name (1:9)
                   set ws-found to true
                   move ws-req-sub to ws-hit
               end-if
           end-perform.

      *> ---- line sequential files, filter-and-swap -------------
       scrub-champions.
           move 0 to ws-file-rows
           open input champions-file
           if champs-status not = "00"
               continue
           else
               open output champions-new
               if champs-new-status not = "00"
                   move "champs.dat" to ws-fail-file
                   move champs-new-status to ws-fail-status
                   perform certify-open-failure
                   close champions-file
               else
                   move 'N' to ws-eof-switch
                   perform until ws-eof
                       read champions-file
                           at end
                               move 'Y' to ws-eof-switch
                           not at end
                               perform scrub-one-champion
                       end-read
                   end-perform
                   close champions-new
                   close champions-file
                   call "CBL_DELETE_FILE" using "champs.dat"
                   call "CBL_RENAME_FILE" using "erasewk.tmp"
                       "champs.dat"
                   move "champs.dat" to ws-cf-filename
                   add 1 to ws-file-rows
           end-evaluate.

      *> unlike champs.dat a tournament win is kept either way -
      *> the row stays with the name replaced, as on tourmast.dat.
       scrub-tourn-champions.
           move 0 to ws-file-rows
           open input tourn-champs
           if tchamps-status not = "00"
               continue
           else
               open output tourn-champs-new
               if tchamps-new-status not = "00"
                   move "tourchmp.dat" to ws-fail-file
                   move tchamps-new-status to ws-fail-status
                   perform certify-open-failure
                   close tourn-champs
               else
                   move 'N' to ws-eof-switch
                   perform until ws-eof
                       read tourn-champs
                           at end
                               move 'Y' to ws-eof-switch
                           not at end
                               perform scrub-one-tourn-champion
                       end-read
                   end-perform
                   close tourn-champs-new
                   close tourn-champs
                   call "CBL_DELETE_FILE" using "tourchmp.dat"
                   call "CBL_RENAME_FILE" using "erasewk.tmp"
                       "tourchmp.dat"
                   move "tourchmp.dat" to ws-cf-filename
                   move ws-file-rows to ws-cf-rows
                   write certificate-line from ws-cert-file-line
               end-if
           end-if.

       scrub-one-tourn-champion.
           move 'N' to ws-touched-switch
           move tourn-champ-rec to tourn-champ-new-rec
           move tc-winner of tourn-champ-rec to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               perform replacement-name
               move ws-scrub-name to tc-winner of tourn-champ-new-rec
               set ws-row-touched to true
           end-if
           move tc-runner-up of tourn-champ-rec to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               perform replacement-name
               move ws-scrub-name to
                   tc-runner-up of tourn-champ-new-rec
               set ws-row-touched to true
           end-if
           write tourn-champ-new-rec
           if ws-row-touched
               add 1 to ws-file-rows
           end-if.

      *> the weekly standings snapshots TRENDRPT diffs - the pair
      *> snapctl.dat names is every snapshot the system still
      *> reads; missing the snapshots is exactly how a deleted
               write event-out-rec
           end-if.

      *> the unranked plays SaveScores logs apart from the audit
      *> trail - a registered player's practice games carry their
      *> name too.
       scrub-practice-log.
           move 0 to ws-file-rows
           open input practice-input
           if practice-in-status not = "00"
               continue
           else
               open output practice-output
               if practice-out-status not = "00"
                   move "practice.log" to ws-fail-file
                   move practice-out-status to ws-fail-status
                   perform certify-open-failure
                   close practice-input
               else
                   move 'N' to ws-eof-switch
                   perform until ws-eof
                       read practice-input
                           at end
                               move 'Y' to ws-eof-switch
                           not at end
                               perform scrub-one-practice-play
                       end-read
                   end-perform
                   close practice-output
                   close practice-input
                   call "CBL_DELETE_FILE" using "practice.log"
                   call "CBL_RENAME_FILE" using "erasewk.tmp"
                       "practice.log"
                   move "practice.log" to ws-cf-filename
                   move ws-file-rows to ws-cf-rows
                   write certificate-line from ws-cert-file-line
               end-if
           end-if.

       scrub-one-practice-play.
           move pr-username of practice-in-rec to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0 and ws-rq-action (ws-hit) = 'E'
               add 1 to ws-file-rows
           else
               move practice-in-rec to practice-out-rec
               if ws-hit > 0
                   add 1 to ws-file-rows
                   move ws-rq-anon-name (ws-hit) to
                       pr-username of practice-out-rec
               end-if
               write practice-out-rec
           end-if.

      *> the points ledger keeps every posting - the control
      *> report has to foot across the erasure - with the name
      *> replaced, whichever action was asked for.
       scrub-points-ledger.
           move 0 to ws-file-rows
           open input ledger-input
           if ledger-in-status not = "00"
               continue
           else
               open output ledger-output
               if ledger-out-status not = "00"
                   move "ledger.dat" to ws-fail-file
                   move ledger-out-status to ws-fail-status
                   perform certify-open-failure
                   close ledger-input
               else
                   move 'N' to ws-eof-switch
                   perform until ws-eof
                       read ledger-input
                           at end
                               move 'Y' to ws-eof-switch
                           not at end
                               perform scrub-one-posting
                       end-read
                   end-perform
                   close ledger-output
                   close ledger-input
                   call "CBL_DELETE_FILE" using "ledger.dat"
                   call "CBL_RENAME_FILE" using "erasewk.tmp"
                       "ledger.dat"
                   move "ledger.dat" to ws-cf-filename
                   move ws-file-rows to ws-cf-rows
                   write certificate-line from ws-cert-file-line
               end-if
           end-if.

       scrub-one-posting.
           move ledger-in-rec to ledger-out-rec
           move lg-username of ledger-in-rec to ws-scrub-name
           perform find-request-for-name
           if ws-hit > 0
               add 1 to ws-file-rows
               move ws-rq-ledger-name (ws-hit) to
                   lg-username of ledger-out-rec
           end-if
           write ledger-out-rec.

      *> APPRMNT's decision log is kept whole for the same reason
      *> as the queue it records; only the subject carries a name.
       scrub-approval-log.
           move 0 to ws-file-rows
           open input applog-input
           if applog-in-status not = "00"
               continue
           else
               open output applog-output
               if applog-out-status not = "00"
                   move "approval.log" to ws-fail-file
                   move applog-out-status to ws-fail-status
                   perform certify-open-failure
                   close applog-input
               else
                   move 'N' to ws-eof-switch
                   perform until ws-eof
                       read applog-input
                           at end
                               move 'Y' to ws-eof-switch
                           not at end
                               perform scrub-one-decision
                       end-read
                   end-perform
                   close applog-output
                   close applog-input
                   call "CBL_DELETE_FILE" using "approval.log"
                   call "CBL_RENAME_FILE" using "erasewk.tmp"
                       "approval.log"
                   move "approval.log" to ws-cf-filename
                   move ws-file-rows to ws-cf-rows
                   write certificate-line from ws-cert-file-line
               end-if
           end-if.

       scrub-one-decision.
           move 'N' to ws-touched-switch
           move al-program to ws-card-program
           move al-subject to ws-subject
           perform scrub-card-subject
           if ws-row-touched
               move ws-subject to al-subject
               add 1 to ws-file-rows
           end-if
           move applog-in-rec to applog-out-rec
           write applog-out-rec.

      *> cards APPRMNT has released but their program has not yet
      *> applied wait in its .apv deck with the name as keyed. the
      *> cards still go through - an ANONYMIZE's card lands on the
      *> renamed rows, an ERASE's finds nothing to act on. this
      *> run's own erasure.apv is retired by the run itself.
       scrub-release-decks.
           move "scoradj.apv" to ws-scrub-filename
           move "SCORADJ" to ws-card-program
           perform scrub-one-deck
           move "playmast.apv" to ws-scrub-filename
           move "PLAYMNT" to ws-card-program
           perform scrub-one-deck
           move "dispute.apv" to ws-scrub-filename
           move "DSPMNT" to ws-card-program
           perform scrub-one-deck.

       scrub-one-deck.
           move 0 to ws-file-rows
           open input deck-input
           if deck-in-status not = "00"
               continue
           else
               open output deck-output
               if deck-out-status not = "00"
                   move ws-scrub-filename to ws-fail-file
                   move deck-out-status to ws-fail-status
                   perform certify-open-failure
                   close deck-input
               else
                   move 'N' to ws-eof-switch
                   perform until ws-eof
                       read deck-input
                           at end
                               move 'Y' to ws-eof-switch
                           not at end
                               perform scrub-one-released-card
                       end-read
                   end-perform
                   close deck-output
                   close deck-input
                   call "CBL_DELETE_FILE" using ws-scrub-filename
                   call "CBL_RENAME_FILE" using "erasewk.tmp"
                       ws-scrub-filename
                   move ws-scrub-filename to ws-cf-filename
                   move ws-file-rows to ws-cf-rows
                   write certificate-line from ws-cert-file-line
               end-if
           end-if.

       scrub-one-released-card.
           move 'N' to ws-touched-switch
           move av-card of deck-in-rec to ws-card-image
           perform scrub-card-image
           if ws-row-touched
               move ws-card-image to av-card of deck-in-rec
               add 1 to ws-file-rows
           end-if
           move deck-in-rec to deck-out-rec
           write deck-out-rec.

       end program ERASURE.
