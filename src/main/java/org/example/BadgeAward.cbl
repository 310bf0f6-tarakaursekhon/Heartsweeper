           record key is b-key of f-badge
           status is badge-status.

       select suspect-file assign "suspect.dat"
           organization is indexed
           access mode is dynamic
           record key is sp-key of f-suspect
           status is suspect-status.

       select sort-work assign "badgewk.tmp".

       select champions-file assign "champs.dat"
           organization is line sequential
       01 f-badge.
           copy BADGEREC.

       fd suspect-file.
       01 f-suspect.
           copy SUSPREC.

       sd sort-work.
       01 sd-play.
           copy SCOREREC.

       fd champions-file.
       01 champion-rec.
           copy CHAMPREC.

       working-storage section.
       01 badge-status        pic 9(2).
       01 suspect-status        pic 9(2).
       01 champs-status           pic 9(2).

       01 ws-eof-switch        pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-suspects-open-switch  pic x value 'N'.
           88 ws-suspects-open value 'Y'.
       01 ws-held-switch            pic x value 'N'.
           88 ws-play-held value 'Y'.
       01 ws-plays-held              pic 9(7) value 0.
       01 ws-history-request.
           copy HISTREQ.
       01 f-audit.
           copy SCOREREC.

      *> one progress row per player across the whole audit
      *> history, replayed in play order so every badge is earned
      *> by the exact play that crossed its line. the file is
      *> rebuilt from scratch every run, so a rerun after a bad
      *> night self-heals - the same contract PLAYSTAT keeps.
       01 ws-badge-count     pic 9(4) comp value 0.
       01 ws-badge-max       pic 9(4) comp value 7500.

      *> the keys on last night's playbadg.dat, read in key order
      *> before the rebuild replaces it. a badge written tonight
      *> that is not among them is new, and the player is told.
      *> with no previous file there is nothing to compare against
      *> and no notices go out, so a first build or a rebuild from
      *> an emptied file does not announce every badge ever won.
       01 ws-old-badge-table.
           03 ws-ob-key     pic x(28) occurs 7500.
       01 ws-old-count       pic 9(4) comp value 0.
       01 ws-old-sub         pic 9(4) comp value 1.
       01 ws-old-loaded-switch  pic x value 'N'.
           88 ws-old-loaded value 'Y'.
       01 ws-badges-notified  pic 9(5) value 0.
       01 ws-notice.
           copy NOTEREC.
       01 ws-notice-result      pic x.

       01 ws-sub             pic 9(4) comp value 0.
       01 ws-hit             pic 9(4) comp value 0.
       01 ws-found-switch     pic x value 'N'.
               move 12 to return-code
               goback
           end-if
           perform open-suspect-file
           sort sort-work
               on ascending key f-username of sd-play
               on ascending key f-date-played of sd-play
               on ascending key f-time-played of sd-play
               input procedure is release-play-history
               output procedure is digest-sorted-plays
           if ws-suspects-open
               close suspect-file
           end-if
           perform award-champions
           perform load-old-badges
           perform write-badge-file
           display "BADGEAWD badges=" ws-badges-written
               " held=" ws-plays-held
               " notified=" ws-badges-notified
           goback.

      *> the play history comes back a player and a difficulty at
      *> a time, so it goes through the sort to put each player's
      *> plays back into the order they were played - a badge
      *> belongs to the play that crossed the line, whichever
      *> difficulty it was on.
       release-play-history.
           move 'O' to hq-function of ws-history-request
           move spaces to hq-username of ws-history-request
           move space to hq-difficulty of ws-history-request
           move 'Y' to hq-live-log of ws-history-request
           call "PlayHistory" using ws-history-request f-audit
           move 'N' to hq-function of ws-history-request
           move space to hq-status of ws-history-request
           perform until hq-status of ws-history-request = 'E'
               call "PlayHistory" using ws-history-request f-audit
               evaluate hq-status of ws-history-request
                   when 'M'
                       display "BADGEAWD: generation missing: "
                           function trim
                               (hq-generation of ws-history-request)
                   when space
                       perform check-play-held
                       if not ws-play-held
                           release sd-play from f-audit
                       end-if
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request f-audit.

       digest-sorted-plays.
           move 'N' to ws-eof-switch
           perform until ws-eof
               return sort-work into f-audit
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       perform digest-play
               end-return
           end-perform.

      *> plays the SCRNPLAY screen is holding for review, or the
      *> desk has confirmed bad, stay out of the rebuild; a cleared
      *> play counts like any other. no suspect file yet means
      *> nothing is held.
       open-suspect-file.
           open input suspect-file
           if suspect-status = "00"
               set ws-suspects-open to true
           end-if.

       check-play-held.
           move 'N' to ws-held-switch
           if ws-suspects-open
               move f-username of f-audit to sp-username of f-suspect
               move f-difficulty of f-audit to
                   sp-difficulty of f-suspect
               move f-date-played of f-audit to
                   sp-date-played of f-suspect
               move f-time-played of f-audit to
                   sp-time-played of f-suspect
               move f-session-id of f-audit to
                   sp-session-id of f-suspect
               read suspect-file
                   invalid key
                       continue
                   not invalid key
                       if sp-status of f-suspect not = 'C'
                           set ws-play-held to true
                           add 1 to ws-plays-held
                       end-if
               end-read
           end-if.

       digest-play.
                   ws-award-username " " ws-award-code
           end-if.

       load-old-badges.
           open input badge-file
           if badge-status not = "00"
               display "BADGEAWD: no previous playbadg.dat (status="
                   badge-status "), no badge notices this run"
           else
               set ws-old-loaded to true
               move 'N' to ws-eof-switch
               perform until ws-eof
                   read badge-file next record
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           if ws-old-count < ws-badge-max
                               add 1 to ws-old-count
                               move b-key of f-badge to
                                   ws-ob-key (ws-old-count)
                           end-if
                   end-read
               end-perform
               close badge-file
           end-if.

      *> rebuilt wholesale, written in ascending key order via
      *> repeated scans, the same pattern PLAYSTAT uses - the
      *> indexed write path demands key order and the table is in
           if badge-status not = "00"
               display "BADGEAWD WRITE badge FAILED status="
                   badge-status " for " ws-bd-username (ws-hit)
           else
               if ws-old-loaded
                   perform check-new-badge
               end-if
           end-if
           move high-values to ws-bd-key (ws-hit)
           add 1 to ws-badges-written.

      *> both lists are in key order, so one pass of the old keys
      *> alongside the writes finds the new badges.
       check-new-badge.
           perform until ws-old-sub > ws-old-count
                   or ws-ob-key (ws-old-sub) not < b-key of f-badge
               add 1 to ws-old-sub
           end-perform
           if ws-old-sub > ws-old-count
                   or ws-ob-key (ws-old-sub) not = b-key of f-badge
               perform notify-badge
           end-if.

       notify-badge.
           move spaces to ws-notice
           move b-username of f-badge to n-username of ws-notice
           move "BADGE" to n-type of ws-notice
           move b-badge-code of f-badge to n-reference of ws-notice
           move "BADGEAWD" to n-source of ws-notice
           string "NEW BADGE EARNED: " b-badge-code of f-badge
                   " ON " b-date-earned of f-badge
                   delimited by size into n-text of ws-notice
           call "PostNotice" using ws-notice ws-notice-result
           if ws-notice-result = 'P'
               add 1 to ws-badges-notified
           end-if.

       end program BADGEAWD.
