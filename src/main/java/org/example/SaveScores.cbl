           record key is p-key of f-player
           status is master-status.

       select session-file assign "sessions.dat"
           organization is indexed
           access mode is dynamic
           record key is g-key of f-session
           status is session-status.

       select practice-log assign "practice.log"
           organization is line sequential
           status is practice-status.

       data division.
       fd user-scores.
       01 f-score.
       01 f-player.
           copy PLAYREC.

       fd session-file.
       01 f-session.
           copy SESSREC.

       fd practice-log.
       01 practice-rec.
           copy PRACREC.

       working-storage section.
       01 file-status  pic 9(2).
       01 log-status   pic 9(2).
       01 audit-status pic 9(2).
       01 master-status pic 9(2).
       01 session-status pic 9(2).
       01 practice-status pic 9(2).

       01 ws-audit-record.
           copy SCOREREC.
           88 ws-reactivate value 'Y'.
       01 ws-pbest-switch        pic x value 'N'.
           88 ws-pbest value 'Y'.
       01 ws-recorded-switch     pic x value 'N'.
           88 ws-play-recorded value 'Y'.
       01 ws-event.
           copy EVENTREC.

      *> 'R' ranked - the standings play every caller made before
      *> there was a choice, and still the mode when none is passed;
      *> 'P' practice and 'G' guest are unranked and only ever reach
      *> practice.log.
       01 ws-play-mode           pic x value 'R'.
           88 ws-ranked-play value 'R'.
           88 ws-practice-play value 'P'.
           88 ws-guest-play value 'G'.
           88 ws-valid-mode value 'R' 'P' 'G'.
       01 ws-guest-name          pic x(20).

      *> minutes since OpenSession issued the session, against
      *> rp-session-timeout.
       01 ws-session-age         pic s9(9) comp value 0.
       01 ws-session-timeout     pic 9(4) value 0.
       01 ws-now-date            pic 9(8).
       01 ws-clock.
           03 ws-clock-hh        pic 9(2).
           03 ws-clock-mm        pic 9(2).
           03 filler             pic x(4).
       01 ws-now-minutes         pic 9(4) comp value 0.
       01 ws-opened-minutes      pic 9(4) comp value 0.

       linkage section.
       01 username-in   pic x(20).
       01 covered-in     pic S9(3) COMP-5.
       01 board-width-in    pic 9(3).
       01 board-height-in    pic 9(3).
       01 session-id-in       pic x(8).
       01 play-mode-in         pic x(1).

       procedure division using username-in, covered-in, difficulty-in,
               board-width-in, board-height-in, session-id-in,
               play-mode-in.
       main-logic.
           move 0 to ws-return-code
           move 0 to ws-pending-rc
           move 'N' to ws-standings-changed-switch
           move 'N' to ws-reactivate-switch
           move 'N' to ws-pbest-switch
           move 'N' to ws-recorded-switch
           move 'R' to ws-play-mode
           if address of play-mode-in not = null
               move play-mode-in to ws-play-mode
           end-if

           perform load-run-parms
           if ws-return-code not = 0
               goback returning ws-return-code
           end-if

      *>     an unranked play has been through every check a ranked
      *>     one gets; it is logged and goes no further.
           if not ws-ranked-play
               move function current-date to ws-current-datetime
               perform log-practice-record
               goback returning ws-return-code
           end-if

           perform open-user-scores
           if ws-return-code not = 0
               perform release-session
               goback returning ws-return-code
           end-if

                   move 32 to ws-pending-rc
                   perform check-file-status
                   close user-scores
                   perform release-session
                   goback returning ws-return-code
           end-evaluate

           if ws-return-code = 0
               perform stamp-audit-record
               perform log-audit-record
               set ws-play-recorded to true
           end-if

           move 40 to ws-pending-rc
           close user-scores
           perform check-file-status

      *>     a play that never reached the standings and the audit
      *>     trail gives its session back, so the front end's retry
      *>     is not refused as a replay. a failed close (rc 40) comes
      *>     after both writes - that play is on file and keeps its
      *>     session.
           if ws-return-code not = 0 and not ws-play-recorded
               perform release-session
           end-if

      *>     a beaten personal best goes on the event feed so the
      *>     front end hears about it without polling - before the
      *>     rank rebuild, which feeds its own dethronement events,
               perform log-error
           else
               move rp-max-covered of ws-run-parms to ws-max-covered
               move rp-session-timeout of ws-run-parms to
                   ws-session-timeout
           end-if.

       open-user-scores.
           move session-id-in to f-session-id of ws-audit-record.

       validate-input.
           if not ws-valid-mode
               move 20 to ws-return-code
               move "SaveScores REJECTED rc=20: bad play mode" to
                   ws-error-line
               perform log-error
           else
           if username-in = spaces or username-in = low-value
               move 10 to ws-return-code
               move "SaveScores REJECTED rc=10: blank username" to
                           to ws-error-line
                       perform log-error
                   else
                       if ws-guest-play
                           perform check-guest-name
                       else
                           perform check-registration
                       end-if
                       if ws-return-code = 0
                           perform check-session
                       end-if
                   end-if
               end-if
           end-if
           end-if.

      *> a guest has no master record to check; the name has to be
      *> the one OpenSession generated for this very session, so a
      *> guest post cannot borrow a registered player's game.
       check-guest-name.
           move spaces to ws-guest-name
           string "GUEST" session-id-in
               delimited by size into ws-guest-name
           if username-in not = ws-guest-name
               move 20 to ws-return-code
               move "SaveScores REJECTED rc=20: not a guest name" to
                   ws-error-line
               perform log-error
           end-if.

       check-difficulty-code.
      *>                     a dormancy suspension lifts itself the
      *>                     moment the player returns - only a
      *>                     hand-keyed suspension or ban stays a
      *>                     reject. a practice game is let through
      *>                     but lifts nothing: DORMANT only counts
      *>                     ranked plays, so it would suspend the
      *>                     player again that night.
                           when p-status of f-player = 'S'
                               and p-suspend-reason of f-player
                                   = "DORMANT"
                               if ws-ranked-play
                                   set ws-reactivate to true
                               end-if
                           when other
                               move 13 to ws-return-code
                               move
               close player-master
           end-if.

      *> the session must be one OpenSession issued to this player
      *> for this game, still open and inside SESSION-TIMEOUT. the
      *> post claims it - the row goes to 'S' here, ahead of the
      *> standings update - so a replay of the same id, even one
      *> racing this call, finds it already used. should the play
      *> then fail to reach the standings and the audit trail,
      *> release-session puts the row back to 'O' for the retry.
      *> rc 15-18 are validation rejects, rc 24 means the session
      *> file itself could not be read or rewritten.
       check-session.
           open i-o session-file
           if session-status = "35"
               move 15 to ws-return-code
               move "SaveScores REJECTED rc=15: no session file" to
                   ws-error-line
               perform log-error
           else
           if session-status not = "00"
               move 24 to ws-return-code
               move spaces to ws-error-line
               string "SaveScores I/O error rc=24 file-status="
                   session-status
                   delimited by size into ws-error-line
               perform log-error
           else
               move session-id-in to g-session-id of f-session
               read session-file
                   invalid key
                       move 15 to ws-return-code
                       move "SaveScores REJECTED rc=15: unknown session"
                           to ws-error-line
                       perform log-error
                   not invalid key
                       perform claim-session
               end-read
               close session-file
           end-if
           end-if.

       claim-session.
           perform compute-session-age
           evaluate true
               when g-username of f-session not = username-in
                   move 16 to ws-return-code
                   move "SaveScores REJECTED rc=16: not this player"
                       to ws-error-line
                   perform log-error
               when g-difficulty of f-session not = difficulty-in
                       or g-board-width of f-session not =
                           board-width-in
                       or g-board-height of f-session not =
                           board-height-in
                   move 16 to ws-return-code
                   move "SaveScores REJECTED rc=16: not this game"
                       to ws-error-line
                   perform log-error
               when g-status of f-session not = 'O'
                   move 17 to ws-return-code
                   move "SaveScores REJECTED rc=17: session used"
                       to ws-error-line
                   perform log-error
               when ws-session-age > ws-session-timeout
                   move 18 to ws-return-code
                   move "SaveScores REJECTED rc=18: session timed out"
                       to ws-error-line
                   perform log-error
               when other
                   move 'S' to g-status of f-session
                   move ws-current-datetime (1:8) to
                       g-date-closed of f-session
                   move ws-current-datetime (9:8) to
                       g-time-closed of f-session
                   rewrite f-session
                   if session-status not = "00"
                       move 24 to ws-return-code
                       move spaces to ws-error-line
                       string "SaveScores I/O error rc=24"
                           " file-status=" session-status
                           delimited by size into ws-error-line
                       perform log-error
                   end-if
           end-evaluate.

      *> undoes claim-session for a play that was not recorded.
      *> the return code stays the one that stopped the play; a
      *> session that cannot be given back is logged for the desk.
       release-session.
           open i-o session-file
           if session-status = "00"
               move session-id-in to g-session-id of f-session
               read session-file
                   invalid key
                       continue
                   not invalid key
                       if g-status of f-session = 'S'
                               and g-username of f-session =
                                   username-in
                           move 'O' to g-status of f-session
                           move 0 to g-date-closed of f-session
                           move 0 to g-time-closed of f-session
                           rewrite f-session
                       end-if
               end-read
               close session-file
           end-if
           if session-status not = "00"
               move spaces to ws-error-line
               string "SaveScores session " session-id-in
                   " not released file-status=" session-status
                   delimited by size into ws-error-line
               perform log-error
           end-if.

       compute-session-age.
           move function current-date to ws-current-datetime
           move ws-current-datetime (1:8) to ws-now-date
           move ws-current-datetime (9:8) to ws-clock
           compute ws-now-minutes = ws-clock-hh * 60 + ws-clock-mm
           move g-time-opened of f-session to ws-clock
           compute ws-opened-minutes =
               ws-clock-hh * 60 + ws-clock-mm
           move 0 to ws-session-age
           if g-date-opened of f-session numeric
                   and g-date-opened of f-session > 0
               compute ws-session-age =
                   (function integer-of-date (ws-now-date)
                    - function integer-of-date
                        (g-date-opened of f-session)) * 1440
                   + ws-now-minutes - ws-opened-minutes
           end-if.

       check-file-status.
           if file-status not = "00"
               move ws-pending-rc to ws-return-code
           write audit-rec from ws-audit-record
           close audit-log.

       log-practice-record.
           move spaces to practice-rec
           move ws-play-mode to pr-play-mode of practice-rec
           move username-in to pr-username of practice-rec
           move difficulty-in to pr-difficulty of practice-rec
           move covered-in to pr-covered of practice-rec
           move board-width-in to pr-board-width of practice-rec
           move board-height-in to pr-board-height of practice-rec
           move ws-current-datetime (1:8) to
               pr-date-played of practice-rec
           move ws-current-datetime (9:8) to
               pr-time-played of practice-rec
           move session-id-in to pr-session-id of practice-rec
           open extend practice-log
           if practice-status = "05" or practice-status = "35"
               open output practice-log
           end-if
           if practice-status not = "00"
               perform practice-log-failed
           else
               write practice-rec
               if practice-status not = "00"
                   perform practice-log-failed
               end-if
               close practice-log
           end-if.

      *> an unranked play practice.log would not take is not on
      *> file anywhere - rc 33 tells the front end so, and the
      *> session goes back for the retry.
       practice-log-failed.
           move 33 to ws-return-code
           move spaces to ws-error-line
           string "SaveScores I/O error rc=33 practice.log"
               " file-status=" practice-status
               delimited by size into ws-error-line
           perform log-error
           perform release-session.

       end program SaveScores.
