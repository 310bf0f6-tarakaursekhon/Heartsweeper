       program-id. OpenSession.

       environment division.
       configuration section.

       file-control.
       select session-file assign "sessions.dat"
           organization is indexed
           access mode is dynamic
           record key is g-key of f-session
           status is session-status.

       select sequence-control assign "sessseq.ctl"
           organization is line sequential
           status is sequence-status.

       select error-log assign "scoreerr.log"
           organization is line sequential
           status is log-status.

       data division.
       fd session-file.
       01 f-session.
           copy SESSREC.

      *> the last session number issued. sessions.dat is purged of
      *> old sessions by SESSWEEP, so the control file is what
      *> keeps a purged number from ever being issued again.
       fd sequence-control.
       01 sequence-rec  pic 9(8).

       fd error-log.
       01 error-log-rec  pic x(80).

       working-storage section.
       01 session-status    pic 9(2).
       01 sequence-status    pic 9(2).
       01 log-status          pic 9(2).

       01 ws-return-code     pic 9(2) value 0.
       01 ws-error-line      pic x(80).
       01 ws-current-datetime pic x(21).
       01 ws-next-sequence   pic 9(8) value 0.
       01 ws-write-tries     pic 9(2) value 0.
       01 ws-written-switch  pic x value 'N'.
           88 ws-written value 'Y'.

       01 ws-run-parms.
           copy RUNPARM.
       01 ws-parms-status        pic x.
           88 ws-parms-error value 'E'.
       01 ws-diff-ok-switch      pic x value 'N'.
           88 ws-diff-ok value 'Y'.
       01 ws-diff-sub            pic 9(2) comp value 0.
       01 ws-play-mode           pic x value 'R'.
           88 ws-guest-play value 'G'.
           88 ws-valid-mode value 'R' 'P' 'G'.

       linkage section.
       01 username-in       pic x(20).
       01 difficulty-in      pic x(1).
       01 board-width-in      pic 9(3).
       01 board-height-in      pic 9(3).
       01 session-id-out        pic x(8).
       01 play-mode-in           pic x(1).

      *> the front end calls this as a game starts and passes the
      *> id it gets back to SaveScores when the game ends, with the
      *> same play mode. return codes line up with SaveScores': 10
      *> blank username, 12 bad difficulty, 19 bad board size, 20
      *> bad play mode, 23 bad run parms, 24 the session file could
      *> not be written. a guest game ('G') needs no username - the
      *> session is opened under a generated GUEST name, which comes
      *> back in username-in for the front end to post under.
       procedure division using username-in, difficulty-in,
               board-width-in, board-height-in, session-id-out,
               play-mode-in.
       main-logic.
           move 0 to ws-return-code
           move spaces to session-id-out
           move 'R' to ws-play-mode
           if address of play-mode-in not = null
               move play-mode-in to ws-play-mode
           end-if

           call "GetParms" using ws-run-parms ws-parms-status
           if ws-parms-error
               move 23 to ws-return-code
               move "OpenSession I/O error rc=23 bad run parms" to
                   ws-error-line
               perform log-error
               goback returning ws-return-code
           end-if

           perform validate-input
           if ws-return-code not = 0
               goback returning ws-return-code
           end-if

           perform open-session-file
           if ws-return-code not = 0
               goback returning ws-return-code
           end-if

           move function current-date to ws-current-datetime
           move spaces to f-session
           move username-in to g-username of f-session
           move difficulty-in to g-difficulty of f-session
           move board-width-in to g-board-width of f-session
           move board-height-in to g-board-height of f-session
           move ws-current-datetime (1:8) to
               g-date-opened of f-session
           move ws-current-datetime (9:8) to
               g-time-opened of f-session
           move 'O' to g-status of f-session
           move 0 to g-date-closed of f-session
           move 0 to g-time-closed of f-session

      *>     two games starting at once can both read the same last
      *>     number from sessseq.ctl - the loser of the race gets a
      *>     duplicate key and simply draws the next number.
           move 'N' to ws-written-switch
           move 0 to ws-write-tries
           perform until ws-written or ws-write-tries >= 5
               add 1 to ws-write-tries
               perform issue-sequence
               move ws-next-sequence to g-session-id of f-session
               if ws-guest-play
                   move spaces to g-username of f-session
                   string "GUEST" g-session-id of f-session
                       delimited by size into g-username of f-session
               end-if
               write f-session
               if session-status = "00"
                   set ws-written to true
               end-if
           end-perform
           close session-file

           if ws-written
               move g-session-id of f-session to session-id-out
               if ws-guest-play
                   move g-username of f-session to username-in
               end-if
           else
               move 24 to ws-return-code
               move spaces to ws-error-line
               string "OpenSession I/O error rc=24 file-status="
                   session-status
                   delimited by size into ws-error-line
               perform log-error
           end-if
           goback returning ws-return-code.

       validate-input.
           if not ws-valid-mode
               move 20 to ws-return-code
               move "OpenSession REJECTED rc=20: bad play mode" to
                   ws-error-line
               perform log-error
           else
           if (username-in = spaces or username-in = low-value)
                   and not ws-guest-play
               move 10 to ws-return-code
               move "OpenSession REJECTED rc=10: blank username" to
                   ws-error-line
               perform log-error
           else
               perform check-difficulty-code
               if not ws-diff-ok
                   move 12 to ws-return-code
                   move "OpenSession REJECTED rc=12: bad difficulty"
                       to ws-error-line
                   perform log-error
               else
                   if board-width-in not numeric
                           or board-height-in not numeric
                           or board-width-in = 0
                           or board-height-in = 0
                       move 19 to ws-return-code
                       move "OpenSession REJECTED rc=19: board size"
                           to ws-error-line
                       perform log-error
                   end-if
               end-if
           end-if
           end-if.

       check-difficulty-code.
           move 'N' to ws-diff-ok-switch
           perform varying ws-diff-sub from 1 by 1
                   until ws-diff-sub > 8 or ws-diff-ok
               if difficulty-in not = space and difficulty-in =
                       rp-difficulty-codes of ws-run-parms
                           (ws-diff-sub:1)
                   set ws-diff-ok to true
               end-if
           end-perform.

       open-session-file.
           open i-o session-file
           if session-status = "35"
               open output session-file
               close session-file
               open i-o session-file
           end-if
           if session-status not = "00"
               move 24 to ws-return-code
               move spaces to ws-error-line
               string "OpenSession I/O error rc=24 file-status="
                   session-status
                   delimited by size into ws-error-line
               perform log-error
           end-if.

       issue-sequence.
           move 0 to ws-next-sequence
           open input sequence-control
           if sequence-status = "00"
               read sequence-control
                   at end
                       continue
                   not at end
                       if sequence-rec numeric
                           move sequence-rec to ws-next-sequence
                       end-if
               end-read
               close sequence-control
           end-if
           add 1 to ws-next-sequence
           open output sequence-control
           if sequence-status not = "00"
               display "OpenSession REWRITE sessseq.ctl FAILED"
                   " status=" sequence-status
           else
               move ws-next-sequence to sequence-rec
               write sequence-rec
               close sequence-control
           end-if.

       log-error.
           open extend error-log
           if log-status = "05" or log-status = "35"
               open output error-log
           end-if
           write error-log-rec from ws-error-line
           close error-log.

       end program OpenSession.
