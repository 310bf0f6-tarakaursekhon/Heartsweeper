       program-id. CloseSession.

       environment division.
       configuration section.

       file-control.
       select session-file assign "sessions.dat"
           organization is indexed
           access mode is dynamic
           record key is g-key of f-session
           status is session-status.

       select error-log assign "scoreerr.log"
           organization is line sequential
           status is log-status.

       data division.
       fd session-file.
       01 f-session.
           copy SESSREC.

       fd error-log.
       01 error-log-rec  pic x(80).

       working-storage section.
       01 session-status    pic 9(2).
       01 log-status         pic 9(2).

       01 ws-return-code     pic 9(2) value 0.
       01 ws-error-line      pic x(80).
       01 ws-current-datetime pic x(21).

       linkage section.
       01 session-id-in     pic x(8).
       01 username-in        pic x(20).

      *> the front end calls this when a game ends without a score
      *> being posted - the player quit or closed the window. a
      *> game that ends in a post needs no call: SaveScores closes
      *> the session itself as it accepts the play. return codes
      *> are SaveScores' session rejects: 15 unknown session, 16
      *> another player's session, 17 already ended, 24 the
      *> session file could not be read or rewritten.
       procedure division using session-id-in, username-in.
       main-logic.
           move 0 to ws-return-code
           move function current-date to ws-current-datetime

           open i-o session-file
           if session-status = "35"
               move 15 to ws-return-code
               move "CloseSession REJECTED rc=15: no session file" to
                   ws-error-line
               perform log-error
               goback returning ws-return-code
           end-if
           if session-status not = "00"
               move 24 to ws-return-code
               move spaces to ws-error-line
               string "CloseSession I/O error rc=24 file-status="
                   session-status
                   delimited by size into ws-error-line
               perform log-error
               goback returning ws-return-code
           end-if

           move session-id-in to g-session-id of f-session
           read session-file
               invalid key
                   move 15 to ws-return-code
                   move "CloseSession REJECTED rc=15: unknown session"
                       to ws-error-line
                   perform log-error
               not invalid key
                   perform close-one-session
           end-read
           close session-file
           goback returning ws-return-code.

       close-one-session.
           evaluate true
               when g-username of f-session not = username-in
                   move 16 to ws-return-code
                   move "CloseSession REJECTED rc=16: not this player"
                       to ws-error-line
                   perform log-error
               when g-status of f-session not = 'O'
                   move 17 to ws-return-code
                   move "CloseSession REJECTED rc=17: already ended"
                       to ws-error-line
                   perform log-error
               when other
                   move 'Q' to g-status of f-session
                   move ws-current-datetime (1:8) to
                       g-date-closed of f-session
                   move ws-current-datetime (9:8) to
                       g-time-closed of f-session
                   rewrite f-session
                   if session-status not = "00"
                       move 24 to ws-return-code
                       move spaces to ws-error-line
                       string "CloseSession I/O error rc=24"
                           " file-status=" session-status
                           delimited by size into ws-error-line
                       perform log-error
                   end-if
           end-evaluate.

       log-error.
           open extend error-log
           if log-status = "05" or log-status = "35"
               open output error-log
           end-if
           write error-log-rec from ws-error-line
           close error-log.

       end program CloseSession.
