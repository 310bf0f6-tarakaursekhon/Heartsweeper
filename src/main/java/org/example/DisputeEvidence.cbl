           record key is f-key of f-score
           status is file-status.

       select adjust-audit assign "scoradj.log"
           organization is line sequential
           status is adjust-status.
       01 f-score.
           copy SCOREREC.

      *> the correction trail SCORADJ writes - same columns, with
      *> the standings row's before/after images carrying the
      *> username+difficulty key in their first 21 characters.
       working-storage section.
       01 dispute-status     pic 9(2).
       01 file-status         pic 9(2).
       01 adjust-status           pic 9(2).
       01 report-status            pic 9(2).

       01 ws-today             pic x(21).
       01 ws-eof-switch          pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-history-request.
           copy HISTREQ.
       01 f-audit.
           copy SCOREREC.

      *> the open-case worklist; resolved cases keep their pack in
      *> the run that closed them and need no new one.
           end-if.

      *> one pack per case: the standings row as it stands now,
      *> every audited play for that username+difficulty - read by
      *> key from the play history, then any generation not loaded
      *> yet and the live log - and every SCORADJ
      *> correction whose before or after image touches the key -
      *> everything an operator used to grep for by hand.
       build-evidence-pack.
           write report-line from ws-claim-line

           perform report-current-standings
           perform report-audited-plays
           perform report-adjustments

           move "EVIDENCE ROWS" to ws-total-label
               close user-scores
           end-if.

       report-audited-plays.
           move 'O' to hq-function of ws-history-request
           move ws-cs-username (ws-case-sub) to
               hq-username of ws-history-request
           move ws-cs-difficulty (ws-case-sub) to
               hq-difficulty of ws-history-request
           move 'Y' to hq-live-log of ws-history-request
           call "PlayHistory" using ws-history-request f-audit
           move 'N' to hq-function of ws-history-request
           move space to hq-status of ws-history-request
           perform until hq-status of ws-history-request = 'E'
               call "PlayHistory" using ws-history-request f-audit
               evaluate hq-status of ws-history-request
                   when 'M'
                       move spaces to ws-source-out
                       string "MISSING: " function trim
                           (hq-generation of ws-history-request)
                           delimited by size into ws-source-out
                       write report-line from ws-source-line
                   when space
                       move hq-generation of ws-history-request to
                           ws-source-out
                       perform report-matching-play
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request f-audit.

       report-matching-play.
           move f-covered of f-audit to ws-au-covered-out
           move f-board-width of f-audit to ws-au-width-out
           move f-board-height of f-audit to ws-au-height-out
           move f-date-played of f-audit to ws-au-date-out
           move f-time-played of f-audit to ws-au-time-out
           move f-session-id of f-audit to ws-au-session-out
           write report-line from ws-audit-line
           write report-line from ws-source-line
           add 1 to ws-evidence-rows.

       report-adjustments.
           open input adjust-audit
