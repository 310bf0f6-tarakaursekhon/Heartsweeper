           record key is f-key of f-score
           status is file-status.

       select suspect-file assign "suspect.dat"
           organization is indexed
           access mode is dynamic
           record key is sp-key of f-suspect
           status is suspect-status.

       select recon-report assign "recon.rpt"
           organization is line sequential
       01 f-score.
           copy SCOREREC.

       fd suspect-file.
       01 f-suspect.
           copy SUSPREC.

       fd recon-report.
       01 report-line  pic x(80).

       working-storage section.
       01 file-status         pic 9(2).
       01 report-status           pic 9(2).
       01 control-status           pic 9(2).
       01 suspect-status            pic 9(2).

       01 ws-today             pic x(21).
       01 ws-eof-switch         pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-history-request.
           copy HISTREQ.

      *> audited best per username+difficulty, rebuilt from the
      *> play history plus the live log. max() is idempotent, so a
      *> play delivered twice by the play history does no harm.
       01 ws-audit-table.
           03 ws-audit-entry occurs 2000.
               05 ws-at-key         pic x(21).
       01 ws-work-key          pic x(21).
       01 ws-work-covered       pic s9(3).
       01 ws-work-date           pic 9(8).
       01 ws-work-play.
           copy SCOREREC.

      *> a play the desk has CONFIRMed bad through SCRNMNT is no
      *> longer evidence of the player's best - the SCORADJ card
      *> keyed from the scrnfix worksheet brings the standings down
      *> to the clean best, and this keeps the audit side in step.
      *> held and cleared plays still count here.
       01 ws-suspects-open-switch  pic x value 'N'.
           88 ws-suspects-open value 'Y'.
       01 ws-bad-play-switch        pic x value 'N'.
           88 ws-bad-play value 'Y'.
       01 ws-bad-plays-count        pic 9(7) value 0.

      *> SEASONCL stamps ctl-start-date with its close-out run day,
      *> whose plays it has already frozen and reset - so a play
           perform compute-retention-cutoff
           perform open-report
           perform read-season-start
           perform open-suspect-file
           perform load-play-history
           if ws-suspects-open
               close suspect-file
           end-if
           perform compare-standings
           perform report-unmatched-audits
           perform write-summary
               close season-control
           end-if.

      *> every audited play still counts toward a player's best -
      *> the play history, any generation not loaded into it yet,
      *> and the live log. a generation that can't be read is
      *> reported but tolerated.
       load-play-history.
           move 'O' to hq-function of ws-history-request
           move spaces to hq-username of ws-history-request
           move space to hq-difficulty of ws-history-request
           move 'Y' to hq-live-log of ws-history-request
           call "PlayHistory" using ws-history-request ws-work-play
           move 'N' to hq-function of ws-history-request
           move space to hq-status of ws-history-request
           perform until hq-status of ws-history-request = 'E'
               call "PlayHistory" using ws-history-request
                   ws-work-play
               evaluate hq-status of ws-history-request
                   when 'M'
                       display "RECONCIL: generation missing: "
                           function trim
                               (hq-generation of ws-history-request)
                   when space
                       move f-key of ws-work-play to ws-work-key
                       move f-covered of ws-work-play to
                           ws-work-covered
                       move f-date-played of ws-work-play to
                           ws-work-date
                       perform post-audit-play
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request ws-work-play.

       post-audit-play.
           perform check-play-confirmed-bad
           if ws-bad-play
               add 1 to ws-bad-plays-count
           else
               if ws-work-date > ws-season-start
                   perform post-current-season-play
               end-if
           end-if.

       open-suspect-file.
           open input suspect-file
           if suspect-status = "00"
               set ws-suspects-open to true
           end-if.

       check-play-confirmed-bad.
           move 'N' to ws-bad-play-switch
           if ws-suspects-open
               move f-username of ws-work-play to
                   sp-username of f-suspect
               move f-difficulty of ws-work-play to
                   sp-difficulty of f-suspect
               move f-date-played of ws-work-play to
                   sp-date-played of f-suspect
               move f-time-played of ws-work-play to
                   sp-time-played of f-suspect
               move f-session-id of ws-work-play to
                   sp-session-id of f-suspect
               read suspect-file
                   invalid key
                       continue
                   not invalid key
                       if sp-status of f-suspect = 'X'
                           set ws-bad-play to true
                       end-if
               end-read
           end-if.

       post-current-season-play.
           move "AUDITED KEYS" to ws-total-label
           move ws-audit-count to ws-total-count
           write report-line from ws-total-line
           move "CONFIRMED BAD PLAYS" to ws-total-label
           move ws-bad-plays-count to ws-total-count
           write report-line from ws-total-line
           move "MISMATCHES" to ws-total-label
           move ws-mismatch-count to ws-total-count
           write report-line from ws-total-line
