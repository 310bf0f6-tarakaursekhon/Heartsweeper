           record key is k-key of f-skill
           status is skill-status.

       select suspect-file assign "suspect.dat"
           organization is indexed
           access mode is dynamic
           record key is sp-key of f-suspect
           status is suspect-status.

       select skill-report assign "skill.rpt"
           organization is line sequential
       01 f-skill.
           copy SKILLREC.

       fd suspect-file.
       01 f-suspect.
           copy SUSPREC.

       fd skill-report.
       01 report-line  pic x(80).

       working-storage section.
       01 skill-status        pic 9(2).
       01 suspect-status        pic 9(2).
       01 report-status           pic 9(2).

       01 ws-today             pic x(21).
       01 ws-today-date         pic 9(8).
       01 ws-history-request.
           copy HISTREQ.
       01 f-audit.
           copy SCOREREC.
       01 ws-suspects-open-switch  pic x value 'N'.
           88 ws-suspects-open value 'Y'.
       01 ws-held-switch            pic x value 'N'.
           88 ws-play-held value 'Y'.
       01 ws-plays-held              pic 9(7) value 0.

      *> one accumulator row per player across the whole audit
      *> history, rebuilt from scratch each run like PLAYSTAT. the
               goback
           end-if

           perform open-suspect-file
           perform load-play-history
           if ws-suspects-open
               close suspect-file
           end-if
           perform compute-ratings
           perform write-skill-file
           perform write-report
           display "SKILLRAT players=" ws-players-written
               " held=" ws-plays-held
           goback.

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

      *> the whole audited history through the one reader every
      *> rebuild shares: the play-history file, any generation not
      *> loaded into it yet, and the live log.
       load-play-history.
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
                       display "SKILLRAT: generation missing: "
                           function trim
                               (hq-generation of ws-history-request)
                   when space
                       perform check-play-held
                       if not ws-play-held
                           perform rate-play
                       end-if
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request f-audit.

      *> the play's worth: covered cells scaled by the
      *> difficulty's position in rp-difficulty-codes, weighing
