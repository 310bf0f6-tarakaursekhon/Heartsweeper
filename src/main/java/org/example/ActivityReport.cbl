           organization is line sequential
           status is gens-status.

       select season-control assign "season.ctl"
           organization is line sequential
           status is control-status.
       fd gens-file.
       01 gens-rec  pic x(30).

       fd season-control.
       01 control-rec.
           03 ctl-season-id     pic x(8).
       01 audit-status     pic 9(2).
       01 report-status     pic 9(2).
       01 gens-status        pic 9(2).
       01 control-status       pic 9(2).

       01 ws-today              pic x(21).
       01 ws-gen-file-info         pic x(36).
       01 ws-eof-switch            pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-history-request.
           copy HISTREQ.
       01 ws-history-play.
           copy SCOREREC.
       01 ws-audit-open-switch       pic x value 'N'.
           88 ws-audit-open value 'Y'.

      *> running best per username+difficulty, used to re-derive
      *> whether each play improved the standings row at the time it
      *> was logged - the audit record itself does not carry a flag.
      *> the table is seeded from the rolled play history (current
      *> season only) before today's log is
      *> tallied, then each day's plays replay in logged order, so
      *> the comparison sees the same prior best SaveScores did.
       01 ws-best-table.
               close season-control
           end-if.

      *> replay the rolled play history - the history file plus
      *> any generation not loaded into it yet - so the best table
      *> starts from the season's audited plays, not empty;
      *> otherwise each key's first play of the day always scores
      *> as improving. today's live log is tallied separately
      *> below. a generation that can't be read is reported and
      *> passed over, the same as every other history reader.
       seed-best-table.
           move 'O' to hq-function of ws-history-request
           move spaces to hq-username of ws-history-request
           move space to hq-difficulty of ws-history-request
           move 'N' to hq-live-log of ws-history-request
           call "PlayHistory" using ws-history-request
               ws-history-play
           move 'N' to hq-function of ws-history-request
           move space to hq-status of ws-history-request
           perform until hq-status of ws-history-request = 'E'
               call "PlayHistory" using ws-history-request
                   ws-history-play
               evaluate hq-status of ws-history-request
                   when 'M'
                       display "PLAYRPT: generation "
                           function trim
                               (hq-generation of ws-history-request)
                           " unreadable, skipped"
                   when space
                       if f-date-played of ws-history-play >
                               ws-season-start
                           perform post-seed-play
                       end-if
               end-evaluate
           end-perform
           move 'C' to hq-function of ws-history-request
           call "PlayHistory" using ws-history-request
               ws-history-play.

       post-seed-play.
           move f-key of ws-history-play to ws-work-key
           move 'N' to ws-found-switch
           perform varying ws-sub from 1 by 1
                   until ws-sub > ws-best-count or ws-found
               if ws-bt-key (ws-sub) = ws-work-key
                   set ws-found to true
                   if f-covered of ws-history-play >
                           ws-bt-covered (ws-sub)
                       move f-covered of ws-history-play to
                           ws-bt-covered (ws-sub)
                   end-if
               end-if
           if not ws-found and ws-best-count < ws-best-max
               add 1 to ws-best-count
               move ws-work-key to ws-bt-key (ws-best-count)
               move f-covered of ws-history-play to
                   ws-bt-covered (ws-best-count)
           end-if.


      *> roll the processed log into a dated generation, the same
      *> pattern ARCHSCOR uses for scorearc<date>.dat, and note the
      *> generation name in scoreaud.gens so PLAYHIST loads it into
      *> the play history and readers find it until then. a
      *> same-day rerun must not clobber the generation already
      *> rolled (that would erase audited plays RECONCIL and
      *> PLAYSTAT depend on) nor list it in scoreaud.gens twice -
