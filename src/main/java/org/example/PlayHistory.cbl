       program-id. PlayHistory.

       environment division.
       configuration section.

       file-control.
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

       select gens-file assign "scoreaud.gens"
           organization is line sequential
           status is gens-status.

       select generation-file assign using ws-gen-filename
           organization is line sequential
           status is generation-status.

       select audit-log assign "scoreaudit.log"
           organization is line sequential
           status is audit-status.

       data division.
       fd history-file.
       01 f-history.
           copy HISTREC.

       fd history-control.
       01 f-hist-ctl.
           copy HCTLREC.

       fd gens-file.
       01 gens-rec  pic x(30).

       fd generation-file.
       01 f-gen-audit.
           copy SCOREREC.

       fd audit-log.
       01 f-audit.
           copy SCOREREC.

       working-storage section.
       01 history-status     pic 9(2).
       01 hctl-status         pic 9(2).
       01 gens-status          pic 9(2).
       01 generation-status     pic 9(2).
       01 audit-status           pic 9(2).

       01 ws-gen-filename     pic x(30).

      *> where the reader has got to between calls: 1 the history
      *> file, 2 the generations not yet loaded, 3 the live log,
      *> 9 finished.
       01 ws-phase            pic 9(1) value 9.
       01 ws-history-usable-switch  pic x value 'N'.
           88 ws-history-usable value 'Y'.
       01 ws-gens-open-switch        pic x value 'N'.
           88 ws-gens-open value 'Y'.
       01 ws-generation-open-switch   pic x value 'N'.
           88 ws-generation-open value 'Y'.
       01 ws-live-open-switch          pic x value 'N'.
           88 ws-live-open value 'Y'.
       01 ws-answer-switch              pic x value 'N'.
           88 ws-answer-ready value 'Y'.

       01 ws-filter-username  pic x(20).
       01 ws-filter-difficulty pic x(1).
       01 ws-include-live      pic x(1).

       linkage section.
       01 hist-request.
           copy HISTREQ.
       01 play-out.
           copy SCOREREC.

      *> one reader for the whole audit trail. the history file is
      *> trusted only alongside its control file - without both,
      *> nothing counts as loaded and every listed generation is
      *> read from the file itself, so a reader never sees a play
      *> twice or misses one. a listed generation that cannot be
      *> read is handed back as 'M' for the caller to report the
      *> way it always has.
       procedure division using hist-request, play-out.
       main-logic.
           evaluate hq-function of hist-request
               when 'O'
                   perform open-history
               when 'N'
                   perform next-play
               when 'C'
                   perform close-history
               when other
                   move 'E' to hq-status of hist-request
           end-evaluate
           goback.

       open-history.
           perform close-history
           move hq-username of hist-request to ws-filter-username
           move hq-difficulty of hist-request to ws-filter-difficulty
           if ws-filter-username = spaces
               move space to ws-filter-difficulty
           end-if
           move hq-live-log of hist-request to ws-include-live
           move space to hq-status of hist-request

           move 'N' to ws-history-usable-switch
           open input history-file
           if history-status = "00"
               open input history-control
               if hctl-status = "00"
                   set ws-history-usable to true
               else
                   close history-file
               end-if
           end-if

           move 2 to ws-phase
           if ws-history-usable
               move low-values to h-key of f-history
               if ws-filter-username not = spaces
                   move ws-filter-username to h-username of f-history
                   if ws-filter-difficulty not = space
                       move ws-filter-difficulty to
                           h-difficulty of f-history
                   end-if
               end-if
               start history-file key not less than h-key of f-history
                   invalid key
                       continue
                   not invalid key
                       move 1 to ws-phase
               end-start
           end-if

           open input gens-file
           if gens-status = "00"
               set ws-gens-open to true
           end-if.

       next-play.
           move space to hq-status of hist-request
           move 'N' to ws-answer-switch
           perform until ws-answer-ready
               evaluate ws-phase
                   when 1
                       perform next-history-play
                   when 2
                       perform next-generation-play
                   when 3
                       perform next-live-play
                   when other
                       move 'E' to hq-status of hist-request
                       set ws-answer-ready to true
               end-evaluate
           end-perform.

       next-history-play.
           read history-file next record
               at end
                   move 2 to ws-phase
               not at end
                   if ws-filter-username not = spaces
                           and (h-username of f-history not =
                               ws-filter-username
                           or (ws-filter-difficulty not = space
                               and h-difficulty of f-history not =
                                   ws-filter-difficulty))
                       move 2 to ws-phase
                   else
                       move h-username of f-history to
                           f-username of play-out
                       move h-difficulty of f-history to
                           f-difficulty of play-out
                       move space to play-out (22:1)
                       move h-covered of f-history to
                           f-covered of play-out
                       move h-board-width of f-history to
                           f-board-width of play-out
                       move h-board-height of f-history to
                           f-board-height of play-out
                       move h-date-played of f-history to
                           f-date-played of play-out
                       move h-time-played of f-history to
                           f-time-played of play-out
                       move h-session-id of f-history to
                           f-session-id of play-out
                       move 'H' to hq-source of hist-request
                       move h-generation of f-history to
                           hq-generation of hist-request
                       set ws-answer-ready to true
                   end-if
           end-read.

      *> a generation with a control row is already in the history
      *> and is passed over; any other is read where it lies.
       next-generation-play.
           if ws-generation-open
               read generation-file
                   at end
                       close generation-file
                       move 'N' to ws-generation-open-switch
                   not at end
                       if f-gen-audit not = spaces
                           move f-gen-audit to play-out
                           perform check-play-wanted
                           if ws-answer-ready
                               move 'G' to hq-source of hist-request
                               move ws-gen-filename to
                                   hq-generation of hist-request
                           end-if
                       end-if
               end-read
           else
               if not ws-gens-open
                   move 3 to ws-phase
               else
                   read gens-file
                       at end
                           close gens-file
                           move 'N' to ws-gens-open-switch
                           move 3 to ws-phase
                       not at end
                           if gens-rec not = spaces
                               move gens-rec to ws-gen-filename
                               perform open-next-generation
                           end-if
                   end-read
               end-if
           end-if.

       open-next-generation.
           move 'N' to ws-answer-switch
           if ws-history-usable
               move ws-gen-filename to hc-generation of f-hist-ctl
               read history-control
                   invalid key
                       perform open-generation-file
               end-read
           else
               perform open-generation-file
           end-if.

       open-generation-file.
           open input generation-file
           if generation-status = "00"
               set ws-generation-open to true
           else
               move 'M' to hq-status of hist-request
               move 'G' to hq-source of hist-request
               move ws-gen-filename to hq-generation of hist-request
               set ws-answer-ready to true
           end-if.

       next-live-play.
           if not ws-live-open
               if ws-include-live = 'Y'
                   open input audit-log
                   if audit-status = "00"
                       set ws-live-open to true
                   else
                       move 9 to ws-phase
                   end-if
               else
                   move 9 to ws-phase
               end-if
           else
               read audit-log
                   at end
                       close audit-log
                       move 'N' to ws-live-open-switch
                       move 9 to ws-phase
                   not at end
                       move f-audit to play-out
                       perform check-play-wanted
                       if ws-answer-ready
                           move 'L' to hq-source of hist-request
                           move "scoreaudit.log" to
                               hq-generation of hist-request
                       end-if
               end-read
           end-if.

       check-play-wanted.
           if (ws-filter-username = spaces
                   or f-username of play-out = ws-filter-username)
                   and (ws-filter-difficulty = space
                   or f-difficulty of play-out = ws-filter-difficulty)
               set ws-answer-ready to true
           end-if.

       close-history.
           if ws-history-usable
               close history-control
               close history-file
               move 'N' to ws-history-usable-switch
           end-if
           if ws-generation-open
               close generation-file
               move 'N' to ws-generation-open-switch
           end-if
           if ws-gens-open
               close gens-file
               move 'N' to ws-gens-open-switch
           end-if
           if ws-live-open
               close audit-log
               move 'N' to ws-live-open-switch
           end-if
           move 9 to ws-phase.

       end program PlayHistory.
