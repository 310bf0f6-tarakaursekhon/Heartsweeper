       program-id. PrintBracket.

       environment division.
       configuration section.

       file-control.
       select tourn-master assign "tourmast.dat"
           organization is indexed
           access mode is dynamic
           record key is tn-key of f-tourn
           status is tourn-status.

       select match-file assign "tourmtch.dat"
           organization is indexed
           access mode is dynamic
           record key is tx-key of f-match
           status is match-status.

       select bracket-report assign "bracket.rpt"
           organization is line sequential
           status is report-status.

       data division.
       fd tourn-master.
       01 f-tourn.
           copy TOURREC.

       fd match-file.
       01 f-match.
           copy TMTCHREC.

       fd bracket-report.
       01 report-line  pic x(132).

       working-storage section.
       01 tourn-status     pic 9(2).
       01 match-status      pic 9(2).
       01 report-status      pic 9(2).

       01 ws-today             pic x(21).
       01 ws-eof-switch         pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-last-round         pic 9(2) value 0.
       01 ws-current-round      pic 9(2) value 0.
       01 ws-covered-edit       pic zzz9-.

       01 ws-title-line.
         03 filler            pic x(11) value "TOURNAMENT ".
         03 ws-tl-tourn-id     pic x(8).
         03 filler              pic x(2) value spaces.
         03 ws-tl-name           pic x(30).
         03 filler                pic x(2) value spaces.
         03 ws-tl-stage            pic x(20).
         03 filler                  pic x(8) value "PRINTED ".
         03 ws-tl-date               pic x(8).

       01 ws-setup-line.
         03 filler            pic x(13) value "  DIFFICULTY ".
         03 ws-su-difficulty   pic x(1).
         03 filler              pic x(8) value "  BOARD ".
         03 ws-su-width          pic zz9.
         03 filler                pic x(1) value "x".
         03 ws-su-height           pic zz9.
         03 filler                  pic x(11) value "  ENTRANTS ".
         03 ws-su-entrants           pic zz9.
         03 filler                    pic x(9) value "  ROUNDS ".
         03 ws-su-rounds               pic z9.

       01 ws-round-line.
         03 filler            pic x(8) value "  ROUND ".
         03 ws-rl-round        pic z9.
         03 filler              pic x(2) value spaces.
         03 ws-rl-note           pic x(10).

       01 ws-match-line.
         03 filler            pic x(4) value "   M".
         03 ws-ml-match        pic 9(3).
         03 filler              pic x(3) value "  (".
         03 ws-ml-seed-1         pic zz9.
         03 filler                pic x(2) value ") ".
         03 ws-ml-player-1         pic x(20).
         03 ws-ml-covered-1         pic x(5).
         03 filler                   pic x(5) value "  v (".
         03 ws-ml-seed-2              pic zz9.
         03 filler                     pic x(2) value ") ".
         03 ws-ml-player-2              pic x(20).
         03 ws-ml-covered-2              pic x(5).
         03 filler                        pic x(2) value spaces.
         03 ws-ml-result                   pic x(28).

       01 ws-final-line.
         03 filler            pic x(11) value "  CHAMPION ".
         03 ws-fl-winner       pic x(20).
         03 filler              pic x(12) value "  RUNNER-UP ".
         03 ws-fl-runner-up      pic x(20).

       linkage section.
       01 tourn-id-in       pic x(8).
       01 round-in           pic 9(2).

      *> appends one tournament's bracket to bracket.rpt as it
      *> stands after round-in (zero straight after seeding):
      *> every round played so far with its results, and the
      *> pairings of the round now in play. TOURSEED calls it once
      *> a bracket is drawn and TOURRSLT after every round closes,
      *> so the report file builds into the tournament's history.
       procedure division using tourn-id-in, round-in.
       main-logic.
           move function current-date to ws-today

           open input tourn-master
           if tourn-status not = "00"
               display "PrintBracket OPEN tourn-master FAILED status="
                   tourn-status
               goback
           end-if
           move tourn-id-in to tn-tourn-id of f-tourn
           read tourn-master
               invalid key
                   display "PrintBracket: no tournament " tourn-id-in
                   close tourn-master
                   goback
           end-read
           close tourn-master

           open input match-file
           if match-status not = "00"
               display "PrintBracket OPEN match-file FAILED status="
                   match-status
               goback
           end-if

           open extend bracket-report
           if report-status = "05" or report-status = "35"
               open output bracket-report
           end-if
           if report-status not = "00"
               display "PrintBracket OPEN bracket.rpt FAILED status="
                   report-status
               close match-file
               goback
           end-if

           perform print-heading
           compute ws-last-round = round-in + 1
           if ws-last-round > tn-rounds of f-tourn
               move tn-rounds of f-tourn to ws-last-round
           end-if
           perform print-matches
           if tn-status of f-tourn = 'F'
                   and round-in >= tn-rounds of f-tourn
               move tn-winner of f-tourn to ws-fl-winner
               move tn-runner-up of f-tourn to ws-fl-runner-up
               move spaces to report-line
               write report-line
               write report-line from ws-final-line
           end-if
           move spaces to report-line
           write report-line

           close bracket-report
           close match-file
           goback.

       print-heading.
           move tn-tourn-id of f-tourn to ws-tl-tourn-id
           move tn-tourn-name of f-tourn to ws-tl-name
           evaluate true
               when tn-status of f-tourn = 'F'
                       and round-in >= tn-rounds of f-tourn
                   move "FINAL RESULT" to ws-tl-stage
               when round-in = 0
                   move "DRAW" to ws-tl-stage
               when other
                   move spaces to ws-tl-stage
                   string "AFTER ROUND " round-in
                       delimited by size into ws-tl-stage
           end-evaluate
           move ws-today (1:8) to ws-tl-date
           write report-line from ws-title-line
           move tn-difficulty of f-tourn to ws-su-difficulty
           move tn-board-width of f-tourn to ws-su-width
           move tn-board-height of f-tourn to ws-su-height
           move tn-entrants of f-tourn to ws-su-entrants
           move tn-rounds of f-tourn to ws-su-rounds
           write report-line from ws-setup-line.

       print-matches.
           move tourn-id-in to tx-tourn-id of f-match
           move 0 to tx-round of f-match
           move 0 to tx-match of f-match
           start match-file key not less than tx-key of f-match
               invalid key
                   move 'Y' to ws-eof-switch
               not invalid key
                   move 'N' to ws-eof-switch
           end-start
           move 0 to ws-current-round
           perform until ws-eof
               read match-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if tx-tourn-id of f-match not = tourn-id-in
                               or tx-round of f-match > ws-last-round
                           move 'Y' to ws-eof-switch
                       else
                           perform print-one-match
                       end-if
               end-read
           end-perform.

       print-one-match.
           if tx-round of f-match not = ws-current-round
               move tx-round of f-match to ws-current-round
               move tx-round of f-match to ws-rl-round
               if tx-round of f-match = tn-rounds of f-tourn
                   move "FINAL" to ws-rl-note
               else
                   move spaces to ws-rl-note
               end-if
               move spaces to report-line
               write report-line
               write report-line from ws-round-line
           end-if
           move tx-match of f-match to ws-ml-match
           move tx-seed-1 of f-match to ws-ml-seed-1
           move tx-player-1 of f-match to ws-ml-player-1
           move tx-seed-2 of f-match to ws-ml-seed-2
           move tx-player-2 of f-match to ws-ml-player-2
           evaluate tx-status of f-match
               when 'D'
                   move tx-covered-1 of f-match to ws-covered-edit
                   move ws-covered-edit to ws-ml-covered-1
                   move tx-covered-2 of f-match to ws-covered-edit
                   move ws-covered-edit to ws-ml-covered-2
                   move spaces to ws-ml-result
                   string "WINNER " tx-winner of f-match
                       delimited by size into ws-ml-result
               when 'B'
                   move spaces to ws-ml-covered-1
                   move spaces to ws-ml-covered-2
                   move "BYE" to ws-ml-player-2
                   move "THROUGH ON A BYE" to ws-ml-result
               when other
                   move spaces to ws-ml-covered-1
                   move spaces to ws-ml-covered-2
                   move "TO PLAY" to ws-ml-result
           end-evaluate
           write report-line from ws-match-line.

       end program PrintBracket.
