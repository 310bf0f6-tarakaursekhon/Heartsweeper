           move 999 to rp-max-covered of run-parms
           move "BIEC" to rp-difficulty-codes of run-parms
           move 0365 to rp-inactive-days of run-parms
           move 24 to rp-burst-plays of run-parms
           move 0010 to rp-burst-seconds of run-parms
           move 0300 to rp-outlier-pct of run-parms
           move 0120 to rp-session-timeout of run-parms
           move 0005 to rp-approval-days of run-parms
           move 0600 to rp-window-cutoff of run-parms
           move 0014 to rp-warn-days of run-parms
           move 0048 to rp-followup-hours of run-parms

           open input parm-file
           evaluate true
                       else
                           perform flag-bad-line
                       end-if
      *>             SCRNPLAY keeps the last 49 play times per
      *>             player, so a burst can be at most 50 plays long.
                   when "SCREEN-BURST-PLAYS"
                       perform get-numeric-value
                       if ws-num-ok and ws-num-value > 1
                               and ws-num-value <= 50
                           move ws-num-value to
                               rp-burst-plays of run-parms
                       else
                           perform flag-bad-line
                       end-if
                   when "SCREEN-BURST-SECS"
                       perform get-numeric-value
                       if ws-num-ok and ws-num-value > 0
                               and ws-num-value <= 9999
                           move ws-num-value to
                               rp-burst-seconds of run-parms
                       else
                           perform flag-bad-line
                       end-if
                   when "SCREEN-OUTLIER-PCT"
                       perform get-numeric-value
                       if ws-num-ok and ws-num-value > 100
                               and ws-num-value <= 9999
                           move ws-num-value to
                               rp-outlier-pct of run-parms
                       else
                           perform flag-bad-line
                       end-if
                   when "SESSION-TIMEOUT"
                       perform get-numeric-value
                       if ws-num-ok and ws-num-value > 0
                               and ws-num-value <= 9999
                           move ws-num-value to
                               rp-session-timeout of run-parms
                       else
                           perform flag-bad-line
                       end-if
                   when "APPROVAL-DAYS"
                       perform get-numeric-value
                       if ws-num-ok and ws-num-value > 0
                               and ws-num-value <= 9999
                           move ws-num-value to
                               rp-approval-days of run-parms
                       else
                           perform flag-bad-line
                       end-if
      *>             a clock time, so the hours and minutes are
      *>             checked apart.
                   when "WINDOW-CUTOFF"
                       perform get-numeric-value
                       if ws-num-ok and ws-num-value <= 2359
                               and ws-num-value (7:2) < "60"
                           move ws-num-value to
                               rp-window-cutoff of run-parms
                       else
                           perform flag-bad-line
                       end-if
                   when "DORMANCY-WARN-DAYS"
                       perform get-numeric-value
                       if ws-num-ok and ws-num-value > 0
                               and ws-num-value <= 9999
                           move ws-num-value to
                               rp-warn-days of run-parms
                       else
                           perform flag-bad-line
                       end-if
                   when "NOTICE-FOLLOWUP-HRS"
                       perform get-numeric-value
                       if ws-num-ok and ws-num-value > 0
                               and ws-num-value <= 9999
                           move ws-num-value to
                               rp-followup-hours of run-parms
                       else
                           perform flag-bad-line
                       end-if
                   when "DIFFICULTY-CODES"
                       if ws-value = spaces
                           perform flag-bad-line
