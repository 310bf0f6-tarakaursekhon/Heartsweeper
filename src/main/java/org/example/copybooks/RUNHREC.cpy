      *> RUNHREC.cpy
      *> Night-run history record, appended to nighthst.dat by
      *> NIGHTRUN as each step of the stream finishes and never
      *> rewritten - nightchk.dat only ever holds tonight, this is
      *> the permanent record RUNHIST trends. One row per step the
      *> run reached, then one STREAM row for the whole window.
      *> COPYed into the FD record of every program that reads or
      *> writes nighthst.dat, the same convention SCOREREC uses,
      *> so references are qualified with OF.
      *>
      *> rh-run-type is NIGHTLY or WEEKLY. rh-run-mode is 'F' ran
      *> fresh, 'R' ran on a same-day restart, 'S' skipped as
      *> already committed by an earlier submission. rh-overrun is
      *> 'Y' when the step ran past its allowed minutes, or on the
      *> STREAM row when the window ended after WINDOW-CUTOFF.
       03 rh-run-date         pic 9(8).
       03 filler              pic x(1).
       03 rh-run-type         pic x(8).
       03 filler              pic x(1).
       03 rh-step-name        pic x(8).
       03 filler              pic x(1).
       03 rh-run-mode         pic x(1).
       03 filler              pic x(1).
       03 rh-start-date       pic 9(8).
       03 filler              pic x(1).
       03 rh-start-time       pic 9(6).
       03 filler              pic x(1).
       03 rh-end-date         pic 9(8).
       03 filler              pic x(1).
       03 rh-end-time         pic 9(6).
       03 filler              pic x(1).
       03 rh-elapsed-secs     pic 9(6).
       03 filler              pic x(1).
       03 rh-allowed-mins     pic 9(4).
       03 filler              pic x(1).
       03 rh-return-code      pic 9(2).
       03 filler              pic x(1).
       03 rh-overrun          pic x(1).
