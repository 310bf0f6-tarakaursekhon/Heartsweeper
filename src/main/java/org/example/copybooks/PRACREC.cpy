      *> PRACREC.cpy
      *> Practice-log record, appended to practice.log by
      *> SaveScores for every unranked play it accepts and never
      *> rewritten. An unranked play is validated exactly as a
      *> ranked one - the same session claim, and for practice the
      *> same registration check - but goes nowhere else: not the
      *> standings, the rank file, the audit trail every rebuild
      *> reads, nor the event feed. PRACRPT reports on it weekly.
      *> COPYed into the FD record of every program that touches
      *> practice.log, the same convention SCOREREC uses, so
      *> references are qualified with OF.
      *>
      *> pr-play-mode is 'P' practice - a registered player off the
      *> board - or 'G' guest - a visitor with no master record,
      *> under the GUEST name OpenSession generated for the game.
       03 pr-play-mode        pic x(1).
       03 filler              pic x(1).
       03 pr-username         pic x(20).
       03 pr-difficulty       pic x(1).
       03 filler              pic x(1).
       03 pr-covered          pic S9(3).
       03 pr-board-width      pic 9(3).
       03 pr-board-height     pic 9(3).
       03 pr-date-played      pic 9(8).
       03 pr-time-played      pic 9(8).
       03 pr-session-id       pic x(8).
