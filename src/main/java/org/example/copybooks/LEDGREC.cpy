      *> LEDGREC.cpy
      *> Rewards points ledger record (ledger.dat), one row per
      *> posting, appended by LEDGPOST and never rewritten - a
      *> mistake is put right with a correcting posting, not an
      *> edit. lg-posting-no is issued from ledgseq.ctl and never
      *> recycled, so the file is in posting order. COPYed into
      *> the FD record of every program that touches ledger.dat
      *> and into LEDGSTMT's sort record, the same convention
      *> SCOREREC uses, so references are qualified with OF.
      *>
      *> lg-type values:
      *>   CHAMPION  credit for a season title on champs.dat;
      *>             reference is the season id and difficulty
      *>   BADGE     credit for a badge on playbadg.dat; reference
      *>             is the badge code
      *>   REDEEM    debit keyed on a ledger.trn card for a prize
      *>             taken; never allowed below a zero balance
      *>   CREDIT    correction keyed on a ledger.trn card, also
      *>             how team-finish prizes from teams.rpt are paid
      *>   DEBIT     correction keyed on a ledger.trn card
      *>
      *> lg-dc is 'C' credit or 'D' debit; lg-points is always
      *> positive. lg-operator is the initials on the card, spaces
      *> on an award LEDGPOST posted itself.
       03 lg-posting-no       pic 9(9).
       03 filler              pic x(1).
       03 lg-username         pic x(20).
       03 lg-date-posted      pic 9(8).
       03 lg-time-posted      pic 9(8).
       03 lg-type             pic x(8).
       03 lg-reference        pic x(20).
       03 lg-dc               pic x(1).
       03 lg-points           pic 9(7).
       03 lg-operator         pic x(8).
       03 lg-text             pic x(40).
