      *> TMTCHREC.cpy
      *> Tournament match record, one row per bracket slot per
      *> round, written by TOURSEED for round 1 and by TOURRSLT for
      *> every later round as the previous one completes. COPYed
      *> into the FD record of every program that touches
      *> tourmtch.dat, so references are qualified with OF.
      *>
      *> tx-key is tournament id + round + match number, so match
      *> n of round r is fed by matches 2n-1 and 2n of round r-1
      *> (player 1 from the odd match). tx-status is 'P' pending,
      *> 'B' a bye - tx-player-2 is spaces and tx-player-1 goes
      *> through unplayed - or 'D' decided. Each player's result is
      *> the covered count of the audited play posted under the
      *> session id keyed on their RESULT card; the higher covered
      *> wins and a tie goes to the better seed.
       03 tx-key.
           05 tx-tourn-id      pic x(8).
           05 tx-round         pic 9(2).
           05 tx-match         pic 9(3).
       03 tx-player-1         pic x(20).
       03 tx-seed-1           pic 9(3).
       03 tx-session-1        pic x(8).
       03 tx-covered-1        pic s9(3).
       03 tx-player-2         pic x(20).
       03 tx-seed-2           pic 9(3).
       03 tx-session-2        pic x(8).
       03 tx-covered-2        pic s9(3).
       03 tx-status           pic x(1).
       03 tx-winner           pic x(20).
       03 tx-date-decided     pic 9(8).
