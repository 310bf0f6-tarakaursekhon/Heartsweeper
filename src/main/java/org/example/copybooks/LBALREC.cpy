      *> LBALREC.cpy
      *> Rewards points balance record (ledgbal.dat), one row per
      *> player with any posting on ledger.dat, keyed on the
      *> username and kept current by LEDGPOST as each posting is
      *> written. LEDGPOST and LEDGSTMT both prove the file against
      *> the ledger. COPYed into the FD record of every program
      *> that touches ledgbal.dat, the same convention SCOREREC
      *> uses, so references are qualified with OF.
       03 lb-key.
           05 lb-username     pic x(20).
       03 lb-balance          pic s9(9).
       03 lb-credits          pic 9(9).
       03 lb-debits           pic 9(9).
       03 lb-last-posting-no  pic 9(9).
       03 lb-date-last-posted pic 9(8).
