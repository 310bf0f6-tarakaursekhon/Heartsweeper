      *> SESSREC.cpy
      *> Game-session registry record, one row per session the
      *> OpenSession entry has issued, keyed on the system-issued
      *> session id (sessseq.ctl holds the last one given out).
      *> COPYed into the FD record of every program that touches
      *> sessions.dat, so references are qualified with OF.
      *>
      *> g-status is 'O' open - the game is in progress and a
      *> SaveScores post may claim it; 'S' scored - SaveScores
      *> accepted the play posted under it; 'Q' quit - CloseSession
      *> ended it without a score; 'E' expired - SESSWEEP found it
      *> still open past SESSION-TIMEOUT. Only an 'O' session is
      *> ever accepted, so a session id scores at most once.
       03 g-key.
           05 g-session-id     pic x(8).
       03 g-username          pic x(20).
       03 g-difficulty        pic x(1).
       03 g-board-width       pic 9(3).
       03 g-board-height      pic 9(3).
       03 g-date-opened       pic 9(8).
       03 g-time-opened       pic 9(8).
       03 g-status            pic x(1).
       03 g-date-closed       pic 9(8).
       03 g-time-closed       pic 9(8).
