      *> APVREC.cpy
      *> Released-card record. APPRMNT appends one to the owning
      *> program's deck (scoradj.apv, erasure.apv, playmast.apv or
      *> dispute.apv) for every queued card a second operator
      *> approves; the owning program applies the deck on its next
      *> run and deletes it. av-card is the card image as keyed,
      *> so the program reads it through its own card layout.
       03 av-queue-no         pic 9(6).
       03 filler              pic x(1).
       03 av-checker          pic x(8).
       03 filler              pic x(1).
       03 av-card             pic x(100).
