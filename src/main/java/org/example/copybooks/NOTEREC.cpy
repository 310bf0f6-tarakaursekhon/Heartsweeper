      *> NOTEREC.cpy
      *> Player notification outbox record (outbox.dat), one row
      *> per player per event. The key is the player, the message
      *> type and a reference to the case, badge or status change
      *> behind it, so the same event can never be told twice -
      *> PostNotice refuses a second row with the same key. The
      *> notice number (issued from noteseq.ctl, never recycled)
      *> and the created date and time are stamped by PostNotice,
      *> never by the caller. COPYed into the FD record and each
      *> emitter's working-storage notice, the same convention
      *> SCOREREC uses, so references are qualified with OF.
      *>
      *> n-type values and their references:
      *>   DORMWARN  DORMANT warning ahead of a dormancy suspension;
      *>             reference is the last-activity date it was
      *>             judged on, so a player who comes back and
      *>             lapses again is warned afresh. the row is
      *>             DORMANT's only record of when the warning went
      *>             out: it must stay on outbox.dat, delivered or
      *>             not, until the player plays again - removing
      *>             it restarts the notice period and the player
      *>             is warned and held again instead of suspended
      *>   DORMSUSP  DORMANT suspended the player; reference is the
      *>             suspension date
      *>   DSPUPHLD  DSPMNT upheld a dispute; reference CASE nnnnn
      *>   DSPDENY   DSPMNT denied a dispute; reference CASE nnnnn
      *>   SUSPEND   PLAYMNT SUSPEND card applied; reference is the
      *>             date and time applied
      *>   BAN       PLAYMNT BAN card applied; same reference
      *>   BADGE     BADGEAWD found a newly earned badge; reference
      *>             is the badge code
      *>
      *> n-delivery-status is 'P' pending when written. The Java
      *> front end and the mailer rewrite it 'D' delivered, with
      *> n-date-delivered, or 'F' failed once they give up; NOTERPT
      *> lists anything not delivered inside NOTICE-FOLLOWUP-HRS.
       03 n-key.
           05 n-username      pic x(20).
           05 n-type          pic x(8).
           05 n-reference     pic x(20).
       03 n-notice-no         pic 9(9).
       03 n-source            pic x(8).
       03 n-date-created      pic 9(8).
       03 n-time-created      pic 9(8).
       03 n-text              pic x(60).
       03 n-delivery-status   pic x(1).
       03 n-date-delivered    pic 9(8).
