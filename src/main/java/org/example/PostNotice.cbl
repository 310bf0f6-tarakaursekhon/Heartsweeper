       program-id. PostNotice.

       environment division.
       configuration section.

       file-control.
       select outbox-file assign "outbox.dat"
           organization is indexed
           access mode is dynamic
           record key is n-key of f-notice
           status is outbox-status.

       select sequence-control assign "noteseq.ctl"
           organization is line sequential
           status is sequence-status.

       data division.
       fd outbox-file.
       01 f-notice.
           copy NOTEREC.

      *> the last notice number issued, so the numbering survives
      *> rows leaving the outbox. delivered rows are not fair game
      *> for archiving, though - a DORMWARN row is DORMANT's record
      *> of the warning (see NOTEREC).
       fd sequence-control.
       01 sequence-rec  pic 9(9).

       working-storage section.
       01 outbox-status     pic 9(2).
       01 sequence-status    pic 9(2).
       01 ws-today            pic x(21).
       01 ws-next-notice-no    pic 9(9) value 0.

       linkage section.
       01 notice-in.
           copy NOTEREC.
       01 notice-result      pic x.

      *> puts one message on the player outbox. the caller fills
      *> the key (username, type, reference), the source program
      *> and the text; the notice number, date and time created
      *> and delivery status are stamped here. notice-result comes
      *> back 'P' posted, 'D' the event was already told (notice-in
      *> is returned as the row on file, so the caller can see when
      *> it was written and whether it was delivered), or 'E' the
      *> outbox could not be written.
       procedure division using notice-in, notice-result.
       main-logic.
           move function current-date to ws-today
           move 'E' to notice-result

           open i-o outbox-file
           if outbox-status = "35"
               open output outbox-file
               close outbox-file
               open i-o outbox-file
           end-if
           if outbox-status not = "00"
               display "PostNotice OPEN outbox.dat FAILED status="
                   outbox-status
               goback
           end-if

           move n-key of notice-in to n-key of f-notice
           read outbox-file
               invalid key
                   perform write-notice
               not invalid key
                   move f-notice to notice-in
                   move 'D' to notice-result
           end-read
           close outbox-file
           goback.

       write-notice.
           perform issue-notice-no
           move ws-next-notice-no to n-notice-no of notice-in
           move ws-today (1:8) to n-date-created of notice-in
           move ws-today (9:8) to n-time-created of notice-in
           move 'P' to n-delivery-status of notice-in
           move 0 to n-date-delivered of notice-in
           move notice-in to f-notice
           inspect f-notice replacing all low-value by space
           write f-notice
               invalid key
                   display "PostNotice WRITE outbox.dat FAILED"
                       " status=" outbox-status
               not invalid key
                   move 'P' to notice-result
           end-write.

       issue-notice-no.
           move 0 to ws-next-notice-no
           open input sequence-control
           if sequence-status = "00"
               read sequence-control
                   at end
                       continue
                   not at end
                       if sequence-rec numeric
                           move sequence-rec to ws-next-notice-no
                       end-if
               end-read
               close sequence-control
           end-if
           add 1 to ws-next-notice-no
           open output sequence-control
           if sequence-status not = "00"
               display "PostNotice REWRITE noteseq.ctl FAILED"
                   " status=" sequence-status
           else
               move ws-next-notice-no to sequence-rec
               write sequence-rec
               close sequence-control
           end-if.

       end program PostNotice.
