       program-id. QueueCard.

       environment division.
       configuration section.

       file-control.
       select approval-file assign "approval.dat"
           organization is indexed
           access mode is dynamic
           record key is ap-key of f-approval
           status is approval-status.

       select sequence-control assign "apprseq.ctl"
           organization is line sequential
           status is sequence-status.

       data division.
       fd approval-file.
       01 f-approval.
           copy APPRREC.

      *> the last queue number issued, so the numbering survives
      *> the queue file being archived or rebuilt.
       fd sequence-control.
       01 sequence-rec  pic 9(6).

       working-storage section.
       01 approval-status    pic 9(2).
       01 sequence-status     pic 9(2).
       01 ws-today             pic x(21).
       01 ws-next-queue-no      pic 9(6) value 0.
       01 ws-high-queue-no       pic 9(6) value 0.
       01 ws-eof-switch           pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-duplicate-switch      pic x value 'N'.
           88 ws-duplicate value 'Y'.

       linkage section.
       01 queue-item.
           copy APPRREC.
       01 queue-result      pic x.

      *> puts one operator card on the pending-approval queue. the
      *> caller fills program, action, subject, maker and the card
      *> image; the queue number, date and time keyed and status
      *> are stamped here. queue-result comes back 'Q' queued, 'D'
      *> the same card is already pending (ap-queue-no is that
      *> item's), or 'E' the queue could not be written.
       procedure division using queue-item, queue-result.
       main-logic.
           move function current-date to ws-today
           move 'E' to queue-result

           open i-o approval-file
           if approval-status = "35"
               open output approval-file
               close approval-file
               open i-o approval-file
           end-if
           if approval-status not = "00"
               display "QueueCard OPEN approval.dat FAILED status="
                   approval-status
               goback
           end-if

           perform check-already-pending
           if ws-duplicate
               move 'D' to queue-result
               close approval-file
               goback
           end-if

           perform issue-queue-no
           move ws-next-queue-no to ap-queue-no of queue-item
           move ws-today (1:8) to ap-date-keyed of queue-item
           move ws-today (9:8) to ap-time-keyed of queue-item
           move 'P' to ap-status of queue-item
           move spaces to ap-checker of queue-item
           move 0 to ap-date-decided of queue-item
           move queue-item to f-approval
           inspect f-approval replacing all low-value by space
           write f-approval
               invalid key
                   display "QueueCard WRITE approval.dat FAILED"
                       " status=" approval-status
               not invalid key
                   move 'Q' to queue-result
           end-write
           close approval-file
           goback.

      *> a deck resubmitted before its cards are decided must not
      *> put the same change in front of the checker twice. the
      *> walk also finds the highest number on file, in case the
      *> control file has been lost.
       check-already-pending.
           move 'N' to ws-duplicate-switch
           move 0 to ws-high-queue-no
           move 'N' to ws-eof-switch
           perform until ws-eof
               read approval-file next record
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       move ap-queue-no of f-approval to
                           ws-high-queue-no
                       if ap-status of f-approval = 'P'
                               and ap-program of f-approval =
                                   ap-program of queue-item
                               and ap-card of f-approval =
                                   ap-card of queue-item
                           set ws-duplicate to true
                           move ap-queue-no of f-approval to
                               ap-queue-no of queue-item
                           move 'Y' to ws-eof-switch
                       end-if
               end-read
           end-perform.

       issue-queue-no.
           move 0 to ws-next-queue-no
           open input sequence-control
           if sequence-status = "00"
               read sequence-control
                   at end
                       continue
                   not at end
                       if sequence-rec numeric
                           move sequence-rec to ws-next-queue-no
                       end-if
               end-read
               close sequence-control
           end-if
           if ws-high-queue-no > ws-next-queue-no
               move ws-high-queue-no to ws-next-queue-no
           end-if
           add 1 to ws-next-queue-no
           open output sequence-control
           if sequence-status not = "00"
               display "QueueCard REWRITE apprseq.ctl FAILED"
                   " status=" sequence-status
           else
               move ws-next-queue-no to sequence-rec
               write sequence-rec
               close sequence-control
           end-if.

       end program QueueCard.
