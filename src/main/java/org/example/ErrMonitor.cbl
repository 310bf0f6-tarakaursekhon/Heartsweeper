      *> severity class: validation rejects are player mistakes,
      *> i/o failures mean scores are being lost right now.
       01 ws-code-table.
           03 ws-code-entry occurs 19.
               05 ws-ce-code    pic x(2).
               05 ws-ce-class   pic x(1).
               05 ws-ce-count   pic 9(5).
           03 filler  pic x(3) value "11V".
           03 filler  pic x(3) value "12V".
           03 filler  pic x(3) value "13V".
           03 filler  pic x(3) value "15V".
           03 filler  pic x(3) value "16V".
           03 filler  pic x(3) value "17V".
           03 filler  pic x(3) value "18V".
           03 filler  pic x(3) value "19V".
           03 filler  pic x(3) value "20V".
           03 filler  pic x(3) value "21I".
           03 filler  pic x(3) value "22I".
           03 filler  pic x(3) value "23I".
           03 filler  pic x(3) value "24I".
           03 filler  pic x(3) value "30I".
           03 filler  pic x(3) value "31I".
           03 filler  pic x(3) value "32I".
           03 filler  pic x(3) value "33I".
           03 filler  pic x(3) value "40I".
       01 ws-code-init redefines ws-code-values.
           03 ws-ci-entry occurs 19.
               05 ws-ci-code    pic x(2).
               05 ws-ci-class   pic x(1).

           goback.

       init-code-table.
           perform varying ws-sub from 1 by 1 until ws-sub > 19
               move ws-ci-code (ws-sub) to ws-ce-code (ws-sub)
               move ws-ci-class (ws-sub) to ws-ce-class (ws-sub)
               move 0 to ws-ce-count (ws-sub)
           end-perform
           move 'N' to ws-found-switch
           perform varying ws-sub from 1 by 1
                   until ws-sub > 19 or ws-found
               if ws-ce-code (ws-sub) = ws-line-code
                   set ws-found to true
                   add 1 to ws-ce-count (ws-sub)
           move spaces to report-line
           write report-line

           write report-line from "VALIDATION REJECTS (10-20)"
           perform varying ws-sub from 1 by 1 until ws-sub > 19
               if ws-ce-class (ws-sub) = 'V'
                   move ws-ce-code (ws-sub) to ws-detail-code
                   move ws-ce-count (ws-sub) to ws-detail-count
           move spaces to report-line
           write report-line
           write report-line from "I/O FAILURES (21-40)"
           perform varying ws-sub from 1 by 1 until ws-sub > 19
               if ws-ce-class (ws-sub) = 'I'
                   move ws-ce-code (ws-sub) to ws-detail-code
                   move ws-ce-count (ws-sub) to ws-detail-count
