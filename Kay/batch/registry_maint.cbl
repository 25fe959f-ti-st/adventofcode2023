                   03 txn-predecessor pic x(20).
                   03 txn-retry-count pic x(1).
                   03 txn-retry-delay pic x(3).
                   03 txn-cont-of pic x(20).
                   03 txn-cont-outcome pic x(20).
                   03 txn-cont-cc-low pic x(2).
                   03 txn-cont-cc-high pic x(2).
                   03 txn-cont-rerun pic x(1).

           fd f-registry.
           copy STEPREG.
           01 ws-row-count pic 9(2) value 0.
           01 ws-row-table.
               02 ws-row-entry occurs 50 times.
                   03 ws-row-rec pic x(258).
                   03 ws-row-live pic 9(1).
           01 ws-r pic 9(2).
           01 ws-match pic 9(2).
               exit paragraph
           end-if.
           if txn-day-dir not = "batch"
               and txn-cont-of = spaces
               and txn-input-dd = spaces then
               move "day step without an input DD name"
                   to ws-reason
               move "concurrency group not known" to ws-reason
               exit paragraph
           end-if.
           if txn-cont-of not = spaces then
               perform check_contingency
           end-if.

      * a contingency row must cover a registered ordinary step, and
      * its condition-code range and rerun flag must make sense.
       check_contingency.
           move 0 to ws-match.
           perform varying ws-r from 1 by 1 until ws-r > ws-row-count
               if ws-row-live(ws-r) = 1
                   and ws-row-rec(ws-r)(31:20) = txn-cont-of
                   and ws-row-rec(ws-r)(214:20) = spaces
                   move ws-r to ws-match
                   exit perform
               end-if
           end-perform.
           if ws-match = 0 then
               move "contingency covers no registered step"
                   to ws-reason
               exit paragraph
           end-if.
           if (txn-cont-cc-low not = spaces
                   and txn-cont-cc-low not numeric)
               or (txn-cont-cc-high not = spaces
                   and txn-cont-cc-high not numeric) then
               move "contingency condition codes not numeric"
                   to ws-reason
               exit paragraph
           end-if.
           if txn-cont-cc-low is numeric
               and txn-cont-cc-high is numeric
               and txn-cont-cc-low > txn-cont-cc-high then
               move "contingency condition-code range reversed"
                   to ws-reason
               exit paragraph
           end-if.
           if txn-cont-rerun not = spaces
               and txn-cont-rerun not = "Y"
               and txn-cont-rerun not = "N" then
               move "contingency rerun flag not Y or N" to ws-reason
           end-if.

      * the probe goes through the shell - COBOL alone cannot ask
      * whether a directory exists.
