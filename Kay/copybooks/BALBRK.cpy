      * record-count balancing break record layout
      * batch/balance_breaks.txt, rewritten by every balancing run:
      * one line per imbalance found for the run balanced - the
      * day, the program (STAGING for a staging/manifest break) and
      * what did not agree. aoc-alert raises each one for the
      * operator.
           01 bal-break-record.
               02 bbk-run-id      pic x(12).
               02 bbk-bus-date    pic x(8).
               02 bbk-day         pic x(10).
               02 bbk-program     pic x(20).
               02 bbk-description pic x(100).
