      * data-file size history record layout
      * batch/space_history.txt, appended by every aoc-space-monitor
      * run: one line per area total (kind A), data file (F) and
      * sub-directory (D) measured, stamped with the business date
      * it was measured for - the trailing growth rates and the
      * days-to-full projections are worked out of this history.
           01 size-history-record.
               02 sz-bus-date     pic x(8).
               02 sz-time         pic x(6).
               02 sz-area         pic x(10).
               02 sz-kind         pic x(1).
               02 sz-path         pic x(80).
               02 sz-bytes        pic 9(15).
