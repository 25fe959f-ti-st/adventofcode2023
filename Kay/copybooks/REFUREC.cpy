      * reference-data usage record layout
      * one line per reference table read by a run, appended to
      * batch/refdata_usage.txt by whichever program resolved the
      * table - the version it chose (ru-effective, or CURRENT when
      * no registered version was in force and the current-state
      * file was read), and the run that used it. aoc-refdata lists
      * every version with the runs that read it.
           01 ru-record.
               02 ru-day-dir   pic x(10).
               02 ru-table     pic x(30).
               02 ru-effective pic x(8).
               02 ru-program   pic x(20).
               02 ru-run-id    pic x(12).
               02 ru-bus-date  pic x(8).
