      * report distribution log record layout
      * one line per item put in a recipient's package, appended to
      * batch/distribution_log.txt by aoc-burst on every run: what
      * went to whom for which batch run, how many lines and copies,
      * and where the package was written. dlog-status is SENT, or
      * MISSING when the report was not there to send (the package
      * says so in its place), or STALE when the ops report section
      * sent was printed for a different run than run_control.txt.
           01 dlog-record.
               02 dlog-recipient pic x(12).
               02 dlog-run-id    pic x(12).
               02 dlog-bus-date  pic x(8).
               02 dlog-item      pic x(60).
               02 dlog-lines     pic 9(6).
               02 dlog-copies    pic 9(2).
               02 dlog-status    pic x(8).
               02 dlog-package   pic x(60).
               02 dlog-date      pic x(8).
               02 dlog-time      pic x(6).
