      * downstream staleness record layout
      * one line appended to batch/staleness_log.txt by the driver
      * for each downstream output built before a day rerun - the
      * rerun (ledger program, day directory, run id, business
      * date, when it finished) and the build it left behind. The
      * entry stays open until output_builds.txt shows the output
      * rebuilt at or after st-date/st-time.
           01 stale-record.
               02 st-output       pic x(20).
               02 st-source       pic x(20).
               02 st-day          pic x(10).
               02 st-run-id       pic x(12).
               02 st-bus-date     pic x(8).
               02 st-date         pic x(8).
               02 st-time         pic x(6).
               02 st-built-run-id pic x(12).
               02 st-built-date   pic x(8).
               02 st-built-time   pic x(6).
