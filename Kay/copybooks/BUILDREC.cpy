      * downstream output build-register record layout
      * one line appended to batch/output_builds.txt by every
      * reporting program that derives an output from the day
      * programs' ledgers and registers (the ops report, scoreboard,
      * CSV export, certification register, answer audit, season
      * stats, results master), the moment the output is complete -
      * which output, the run it describes, and when it was built.
      * A day rerun finished after bld-date/bld-time leaves the
      * output describing the earlier answer.
           01 build-record.
               02 bld-output   pic x(20).
               02 bld-run-id   pic x(12).
               02 bld-bus-date pic x(8).
               02 bld-date     pic x(8).
               02 bld-time     pic x(6).
