      *   INIT      start the perf timer and read the run-control
      *             card (ADHOC fallback included); svc-program and
      *             svc-day must already be set; returns the run
      *             identity in svc-run-id / svc-bus-date and the
      *             environment in svc-env - and stops the run,
      *             condition code 12, when the environment card
      *             chooses a different environment from this tree
      *   LEDGER    append one results-ledger record from
      *             svc-part / svc-value
      *   QUALITY   append this run's data-quality record from the
      *   STATUS    rewrite the program's run_status heartbeat from
      *             svc-phase / svc-records
      *   PERFSTOP  stop the timer and append the perf record
      *   REFDATA   choose the version of reference table
      *             svc-ref-table in force on the run's business
      *             date (copybooks/REFVREC.cpy); returns the path
      *             to read in svc-ref-path and its effective date
      *             (or CURRENT) in svc-ref-effective, and logs the
      *             choice to the usage file
           01 runsvc-block.
               02 svc-op            pic x(8).
               02 svc-program       pic x(20).
               02 svc-qual-rejected pic 9(9).
               02 svc-run-id        pic x(12).
               02 svc-bus-date      pic x(8).
               02 svc-ref-table     pic x(30).
               02 svc-ref-effective pic x(8).
               02 svc-ref-path      pic x(80).
               02 svc-env           pic x(8).
