           select f-status assign to dynamic ws-status-path
           organization is line sequential
           file status is ws-status-fs.
      * effective-dated reference tables - the version catalog, and
      * the usage log recording which version each run read.
           select f-refcat assign to "../../batch/refdata_catalog.txt"
           organization is line sequential
           file status is ws-refcat-fs.
           select f-refuse assign to "../../batch/refdata_usage.txt"
           organization is line sequential
           file status is ws-refuse-fs.
      * the environment card of the tree the caller is running in -
      * every shared log record is stamped with its environment.
           select f-envcard assign to "../../batch/environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.
           fd f-phase.
           copy PHASEREC.

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-runctl-fs pic xx.
           01 ws-phase-start-secs pic 9(9).
           01 ws-phase-now-secs pic 9(9).

      * reference-version lookup scratch.
           01 ws-refcat-fs pic xx.
           01 ws-refuse-fs pic xx.
           01 ws-ref-eof pic a(1).

      * the environment this tree is the root of, and the one the
      * environment card chose.
           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8).

       linkage section.
           copy RUNSVC.

                   perform do_status
               when "PERFSTOP"
                   perform do_perf_stop
               when "REFDATA"
                   perform do_refdata
               when other
                   display "aoc-run-services: unknown op '"
                       svc-op "' ignored"
           end-if.
           move ws-run-id to svc-run-id.
           move ws-bus-date to svc-bus-date.
           perform read_environment_card.
           move ws-env to svc-env.
           move 1 to ws-initialized.

      * no card is the home tree running PROD. A card choosing some
      * other environment than this tree's means the program was
      * started in the wrong directory - refuse, before a single
      * record lands in the wrong environment's files.
       read_environment_card.
           move "PROD" to ws-env.
           move spaces to ws-env-chosen.
           open input f-envcard.
           if ws-envcard-fs = "00" then
               read f-envcard
                   at end continue
                   not at end
                       if envc-tree not = spaces
                           move envc-tree to ws-env
                       end-if
                       move envc-chosen to ws-env-chosen
               end-read
               close f-envcard
           end-if.
           if ws-env-chosen = spaces then
               move ws-env to ws-env-chosen
           end-if.
           if ws-env-chosen not = ws-env then
               display function trim(svc-program)
                   ": refusing to run - the environment card chooses "
                   function trim(ws-env-chosen) " but this is the "
                   function trim(ws-env) " tree; run it through the "
                   "driver or the harness, which go to the "
                   function trim(ws-env-chosen) " root"
               move 12 to return-code
               stop run
           end-if.

      * req 037: append one final answer to the shared results
      * ledger, same open-extend idiom as every shared log.
       do_ledger.
           move svc-value to ledger-value.
           move ws-run-id to ledger-run-id.
           move ws-bus-date to ledger-bus-date.
           move ws-env to ledger-env.
           write ledger-record.
           close f-ledger.

           move svc-qual-rejected to qual-records-rejected.
           move ws-run-id to qual-run-id.
           move ws-bus-date to qual-bus-date.
           move ws-env to qual-env.
           write qual-record.
           close f-quality.

           end-if.
           move ws-run-id to ph-run-id.
           move ws-bus-date to ph-bus-date.
           move ws-env to ph-env.
           write phase-record.
           close f-phase.

           end-if.
           move ws-run-id to perf-run-id.
           move ws-bus-date to perf-bus-date.
           move ws-env to perf-env.
           write perf-record.
           close f-perf.

      * the version of a reference table in force on this run's
      * business date - the catalog row for the caller's day and
      * table with the latest effective date on or before it. No
      * such row leaves the current-state file in force (CURRENT).
      * Either way the choice is appended to the usage log, so the
      * version report can show which runs read which version.
       do_refdata.
           move spaces to svc-ref-path.
           string "../" function trim(svc-ref-table)
               delimited by size into svc-ref-path.
           move "CURRENT" to svc-ref-effective.
           open input f-refcat.
           if ws-refcat-fs = "00" then
               move 'N' to ws-ref-eof
               perform until ws-ref-eof = 'Y'
                   read f-refcat at
                   end move 'Y' to ws-ref-eof
                   not at end
                       if rv-day-dir = svc-day
                           and rv-table = svc-ref-table
                           and rv-effective <= ws-bus-date
                           and (svc-ref-effective = "CURRENT"
                           or rv-effective > svc-ref-effective)
                           move rv-effective to svc-ref-effective
                           move rv-path to svc-ref-path
                       end-if
               end-perform
               close f-refcat
           end-if.
           if svc-ref-effective not = "CURRENT" then
               display function trim(svc-ref-table)
                   ": version effective " svc-ref-effective
                   " in force on " ws-bus-date
           end-if.

           open extend f-refuse.
           if ws-refuse-fs = "35" then
               open output f-refuse
           end-if.
           move svc-day to ru-day-dir.
           move svc-ref-table to ru-table.
           move svc-ref-effective to ru-effective.
           move svc-program to ru-program.
           move ws-run-id to ru-run-id.
           move ws-bus-date to ru-bus-date.
           write ru-record.
           close f-refuse.
