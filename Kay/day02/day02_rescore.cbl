           select f-detail assign to "../game_detail.txt"
           organization is line sequential
           file status is ws-detail-fs.
           select f-control assign to dynamic ws-limits-path
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-ledger assign to "../results_ledger.txt"
           file status is ws-runctl-fs.
           select f-report assign to "../game_rescore_report.txt"
           organization is line sequential.
      * effective-dated reference tables - the version catalog, the
      * usage log recording which version each run read, and the
      * run-control card whose business date decides.
           select f-refcat assign to "../../batch/refdata_catalog.txt"
           organization is line sequential
           file status is ws-refcat-fs.
           select f-refuse assign to "../../batch/refdata_usage.txt"
           organization is line sequential
           file status is ws-refuse-fs.
           select f-refctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-refctl-fs.
      * the environment card of the tree this runs in - records are
      * stamped with the environment, and a card choosing another
      * environment than this tree's refuses the run.
           select f-envcard assign to "../../batch/environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.
           fd f-report.
           01 report-line pic x(132).

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-refctl.
           01 refctl-record.
               02 refctl-run-id pic x(12).
               02 refctl-bus-date pic x(8).

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-detail-fs pic xx.
           01 ws-invalid-count pic 9(9) value 0.
           01 ws-print-line pic x(132).

      * reference-version lookup scratch, and where each
      * reference table is read from on this run.
           01 ws-refcat-fs pic xx.
           01 ws-refuse-fs pic xx.
           01 ws-refctl-fs pic xx.
           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-ref-eof pic a(1).
           01 ws-ref-table pic x(30).
           01 ws-ref-effective pic x(8).
           01 ws-ref-path pic x(80).
           01 ws-ref-run-id pic x(12) value spaces.
           01 ws-ref-bus-date pic x(8).
           01 ws-ref-now pic x(21).
           01 ws-ref-program pic x(20) value "elf_game_rescore".
           01 ws-ref-day pic x(10) value "day02".
           01 ws-limits-path pic x(80).

       procedure division.

           display "elf_game_rescore: rescoring from "
               "game_detail.txt under the current limits".

           perform read_environment_card.
           perform read_run_control.
      * the reference tables are chosen for this run's identity.
           move ws-run-id to ws-ref-run-id.
           move ws-bus-date to ws-ref-bus-date.
           perform read_cube_limits.

           open input f-detail.
           move 12 to ws-red_max.
           move 13 to ws-green_max.
           move 14 to ws-blue_max.
           move "cube_limits.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-limits-path.
           open input f-control.
           if ws-ctrl-fs = "00" then
               read f-control into ctrl-line
           move ws-sum to ledger-value.
           move ws-run-id to ledger-run-id.
           move ws-bus-date to ledger-bus-date.
           move ws-env to ledger-env.
           write ledger-record.
           move "part2" to ledger-part.
           move ws-sum-ext to ledger-value.
           write ledger-record.
           close f-ledger.

      * the version of a reference table in force on the run's
      * business date - the catalog row for this day and table with
      * the latest effective date on or before it, else the
      * current-state file (CURRENT). The same choice the
      * run-services module makes for the batch day programs, made
      * here since this program runs on its own; it goes to the
      * same usage log.
       resolve_reference_table.
           if ws-ref-run-id = spaces then
               open input f-refctl
               if ws-refctl-fs = "00"
                   read f-refctl
                       at end continue
                       not at end
                           move refctl-run-id to ws-ref-run-id
                           move refctl-bus-date to ws-ref-bus-date
                   end-read
                   close f-refctl
               end-if
               if ws-ref-run-id = spaces
                   move function current-date to ws-ref-now
                   move "ADHOC " to ws-ref-run-id(1:6)
                   move ws-ref-now(9:6) to ws-ref-run-id(7:6)
                   move ws-ref-now(1:8) to ws-ref-bus-date
               end-if
           end-if.
           move spaces to ws-ref-path.
           string "../" function trim(ws-ref-table)
               delimited by size into ws-ref-path.
           move "CURRENT" to ws-ref-effective.
           open input f-refcat.
           if ws-refcat-fs = "00" then
               move 'N' to ws-ref-eof
               perform until ws-ref-eof = 'Y'
                   read f-refcat at
                   end move 'Y' to ws-ref-eof
                   not at end
                       if rv-day-dir = ws-ref-day
                           and rv-table = ws-ref-table
                           and rv-effective <= ws-ref-bus-date
                           and (ws-ref-effective = "CURRENT"
                           or rv-effective > ws-ref-effective)
                           move rv-effective to ws-ref-effective
                           move rv-path to ws-ref-path
                       end-if
               end-perform
               close f-refcat
           end-if.
           if ws-ref-effective not = "CURRENT" then
               display function trim(ws-ref-table)
                   ": version effective " ws-ref-effective
                   " in force on " ws-ref-bus-date
           end-if.

           open extend f-refuse.
           if ws-refuse-fs = "35" then
               open output f-refuse
           end-if.
           move ws-ref-day to ru-day-dir.
           move ws-ref-table to ru-table.
           move ws-ref-effective to ru-effective.
           move ws-ref-program to ru-program.
           move ws-ref-run-id to ru-run-id.
           move ws-ref-bus-date to ru-bus-date.
           write ru-record.
           close f-refuse.

      * no card is the home tree running PROD; a card choosing some
      * other environment than this tree's means this was started
      * in the wrong directory - refuse before writing anything.
       read_environment_card.
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
               display "elf_game_rescore: refusing to run - "
                   "the environment card chooses "
                   function trim(ws-env-chosen) " but this is the "
                   function trim(ws-env) " tree"
               move 12 to return-code
               stop run
           end-if.
