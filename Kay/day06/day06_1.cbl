      * absent means every race runs the default boat, which
      * reproduces the toy physics exactly. Same config-file-with-
      * a-default convention as cube_limits.txt.
           select f-boats assign to dynamic ws-boats-path
           organization is line sequential
           file status is ws-boats-fs.
           select f-assign assign to "../race_boats.txt"
           organization is line sequential
           file status is ws-assign-fs.
      * the race record book race_results_recon keeps from the race
      * actuals - the sheet's record distances are checked against
      * it; no book yet means nothing to check.
           select f-recbook assign to "../race_record_book.dat"
           organization is indexed
           access mode is random
           record key is rk-race
           file status is ws-recbook-fs.

      * req 094: shared machine-readable abend file - one record
      * appended before any abnormal STOP RUN, so aoc-alert and the
           fd f-abend.
           copy ABENDREC.

           fd f-recbook.
           copy RECBOOK.

           working-storage section.

      * req 065: run-status heartbeat working fields - written via
      * returned by the run-services module's INIT.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-env pic x(8).

      * req 102: parameter block for the shared run-services module.
           copy RUNSVC.
           01 ws-mid-margin pic s9(18).
           01 ws-window-line pic x(250).

      * record-book check of the sheet's record distances.
           01 ws-recbook-fs pic xx.
           01 ws-book-mismatch pic 9(3) value 0.

      * where each reference table is read from on this run - the
      * version in force on the business date (see
      * resolve_reference_table).
           01 ws-boats-path pic x(80).

       procedure division.

           perform read_run_control.
      * will log.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.

           open output f-window.
           open output f-rejects.
           call "aoc-run-services" using runsvc-block.
           move svc-run-id to ws-run-id.
           move svc-bus-date to ws-bus-date.
           move svc-env to ws-env.
      * req 037/102: ledger appends go through the run-services
      * module now - two paragraphs still, since ws-sum is reused
      * (and reset) between part 1 and part 2.
           move ws-ab-code to ab-condition-code.
           move ws-run-id to ab-run-id.
           move ws-bus-date to ab-bus-date.
           move ws-env to ab-env.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ab-time.
           write abend-record.

           perform parse_time_numbers.
           perform parse_dist_numbers.
           perform check_record_book.

      * req 032/034: split the Time: line into the race_times table
      * (one entry per race, ws-race-count driven rather than a fixed
           move function numval(ws-concat-buf(1:ws-concat-len))
               to big_d.

      * the sheet's record distances are typed in by hand - each
      * race the record book knows must carry the book's standing
      * record, and any that disagrees is logged as an exception
      * (and warned in the quality tallies); the race is still
      * scored against the sheet's figure.
       check_record_book.
           open input f-recbook.
           if ws-recbook-fs not = "00" then
               exit paragraph
           end-if.
           open extend f-exception.
           if ws-excpt-fs = "35" then
               open output f-exception
           end-if.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.
           perform varying r_index from 1 by 1
               until r_index > ws-race-count or r_index > 999
               move r_index to rk-race
               read f-recbook
                   invalid key continue
                   not invalid key
                       if rk-record not = d(r_index)
                           perform log_record_mismatch
                       end-if
               end-read
           end-perform.
           close f-exception.
           close f-recbook.
           if ws-book-mismatch > 0 then
               display "warning: " ws-book-mismatch " race "
                   "record(s) on the sheet disagree with the "
                   "record book"
           end-if.

       log_record_mismatch.
           add 1 to ws-book-mismatch.
           add 1 to ws-qual-warned.
           move "BOOTRACE" to excpt-program.
           move "day06" to excpt-day.
           move r_index to excpt-locator.
           move spaces to excpt-description.
           string "race " rk-race " sheet record " d(r_index)
               " differs from record book " rk-record
               " held by " rk-holder
               delimited by size into excpt-description.
           write excpt-record.

      * req 134: the boat master, loaded once - no file means every
      * race runs the default boat.
       load_boat_master.
           move "boat_master.txt" to svc-ref-table.
           perform resolve_reference_table.
           move svc-ref-path to ws-boats-path.
           open input f-boats.
           if ws-boats-fs not = "00" then
               exit paragraph
               delimited by size into ws-window-line.
           move ws-window-line to window-record.
           write window-record.

      * the version of a reference table in force on the run's
      * business date - chosen, and its use logged, by the
      * run-services module.
       resolve_reference_table.
           move "REFDATA" to svc-op.
           call "aoc-run-services" using runsvc-block.
