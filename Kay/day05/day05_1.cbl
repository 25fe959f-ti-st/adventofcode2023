      * harness.cbl run both programs back to back out of the same
      * directory, so a shared filename meant each program could load
      * and trust the other's cache as if it were its own.
      * a region run (almanac_regions.txt) keeps one cache per
      * region - ws-cache-path carries the region's name.
           select f-cache assign to dynamic ws-cache-path
           organization is line sequential
           file status is ws-cache-fs.
      * req 030: optional control file naming one ad-hoc seed to look up
           select f-seed-lookup assign to "../seed_lookup.txt"
           organization is line sequential
           file status is ws-seed-lookup-fs.
      * seed variety master - optional, same config-file-with-a-
      * default convention as the lookups above; present means every
      * destination is reported with its seed's crop and variety,
      * with a summary per crop.
           select f-varieties assign to "../seed_varieties.txt"
           organization is line sequential
           file status is ws-varieties-fs.
      * req 029: the sorted destination table at the end of the run
      * used to go no further than a debug DISPLAY of the whole table
      * and a single element - give it a real report file, same
      * select/fd-without-file-status style as day01's f-detail.
           select f-report assign to dynamic ws-report-path
           organization is line sequential.
      * multi-region batch - optional list of regions (region code,
      * then the region's almanac path) to run in one pass, same
      * config-file-with-a-default convention as engine_parts'
      * schematic_batch.txt; absent means the single almanac run.
      * Each region gets its own cache and destination report, and
      * the cross-region summary names every region's lowest
      * location and the overall minimum.
           select f-regions assign to "../almanac_regions.txt"
           organization is line sequential
           file status is ws-regions-fs.
           select f-region-summary
               assign to "../seeds_region_summary.txt"
           organization is line sequential.
      * req 083: stage-by-stage audit trail - one record per seed
      * per stage with the value in, the matching map entry (0 =
           01 cache-record pic x(50).

           fd f-report.
           01 report-line pic x(132).

           fd f-varieties.
           copy SEEDVAR.

           fd f-trace.
           01 trace-record.
           fd f-seed-lookup.
           01 seed-lookup-line pic x(20).

           fd f-regions.
           01 region-line pic x(270).

           fd f-region-summary.
           01 region-summary-line pic x(132).

           fd f-abend.
           copy ABENDREC.

      * returned by the run-services module's INIT.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-env pic x(8).

      * req 102: parameter block for the shared run-services module.
           copy RUNSVC.
           01 destinations.
               02 dest pic 9(12) occurs 21 times indexed by j.

      * each seed's destination kept beside the seed itself - the
      * destinations table is sorted on its own, and the report
      * needs to know whose destination each one is.
           01 ws-dest-seeds.
               02 ws-ds-entry occurs 21 times.
                   03 ws-ds-dest pic 9(12).
                   03 ws-ds-seed pic 9(12).

      * the seed variety master as loaded, and what each crop's
      * seeds reached.
           01 ws-varieties-fs pic xx.
           01 ws-sv-count pic 9(3) value 0.
           01 ws-variety-table.
               02 ws-sv-entry occurs 100 times.
                   03 ws-sv-start pic 9(12).
                   03 ws-sv-end pic 9(12).
                   03 ws-sv-crop pic x(12).
                   03 ws-sv-variety pic x(20).
                   03 ws-sv-supplier pic x(12).
           01 ws-sv pic 9(3).
           01 ws-sv-hit pic 9(3).
           01 ws-sv-seed pic 9(12).
           01 ws-sv-line pic 9(5) value 0.
           01 ws-sv-reason pic x(50).
           01 ws-crop-count pic 9(2) value 0.
           01 ws-crop-table.
               02 ws-cr-entry occurs 50 times.
                   03 ws-cr-crop pic x(12).
                   03 ws-cr-seeds pic 9(5).
                   03 ws-cr-low pic 9(12).
                   03 ws-cr-high pic 9(12).
           01 ws-cr pic 9(2).
           01 ws-novar-count pic 9(5) value 0.

      * req 025: one generic table of the seven almanac stages, in
      * file order, replacing the seven separately-named *_map groups
      * (seed_to_soil_map, soil_to_fertilizer_map, ...) that each fed

      * req 040: JCL-style DD, same convention as day01's CAL_INPUT_DD.
           01 ws-input-path pic x(250) value "../input.txt".
           01 ws-cache-path pic x(80)
               value "../almanac_cache_seeds.txt".
           01 ws-report-path pic x(80)
               value "../destination_report.txt".

      * multi-region bookkeeping - each region's outcome for the
      * cross-region summary.
           01 ws-regions-fs pic xx.
           01 ws-region-eof pic a(1).
           01 ws-region-mode pic 9(1) value 0.
           01 ws-almanac-ok pic 9(1).
           01 ws-region-code pic x(8).
           01 ws-region-count pic 9(2) value 0.
           01 ws-region-table.
               02 ws-rg-entry occurs 20 times.
                   03 ws-rg-code pic x(8).
                   03 ws-rg-path pic x(80).
                   03 ws-rg-ok pic 9(1).
                   03 ws-rg-min pic 9(10).
           01 ws-rg pic 9(2).
           01 ws-regions-skipped pic 9(2) value 0.
           01 ws-overall-min pic 9(10) value 0.
           01 ws-overall-region pic x(8) value spaces.
           01 ws-summary-line pic x(132).

           01 ws-cur-date pic x(21).

           if ws-input-path = spaces
               move "../input.txt" to ws-input-path
           end-if.
           perform load_seed_varieties.

      * a region list runs every region's almanac in turn - the
      * day's answer is then the lowest location over all of them.
           open input f-regions.
           if ws-regions-fs = "00" then
               move 1 to ws-region-mode
               perform run_region_list
               close f-regions
               perform write_region_summary
               move ws-overall-min to ws-sum
           else
               perform process_one_almanac
           end-if.

           display "sum " ws-sum.
           perform append_ledger.
           perform append_quality_metrics.
           move "COMPLETE" to ws-status-phase.
           move ws-qual-read to ws-status-records.
           perform write_status.
           perform stop_perf_timer.
           if ws-regions-skipped > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * one almanac, start to finish - the whole run when there is
      * no region list, one region's share of it otherwise.
       process_one_almanac.
           move 0 to ws-almanac-ok.
           open input f-input.
           if ws-input-fs not = "00" then
               display "input file not found/not readable: "
                   function trim(ws-input-path)
                   " (status " ws-input-fs ")"
      * in a region run one unreadable almanac is skipped and shown
      * on the summary, the way a missing schematic is in a
      * schematic batch.
               if ws-region-mode = 1
                   exit paragraph
               end-if
      * req 036/driver review-fix: nonzero RETURN-CODE before STOP RUN
      * so driver.cbl's return-code check actually sees the failure.
               move "mainline" to ws-ab-paragraph
           perform write_destination_report.
           perform find_lowest_location.

           close f-input.
           move 1 to ws-almanac-ok.

      * every line of the region list: region code, then the path of
      * that region's almanac.
       run_region_list.
           move 'N' to ws-region-eof.
           perform until ws-region-eof = 'Y'
               read f-regions at
               end move 'Y' to ws-region-eof
               not at end
                   if function trim(region-line) not = spaces
                       perform process_one_region
                   end-if
           end-perform.

       process_one_region.
           if ws-region-count >= 20 then
               display "warning: more than 20 regions in "
                   "../almanac_regions.txt - "
                   function trim(region-line) " not run"
               add 1 to ws-regions-skipped
               exit paragraph
           end-if.
           move function trim(region-line) to region-line.
           move spaces to ws-region-code.
           move spaces to ws-input-path.
           unstring region-line delimited by all space
               into ws-region-code, ws-input-path
           end-unstring.
           add 1 to ws-region-count.
           move ws-region-code to ws-rg-code(ws-region-count).
           move ws-input-path to ws-rg-path(ws-region-count).
           move spaces to ws-cache-path.
           string "../almanac_cache_seeds_"
               function trim(ws-region-code) ".txt"
               delimited by size into ws-cache-path.
           move spaces to ws-report-path.
           string "../destination_report_"
               function trim(ws-region-code) ".txt"
               delimited by size into ws-report-path.
           display "region " ws-region-code " almanac "
               function trim(ws-input-path).

           perform reset_region_state.
           perform process_one_almanac.

           move ws-almanac-ok to ws-rg-ok(ws-region-count).
           if ws-almanac-ok = 0 then
               add 1 to ws-regions-skipped
               exit paragraph
           end-if.
           move ws-sum to ws-rg-min(ws-region-count).
           if ws-overall-region = spaces
               or ws-sum < ws-overall-min
               move ws-sum to ws-overall-min
               move ws-region-code to ws-overall-region
           end-if.
           perform append_region_ledger.

      * a fresh start for the next region's almanac - nothing from
      * the region before may leak into its tables.
       reset_region_state.
           initialize seeds.
           initialize destinations.
           initialize ws-dest-seeds.
           initialize maps_table.
           move 0 to ws-stage-count.
           move 0 to ws-sum.
           move 'N' to ws-eof.
           move 1 to ws-first_line.
           move "search" to r_mode.
           move 0 to ws-cache-available.
           move 0 to ws-cache-loaded.

      * each region's lowest location, then the overall minimum.
       write_region_summary.
           open output f-region-summary.
           move "Seeds - lowest location by region"
               to region-summary-line.
           write region-summary-line.
           move "=================================="
               to region-summary-line.
           write region-summary-line.
           perform varying ws-rg from 1 by 1
               until ws-rg > ws-region-count
               move spaces to ws-summary-line
               if ws-rg-ok(ws-rg) = 1
                   string "region " ws-rg-code(ws-rg)
                       " lowest location " ws-rg-min(ws-rg)
                       "  almanac " function trim(ws-rg-path(ws-rg))
                       delimited by size into ws-summary-line
               else
                   string "region " ws-rg-code(ws-rg)
                       " NOT RUN - almanac not found/readable: "
                       function trim(ws-rg-path(ws-rg))
                       delimited by size into ws-summary-line
               end-if
               move ws-summary-line to region-summary-line
               write region-summary-line
           end-perform.
           move spaces to region-summary-line.
           write region-summary-line.
           move spaces to ws-summary-line.
           if ws-overall-region = spaces then
               move "no region ran - no overall minimum"
                   to ws-summary-line
           else
               string "overall minimum " ws-overall-min
                   " (region " function trim(ws-overall-region) ")"
                   delimited by size into ws-summary-line
           end-if.
           move ws-summary-line to region-summary-line.
           write region-summary-line.
           close f-region-summary.
      * req 051/102: run identity and the perf timer both start in
      * the shared run-services module now - one INIT call, so every
      * program stamps the shared logs identically (an ad-hoc run
           call "aoc-run-services" using runsvc-block.
           move svc-run-id to ws-run-id.
           move svc-bus-date to ws-bus-date.
           move svc-env to ws-env.
      * req 037/102: the final answer goes to the ledger through the
      * run-services module now.
       append_ledger.
           move "part1" to svc-part.
           move ws-sum to svc-value.
           call "aoc-run-services" using runsvc-block.
      * a region's own answer, posted under the region-qualified
      * program name (SEEDS-<region>) so the plain SEEDS entry stays
      * the day's overall answer.
       append_region_ledger.
           move spaces to svc-program.
           string "SEEDS-" function trim(ws-region-code)
               delimited by size into svc-program.
           move "LEDGER" to svc-op.
           move "part1" to svc-part.
           move ws-sum to svc-value.
           call "aoc-run-services" using runsvc-block.
           move "SEEDS" to svc-program.
      * req 057/102: the data-quality record is appended by the
      * run-services module from this run's tallies.
       append_quality_metrics.
           move ws-ab-code to ab-condition-code.
           move ws-run-id to ab-run-id.
           move ws-bus-date to ab-bus-date.
           move ws-env to ab-env.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ab-time.
           write abend-record.
               end-perform
               display "dest " ws-transf " index " i
               move ws-transf to dest(i)
               move ws-transf to ws-ds-dest(i)
               move seed(i) to ws-ds-seed(i)
           end-perform.

           close f-trace.

      * req 029: write every destination location, already sorted
      * ascending above, out to a real report file instead of a debug
      * DISPLAY of the whole table plus a single element. With a
      * seed variety master each line also names the seed, its crop
      * and variety, and a summary per crop follows.
       write_destination_report.
           sort ws-ds-entry on ascending key ws-ds-dest.
           move 0 to ws-crop-count.
           move 0 to ws-novar-count.
           open output f-report.
           perform varying ws-i from 1 by 1 until ws-i > 21
               if ws-ds-dest(ws-i) not = 0 then
                   perform write_one_destination
               end-if
           end-perform.
           if ws-sv-count > 0 then
               perform write_crop_summary
           end-if.
           close f-report.

       write_one_destination.
           move spaces to report-line.
           if ws-sv-count = 0 then
               string "destination " ws-ds-dest(ws-i)
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if.
           move ws-ds-seed(ws-i) to ws-sv-seed.
           perform find_variety.
           if ws-sv-hit = 0 then
               add 1 to ws-novar-count
               string "destination " ws-ds-dest(ws-i)
                   " seed " ws-ds-seed(ws-i)
                   " NO VARIETY on the seed variety master"
                   delimited by size into report-line
           else
               string "destination " ws-ds-dest(ws-i)
                   " seed " ws-ds-seed(ws-i)
                   " crop " ws-sv-crop(ws-sv-hit)
                   " variety " ws-sv-variety(ws-sv-hit)
                   delimited by size into report-line
               perform note_crop_destination
           end-if.
           write report-line.

      * the crop's seed count, and the lowest and highest location
      * its seeds land on.
       note_crop_destination.
           move 0 to ws-cr.
           perform varying ws-sv from 1 by 1
               until ws-sv > ws-crop-count
               if ws-cr-crop(ws-sv) = ws-sv-crop(ws-sv-hit)
                   move ws-sv to ws-cr
                   exit perform
               end-if
           end-perform.
           if ws-cr = 0 then
               if ws-crop-count >= 50
                   exit paragraph
               end-if
               add 1 to ws-crop-count
               move ws-crop-count to ws-cr
               move ws-sv-crop(ws-sv-hit) to ws-cr-crop(ws-cr)
               move 0 to ws-cr-seeds(ws-cr)
               move ws-ds-dest(ws-i) to ws-cr-low(ws-cr)
               move ws-ds-dest(ws-i) to ws-cr-high(ws-cr)
           end-if.
           add 1 to ws-cr-seeds(ws-cr).
           if ws-ds-dest(ws-i) < ws-cr-low(ws-cr) then
               move ws-ds-dest(ws-i) to ws-cr-low(ws-cr)
           end-if.
           if ws-ds-dest(ws-i) > ws-cr-high(ws-cr) then
               move ws-ds-dest(ws-i) to ws-cr-high(ws-cr)
           end-if.

      * summary lines start with neither "destination " nor
      * "location ", so the programs reading this report's
      * destinations pass over them.
       write_crop_summary.
           move spaces to report-line.
           write report-line.
           move "Seeds by crop" to report-line.
           write report-line.
           perform varying ws-cr from 1 by 1
               until ws-cr > ws-crop-count
               move spaces to report-line
               string "crop " ws-cr-crop(ws-cr)
                   " seeds " ws-cr-seeds(ws-cr)
                   " lowest location " ws-cr-low(ws-cr)
                   " landing in " ws-cr-low(ws-cr)
                   " to " ws-cr-high(ws-cr)
                   delimited by size into report-line
               write report-line
           end-perform.
           move spaces to report-line.
           string ws-novar-count " seed(s) with no variety on "
               "../seed_varieties.txt"
               delimited by size into report-line.
           write report-line.
           if ws-novar-count > 0 then
               display "warning: " ws-novar-count " seed(s) have no "
                   "variety on ../seed_varieties.txt"
           end-if.

       load_seed_varieties.
           open input f-varieties.
           if ws-varieties-fs not = "00" then
               display "no ../seed_varieties.txt - destinations "
                   "reported without crop and variety"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-varieties at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-sv-line
                   perform load_one_variety
           end-perform.
           close f-varieties.
           move 'N' to ws-eof.

      * a master line that is not numeric, has an empty seed range
      * or overlaps a variety already loaded is left out, the way
      * the field capacity master treats its own.
       load_one_variety.
           move spaces to ws-sv-reason.
           evaluate true
               when sv-seed-start is not numeric
                   or sv-seed-end is not numeric
                   or sv-crop = spaces
                   move "malformed line" to ws-sv-reason
               when sv-seed-end <= sv-seed-start
                   move "seed range is empty" to ws-sv-reason
               when ws-sv-count >= 100
                   move "more than 100 varieties" to ws-sv-reason
           end-evaluate.
           if ws-sv-reason = spaces then
               perform varying ws-sv from 1 by 1
                   until ws-sv > ws-sv-count
                   if sv-seed-start < ws-sv-end(ws-sv)
                       and ws-sv-start(ws-sv) < sv-seed-end
                       move spaces to ws-sv-reason
                       string "overlaps variety "
                           ws-sv-variety(ws-sv)
                           delimited by size into ws-sv-reason
                       exit perform
                   end-if
               end-perform
           end-if.
           if ws-sv-reason not = spaces then
               display "warning: ../seed_varieties.txt line "
                   ws-sv-line " - " function trim(ws-sv-reason)
                   " - not loaded"
               exit paragraph
           end-if.
           add 1 to ws-sv-count.
           move sv-seed-start to ws-sv-start(ws-sv-count).
           move sv-seed-end to ws-sv-end(ws-sv-count).
           move sv-crop to ws-sv-crop(ws-sv-count).
           move sv-variety to ws-sv-variety(ws-sv-count).
           move sv-supplier to ws-sv-supplier(ws-sv-count).

      * the master entry covering seed ws-sv-seed, 0 when none.
       find_variety.
           move 0 to ws-sv-hit.
           perform varying ws-sv from 1 by 1
               until ws-sv > ws-sv-count
               if ws-sv-start(ws-sv) <= ws-sv-seed
                   and ws-sv-seed < ws-sv-end(ws-sv)
                   move ws-sv to ws-sv-hit
                   exit perform
               end-if
           end-perform.
