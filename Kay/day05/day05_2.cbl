      * harness.cbl run both programs back to back out of the same
      * directory, so a shared filename meant each program could load
      * and trust the other's cache as if it were its own.
      * a region run (almanac_regions.txt) keeps one cache, one
      * checkpoint and one distribution report per region - the
      * paths carry the region's name.
           select f-cache assign to dynamic ws-cache-path
           organization is line sequential
           file status is ws-cache-fs.
      * req 117: mid-run checkpoint - the rangers table is written
      * checkpoints its cascade, so a crash at minute fourteen
      * resumes at the next stage instead of rerunning our longest
      * step from scratch.
           select f-ckpt assign to dynamic ws-ckpt-path
           organization is line sequential
           file status is ws-ckpt-fs.
      * req 127: the same seed_trace.txt register day05_1 appends -
           select f-trace assign to "../seed_trace.txt"
           organization is line sequential
           file status is ws-trace-fs.
      * sort-based stage pass - the live fragments sit in a work
      * file between stages instead of a fixed in-memory table, and
      * each stage is one merge of the sorted fragments against the
      * stage's sorted map pieces, so the fragment count has no
      * ceiling. The pieces a stage produces and the trace records
      * it owes seed_trace.txt go through work files of their own,
      * each sorted back into the order the next step needs.
           select f-frag assign to "../seedsranges_fragments.tmp"
           organization is line sequential
           file status is ws-frag-fs.
           select f-pieces assign to "../seedsranges_pieces.tmp"
           organization is line sequential.
           select f-trace-work assign to "../seedsranges_trace.tmp"
           organization is line sequential.
           select sort-frags assign to "../seedsranges_sort1.tmp".
           select sort-pieces assign to "../seedsranges_sort2.tmp".
           select sort-trace assign to "../seedsranges_sort3.tmp".
      * req 102: the shared-log and run-control plumbing (ledger,
      * perf, quality, heartbeat) lives in the CALLed run-services
      * module now - see common/runservices.cbl.
      * location interval, sorted and merged, with widths and the
      * cumulative acreage, for the planners who want to know how
      * much land is reachable near the best location.
           select f-dist assign to dynamic ws-dist-path
           organization is line sequential.
      * seed variety master - optional; present means the
      * distribution goes on to show where each crop and variety's
      * seeds land, with a summary per crop.
           select f-varieties assign to "../seed_varieties.txt"
           organization is line sequential
           file status is ws-varieties-fs.
      * multi-region batch - the same optional region list seeds
      * reads (region code, then the region's almanac path); absent
      * means the single almanac run. The cross-region summary names
      * every region's lowest location and the overall minimum.
           select f-regions assign to "../almanac_regions.txt"
           organization is line sequential
           file status is ws-regions-fs.
           select f-region-summary
               assign to "../seedsranges_region_summary.txt"
           organization is line sequential.

      * req 094: shared machine-readable abend file - one record
               02 tr-value-out pic 9(12).

           fd f-dist.
           01 dist-record pic x(132).

           fd f-varieties.
           copy SEEDVAR.

      * one live fragment - its place in the stage's input order,
      * then the interval [start, end).
           fd f-frag.
           01 frag-record.
               02 fg-seq pic 9(9).
               02 fg-start pic 9(12).
               02 fg-end pic 9(12).

           fd f-pieces.
           01 piece-record.
               02 pc-start pic 9(12).
               02 pc-end pic 9(12).

           fd f-trace-work.
           01 trace-work-record.
               02 tw-seq pic 9(9).
               02 tw-entry pic 9(3).
               02 tw-start pic 9(12).
               02 tw-out pic 9(12).

           sd sort-frags.
           01 sort-frag-record.
               02 sf-seq pic 9(9).
               02 sf-start pic 9(12).
               02 sf-end pic 9(12).

           sd sort-pieces.
           01 sort-piece-record.
               02 sp-start pic 9(12).
               02 sp-end pic 9(12).

      * trace records sorted back into the order the fragment-at-a-
      * time split wrote them: fragment, then map entry, then start.
           sd sort-trace.
           01 sort-trace-record.
               02 st-seq pic 9(9).
               02 st-entry pic 9(3).
               02 st-start pic 9(12).
               02 st-out pic 9(12).

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

           01 range_min pic 9(12) value 9999999999.

      * the stage's map as sorted, non-overlapping pieces - where
      * two entries' source ranges overlap, the lower-numbered entry
      * owns the overlap, the way the entry-by-entry split always
      * resolved it. The boundaries are every entry's start and end.
           01 ws-bound-count pic 9(4).
           01 ws-bound-table.
               02 ws-bound-entry occurs 400 times.
                   03 ws-bound pic 9(12).
           01 ws-eff-count pic 9(4).
           01 ws-eff-table.
               02 ws-eff-entry occurs 400 times.
                   03 ws-eff-start pic 9(12).
                   03 ws-eff-end pic 9(12).
                   03 ws-eff-k pic 9(3).
           01 ws-eff-p pic 9(4).
           01 ws-eff-q pic 9(4).
           01 ws-b pic 9(4).
           01 ws-owner pic 9(3).

      * stage-pass bookkeeping.
           01 ws-frag-fs pic xx.
           01 ws-sort-eof pic a(1).
           01 ws-frag-count pic 9(9) value 0.
           01 ws-frag-seq pic 9(9).
           01 ws-a pic 9(12).
           01 ws-z pic 9(12).
           01 ws-cut pic 9(12).

           01 all_input_ranges.
               02 input_ranges occurs 8 times.
           01 ws-l pic 9(12).
           01 ws-m pic 9(12).

           01 ws-n pic 9(12).
           01 ws-has-overlap pic 9.

           01 ws-curr_seed pic 9(12).

      * req 084: distribution-report working fields - the merge
      * walks the sorted table carrying one open interval.
           01 ws-dist-line pic x(132).
           01 ws-merge-start pic 9(12).
           01 ws-merge-end pic 9(12).
           01 ws-merge-open pic 9(1).
      * before and after, and the compaction output position.
           01 ws-frag-before pic 9(9).
           01 ws-frag-after pic 9(9).

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
                   03 ws-cr-seeds pic 9(13).
                   03 ws-cr-low pic 9(12).
                   03 ws-cr-high pic 9(12).
           01 ws-cr pic 9(2).
           01 ws-novar-count pic 9(5) value 0.

      * one crop's piece of a seed range walked through the stages
      * on its own - the merged fragments no longer know which
      * seeds they came from.
           01 ws-cw-pos pic 9(12).
           01 ws-cw-stop pic 9(12).
           01 ws-cw-cut pic 9(12).
           01 ws-cw-a pic 9(12).
           01 ws-cw-b pic 9(12).
           01 ws-cw-to pic 9(12).
           01 ws-cw-low pic 9(12).
           01 ws-cw-high pic 9(12).
           01 ws-cw-st pic 9(2).
           01 ws-cw-c pic 9(4).
           01 ws-cw-e pic 9(3).
           01 ws-cw-hit pic 9(3).
           01 ws-cw-cur-count pic 9(4).
           01 ws-cw-cur-table.
               02 ws-cw-cur-entry occurs 2000 times.
                   03 ws-cw-cur-start pic 9(12).
                   03 ws-cw-cur-end pic 9(12).
           01 ws-cw-nxt-count pic 9(4).
           01 ws-cw-nxt-table.
               02 ws-cw-nxt-entry occurs 2000 times.
                   03 ws-cw-nxt-start pic 9(12).
                   03 ws-cw-nxt-end pic 9(12).

           01 ws-transf pic 9(12).


      * req 040: JCL-style DD, same convention as day01's CAL_INPUT_DD.
           01 ws-input-path pic x(250) value "../input.txt".
           01 ws-cache-path pic x(80)
               value "../almanac_cache_seedsranges.txt".
           01 ws-ckpt-path pic x(80)
               value "../stage_checkpoint.txt".
           01 ws-dist-path pic x(80)
               value "../location_distribution.txt".

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
                   03 ws-rg-min pic 9(12).
           01 ws-rg pic 9(2).
           01 ws-regions-skipped pic 9(2) value 0.
           01 ws-overall-min pic 9(12) value 0.
           01 ws-overall-region pic x(8) value spaces.
           01 ws-summary-line pic x(132).

           01 ws-cur-date pic x(21).

           if ws-input-path = spaces
               move "../input.txt" to ws-input-path
           end-if.
           perform load_seed_varieties.

           open extend f-exception.
           if ws-excpt-fs = "35" then
               open output f-exception
           end-if.
      * req 051: the record area persists between writes, so the run
      * identity is stamped once here for every exception this run
      * will log.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.
      * a region list runs every region's almanac in turn - the
      * day's answer is then the lowest location over all of them.
           open input f-regions.
           if ws-regions-fs = "00" then
               move 1 to ws-region-mode
               perform run_region_list
               close f-regions
               perform write_region_summary
               move ws-overall-min to range_min
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
           close f-exception.
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
               move 8 to return-code
               stop run
           end-if.
           perform check_almanac_cache.
           perform until ws-eof = 'Y' or ws-cache-loaded = 1
               read f-input into input_line at
           end-if.

      * req 117: a checkpoint from a prior abended run restores the
      * live fragments as of its last completed stage - the seed
      * ranges were already folded in before stage one, so the
      * header-derived build and its validation are skipped.
           perform read_stage_checkpoint.
               perform validate_seed_ranges
           else
               display "restart: resuming after completed stage "
                   ws-resume-stage " from " function trim(ws-ckpt-path)
           end-if.

      *     perform split_rangers_sts.
               move spaces to ws-status-phase
               string "STAGE " ws-curr_map_index
                   delimited by size into ws-status-phase
               move ws-frag-count to ws-status-records
               perform write_status

               perform split_one_stage
      * req 117: stage done - its output (already coalesced) is the
      * whole restartable state, so checkpoint it now.
               perform write_stage_checkpoint
           end-perform.

           close f-trace.

           display "range min " range_min.
           perform write_location_distribution.
           perform clear_stage_checkpoint.

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
           string "../almanac_cache_seedsranges_"
               function trim(ws-region-code) ".txt"
               delimited by size into ws-cache-path.
           move spaces to ws-ckpt-path.
           string "../stage_checkpoint_"
               function trim(ws-region-code) ".txt"
               delimited by size into ws-ckpt-path.
           move spaces to ws-dist-path.
           string "../location_distribution_"
               function trim(ws-region-code) ".txt"
               delimited by size into ws-dist-path.
           display "region " ws-region-code " almanac "
               function trim(ws-input-path).

           perform reset_region_state.
           perform process_one_almanac.

           move ws-almanac-ok to ws-rg-ok(ws-region-count).
           if ws-almanac-ok = 0 then
               add 1 to ws-regions-skipped
               exit paragraph
           end-if.
           move range_min to ws-rg-min(ws-region-count).
           if ws-overall-region = spaces
               or range_min < ws-overall-min
               move range_min to ws-overall-min
               move ws-region-code to ws-overall-region
           end-if.
           perform append_region_ledger.

      * a fresh start for the next region's almanac - nothing from
      * the region before may leak into its tables.
       reset_region_state.
           initialize seeds.
           initialize seeds_ranges.
           initialize all_input_ranges.
           move 9999999999 to range_min.
           move 0 to ws-sum.
           move 0 to ws-frag-count.
           move 0 to ws-resume-stage.
           move 1 to ws-curr_map_index.
           move 'N' to ws-eof.
           move 1 to ws-first_line.
           move "search" to r_mode.
           move 0 to ws-cache-available.
           move 0 to ws-cache-loaded.

      * each region's lowest location, then the overall minimum.
       write_region_summary.
           open output f-region-summary.
           move "Seeds ranges - lowest location by region"
               to region-summary-line.
           write region-summary-line.
           move "========================================="
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

      * req 084: sort the final intervals, merge the touching and
      * overlapping ones back together, and report each reachable
      * location range with its width and the cumulative coverage.
      * the fragment file the last stage left is already in start
      * order.
       write_location_distribution.
           open output f-dist.
           move "Reachable location distribution" to dist-record.
           write dist-record.
           move 0 to ws-merge-open.
           move 0 to ws-dist-cum.
           move 0 to ws-dist-count.
           open input f-frag.
           move 'N' to ws-sort-eof.
           perform until ws-sort-eof = 'Y'
               read f-frag at
               end move 'Y' to ws-sort-eof
               not at end
      * only real intervals (nonzero end) take part.
               if fg-end not = 0
                   if ws-merge-open = 0
                       move fg-start to ws-merge-start
                       move fg-end to ws-merge-end
                       move 1 to ws-merge-open
                   else
                       if fg-start <= ws-merge-end
                           if fg-end > ws-merge-end
                               move fg-end to ws-merge-end
                           end-if
                       else
                           perform write_one_distribution_row
                           move fg-start to ws-merge-start
                           move fg-end to ws-merge-end
                       end-if
                   end-if
               end-if
           end-perform.
           close f-frag.
           if ws-merge-open = 1 then
               perform write_one_distribution_row
           end-if.
               ws-dist-cum delimited by size into ws-dist-line.
           move ws-dist-line to dist-record.
           write dist-record.
           if ws-sv-count > 0 then
               perform write_crop_distribution
           end-if.
           close f-dist.

       write_one_distribution_row.
               delimited by size into ws-dist-line.
           move ws-dist-line to dist-record.
           write dist-record.
      * every seed range cut at the variety master's boundaries, each
      * piece walked to its locations, then a summary per crop. These
      * lines never start "location ", so the programs reading the
      * distribution's intervals pass over them.
       write_crop_distribution.
           move 0 to ws-crop-count.
           move 0 to ws-novar-count.
           move spaces to dist-record.
           write dist-record.
           move "Seed ranges by crop and variety" to dist-record.
           write dist-record.
           perform varying i from 2 by 2 until seed(i) = 0
               move seed(i - 1) to ws-cw-pos
               compute ws-cw-stop = seed(i) + seed(i - 1)
               perform until ws-cw-pos >= ws-cw-stop
                   perform crop_one_piece
               end-perform
           end-perform.

           move spaces to dist-record.
           write dist-record.
           move "Seeds by crop" to dist-record.
           write dist-record.
           perform varying ws-cr from 1 by 1
               until ws-cr > ws-crop-count
               move spaces to ws-dist-line
               string "crop " ws-cr-crop(ws-cr)
                   " seeds " ws-cr-seeds(ws-cr)
                   " lowest location " ws-cr-low(ws-cr)
                   " landing in " ws-cr-low(ws-cr)
                   " to " ws-cr-high(ws-cr)
                   delimited by size into ws-dist-line
               move ws-dist-line to dist-record
               write dist-record
           end-perform.
           move spaces to ws-dist-line.
           string ws-novar-count " seed range piece(s) with no "
               "variety on ../seed_varieties.txt"
               delimited by size into ws-dist-line.
           move ws-dist-line to dist-record.
           write dist-record.
           if ws-novar-count > 0 then
               display "warning: " ws-novar-count " seed range "
                   "piece(s) have no variety on "
                   "../seed_varieties.txt"
           end-if.

      * the piece from ws-cw-pos up to the next variety boundary -
      * to the end of the variety covering it, or up to the next
      * variety's start when none does.
       crop_one_piece.
           move ws-cw-pos to ws-sv-seed.
           perform find_variety.
           move ws-cw-stop to ws-cw-to.
           if ws-sv-hit > 0 then
               if ws-sv-end(ws-sv-hit) < ws-cw-to
                   move ws-sv-end(ws-sv-hit) to ws-cw-to
               end-if
           else
               perform varying ws-sv from 1 by 1
                   until ws-sv > ws-sv-count
                   if ws-sv-start(ws-sv) > ws-cw-pos
                       and ws-sv-start(ws-sv) < ws-cw-to
                       move ws-sv-start(ws-sv) to ws-cw-to
                   end-if
               end-perform
           end-if.
           perform walk_crop_piece.

           move spaces to ws-dist-line.
           if ws-sv-hit = 0 then
               add 1 to ws-novar-count
               string "seeds " ws-cw-pos " to " ws-cw-to
                   " NO VARIETY - lowest location " ws-cw-low
                   delimited by size into ws-dist-line
           else
               string "seeds " ws-cw-pos " to " ws-cw-to
                   " crop " ws-sv-crop(ws-sv-hit)
                   " variety " ws-sv-variety(ws-sv-hit)
                   " lowest location " ws-cw-low
                   delimited by size into ws-dist-line
               perform note_crop_piece
           end-if.
           move ws-dist-line to dist-record.
           write dist-record.
           move ws-cw-to to ws-cw-pos.

       note_crop_piece.
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
               move ws-cw-low to ws-cr-low(ws-cr)
               move ws-cw-high to ws-cr-high(ws-cr)
           end-if.
           compute ws-cr-seeds(ws-cr) = ws-cr-seeds(ws-cr)
               + ws-cw-to - ws-cw-pos.
           if ws-cw-low < ws-cr-low(ws-cr) then
               move ws-cw-low to ws-cr-low(ws-cr)
           end-if.
           if ws-cw-high > ws-cr-high(ws-cr) then
               move ws-cw-high to ws-cr-high(ws-cr)
           end-if.

      * [ws-cw-pos, ws-cw-to) through every stage, the way
      * field_capacity walks a seed range; what is left is where the
      * piece lands - its lowest location and the end of its highest.
       walk_crop_piece.
           move 1 to ws-cw-cur-count.
           move ws-cw-pos to ws-cw-cur-start(1).
           move ws-cw-to to ws-cw-cur-end(1).
           perform varying ws-cw-st from 1 by 1 until ws-cw-st > 7
               perform crop_map_stage
           end-perform.
           move 999999999999 to ws-cw-low.
           move 0 to ws-cw-high.
           perform varying ws-cw-c from 1 by 1
               until ws-cw-c > ws-cw-cur-count
               if ws-cw-cur-start(ws-cw-c) < ws-cw-low
                   move ws-cw-cur-start(ws-cw-c) to ws-cw-low
               end-if
               if ws-cw-cur-end(ws-cw-c) > ws-cw-high
                   move ws-cw-cur-end(ws-cw-c) to ws-cw-high
               end-if
           end-perform.

       crop_map_stage.
           move 0 to ws-cw-nxt-count.
           perform varying ws-cw-c from 1 by 1
               until ws-cw-c > ws-cw-cur-count
               move ws-cw-cur-start(ws-cw-c) to ws-cw-a
               move ws-cw-cur-end(ws-cw-c) to ws-cw-b
               perform until ws-cw-a >= ws-cw-b
                   perform crop_map_from_position
               end-perform
           end-perform.
           move ws-cw-nxt-count to ws-cw-cur-count.
           perform varying ws-cw-c from 1 by 1
               until ws-cw-c > ws-cw-cur-count
               move ws-cw-nxt-start(ws-cw-c)
                   to ws-cw-cur-start(ws-cw-c)
               move ws-cw-nxt-end(ws-cw-c) to ws-cw-cur-end(ws-cw-c)
           end-perform.

      * mapped when an entry covers ws-cw-a (the lowest-numbered
      * one, as the stage pieces resolve an overlap), carried
      * through as identity up to the next entry's start otherwise.
       crop_map_from_position.
           move 0 to ws-cw-hit.
           move ws-cw-b to ws-cw-cut.
           perform varying ws-cw-e from 1 by 1
               until ws-cw-e > 200
                   or i_end(ws-cw-st, ws-cw-e) = 0
               if i_start(ws-cw-st, ws-cw-e) <= ws-cw-a
                   and ws-cw-a < i_end(ws-cw-st, ws-cw-e)
                   move ws-cw-e to ws-cw-hit
                   exit perform
               end-if
               if i_start(ws-cw-st, ws-cw-e) > ws-cw-a
                   and i_start(ws-cw-st, ws-cw-e) < ws-cw-cut
                   move i_start(ws-cw-st, ws-cw-e) to ws-cw-cut
               end-if
           end-perform.
           add 1 to ws-cw-nxt-count.
           if ws-cw-nxt-count > 2000 then
               display "abend: a crop's seed range splits into more "
                   "than 2000 pieces - grow ws-cw-nxt-table"
               move "write_crop_distribution" to ws-ab-paragraph
               move ws-dist-path to ws-ab-file
               move "00" to ws-ab-filestat
               move 8 to ws-ab-code
               perform write_abend_record
               move 8 to return-code
               stop run
           end-if.
           if ws-cw-hit = 0 then
               move ws-cw-a to ws-cw-nxt-start(ws-cw-nxt-count)
               move ws-cw-cut to ws-cw-nxt-end(ws-cw-nxt-count)
           else
               move ws-cw-b to ws-cw-cut
               if i_end(ws-cw-st, ws-cw-hit) < ws-cw-cut
                   move i_end(ws-cw-st, ws-cw-hit) to ws-cw-cut
               end-if
               compute ws-cw-nxt-start(ws-cw-nxt-count) = ws-cw-a
                   - i_start(ws-cw-st, ws-cw-hit)
                   + m_start(ws-cw-st, ws-cw-hit)
               compute ws-cw-nxt-end(ws-cw-nxt-count) = ws-cw-cut
                   - i_start(ws-cw-st, ws-cw-hit)
                   + m_start(ws-cw-st, ws-cw-hit)
           end-if.
           move ws-cw-cut to ws-cw-a.

       load_seed_varieties.
           open input f-varieties.
           if ws-varieties-fs not = "00" then
               display "no ../seed_varieties.txt - distribution "
                   "written without the crop view"
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

      * req 037/102: the final answer goes to the ledger through the
      * run-services module now.
       append_ledger.
           move "part2" to svc-part.
           move range_min to svc-value.
           call "aoc-run-services" using runsvc-block.
      * a region's own answer, posted under the region-qualified
      * program name (SEEDSRANGES-<region>) so the plain SEEDSRANGES
      * entry stays the day's overall answer.
       append_region_ledger.
           move spaces to svc-program.
           string "SEEDSRANGES-" function trim(ws-region-code)
               delimited by size into svc-program.
           move "LEDGER" to svc-op.
           move "part2" to svc-part.
           move range_min to svc-value.
           call "aoc-run-services" using runsvc-block.
           move "SEEDSRANGES" to svc-program.
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
      * req 117: restore the checkpoint - the RESUME line carries
      * the last completed stage and the running range_min (only
      * meaningful once stage 7 completed), the rest of the file is
      * the live fragments as that stage left them, restored into
      * the fragment work file.
       read_stage_checkpoint.
           move 0 to ws-resume-stage.
           open input f-ckpt.
               exit paragraph
           end-if.
           move 0 to ws-ckpt-loaded.
           open output f-frag.
           move 'N' to ws-ckpt-eof.
           perform until ws-ckpt-eof = 'Y'
               read f-ckpt into ckpt-record at
                       end-if
                   else
                       add 1 to ws-ckpt-loaded
                       move ws-ckpt-loaded to fg-seq
                       move ckpt-record(1:12) to fg-start
                       move ckpt-record(14:12) to fg-end
                       write frag-record
                   end-if
           end-perform.
           close f-ckpt.
           close f-frag.
           move ws-ckpt-loaded to ws-frag-count.

      * req 117: rewrite the checkpoint whole after each completed
      * stage - stage number, running minimum, and every live
           string "RESUME  " ws-resume-stage " " range_min
               delimited by size into ckpt-record.
           write ckpt-record.
           open input f-frag.
           move 'N' to ws-sort-eof.
           perform until ws-sort-eof = 'Y'
               read f-frag at
               end move 'Y' to ws-sort-eof
               not at end
                   if fg-end not = 0
                       move spaces to ckpt-record
                       string fg-start " " fg-end
                           delimited by size into ckpt-record
                       write ckpt-record
                   end-if
           end-perform.
           close f-frag.
           close f-ckpt.

      * req 117: a clean finish clears the checkpoint so the next
           write ckpt-record.
           close f-ckpt.

      * the seed ranges, in header order, are stage one's fragments.
       to_seed_ranges.
           set i to 1.
           move 0 to ws-frag-count.
           open output f-frag.
           perform varying i from 2 by 2 until seed(i) = 0
               add 1 to ws-frag-count
               move ws-frag-count to fg-seq
               move seed(i - 1) to fg-start
               compute fg-end = seed(i) + seed(i - 1)
               write frag-record
               add seed_len(ws-frag-count) to ws-sum
               add 1 to ws-qual-read
           end-perform.
           close f-frag.

      * req 027: the seed ranges above come straight from the "seeds:"
      * header pairs, with nothing checking them against the source
      * seed list came from mismatched runs, so flag it instead of
      * silently letting it fall through every stage unmapped.
       validate_seed_ranges.
           perform varying i from 2 by 2 until seed(i) = 0
               move seed(i - 1) to ws-a
               compute ws-z = seed(i) + seed(i - 1)
               move 0 to ws-found
               perform varying ws-j from 1 by 1
                   until i_end(1, ws-j) = 0
                   if ws-a < i_end(1, ws-j)
                       and ws-z > i_start(1, ws-j) then
                       move 1 to ws-found
                       exit perform
                   end-if
               if ws-found = 0 then
                   move "SEEDRANGES" to excpt-program
                   move "day05" to excpt-day
                   move ws-a to excpt-locator
                   move spaces to excpt-description
                   string "seed range " ws-a " to "
                       ws-z
                       " has no matching source range in "
                       "seed_to_soil_map" delimited by size
                       into excpt-description
                   write excpt-record
                   add 1 to ws-qual-warned
                   display "warning: seed range " ws-a
                       " to " ws-z
                       " has no matching source range in "
                       "seed_to_soil_map"
               end-if
           end-perform.


      * one map stage as a sort-merge: the stage's map is cut into
      * sorted pieces, the live fragments are sorted by start and
      * split against them in a single pass, and the pieces that
      * come out are sorted and merged back together as the next
      * stage's fragments. Nothing here is bounded by the fragment
      * count - the work files and the sort carry them.
       split_one_stage.
           perform build_stage_pieces.
           move 0 to ws-frag-before.
           open output f-pieces.
           open output f-trace-work.
           sort sort-frags
               on ascending key sf-start sf-seq
               using f-frag
               output procedure is merge_stage_fragments.
           close f-pieces.
           close f-trace-work.
      * the trace records go out in the order the entry-by-entry
      * split used to write them - by fragment, map entry, start.
           sort sort-trace
               on ascending key st-seq st-entry st-start
               using f-trace-work
               output procedure is write_stage_trace.
           sort sort-pieces
               on ascending key sp-start
               using f-pieces
               output procedure is coalesce_stage_pieces.

      * every entry's start and end, sorted, cut the stage's source
      * line into segments no entry boundary crosses; each segment
      * belongs to the lowest-numbered entry covering it, and a run
      * of segments owned by one entry is one piece.
       build_stage_pieces.
           move 0 to ws-bound-count.
           perform varying ws-i from 1 by 1 until ws-i > 400
               move 999999999999 to ws-bound(ws-i)
           end-perform.
           perform varying ws-k from 1 by 1
               until ws-k > 200
                   or i_end(ws-curr_map_index, ws-k) = 0
               add 1 to ws-bound-count
               move i_start(ws-curr_map_index, ws-k)
                   to ws-bound(ws-bound-count)
               add 1 to ws-bound-count
               move i_end(ws-curr_map_index, ws-k)
                   to ws-bound(ws-bound-count)
           end-perform.
           sort ws-bound-entry on ascending key ws-bound.
           move 0 to ws-eff-count.
           perform varying ws-b from 1 by 1
               until ws-b >= ws-bound-count
               if ws-bound(ws-b) < ws-bound(ws-b + 1)
                   perform own_one_segment
               end-if
           end-perform.

       own_one_segment.
           move 0 to ws-owner.
           perform varying ws-k from 1 by 1
               until ws-k > 200
                   or i_end(ws-curr_map_index, ws-k) = 0
               if i_start(ws-curr_map_index, ws-k) <= ws-bound(ws-b)
                   and ws-bound(ws-b) < i_end(ws-curr_map_index, ws-k)
                   move ws-k to ws-owner
                   exit perform
               end-if
           end-perform.
           if ws-owner = 0 then
               exit paragraph
           end-if.
           if ws-eff-count > 0
               and ws-eff-k(ws-eff-count) = ws-owner
               and ws-eff-end(ws-eff-count) = ws-bound(ws-b)
               move ws-bound(ws-b + 1) to ws-eff-end(ws-eff-count)
           else
               add 1 to ws-eff-count
               move ws-bound(ws-b) to ws-eff-start(ws-eff-count)
               move ws-bound(ws-b + 1) to ws-eff-end(ws-eff-count)
               move ws-owner to ws-eff-k(ws-eff-count)
           end-if.

      * the merge pass - fragments arrive in start order, so the
      * first map piece that can touch one never moves backward.
       merge_stage_fragments.
           move 1 to ws-eff-p.
           move 'N' to ws-sort-eof.
           perform until ws-sort-eof = 'Y'
               return sort-frags at end
                   move 'Y' to ws-sort-eof
               not at end
                   perform split_one_fragment
               end-return
           end-perform.

      * one fragment against the map pieces: mapped where a piece
      * covers it, passed through unchanged in the gaps.
       split_one_fragment.
           if sf-start >= sf-end then
               move sf-start to pc-start
               move sf-end to pc-end
               perform write_stage_piece
               exit paragraph
           end-if.
           perform until ws-eff-p > ws-eff-count
               or ws-eff-end(ws-eff-p) > sf-start
               add 1 to ws-eff-p
           end-perform.
           move sf-start to ws-a.
           move ws-eff-p to ws-eff-q.
           perform until ws-a >= sf-end
               evaluate true
                   when ws-eff-q > ws-eff-count
                       move sf-end to ws-cut
                       perform write_identity_piece
                   when ws-eff-start(ws-eff-q) >= sf-end
                       move sf-end to ws-cut
                       perform write_identity_piece
                   when ws-eff-start(ws-eff-q) > ws-a
                       move ws-eff-start(ws-eff-q) to ws-cut
                       perform write_identity_piece
                   when other
                       perform write_mapped_piece
                       add 1 to ws-eff-q
               end-evaluate
           end-perform.

       write_identity_piece.
           move ws-a to pc-start.
           move ws-cut to pc-end.
           perform write_stage_piece.
           move ws-cut to ws-a.

      * req 127's trace record for every mapped piece - the piece's
      * start stands in for the seed, the entry number is the
      * utilization key.
       write_mapped_piece.
           move ws-eff-k(ws-eff-q) to ws-owner.
           move sf-end to ws-cut.
           if ws-eff-end(ws-eff-q) < ws-cut
               move ws-eff-end(ws-eff-q) to ws-cut
           end-if.
           compute pc-start = ws-a
               - i_start(ws-curr_map_index, ws-owner)
               + m_start(ws-curr_map_index, ws-owner).
           compute pc-end = ws-cut
               - i_start(ws-curr_map_index, ws-owner)
               + m_start(ws-curr_map_index, ws-owner).
           move sf-seq to tw-seq.
           move ws-owner to tw-entry.
           move ws-a to tw-start.
           move pc-start to tw-out.
           write trace-work-record.
           perform write_stage_piece.
           move ws-cut to ws-a.

      * req 024: range_min is the true end-to-end minimum, so it is
      * only taken from the humidity-to-location stage's output.
       write_stage_piece.
           write piece-record.
           add 1 to ws-frag-before.
           if ws-curr_map_index = 7
               and pc-start < range_min
               and pc-start > 0 then
               move pc-start to range_min
           end-if.

       write_stage_trace.
           move 'N' to ws-sort-eof.
           perform until ws-sort-eof = 'Y'
               return sort-trace at end
                   move 'Y' to ws-sort-eof
               not at end
                   move st-start to tr-seed
                   move ws-curr_map_index to tr-stage
                   move st-start to tr-value-in
                   move st-entry to tr-entry
                   move st-out to tr-value-out
                   write trace-record
               end-return
           end-perform.

      * req 085: the stage's pieces in start order, touching and
      * overlapping ones merged back together - thousands of
      * fragments are usually a handful of contiguous intervals -
      * and written out as the next stage's fragments.
       coalesce_stage_pieces.
           open output f-frag.
           move 0 to ws-frag-count.
           move 0 to ws-merge-open.
           move 'N' to ws-sort-eof.
           perform until ws-sort-eof = 'Y'
               return sort-pieces at end
                   move 'Y' to ws-sort-eof
               not at end
                   if sp-end not = 0
                       perform coalesce_one_piece
                   end-if
               end-return
           end-perform.
           if ws-merge-open = 1 then
               perform write_coalesced_fragment
               move 0 to ws-merge-open
           end-if.
           close f-frag.
           move ws-frag-count to ws-frag-after.
           if ws-frag-before >= 2 then
               display "stage " ws-curr_map_index " coalesce: "
                   ws-frag-before " fragment(s) -> " ws-frag-after
           end-if.

       coalesce_one_piece.
           if ws-merge-open = 0 then
               move sp-start to ws-merge-start
               move sp-end to ws-merge-end
               move 1 to ws-merge-open
               exit paragraph
           end-if.
           if sp-start <= ws-merge-end then
               if sp-end > ws-merge-end
                   move sp-end to ws-merge-end
               end-if
           else
               perform write_coalesced_fragment
               move sp-start to ws-merge-start
               move sp-end to ws-merge-end
           end-if.

       write_coalesced_fragment.
           add 1 to ws-frag-count.
           move ws-frag-count to fg-seq.
           move ws-merge-start to fg-start.
           move ws-merge-end to fg-end.
           write frag-record.
