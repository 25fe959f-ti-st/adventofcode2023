      * retention limit, and records every move in an archival
      * manifest. Without this the shared logs grow forever and the
      * harness's whole-ledger rescans get slower every season.
      * aoc-space-monitor's space_candidates.txt, when there is one,
      * is worked first, in its order: each ROLL candidate is rolled
      * like the shared logs, and each PRUNE candidate - a live
      * archived generation - is deleted ahead of the retention
      * limit as long as its source keeps another generation.
      * REVIEW candidates are listed for the operator, never touched.
       identification division.
           program-id. aoc-housekeeping.
           author. kayms.
           select f-retctl assign to "../retention_limit.txt"
           organization is line sequential
           file status is ws-ret-fs.
      * the space monitor's roll/prune candidates, most urgent first.
           select f-cand assign to "../space_candidates.txt"
           organization is line sequential
           file status is ws-cand-fs.
      * req 051: the busdate stamped on generation files comes from
      * the run-control card when one is present.
           select f-runctl assign to "../run_control.txt"
           fd f-retctl.
           01 retctl-line pic x(20).

           fd f-cand.
           copy SPACECAND.

           fd f-runctl.
           copy RUNCTL.

           01 ws-man-fs pic xx.
           01 ws-ret-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-cand-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-cand-eof pic a(1).
           01 ws-gen-new pic 9(1).

           01 ws-src-path pic x(250).
           01 ws-gen-path pic x(250).
           01 ws-line-count pic 9(9).
           01 ws-rolled-count pic 9(3) value 0.
           01 ws-pruned-count pic 9(3) value 0.
           01 ws-cand-path pic x(80).
           01 ws-cand-idx pic 9(3).
           01 ws-cand-before pic 9(3).
           01 ws-cand-rolled pic 9(3) value 0.
           01 ws-cand-pruned pic 9(3) value 0.
           01 ws-cand-review pic 9(3) value 0.
           01 ws-command pic x(300).

       procedure division.
               open output f-manifest
           end-if.

           perform work_space_candidates.

           perform varying ws-r from 1 by 1 until ws-r > ws-day-count
               perform varying ws-ln from 1 by 1 until ws-ln > 5
                   move spaces to ws-src-path
               " logs rolled, " ws-pruned-count
               " old generations pruned (retention " ws-retention
               ")".
           if ws-cand-rolled > 0 or ws-cand-pruned > 0
               or ws-cand-review > 0 then
               display "aoc-housekeeping: space candidates - "
                   ws-cand-rolled " rolled, " ws-cand-pruned
                   " pruned, " ws-cand-review " left for review"
           end-if.
           stop run.

      * req 045: read the shared step registry - same load/abend
      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       move 0 to ws-day-seen
                       perform varying ws-s from 1 by 1
                           until ws-s > ws-day-count
      * req 052: a second roll on the same business date appends to
      * that date's existing generation instead of replacing it -
      * same open-extend idiom as every shared log writer.
           move 0 to ws-gen-new.
           open extend f-gen.
           if ws-gen-fs = "35" then
               open output f-gen
               move 1 to ws-gen-new
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
           close f-src.

      * req 052: an empty log isn't worth a generation - drop the
      * zero-line generation file again and move on (only one this
      * pass made - an earlier roll the same date keeps its file).
           if ws-line-count = 0 then
               if ws-gen-new = 0
                   exit paragraph
               end-if
               move spaces to ws-command
               string "rm -f " function trim(ws-gen-path)
                   delimited by size into ws-command

           perform prune_old_generations.

      * the monitor's list, in its order. Its paths are measured from
      * the project root side ("../../batch/..."), the manifest's
      * batch entries from here ("../..."), so those are mapped.
       work_space_candidates.
           open input f-cand.
           if ws-cand-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-cand-eof.
           perform until ws-cand-eof = 'Y'
               read f-cand at
               end move 'Y' to ws-cand-eof
               not at end
                   move spaces to ws-cand-path
                   if spc-path(1:12) = "../../batch/"
                       string "../" spc-path(13:68)
                           delimited by size into ws-cand-path
                   else
                       move spc-path to ws-cand-path
                   end-if
                   evaluate spc-action
                       when "ROLL"
                           move ws-cand-path to ws-src-path
                           move ws-rolled-count to ws-cand-before
                           perform roll_one_log
                           if ws-rolled-count > ws-cand-before
                               add 1 to ws-cand-rolled
                           end-if
                       when "PRUNE"
                           perform prune_candidate
                       when other
                           add 1 to ws-cand-review
                           display "  review " function trim(spc-path)
                               " (" function trim(spc-reason) ", "
                               spc-bytes " bytes)"
                   end-evaluate
           end-perform.
           close f-cand.

      * a candidate generation goes only while the manifest has it
      * live and its source has another live generation to keep.
       prune_candidate.
           move 0 to ws-cand-idx.
           perform varying ws-m from 1 by 1 until ws-m > ws-man-count
               if ws-m-action(ws-m) = "ARCHIVED"
                   and ws-m-generation(ws-m) = ws-cand-path
                   and ws-cand-idx = 0
                   move ws-m to ws-cand-idx
               end-if
               if ws-m-action(ws-m) = "DELETED"
                   and ws-m-generation(ws-m) = ws-cand-path
                   move 0 to ws-cand-idx
                   exit perform
               end-if
           end-perform.
           if ws-cand-idx = 0 then
               display "  not pruned " function trim(ws-cand-path)
                   " - no live generation in the archive manifest"
               exit paragraph
           end-if.
           move spaces to ws-src-path.
           move ws-m-source(ws-cand-idx) to ws-src-path.
           perform count_live_generations.
           if ws-live-count < 2 then
               display "  not pruned " function trim(ws-cand-path)
                   " - last generation of its log"
               exit paragraph
           end-if.

           move spaces to ws-command.
           string "rm -f " function trim(ws-cand-path)
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move "DELETED" to man-action.
           move ws-m-source(ws-cand-idx) to man-source.
           move ws-cand-path to man-generation.
           move 0 to man-lines.
           move ws-bus-date to man-date.
           write man-record.

           add 1 to ws-man-count.
           move "DELETED" to ws-m-action(ws-man-count).
           move ws-m-source(ws-cand-idx) to ws-m-source(ws-man-count).
           move ws-cand-path to ws-m-generation(ws-man-count).

           add 1 to ws-pruned-count.
           add 1 to ws-cand-pruned.
           display "  pruned space candidate "
               function trim(ws-cand-path).

      * req 052: count this source's live (archived, not yet
      * deleted) generations; while over the retention limit, remove
      * the oldest - manifest order is chronological, so the first
