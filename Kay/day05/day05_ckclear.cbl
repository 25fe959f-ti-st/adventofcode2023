      * day5_ckclear
       identification division.
           program-id. seeds_checkpoint_clear.
           author. kayms.
      *
      * seeds_ranges checkpoint clear - seeds_ranges resumes from
      * its stage checkpoint after a failure, and a checkpoint left
      * behind by a run against an older almanac makes every rerun
      * resume into the same failure. Clearing it by hand and
      * rerunning was the standing fix; this is that fix as a step,
      * registered as the driver's contingency for a failed
      * seeds_ranges. It reports the stage the checkpoint held and
      * removes it, and each region's, so the rerun starts at stage
      * one. Condition code 4 when no checkpoint holds a stage to
      * resume from - a clean finish leaves "RESUME  00" behind - which
      * stops the batch rather than rerun into the same fault.
       environment division.
           input-output section.
           file-control.
           select f-ckpt assign to "../stage_checkpoint.txt"
           organization is line sequential
           file status is ws-ckpt-fs.

       data division.
           file section.

           fd f-ckpt.
           01 ckpt-line pic x(10).

           working-storage section.

           01 ws-ckpt-fs pic xx.
           01 ws-stage pic x(2) value spaces.
           01 ws-command pic x(200).
           01 ws-region-live pic 9(1) value 0.

       procedure division.

           open input f-ckpt.
           if ws-ckpt-fs = "00" then
               read f-ckpt
                   at end continue
                   not at end
                       if ckpt-line(1:6) = "RESUME"
                           move ckpt-line(9:2) to ws-stage
                       end-if
               end-read
               close f-ckpt
           end-if.

      * a region run keeps its checkpoints per region, so those are
      * asked too before deciding there is nothing to clear.
           if ws-stage = spaces or ws-stage = "00" then
               move spaces to ws-command
               string "for f in ../stage_checkpoint_*.txt; do "
                   "head -1 ""$f"" 2>/dev/null; done"
                   " | grep -v '^RESUME  00' | grep -q '^RESUME'"
                   delimited by size into ws-command
               call "SYSTEM" using ws-command
               if return-code = 0
                   move 1 to ws-region-live
               end-if
           end-if.

      * nothing to clear means the failure lies elsewhere - a rerun
      * would only fail again.
           if (ws-stage = spaces or ws-stage = "00")
               and ws-region-live = 0 then
               display "seeds_checkpoint_clear: no stage checkpoint "
                   "to resume from at ../stage_checkpoint.txt"
               move 4 to return-code
               stop run
           end-if.
           if ws-region-live = 1 then
               display "seeds_checkpoint_clear: clearing the stage "
                   "checkpoints of a region run"
           else
               display "seeds_checkpoint_clear: clearing the stage "
                   "checkpoint (resume stage " ws-stage ")"
           end-if.

           move spaces to ws-command.
           string "rm -f ../stage_checkpoint.txt "
               "../stage_checkpoint_*.txt"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.
           stop run.
