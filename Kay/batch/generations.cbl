      * per-run output generations and their catalog
      * the day programs open their detail reports and registers
      * OUTPUT, so every run wipes the previous one, and any
      * comparison against a prior run used to depend on somebody
      * having saved a copy by hand. Run by the driver as a post
      * step once the day steps are done, this copies each listed
      * per-run file into a numbered generation tagged with the run
      * id and business date, prunes the oldest generations past the
      * retention limit, and rewrites generation_catalog.txt (layout
      * in copybooks/GENCAT.cpy) listing every generation kept.
      *
      * generation_files.txt, fixed columns, one file per line:
      *   day directory x(10), file name x(30) (in that directory)
      * When absent, each day step's registered output file is kept.
      * The retention limit is the same retention_limit.txt card
      * aoc-housekeeping reads (generations kept per file, default
      * 5). A rerun under the same run id refreshes that run's
      * generation instead of adding another.
       identification division.
           program-id. aoc-generations.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-genlist assign to "../generation_files.txt"
           organization is line sequential
           file status is ws-genlist-fs.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-catalog assign to "../generation_catalog.txt"
           organization is line sequential
           file status is ws-cat-fs.
           select f-src assign to dynamic ws-src-path
           organization is line sequential
           file status is ws-src-fs.
           select f-retctl assign to "../retention_limit.txt"
           organization is line sequential
           file status is ws-ret-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.

       data division.
           file section.

           fd f-genlist.
           01 genlist-record.
               02 gl-day-dir pic x(10).
               02 gl-file pic x(30).

           fd f-registry.
           copy STEPREG.

           fd f-catalog.
           copy GENCAT.

           fd f-src.
           01 src-line pic x(300).

           fd f-retctl.
           01 retctl-line pic x(20).

           fd f-runctl.
           copy RUNCTL.

           working-storage section.

           01 ws-genlist-fs pic xx.
           01 ws-reg-fs pic xx.
           01 ws-cat-fs pic xx.
           01 ws-src-fs pic xx.
           01 ws-ret-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-src-path pic x(250).
           01 ws-gen-path pic x(80).
           01 ws-command pic x(300).

           01 ws-retention pic 9(3) value 5.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-cur-date pic x(21).

      * the files to keep generations of, from the list or the
      * registry.
           01 ws-file-count pic 9(2) value 0.
           01 ws-file-table.
               02 ws-file-entry occurs 60 times.
                   03 ws-f-day-dir pic x(10).
                   03 ws-f-file pic x(30).
           01 ws-f pic 9(2).
           01 ws-s pic 9(2).
           01 ws-dup pic 9(1).

      * the catalog, loaded whole, updated in storage and rewritten
      * at the end. A pruned generation has its number zeroed and is
      * left out of the rewrite.
           01 ws-cat-count pic 9(3) value 0.
           01 ws-cat-table.
               02 ws-cat-entry occurs 600 times.
                   03 ws-c-day-dir pic x(10).
                   03 ws-c-file pic x(30).
                   03 ws-c-generation pic 9(4).
                   03 ws-c-run-id pic x(12).
                   03 ws-c-bus-date pic x(8).
                   03 ws-c-lines pic 9(9).
                   03 ws-c-taken-date pic x(8).
                   03 ws-c-taken-time pic x(6).
                   03 ws-c-path pic x(80).
           01 ws-c pic 9(3).
           01 ws-hit pic 9(3).
           01 ws-oldest pic 9(3).
           01 ws-max-gen pic 9(4).
           01 ws-live-count pic 9(3).

           01 ws-line-count pic 9(9).
           01 ws-kept-count pic 9(3) value 0.
           01 ws-pruned-count pic 9(3) value 0.

       procedure division.

           display "aoc-generations: keeping this run's report and "
               "register files as numbered generations".

           perform read_run_identity.
           perform read_retention_limit.
           perform load_generation_list.
           perform load_catalog.

           perform varying ws-f from 1 by 1 until ws-f > ws-file-count
               perform keep_one_file
           end-perform.

           perform rewrite_catalog.

           display "aoc-generations: " ws-kept-count
               " generation(s) kept for run " ws-run-id
               ", " ws-pruned-count " pruned (retention "
               ws-retention ")".
           if ws-kept-count = 0 then
               move 4 to return-code
           end-if.
           stop run.

      * the generation is tagged with the run the driver published;
      * a hand run outside a batch is tagged with today's date.
       read_run_identity.
           move spaces to ws-run-id.
           move spaces to ws-bus-date.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end
                       move runctl-run-id to ws-run-id
                       move runctl-bus-date to ws-bus-date
               end-read
               close f-runctl
           end-if.
           move function current-date to ws-cur-date.
           if ws-bus-date = spaces then
               move ws-cur-date(1:8) to ws-bus-date
           end-if.
           if ws-run-id = spaces then
               move ws-cur-date(3:6) to ws-run-id(1:6)
               move ws-cur-date(9:6) to ws-run-id(7:6)
           end-if.

      * same retention card and default as aoc-housekeeping.
       read_retention_limit.
           open input f-retctl.
           if ws-ret-fs = "00" then
               read f-retctl
                   at end continue
                   not at end
                       if function trim(retctl-line) not = spaces
                           move function numval(retctl-line)
                               to ws-retention
                       end-if
               end-read
               close f-retctl
           end-if.
           if ws-retention = 0 then
               move 1 to ws-retention
           end-if.

       load_generation_list.
           open input f-genlist.
           if ws-genlist-fs = "00" then
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-genlist at
                   end move 'Y' to ws-eof
                   not at end
                       if gl-day-dir not = spaces
                           and gl-file not = spaces
                           move gl-day-dir to ws-f-day-dir(60)
                           move gl-file to ws-f-file(60)
                           perform add_file_entry
                       end-if
               end-perform
               close f-genlist
               exit paragraph
           end-if.

      * no list - fall back to each day step's registered output.
           open input f-registry.
           if ws-reg-fs not = "00" then
               display "step registry not found/not readable: "
                   "../steps_registry.txt (status " ws-reg-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-registry at
               end move 'Y' to ws-eof
               not at end
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       and reg-output-file not = spaces
                       move reg-day-dir to ws-f-day-dir(60)
                       move reg-output-file to ws-f-file(60)
                       perform add_file_entry
                   end-if
           end-perform.
           close f-registry.

      * slot 60 carries the candidate; a file listed twice (both
      * parts of one program share an output) is kept once.
       add_file_entry.
           move 0 to ws-dup.
           perform varying ws-s from 1 by 1 until ws-s > ws-file-count
               if ws-f-day-dir(ws-s) = ws-f-day-dir(60)
                   and ws-f-file(ws-s) = ws-f-file(60)
                   move 1 to ws-dup
               end-if
           end-perform.
           if ws-dup = 1 then
               exit paragraph
           end-if.
           if ws-file-count >= 59 then
               display "abend: more than 59 files to keep "
                   "generations of"
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-file-count.
           move ws-f-day-dir(60) to ws-f-day-dir(ws-file-count).
           move ws-f-file(60) to ws-f-file(ws-file-count).

       load_catalog.
           open input f-catalog.
           if ws-cat-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-catalog at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-cat-count
                   if ws-cat-count > 600
                       display "abend: generation catalog exceeds "
                           "600-entry table capacity - lower the "
                           "retention limit"
                       close f-catalog
                       move 8 to return-code
                       stop run
                   end-if
                   move gc-day-dir to ws-c-day-dir(ws-cat-count)
                   move gc-file to ws-c-file(ws-cat-count)
                   move gc-generation to ws-c-generation(ws-cat-count)
                   move gc-run-id to ws-c-run-id(ws-cat-count)
                   move gc-bus-date to ws-c-bus-date(ws-cat-count)
                   move gc-lines to ws-c-lines(ws-cat-count)
                   move gc-taken-date
                       to ws-c-taken-date(ws-cat-count)
                   move gc-taken-time
                       to ws-c-taken-time(ws-cat-count)
                   move gc-path to ws-c-path(ws-cat-count)
           end-perform.
           close f-catalog.

      * one file: a file this run did not produce is skipped; else
      * it is copied into this run's generation (a new number, or
      * the same one again on a rerun under the same run id).
       keep_one_file.
           move spaces to ws-src-path.
           string "../../" function trim(ws-f-day-dir(ws-f))
               "/" function trim(ws-f-file(ws-f))
               delimited by size into ws-src-path.
           open input f-src.
           if ws-src-fs not = "00" then
               display "  " function trim(ws-src-path)
                   " not present - no generation"
               exit paragraph
           end-if.
           move 0 to ws-line-count.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-src at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-line-count
           end-perform.
           close f-src.

           move 0 to ws-hit.
           move 0 to ws-max-gen.
           perform varying ws-c from 1 by 1 until ws-c > ws-cat-count
               if ws-c-day-dir(ws-c) = ws-f-day-dir(ws-f)
                   and ws-c-file(ws-c) = ws-f-file(ws-f)
                   and ws-c-generation(ws-c) > 0
                   if ws-c-generation(ws-c) > ws-max-gen
                       move ws-c-generation(ws-c) to ws-max-gen
                   end-if
                   if ws-c-run-id(ws-c) = ws-run-id
                       move ws-c to ws-hit
                   end-if
               end-if
           end-perform.

           if ws-hit = 0 then
               if ws-cat-count >= 600
                   display "abend: generation catalog exceeds "
                       "600-entry table capacity - lower the "
                       "retention limit"
                   move 8 to return-code
                   stop run
               end-if
               add 1 to ws-cat-count
               move ws-cat-count to ws-hit
               move ws-f-day-dir(ws-f) to ws-c-day-dir(ws-hit)
               move ws-f-file(ws-f) to ws-c-file(ws-hit)
               if ws-max-gen >= 9999
                   move 0 to ws-max-gen
               end-if
               compute ws-c-generation(ws-hit) = ws-max-gen + 1
               move ws-run-id to ws-c-run-id(ws-hit)
               move spaces to ws-gen-path
               string function trim(ws-src-path) ".G"
                   ws-c-generation(ws-hit)
                   delimited by size into ws-gen-path
               move ws-gen-path to ws-c-path(ws-hit)
           end-if.
           move ws-bus-date to ws-c-bus-date(ws-hit).
           move ws-line-count to ws-c-lines(ws-hit).
           move ws-cur-date(1:8) to ws-c-taken-date(ws-hit).
           move ws-cur-date(9:6) to ws-c-taken-time(ws-hit).

           move spaces to ws-command.
           string "cp " function trim(ws-src-path) " "
               function trim(ws-c-path(ws-hit))
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.
           add 1 to ws-kept-count.
           display "  " function trim(ws-src-path) " -> generation "
               ws-c-generation(ws-hit) " (" ws-line-count " lines)".

           perform prune_one_file.

      * while this file has more generations than the retention
      * limit allows, remove the lowest-numbered (oldest) one.
       prune_one_file.
           perform count_file_generations.
           perform until ws-live-count <= ws-retention
               move spaces to ws-command
               string "rm -f " function trim(ws-c-path(ws-oldest))
                   delimited by size into ws-command
               call "SYSTEM" using ws-command
               display "  pruned generation "
                   ws-c-generation(ws-oldest) " of "
                   function trim(ws-f-file(ws-f))
               move 0 to ws-c-generation(ws-oldest)
               add 1 to ws-pruned-count
               perform count_file_generations
           end-perform.

       count_file_generations.
           move 0 to ws-live-count.
           move 0 to ws-oldest.
           perform varying ws-c from 1 by 1 until ws-c > ws-cat-count
               if ws-c-day-dir(ws-c) = ws-f-day-dir(ws-f)
                   and ws-c-file(ws-c) = ws-f-file(ws-f)
                   and ws-c-generation(ws-c) > 0
                   add 1 to ws-live-count
                   if ws-oldest = 0
                       move ws-c to ws-oldest
                   else
                       if ws-c-generation(ws-c)
                           < ws-c-generation(ws-oldest)
                           move ws-c to ws-oldest
                       end-if
                   end-if
               end-if
           end-perform.

       rewrite_catalog.
           open output f-catalog.
           perform varying ws-c from 1 by 1 until ws-c > ws-cat-count
               if ws-c-generation(ws-c) > 0
                   move ws-c-day-dir(ws-c) to gc-day-dir
                   move ws-c-file(ws-c) to gc-file
                   move ws-c-generation(ws-c) to gc-generation
                   move ws-c-run-id(ws-c) to gc-run-id
                   move ws-c-bus-date(ws-c) to gc-bus-date
                   move ws-c-lines(ws-c) to gc-lines
                   move ws-c-taken-date(ws-c) to gc-taken-date
                   move ws-c-taken-time(ws-c) to gc-taken-time
                   move ws-c-path(ws-c) to gc-path
                   write gc-record
               end-if
           end-perform.
           close f-catalog.
