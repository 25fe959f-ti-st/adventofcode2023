           select f-discrepancy assign to
               "../parts_discrepancy.txt"
           organization is line sequential.
      * symbol class master - what each symbol character means to
      * the connectivity rules (CONNECTOR, GEAR with its neighbor
      * count and ratio method, MARKER, IGNORE), so a new symbol
      * convention is a table change. Layout in
      * copybooks/SYMCLASS.cpy; absent master keeps the classic
      * rules ('*' a two-part gear, everything else a connector).
           select f-symclass assign to dynamic ws-sc-path
           organization is line sequential
           file status is ws-sc-fs.
      * req 123: machine-readable adjacency extract for the CAD
      * side - one fixed-layout record per part/symbol adjacency
      * (part, its row and column span, the symbol and its
      * coordinates, the schematic it came from), loadable without
      * screen-scraping the human-formatted reports above; layout
      * in copybooks/ADJREC.cpy, shared with engine_parts_bom.
           select f-adjext assign to "../schematic_adjacency.txt"
           organization is line sequential.
      * req 042: also route orphan-symbol diagnostics to the shared
           organization is line sequential
           file status is ws-abend-fs.

      * schematic-level restart checkpoint for a schematic_batch.txt
      * run, the way day04_2 checkpoints its cascade and day05_2 its
      * map stages - each completed schematic is recorded with its
      * part sum and gear-ratio sum, so a rerun after an abend on
      * schematic 37 of 50 carries 1-36 forward instead of
      * rescanning them. The register trim pair below cuts each
      * register back to what the last completed schematic left,
      * so the interrupted schematic's partial records don't repeat.
           select f-ckpt assign to "../schematic_checkpoint.txt"
           organization is line sequential
           file status is ws-ckpt-fs.
           select f-trim-reg assign to dynamic ws-trim-path
           organization is line sequential
           file status is ws-trim-fs.
           select f-trim-tmp assign to "../schematic_trim.tmp"
           organization is line sequential
           file status is ws-trim-tmp-fs.

      * multi-sheet schematics - a large drawing arrives as several
      * sheet files continuing each other top-to-bottom and side-by-
      * side. The sheet-set control file (layout in
      * copybooks/SHEETREC.cpy) names each set's sheets and their
      * grid positions; a batch entry naming a set id stitches its
      * sheets, a grid row at a time, into one scratch schematic
      * that every pass then reads as a single drawing, so adjacency
      * carries across the sheet edges. Absent control file means
      * no sheet sets, same config-file-with-a-default convention.
           select f-sheetset assign to "../schematic_sheets.txt"
           organization is line sequential
           file status is ws-sh-fs.
           select f-sheet assign to dynamic ws-sheet-path
           organization is line sequential
           file status is ws-sheet-fs.
           select f-row-in assign to dynamic ws-row-in-path
           organization is line sequential
           file status is ws-row-in-fs.
           select f-row-out assign to dynamic ws-row-out-path
           organization is line sequential
           file status is ws-row-out-fs.
           select f-stitch assign to "../schematic_stitched.tmp"
           organization is line sequential
           file status is ws-stitch-fs.
      * parts and gears that cross a sheet edge of a stitched set,
      * one record each, so drafting can check the joins - a part
      * number split across a side-by-side edge, a part counted
      * through a symbol on the neighboring sheet, and a gear whose
      * neighbor parts sit on another sheet than the gear symbol.
           select f-joins assign to "../sheet_joins.txt"
           organization is line sequential.

       data division.
           file section.

           01 orphan-symbol-record pic x(150).

           fd f-gear-register.
           01 gear-register-record pic x(250).

           fd f-parts-master.
           01 parts-master-record.
           fd f-discrepancy.
           01 discrepancy-record pic x(150).

           fd f-symclass.
           copy SYMCLASS.

           fd f-adjext.
           copy ADJREC.

           fd f-exception.
           copy EXCPTREC.
           fd f-abend.
           copy ABENDREC.

           fd f-ckpt.
           01 ckpt-record pic x(300).

           fd f-trim-reg.
           01 trim-reg-record pic x(250).

           fd f-trim-tmp.
           01 trim-tmp-record pic x(250).

           fd f-sheetset.
           copy SHEETREC.

           fd f-sheet.
           01 sheet-line pic x(140).

           fd f-row-in.
           01 row-in-line pic x(140).

           fd f-row-out.
           01 row-out-line pic x(140).

           fd f-stitch.
           01 stitch-line pic x(140).

           fd f-joins.
           01 joins-record pic x(200).

           working-storage section.

      * req 065: run-status heartbeat working fields - written via
      * returned by the run-services module's INIT.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-env pic x(8).

      * req 102: parameter block for the shared run-services module.
           copy RUNSVC.
           01 ws-batch-eof pic a(1).
           01 ws-file-count pic 9(5).
           01 ws-grand-sum pic 9(12).
           01 ws-grand-gear-sum pic 9(18).

           01 p-index pic 9(9).
           01 i-index pic 9(9).
                   03 in-line_number pic 9(4).
                   03 in-index pic 9(3).
                   03 in-char pic x(1).
      * the symbol's class - C connector, G gear, M marker - and
      * its symbol class master entry (0 = not on the master).
                   03 in-class pic x(1).
                   03 in-sc pic 9(2).


           01 curr_num pic 9(4).

      * req 010: gear-ratio pass - a '*' adjacent to exactly two
      * part numbers is a gear; sum the products of those pairs.
           01 ws-gear-sum pic 9(18).
           01 ws-gear-count pic 9(1).
           01 loop_up_idx pic 9(9).

      * req 123: adjacency-extract working fields - up to eight
           01 ws-adj-dup pic 9(1).
           01 ws-adj-written pic 9(9) value 0.

      * req 074: gear-register working fields.
      * the distinct parts around a gear-class symbol, deduplicated
      * by table index so a part touching it through two cells
      * counts once - as many as the symbol's class asks for, plus
      * one more so an over-count still reads as a near-miss.
           01 ws-gear-nbrs.
               02 ws-gear-nbr occurs 9 times.
                   03 ws-gear-nbr-part pic 9(5).
                   03 ws-gear-nbr-idx pic 9(9).
           01 ws-gear-n pic 9(1).
           01 ws-gear-dup pic 9(1).
           01 ws-gear-need pic 9(1).
           01 ws-gear-ratio pic 9(15).
           01 ws-gear-line pic x(250).
           01 ws-gear-parts-text pic x(61).
           01 ws-gear-ptr pic 9(3).

      * req 075: the loaded parts master.
           01 ws-pm-fs pic xx.
           01 ws-discrepancy-line pic x(150).
           01 ws-pm-eof pic a(1).

      * the loaded symbol class master.
           01 ws-sc-fs pic xx.
           01 ws-sc-eof pic a(1).
           01 ws-sc-path pic x(80).
           01 ws-sc-count pic 9(2) value 0.
           01 ws-sc-table.
               02 ws-sc-entry occurs 40 times.
                   03 ws-sc-symbol pic x(1).
                   03 ws-sc-class pic x(10).
                   03 ws-sc-neighbors pic 9(1).
                   03 ws-sc-ratio pic x(10).
           01 ws-sc pic 9(2).
           01 ws-sc-hit pic 9(2).
           01 ws-sc-char pic x(1).
           01 ws-sc-ok pic 9(1).
           01 ws-sc-name pic x(10).

      * req 077: geometry/character-set pre-scan working fields -
      * the neighbor lookups trust a clean rectangular grid, so a
      * ragged or dirty schematic is rejected before load_schematic
      * so indexing the start/count of each line's slice lets a
      * symbol lookup search only the handful of parts on the line
      * it actually neighbors instead of rescanning the whole table.
      * schematic checkpoint bookkeeping - the number of list entries
      * a prior abended run completed (0 = fresh start), and per
      * completed schematic its path, subtotals and whether the
      * geometry pre-scan rejected it. The register counts are what
      * each register held after the last completed schematic.
           01 ws-ckpt-fs pic xx.
           01 ws-ckpt-eof pic a(1).
           01 ws-resume-count pic 9(5) value 0.
           01 ws-list-seq pic 9(5) value 0.
           01 ws-done-count pic 9(5) value 0.
           01 ws-done-seq pic 9(5).
           01 ws-done-table.
               02 ws-done-entry occurs 999 times.
                   03 ws-done-sum pic 9(10).
                   03 ws-done-gear-sum pic 9(18).
                   03 ws-done-rejected pic 9(1).
                   03 ws-done-path pic x(250).
           01 ws-gear-written pic 9(9) value 0.
           01 ws-unmatched-written pic 9(9) value 0.
           01 ws-orphan-written pic 9(9) value 0.
           01 ws-disc-written pic 9(9) value 0.
           01 ws-trim-fs pic xx.
           01 ws-trim-tmp-fs pic xx.
           01 ws-trim-path pic x(60).
           01 ws-trim-keep pic 9(9).
           01 ws-trim-n pic 9(9).
           01 ws-trim-eof pic a(1).

      * the loaded sheet-set control file, and the set being run -
      * the name its reports carry (the set id, not the scratch
      * file's path), whether this schematic is a stitched set, and
      * where its sheet edges fall: the last stitched row of each
      * grid row and the last column of each grid column.
           01 ws-schematic-name pic x(250).
           01 ws-sh-fs pic xx.
           01 ws-sh-eof pic a(1).
           01 ws-sh-ok pic 9(1).
           01 ws-sh-count pic 9(3) value 0.
           01 ws-sh-table.
               02 ws-sh-entry occurs 200 times.
                   03 ws-sh-id pic x(20).
                   03 ws-sh-row pic 9(2).
                   03 ws-sh-col pic 9(2).
                   03 ws-sh-file pic x(200).
           01 ws-sh pic 9(3).
           01 ws-sh-hit pic 9(3).
           01 ws-sheet-mode pic 9(1) value 0.
           01 ws-ss-id pic x(20).
           01 ws-ss-rows pic 9(2).
           01 ws-ss-cols pic 9(2).
           01 ws-ss-r pic 9(2).
           01 ws-ss-c pic 9(2).
           01 ws-ss-reason pic x(60).
           01 ws-ss-edges.
               02 ws-ss-row-end pic 9(9) occurs 99 times.
               02 ws-ss-width pic 9(3) occurs 99 times.
               02 ws-ss-col-end pic 9(3) occurs 99 times.
           01 ws-ss-total-width pic 9(4).
           01 ws-ss-stitched pic 9(9).
           01 ws-sheet-path pic x(200).
           01 ws-sheet-fs pic xx.
           01 ws-sheet-eof pic a(1).
           01 ws-sheet-width pic 9(3).
           01 ws-sheet-lines pic 9(9).
           01 ws-row-in-path pic x(60).
           01 ws-row-in-fs pic xx.
           01 ws-row-in-eof pic a(1).
           01 ws-row-out-path pic x(60).
           01 ws-row-out-fs pic xx.
           01 ws-row-swap pic x(60).
           01 ws-row-width pic 9(3).
           01 ws-stitch-fs pic xx.
      * sheet lookups - the grid row and column holding a stitched
      * row and column.
           01 ws-loc-row pic 9(9).
           01 ws-loc-col pic 9(3).
           01 ws-loc-r pic 9(2).
           01 ws-loc-c pic 9(2).
           01 ws-sym-r pic 9(2).
           01 ws-sym-c pic 9(2).
           01 ws-part-r pic 9(2).
           01 ws-part-c pic 9(2).
           01 ws-end-c pic 9(2).
           01 ws-join-hit pic 9(1).
           01 ws-join-line pic x(200).
           01 ws-join-written pic 9(9) value 0.

           01 line-part-index.
               02 line-entry occurs 10000 times.
                   03 lp-start pic 9(9) value 0.

           perform read_run_control.
           perform load_parts_master.
           perform load_symbol_classes.
           perform load_sheet_sets.
           move "STARTING" to ws-status-phase.
           move 0 to ws-status-records.
           perform write_status.
           move 0 to ws-grand-sum.
           move 0 to ws-grand-gear-sum.

      * a fresh run rewrites the registers; a resumed batch extends
      * them, once each is cut back to its checkpointed length.
           perform read_schematic_checkpoint.
           if ws-resume-count = 0 then
               open output f-unmatched
               open output f-orphan-symbol
               open output f-gear-register
               open output f-discrepancy
               open output f-adjext
               open output f-joins
           else
               perform trim_registers
               open extend f-unmatched
               open extend f-orphan-symbol
               open extend f-gear-register
               open extend f-discrepancy
               open extend f-adjext
               open extend f-joins
           end-if.
           open extend f-exception.
           if ws-excpt-fs = "35" then
               open output f-exception
      * will log.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.

      * req 015: a batch of schematics in one run, one part-sum and
      * gear-ratio total per schematic plus a grand total, instead of
                       if function trim(filelist-line) not = spaces
                           move function trim(filelist-line)
                               to ws-input-path
                           add 1 to ws-list-seq
                           if ws-list-seq <= ws-resume-count
                               perform restore_one_schematic
                           else
                               perform process_one_schematic
                               perform record_schematic_done
                           end-if
                       end-if
               end-perform
               close f-filelist
           close f-gear-register.
           close f-discrepancy.
           close f-adjext.
           close f-joins.
           close f-exception.

           display "schematics processed " ws-file-count.
           display "grand total sum " ws-grand-sum.
           display "grand total gear ratio sum " ws-grand-gear-sum.
           if ws-join-written > 0 then
               display "sheet-edge joins reported " ws-join-written
                   " - see ../sheet_joins.txt"
           end-if.

           perform append_ledger.
      * the ledger has the batch's totals now, so a clean finish
      * clears the checkpoint - same clear idiom as day04_2.
           if ws-filelist-fs = "00" then
               perform clear_schematic_checkpoint
           end-if.
           perform append_quality_metrics.
           move "COMPLETE" to ws-status-phase.
           move ws-qual-read to ws-status-records.
           call "aoc-run-services" using runsvc-block.
           move svc-run-id to ws-run-id.
           move svc-bus-date to ws-bus-date.
           move svc-env to ws-env.
      * req 037/102: both grand totals go to the ledger through the
      * run-services module now.
       append_ledger.
           move ws-ab-code to ab-condition-code.
           move ws-run-id to ab-run-id.
           move ws-bus-date to ab-bus-date.
           move ws-env to ab-env.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ab-time.
           write abend-record.
           move "PERFSTOP" to svc-op.
           call "aoc-run-services" using runsvc-block.

      * on startup, a checkpoint left by a prior abended batch run
      * is restored - but only when the list's leading entries are
      * still the schematics it completed, in the same order. A list
      * changed under a checkpoint can't be resumed safely, so that
      * stops with condition code 12 before any register is touched.
       read_schematic_checkpoint.
           move 0 to ws-resume-count.
           move 0 to ws-done-count.
           open input f-filelist.
           if ws-filelist-fs not = "00" then
               exit paragraph
           end-if.
           close f-filelist.
           open input f-ckpt.
           if ws-ckpt-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-ckpt-eof.
           perform until ws-ckpt-eof = 'Y'
               read f-ckpt at
               end move 'Y' to ws-ckpt-eof
               not at end
                   if ckpt-record(1:8) = "RESUME  "
                       move ckpt-record(9:5) to ws-resume-count
                       move ckpt-record(15:9) to ws-qual-read
                       move ckpt-record(25:9) to ws-qual-warned
                       move ckpt-record(35:9) to ws-qual-rejected
                       move ckpt-record(45:9) to ws-gear-written
                       move ckpt-record(55:9) to ws-adj-written
                       move ckpt-record(65:9) to ws-unmatched-written
                       move ckpt-record(75:9) to ws-orphan-written
                       move ckpt-record(85:9) to ws-disc-written
      * a checkpoint written before the sheet-join register existed
      * carries no count for it.
                       if ckpt-record(95:9) is numeric
                           move ckpt-record(95:9) to ws-join-written
                       end-if
                   else
                       if ws-done-count < 999
                           add 1 to ws-done-count
                           move ckpt-record(7:10)
                               to ws-done-sum(ws-done-count)
                           perform read_checkpoint_subtotal
                       end-if
                   end-if
           end-perform.
           close f-ckpt.
           if ws-resume-count = 0 then
               move 0 to ws-done-count
               exit paragraph
           end-if.
           if ws-done-count not = ws-resume-count then
               display "abend: ../schematic_checkpoint.txt is "
                   "incomplete - " ws-done-count " of "
                   ws-resume-count " schematics recorded"
               move "read_schematic_checkpoint" to ws-ab-paragraph
               move "schematic_checkpoint.txt" to ws-ab-file
               move spaces to ws-ab-filestat
               move 12 to ws-ab-code
               perform write_abend_record
               move 12 to return-code
               stop run
           end-if.

           move 0 to ws-list-seq.
           open input f-filelist.
           move 'N' to ws-batch-eof.
           perform until ws-batch-eof = 'Y'
               or ws-list-seq >= ws-resume-count
               read f-filelist into filelist-line at
               end move 'Y' to ws-batch-eof
               not at end
                   if function trim(filelist-line) not = spaces
                       add 1 to ws-list-seq
                       if function trim(filelist-line) not =
                           ws-done-path(ws-list-seq)
                           move 'Y' to ws-batch-eof
                           move 0 to ws-list-seq
                       end-if
                   end-if
           end-perform.
           close f-filelist.
           if ws-list-seq not = ws-resume-count then
               display "abend: ../schematic_batch.txt no longer "
                   "matches the " ws-resume-count " schematics in "
                   "../schematic_checkpoint.txt - restore the list "
                   "or clear the checkpoint for a fresh run"
               move "read_schematic_checkpoint" to ws-ab-paragraph
               move "schematic_batch.txt" to ws-ab-file
               move spaces to ws-ab-filestat
               move 12 to ws-ab-code
               perform write_abend_record
               move 12 to return-code
               stop run
           end-if.
           move 0 to ws-list-seq.
           display "restart: resuming after completed schematic "
               ws-resume-count " from ../schematic_checkpoint.txt".

      * a schematic the checkpoint confirmed complete - its subtotals
      * carry forward exactly as process_one_schematic would have
      * accumulated them, and its register records are already on
      * file.
       restore_one_schematic.
           if ws-done-rejected(ws-list-seq) = 1 then
               move 4 to return-code
               display "schematic " function trim(ws-input-path)
                   " rejected on the prior run (restored from "
                   "checkpoint)"
               exit paragraph
           end-if.
           add 1 to ws-file-count.
           add ws-done-sum(ws-list-seq) to ws-grand-sum.
           add ws-done-gear-sum(ws-list-seq) to ws-grand-gear-sum.
           display "schematic " function trim(ws-input-path)
               " sum " ws-done-sum(ws-list-seq)
               " gear ratio sum " ws-done-gear-sum(ws-list-seq)
               " (restored from checkpoint)".

      * one more schematic complete - add it to the done table and
      * rewrite the checkpoint whole, so an abend on the next one
      * loses only that schematic's work.
       record_schematic_done.
           if ws-done-count >= 999 then
               display "abend: schematic batch exceeds the 999-entry "
                   "checkpoint table"
               move "record_schematic_done" to ws-ab-paragraph
               move "schematic_checkpoint.txt" to ws-ab-file
               move spaces to ws-ab-filestat
               move 8 to ws-ab-code
               perform write_abend_record
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-done-count.
           move ws-sum to ws-done-sum(ws-done-count).
           move ws-gear-sum to ws-done-gear-sum(ws-done-count).
           move 0 to ws-done-rejected(ws-done-count).
           if ws-scan-ok = 0 then
               move 1 to ws-done-rejected(ws-done-count)
               move 0 to ws-done-sum(ws-done-count)
               move 0 to ws-done-gear-sum(ws-done-count)
           end-if.
           move ws-schematic-name to ws-done-path(ws-done-count).
           perform write_schematic_checkpoint.

      * a checkpoint written while the gear ratio sum was twelve
      * digits has a blank in column 30 and everything after it six
      * columns to the left.
       read_checkpoint_subtotal.
           if ckpt-record(30:1) = space then
               move ckpt-record(18:12)
                   to ws-done-gear-sum(ws-done-count)
               move ckpt-record(31:1)
                   to ws-done-rejected(ws-done-count)
               move ckpt-record(33:250)
                   to ws-done-path(ws-done-count)
           else
               move ckpt-record(18:18)
                   to ws-done-gear-sum(ws-done-count)
               move ckpt-record(37:1)
                   to ws-done-rejected(ws-done-count)
               move ckpt-record(39:250)
                   to ws-done-path(ws-done-count)
           end-if.

      * RESUME line: completed count, the quality tallies and the
      * six register record counts as of that schematic; then one
      * line per completed schematic.
       write_schematic_checkpoint.
           open output f-ckpt.
           move spaces to ckpt-record.
           string "RESUME  " ws-done-count
               " " ws-qual-read " " ws-qual-warned
               " " ws-qual-rejected " " ws-gear-written
               " " ws-adj-written " " ws-unmatched-written
               " " ws-orphan-written " " ws-disc-written
               " " ws-join-written
               delimited by size into ckpt-record.
           write ckpt-record.
           perform varying ws-k from 1 by 1 until ws-k > ws-done-count
               move spaces to ckpt-record
               move ws-k to ws-done-seq
               move ws-done-seq to ckpt-record(1:5)
               move ws-done-sum(ws-k) to ckpt-record(7:10)
               move ws-done-gear-sum(ws-k) to ckpt-record(18:18)
               move ws-done-rejected(ws-k) to ckpt-record(37:1)
               move ws-done-path(ws-k) to ckpt-record(39:250)
               write ckpt-record
           end-perform.
           close f-ckpt.

       clear_schematic_checkpoint.
           open output f-ckpt.
           move spaces to ckpt-record.
           move "RESUME  00000" to ckpt-record(1:13).
           write ckpt-record.
           close f-ckpt.

      * cut each register back to the records it held when the last
      * completed schematic was checkpointed.
       trim_registers.
           move "../unmatched_parts.txt" to ws-trim-path.
           move ws-unmatched-written to ws-trim-keep.
           perform trim_one_register.
           move "../orphan_symbols.txt" to ws-trim-path.
           move ws-orphan-written to ws-trim-keep.
           perform trim_one_register.
           move "../gear_register.txt" to ws-trim-path.
           move ws-gear-written to ws-trim-keep.
           perform trim_one_register.
           move "../parts_discrepancy.txt" to ws-trim-path.
           move ws-disc-written to ws-trim-keep.
           perform trim_one_register.
           move "../schematic_adjacency.txt" to ws-trim-path.
           move ws-adj-written to ws-trim-keep.
           perform trim_one_register.
           move "../sheet_joins.txt" to ws-trim-path.
           move ws-join-written to ws-trim-keep.
           perform trim_one_register.

      * the first ws-trim-keep records go to the scratch file and
      * back; a register that isn't there is created empty so the
      * extend open finds it.
       trim_one_register.
           open input f-trim-reg.
           if ws-trim-fs not = "00" then
               open output f-trim-reg
               close f-trim-reg
               exit paragraph
           end-if.
           open output f-trim-tmp.
           move 0 to ws-trim-n.
           move 'N' to ws-trim-eof.
           perform until ws-trim-eof = 'Y' or ws-trim-n >= ws-trim-keep
               read f-trim-reg at
               end move 'Y' to ws-trim-eof
               not at end
                   add 1 to ws-trim-n
                   move trim-reg-record to trim-tmp-record
                   write trim-tmp-record
           end-perform.
           close f-trim-reg.
           close f-trim-tmp.
           open input f-trim-tmp.
           open output f-trim-reg.
           move 'N' to ws-trim-eof.
           perform until ws-trim-eof = 'Y'
               read f-trim-tmp at
               end move 'Y' to ws-trim-eof
               not at end
                   move trim-tmp-record to trim-reg-record
                   write trim-reg-record
           end-perform.
           close f-trim-tmp.
           close f-trim-reg.
           open output f-trim-tmp.
           close f-trim-tmp.

      * the sheet-set control file, once at startup. A line with no
      * set id or sheet file, a grid position that isn't a number
      * from 01, or a position its set already has is rejected; an
      * empty or absent file means no sheet sets.
       load_sheet_sets.
           open input f-sheetset.
           if ws-sh-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-sh-eof.
           perform until ws-sh-eof = 'Y'
               read f-sheetset at
               end move 'Y' to ws-sh-eof
               not at end
                   if sheet-set-record not = spaces
                       perform load_one_sheet
                   end-if
           end-perform.
           close f-sheetset.

       load_one_sheet.
           move 1 to ws-sh-ok.
           if sh-schematic-id = spaces or sh-file = spaces then
               move 0 to ws-sh-ok
           end-if.
           if sh-grid-row is not numeric or sh-grid-row = "00"
               or sh-grid-col is not numeric or sh-grid-col = "00"
               move 0 to ws-sh-ok
           end-if.
           if ws-sh-ok = 1 then
               perform varying ws-sh from 1 by 1
                   until ws-sh > ws-sh-count
                   if ws-sh-id(ws-sh) = sh-schematic-id
                       and ws-sh-row(ws-sh) = sh-grid-row
                       and ws-sh-col(ws-sh) = sh-grid-col
                       move 0 to ws-sh-ok
                   end-if
               end-perform
           end-if.
           if ws-sh-count >= 200 then
               move 0 to ws-sh-ok
           end-if.
           if ws-sh-ok = 0 then
               display "  ** sheet-set line rejected: "
                   function trim(sheet-set-record)
               add 1 to ws-qual-warned
               exit paragraph
           end-if.
           add 1 to ws-sh-count.
           move sh-schematic-id to ws-sh-id(ws-sh-count).
           move sh-grid-row to ws-sh-row(ws-sh-count).
           move sh-grid-col to ws-sh-col(ws-sh-count).
           move sh-file to ws-sh-file(ws-sh-count).

      * the first control entry of the set ws-input-path names into
      * ws-sh-hit, 0 when it is an ordinary schematic file.
       find_sheet_set.
           move 0 to ws-sh-hit.
           perform varying ws-sh from 1 by 1
               until ws-sh > ws-sh-count or ws-sh-hit > 0
               if ws-sh-id(ws-sh) = ws-input-path
                   move ws-sh to ws-sh-hit
               end-if
           end-perform.

      * the set's sheet at grid row ws-ss-r, column ws-ss-c into
      * ws-sh-hit, 0 when the grid has a hole there.
       find_grid_sheet.
           move 0 to ws-sh-hit.
           perform varying ws-sh from 1 by 1
               until ws-sh > ws-sh-count or ws-sh-hit > 0
               if ws-sh-id(ws-sh) = ws-ss-id
                   and ws-sh-row(ws-sh) = ws-ss-r
                   and ws-sh-col(ws-sh) = ws-ss-c
                   move ws-sh to ws-sh-hit
               end-if
           end-perform.

      * the set's sheets into ../schematic_stitched.tmp - each grid
      * row's sheets joined side by side, a line at a time, then the
      * grid rows one under the other. The grid must be complete,
      * sheets side by side must share a height, sheets one above
      * the other a width, and the joined width must fit the
      * schematic line. The edges are kept for the join report.
       stitch_sheet_set.
           move 1 to ws-scan-ok.
           move ws-sh-id(ws-sh-hit) to ws-ss-id.
           move 0 to ws-ss-rows.
           move 0 to ws-ss-cols.
           perform varying ws-sh from 1 by 1 until ws-sh > ws-sh-count
               if ws-sh-id(ws-sh) = ws-ss-id
                   if ws-sh-row(ws-sh) > ws-ss-rows
                       move ws-sh-row(ws-sh) to ws-ss-rows
                   end-if
                   if ws-sh-col(ws-sh) > ws-ss-cols
                       move ws-sh-col(ws-sh) to ws-ss-cols
                   end-if
               end-if
           end-perform.
           perform varying ws-ss-r from 1 by 1
               until ws-ss-r > ws-ss-rows or ws-scan-ok = 0
               perform varying ws-ss-c from 1 by 1
                   until ws-ss-c > ws-ss-cols or ws-scan-ok = 0
                   perform find_grid_sheet
                   if ws-sh-hit = 0
                       move spaces to ws-ss-reason
                       string "no sheet at grid row " ws-ss-r
                           " column " ws-ss-c
                           delimited by size into ws-ss-reason
                       perform reject_sheet_set
                   end-if
               end-perform
           end-perform.
           if ws-scan-ok = 0 then
               exit paragraph
           end-if.

           open output f-stitch.
           move 0 to ws-ss-stitched.
           perform varying ws-ss-r from 1 by 1
               until ws-ss-r > ws-ss-rows or ws-scan-ok = 0
               perform stitch_one_grid_row
           end-perform.
           close f-stitch.
      * the row scratch files are emptied, same as the trim scratch.
           move "../schematic_row_a.tmp" to ws-row-out-path.
           open output f-row-out.
           close f-row-out.
           move "../schematic_row_b.tmp" to ws-row-out-path.
           open output f-row-out.
           close f-row-out.
           if ws-scan-ok = 0 then
               exit paragraph
           end-if.

           move 1 to ws-sheet-mode.
           move "../schematic_stitched.tmp" to ws-input-path.
           display "sheet set " function trim(ws-ss-id)
               " stitched from " ws-ss-rows " x " ws-ss-cols
               " sheets - " ws-ss-stitched " rows, "
               ws-ss-total-width " columns".

      * one grid row - its sheets left to right, each merged onto
      * the lines joined so far, the two row scratch files taking
      * turns as input and output; the finished row goes onto the
      * stitched schematic.
       stitch_one_grid_row.
           move "../schematic_row_a.tmp" to ws-row-out-path.
           move "../schematic_row_b.tmp" to ws-row-in-path.
           move 0 to ws-row-width.
           perform varying ws-ss-c from 1 by 1
               until ws-ss-c > ws-ss-cols or ws-scan-ok = 0
               perform stitch_one_sheet
               move ws-row-in-path to ws-row-swap
               move ws-row-out-path to ws-row-in-path
               move ws-row-swap to ws-row-out-path
           end-perform.
           if ws-scan-ok = 0 then
               exit paragraph
           end-if.
           move ws-row-width to ws-ss-total-width.

           open input f-row-in.
           move 'N' to ws-row-in-eof.
           perform until ws-row-in-eof = 'Y'
               read f-row-in at
               end move 'Y' to ws-row-in-eof
               not at end
                   move row-in-line to stitch-line
                   write stitch-line
                   add 1 to ws-ss-stitched
           end-perform.
           close f-row-in.
           move ws-ss-stitched to ws-ss-row-end(ws-ss-r).

      * sheet ws-ss-r/ws-ss-c appended to the right of the row's
      * lines so far. Every line must be the sheet's first-line
      * width - a ragged sheet would shift its neighbor's columns.
       stitch_one_sheet.
           perform find_grid_sheet.
           move ws-sh-file(ws-sh-hit) to ws-sheet-path.
           open input f-sheet.
           if ws-sheet-fs not = "00" then
               move spaces to ws-ss-reason
               string "sheet " ws-ss-r "/" ws-ss-c
                   " not found/readable (status " ws-sheet-fs ")"
                   delimited by size into ws-ss-reason
               perform reject_sheet_set
               exit paragraph
           end-if.
           move 'Y' to ws-row-in-eof.
           if ws-ss-c > 1 then
               open input f-row-in
               move 'N' to ws-row-in-eof
           end-if.
           open output f-row-out.
           move 0 to ws-sheet-width.
           move 0 to ws-sheet-lines.
           move 'N' to ws-sheet-eof.
           perform until ws-sheet-eof = 'Y' or ws-scan-ok = 0
               read f-sheet at
               end move 'Y' to ws-sheet-eof
               not at end
                   add 1 to ws-sheet-lines
                   perform stitch_one_line
           end-perform.

      * the row so far must run out with the sheet - a line left
      * over means the sheets beside each other differ in height.
           if ws-ss-c > 1 and ws-scan-ok = 1
               and ws-row-in-eof = 'N' then
               read f-row-in at
               end move 'Y' to ws-row-in-eof
           end-if.
           if ws-scan-ok = 1 and
               (ws-row-in-eof = 'N' or ws-sheet-lines = 0) then
               move spaces to ws-ss-reason
               string "sheet " ws-ss-r "/" ws-ss-c
                   " height differs from the sheets beside it"
                   delimited by size into ws-ss-reason
               perform reject_sheet_set
           end-if.
           close f-sheet.
           if ws-ss-c > 1 then
               close f-row-in
           end-if.
           close f-row-out.
           if ws-scan-ok = 0 then
               exit paragraph
           end-if.

      * a grid column's sheets line up one above the other only
      * when they share a width.
           if ws-ss-r = 1 then
               move ws-sheet-width to ws-ss-width(ws-ss-c)
               compute ws-ss-col-end(ws-ss-c) =
                   ws-row-width + ws-sheet-width
           else
               if ws-sheet-width not = ws-ss-width(ws-ss-c)
                   move spaces to ws-ss-reason
                   string "sheet " ws-ss-r "/" ws-ss-c " width "
                       ws-sheet-width " differs from the column's "
                       ws-ss-width(ws-ss-c)
                       delimited by size into ws-ss-reason
                   perform reject_sheet_set
                   exit paragraph
               end-if
           end-if.
           add ws-sheet-width to ws-row-width.

       stitch_one_line.
           move function length(function trim(sheet-line trailing))
               to ws-this-width.
           if ws-sheet-lines = 1 then
               move ws-this-width to ws-sheet-width
               if ws-row-width + ws-sheet-width > 140
                   move spaces to ws-ss-reason
                   string "sheet " ws-ss-r "/" ws-ss-c
                       " takes the joined width past 140 columns"
                       delimited by size into ws-ss-reason
                   perform reject_sheet_set
                   exit paragraph
               end-if
           end-if.
           if ws-sheet-fs = "04"
               or ws-this-width not = ws-sheet-width then
               move spaces to ws-ss-reason
               string "sheet " ws-ss-r "/" ws-ss-c " line "
                   ws-sheet-lines " is ragged or overwide"
                   delimited by size into ws-ss-reason
               perform reject_sheet_set
               exit paragraph
           end-if.
           move spaces to row-out-line.
           if ws-ss-c > 1 then
               read f-row-in at
               end
                   move 'Y' to ws-row-in-eof
                   move spaces to ws-ss-reason
                   string "sheet " ws-ss-r "/" ws-ss-c
                       " height differs from the sheets beside it"
                       delimited by size into ws-ss-reason
                   perform reject_sheet_set
                   exit paragraph
               end-read
               move row-in-line(1:ws-row-width)
                   to row-out-line(1:ws-row-width)
           end-if.
           move sheet-line(1:ws-sheet-width)
               to row-out-line(ws-row-width + 1:ws-sheet-width).
           write row-out-line.

      * a set that can't be stitched is rejected whole - displayed,
      * logged to the shared exception log under the set id, and
      * counted as a rejected schematic.
       reject_sheet_set.
           move 0 to ws-scan-ok.
           display "  ** sheet set " function trim(ws-ss-id)
               " REJECTED - " function trim(ws-ss-reason).
           move "ENGPARTS" to excpt-program.
           move "day03" to excpt-day.
           move ws-ss-id to excpt-locator.
           move spaces to excpt-description.
           string "sheet set rejected - " ws-ss-reason
               delimited by size into excpt-description.
           write excpt-record.
           add 1 to ws-qual-rejected.

      * the grid row and column of the sheet holding stitched row
      * ws-loc-row, column ws-loc-col, into ws-loc-r/ws-loc-c.
       locate_sheet.
           move ws-ss-rows to ws-loc-r.
           perform varying ws-ss-r from 1 by 1
               until ws-ss-r > ws-ss-rows
               if ws-loc-row <= ws-ss-row-end(ws-ss-r)
                   move ws-ss-r to ws-loc-r
                   exit perform
               end-if
           end-perform.
           move ws-ss-cols to ws-loc-c.
           perform varying ws-ss-c from 1 by 1
               until ws-ss-c > ws-ss-cols
               if ws-loc-col <= ws-ss-col-end(ws-ss-c)
                   move ws-ss-c to ws-loc-c
                   exit perform
               end-if
           end-perform.

      * part ws-j just counted through symbol ws-i - when the part
      * starts or ends on another sheet than the symbol, the count
      * rests on a sheet edge.
       note_part_join.
           compute ws-loc-row = in-line_number(ws-i) + ws-band-offset.
           move in-index(ws-i) to ws-loc-col.
           perform locate_sheet.
           move ws-loc-r to ws-sym-r.
           move ws-loc-c to ws-sym-c.
           compute ws-loc-row = p-line_number(ws-j) + ws-band-offset.
           move p-end_index(ws-j) to ws-loc-col.
           perform locate_sheet.
           move ws-loc-c to ws-end-c.
           move p-start_index(ws-j) to ws-loc-col.
           perform locate_sheet.
           move ws-loc-r to ws-part-r.
           move ws-loc-c to ws-part-c.
           if ws-part-r = ws-sym-r and ws-part-c = ws-sym-c
               and ws-end-c = ws-sym-c then
               exit paragraph
           end-if.
           compute ws-abs-row = p-line_number(ws-j) + ws-band-offset.
           compute ws-abs-row2 = in-line_number(ws-i) + ws-band-offset.
           move spaces to ws-join-line.
           string "PART-JOIN schematic "
               function trim(ws-schematic-name)
               " line " ws-abs-row
               " columns " p-start_index(ws-j) "-" p-end_index(ws-j)
               " part " part(ws-j)
               " sheet " ws-part-r "/" ws-part-c
               " symbol '" in-char(ws-i) "'"
               " line " ws-abs-row2
               " column " in-index(ws-i)
               " sheet " ws-sym-r "/" ws-sym-c
               delimited by size into ws-join-line.
           perform write_join_record.

      * a part never counted whose digits run across a side-by-side
      * edge - the counted ones were reported as they were counted.
      * Only the band's core rows, as the other per-part reports.
       report_split_parts.
           perform varying ws-i from 1 by 1 until ws-i >= p-index
               if p-in-sum(ws-i) = 0
                   and p-line_number(ws-i) >= ws-core-lo
                   and p-line_number(ws-i) <= ws-core-hi then
                   compute ws-loc-row =
                       p-line_number(ws-i) + ws-band-offset
                   move p-end_index(ws-i) to ws-loc-col
                   perform locate_sheet
                   move ws-loc-c to ws-end-c
                   move p-start_index(ws-i) to ws-loc-col
                   perform locate_sheet
                   if ws-loc-c not = ws-end-c
                       move spaces to ws-join-line
                       string "PART-SPLIT schematic "
                           function trim(ws-schematic-name)
                           " line " ws-loc-row
                           " columns " p-start_index(ws-i)
                           "-" p-end_index(ws-i)
                           " part " part(ws-i)
                           " sheets " ws-loc-r "/" ws-loc-c
                           " and " ws-loc-r "/" ws-end-c
                           " never adjacent to a symbol"
                           delimited by size into ws-join-line
                       perform write_join_record
                   end-if
               end-if
           end-perform.

      * gear-class symbol ws-i, confirmed or a near miss - when any
      * of its neighbor parts lies on another sheet, the record
      * lists every neighbor with the sheet it starts on.
       note_gear_join.
           compute ws-loc-row = in-line_number(ws-i) + ws-band-offset.
           move in-index(ws-i) to ws-loc-col.
           perform locate_sheet.
           move ws-loc-r to ws-sym-r.
           move ws-loc-c to ws-sym-c.
           move 0 to ws-join-hit.
           perform varying ws-gear-n from 1 by 1
               until ws-gear-n > ws-gear-count
               move ws-gear-nbr-idx(ws-gear-n) to ws-j
               compute ws-loc-row =
                   p-line_number(ws-j) + ws-band-offset
               move p-start_index(ws-j) to ws-loc-col
               perform locate_sheet
               if ws-loc-r not = ws-sym-r or ws-loc-c not = ws-sym-c
                   move 1 to ws-join-hit
               end-if
               move p-end_index(ws-j) to ws-loc-col
               perform locate_sheet
               if ws-loc-c not = ws-sym-c
                   move 1 to ws-join-hit
               end-if
           end-perform.
           if ws-join-hit = 0 then
               exit paragraph
           end-if.

           compute ws-abs-row = in-line_number(ws-i) + ws-band-offset.
           move spaces to ws-join-line.
           move 1 to ws-gear-ptr.
           if ws-gear-count = ws-gear-need then
               string "GEAR-JOIN " delimited by size
                   into ws-join-line with pointer ws-gear-ptr
           else
               string "NEAR-JOIN " delimited by size
                   into ws-join-line with pointer ws-gear-ptr
           end-if.
           string "schematic " function trim(ws-schematic-name)
               " line " ws-abs-row
               " column " in-index(ws-i)
               " sheet " ws-sym-r "/" ws-sym-c
               " parts"
               delimited by size into ws-join-line
               with pointer ws-gear-ptr.
           perform varying ws-gear-n from 1 by 1
               until ws-gear-n > ws-gear-count
               move ws-gear-nbr-idx(ws-gear-n) to ws-j
               compute ws-loc-row =
                   p-line_number(ws-j) + ws-band-offset
               move p-start_index(ws-j) to ws-loc-col
               perform locate_sheet
               string " " part(ws-j) " (" ws-loc-r "/" ws-loc-c ")"
                   delimited by size into ws-join-line
                   with pointer ws-gear-ptr
           end-perform.
           perform write_join_record.

       write_join_record.
           move ws-join-line to joins-record.
           write joins-record.
           add 1 to ws-join-written.

       process_one_schematic.
      * a sheet-set id is stitched into one schematic first, and
      * the passes read the stitched file - the reports still name
      * the set. A set that can't be stitched is rejected like a
      * schematic failing the pre-scan.
           move ws-input-path to ws-schematic-name.
           move 0 to ws-sheet-mode.
           perform find_sheet_set.
           if ws-sh-hit > 0 then
               perform stitch_sheet_set
               if ws-scan-ok = 0 then
                   move 4 to return-code
                   exit paragraph
               end-if
           end-if.

      * req 077: geometry gate first - a schematic that fails the
      * pre-scan never reaches the tables at all.
           perform prescan_schematic.
           add ws-sum to ws-grand-sum.
           add ws-gear-sum to ws-grand-gear-sum.

           display "schematic " function trim(ws-schematic-name)
               " sum " ws-sum " gear ratio sum " ws-gear-sum.

      * req 125: one band - skip to the band's leading overlap row,
           perform write_adjacency_extract.
           perform report_unmatched_parts.
           perform validate_parts_against_master.
           if ws-sheet-mode = 1 then
               perform report_split_parts
           end-if.

           if ws-band-hit-eof = 1 then
               move 1 to ws-band-done
                   or '$' or '%' or '&' or '/' or '@' or '=' or '-'
                   continue
               when other
      * a symbol on the class master is part of the alphabet too.
                   move ws-scan-char to ws-sc-char
                   perform find_symbol_class
                   if ws-sc-hit = 0
                       move 0 to ws-char-ok
                   end-if
           end-evaluate.

       report_bad_geometry.
           move 0 to ws-scan-ok.
           display "  ** schematic " function trim(ws-schematic-name)
               " REJECTED at line " ws-scan-line-nr
               " - ragged width, overwide line, or illegal "
               "character (expected width " ws-expect-width ")".
                   move 0 to ws-num_found
               end-if

      * an IGNORE-class symbol reads like the '.' filler.
               move space to ws-sc-char
               move 0 to ws-sc-hit
               if input_line(ws-i:1) not numeric
                   and input_line(ws-i:1) not = '.'
                   and input_line(ws-i:1) not = space then
                   move input_line(ws-i:1) to ws-sc-char
                   perform find_symbol_class
                   if ws-sc-hit > 0
                       and ws-sc-class(ws-sc-hit) = "IGNORE"
                       move '.' to ws-sc-char
                   end-if
               end-if

               if input_line(ws-i:1) not numeric
                   and input_line(ws-i:1) not = '.'
                   and ws-sc-char not = '.' then

                   move ws-curr_line_num to in-line_number(i-index)
                   move ws-i to in-index(i-index)
                   move input_line(ws-i:1) to in-char(i-index)
                   perform classify_symbol
      *             display indicator(i-index)
                   add 1 to i-index
                   if i-index > 10000 then
                   compute ws-abs-row =
                       p-line_number(ws-i) + ws-band-offset
                   move spaces to ws-unmatched-line
                   string "schematic " function trim(ws-schematic-name)
                       " line " ws-abs-row
                       " part " part(ws-i)
                       " start " p-start_index(ws-i)
                       delimited by size into ws-unmatched-line
                   move ws-unmatched-line to unmatched-record
                   write unmatched-record
                   add 1 to ws-unmatched-written
                   add 1 to ws-qual-warned
               end-if
           end-perform.
       report_unknown_part.
           compute ws-abs-row = p-line_number(ws-i) + ws-band-offset.
           move spaces to ws-discrepancy-line.
           string "UNKNOWN  schematic " function trim(ws-schematic-name)
               " line " ws-abs-row
               " part " part(ws-i)
               " not in the parts master"
               delimited by size into ws-discrepancy-line.
           move ws-discrepancy-line to discrepancy-record.
           write discrepancy-record.
           add 1 to ws-disc-written.
           move "ENGPARTS" to excpt-program.
           move "day03" to excpt-day.
           move ws-abs-row to excpt-locator.
       report_inactive_part.
           compute ws-abs-row = p-line_number(ws-i) + ws-band-offset.
           move spaces to ws-discrepancy-line.
           string "INACTIVE schematic " function trim(ws-schematic-name)
               " line " ws-abs-row
               " part " part(ws-i) " ("
               function trim(ws-pm-description(ws-pm-found))
               delimited by size into ws-discrepancy-line.
           move ws-discrepancy-line to discrepancy-record.
           write discrepancy-record.
           add 1 to ws-disc-written.
           move "ENGPARTS" to excpt-program.
           move "day03" to excpt-day.
           move ws-abs-row to excpt-locator.
      * the original document for a transcription/scan error.
       report_orphan_symbol.
           add 1 to ws-qual-warned.
           perform name_symbol_class.
           compute ws-abs-row =
               in-line_number(ws-i) + ws-band-offset.
           move spaces to ws-orphan-symbol-line.
           string "schematic " function trim(ws-schematic-name)
               " line " ws-abs-row
               " column " in-index(ws-i)
               " symbol '" in-char(ws-i)
               "' (" function trim(ws-sc-name)
               ") has no adjacent part number"
               delimited by size into ws-orphan-symbol-line.
           move ws-orphan-symbol-line to orphan-symbol-record.
           write orphan-symbol-record.
           add 1 to ws-orphan-written.

      * req 042: same diagnostic, also routed to the shared exception
      * log so ops has one place to review data-quality issues across
           move ws-abs-row to excpt-locator.
           move spaces to excpt-description.
           string "symbol '" in-char(ws-i)
               "' (" function trim(ws-sc-name)
               ") at column " in-index(ws-i)
               " has no adjacent part number"
               delimited by size into excpt-description.
           write excpt-record.
      * overlap-row part is a real neighbor, just another band's
      * to count. Overlap-row symbols are never judged here at all;
      * their own band does that.
      * A MARKER is expected to stand alone - never an orphan.
               if ws-symbol-found = 0
                   and in-char(ws-i) not = space
                   and in-class(ws-i) not = 'M'
                   and in-line_number(ws-i) >= ws-core-lo
                   and in-line_number(ws-i) <= ws-core-hi then
                   perform recheck_symbol_any_row

           move 0 to loop_up_r.

      * a MARKER (test point, ground) makes no part count.
           if in-class(ws-i) = 'M' then
               exit paragraph
           end-if.

      * req 125: only parts in this band's core rows are credited
      * here - an overlap-row part belongs to its neighbor band,
      * which sees this symbol again on its own overlap row.
                       move 1 to p-in-sum(ws-j)
      *                 display  part(ws-j)
      *                     " found on " look_up_x " " look_up_y
                       if ws-sheet-mode = 1
                           perform note_part_join
                       end-if
                       exit paragraph
                   end-if

           move in-char(ws-i) to adj-symbol.
           move ws-abs-row2 to adj-sym-row.
           move in-index(ws-i) to adj-sym-col.
           perform name_symbol_class.
           move ws-sc-name to adj-class.
           move ws-schematic-name to adj-schematic.
           write adjacency-record.
           add 1 to ws-adj-written.

      * review-fix: stop before the next-free slot i-index - a
      * stale '*' from a fuller earlier band would act as a fake
      * gear.
      * Any GEAR-class symbol is a candidate, not just '*' - its
      * class entry says how many distinct neighbors make a gear
      * and how the ratio is computed.
           perform varying ws-i from 1 by 1 until ws-i >= i-index

               if in-class(ws-i) = 'G'
                   and in-line_number(ws-i) >= ws-core-lo
                   and in-line_number(ws-i) <= ws-core-hi then
                   move 0 to ws-gear-count
                   move ws-sc-neighbors(in-sc(ws-i)) to ws-gear-need

      *top
                   compute look_up_x = in-index(ws-i)
                   compute look_up_y = in-line_number(ws-i) - 1
                   perform look_up_part_gear

                   if ws-gear-count = ws-gear-need then
                       perform compute_gear_ratio
                       add ws-gear-ratio to ws-gear-sum
                       perform write_gear_record
                   else
      * req 074: a '*' with no neighbors at all is already covered
                           perform write_near_miss_record
                       end-if
                   end-if
                   if ws-sheet-mode = 1 and ws-gear-count > 0
                       perform note_gear_join
                   end-if
               end-if

           end-perform.

      * the gear's ratio from its neighbors, by its class's method
      * - PRODUCT multiplies the part numbers, SUM adds them.
       compute_gear_ratio.
           if ws-sc-ratio(in-sc(ws-i)) = "SUM" then
               move 0 to ws-gear-ratio
               perform varying ws-gear-n from 1 by 1
                   until ws-gear-n > ws-gear-count
                   add ws-gear-nbr-part(ws-gear-n) to ws-gear-ratio
               end-perform
           else
               move 1 to ws-gear-ratio
               perform varying ws-gear-n from 1 by 1
                   until ws-gear-n > ws-gear-count
                   compute ws-gear-ratio =
                       ws-gear-ratio * ws-gear-nbr-part(ws-gear-n)
               end-perform
           end-if.

      * req 074: one register record per confirmed gear.
       write_gear_record.
           compute ws-abs-row =
               in-line_number(ws-i) + ws-band-offset.
      * the parts joined by the method's operator - "a x b" for a
      * PRODUCT gear, "a + b + c" for a SUM gear.
           move spaces to ws-gear-parts-text.
           move 1 to ws-gear-ptr.
           perform varying ws-gear-n from 1 by 1
               until ws-gear-n > ws-gear-count
               if ws-gear-n > 1
                   if ws-sc-ratio(in-sc(ws-i)) = "SUM"
                       string " + " delimited by size
                           into ws-gear-parts-text
                           with pointer ws-gear-ptr
                   else
                       string " x " delimited by size
                           into ws-gear-parts-text
                           with pointer ws-gear-ptr
                   end-if
               end-if
               string ws-gear-nbr-part(ws-gear-n) delimited by size
                   into ws-gear-parts-text with pointer ws-gear-ptr
           end-perform.
           move spaces to ws-gear-line.
           string "GEAR      schematic "
               function trim(ws-schematic-name)
               " line " ws-abs-row
               " column " in-index(ws-i)
               " parts " ws-gear-parts-text(1:ws-gear-ptr - 1)
               " ratio " ws-gear-ratio
               delimited by size into ws-gear-line.
           move ws-gear-line to gear-register-record.
           write gear-register-record.
           add 1 to ws-gear-written.

      * req 074: a '*' that almost qualified - one neighbor, or
      * three or more - recorded so a revision that turns a gear
               in-line_number(ws-i) + ws-band-offset.
           move spaces to ws-gear-line.
           string "NEAR-MISS schematic "
               function trim(ws-schematic-name)
               " line " ws-abs-row
               " column " in-index(ws-i)
               " neighbor count " ws-gear-count
               delimited by size into ws-gear-line.
           move ws-gear-line to gear-register-record.
           write gear-register-record.
           add 1 to ws-gear-written.

       look_up_part_gear.
      * like look_up_part, but doesn't consume p-in-sum (a part can
               end-perform
           end-if.

           if loop_up_idx = 0 then
               exit paragraph
           end-if.
           move 0 to ws-gear-dup.
           perform varying ws-gear-n from 1 by 1
               until ws-gear-n > ws-gear-count
               if ws-gear-nbr-idx(ws-gear-n) = loop_up_idx
                   move 1 to ws-gear-dup
               end-if
           end-perform.
      * req 074: neighbors past the class's count are tracked only
      * so they aren't double counted - a gear needs exactly that
      * many, so one over is already a near-miss.
           if ws-gear-dup = 0 and ws-gear-count < 9 then
               add 1 to ws-gear-count
               move loop_up_r to ws-gear-nbr-part(ws-gear-count)
               move loop_up_idx to ws-gear-nbr-idx(ws-gear-count)
           end-if.

      * the symbol class master in force on the business date. A
      * line with an unknown class, a digit/period/blank symbol, a
      * GEAR without a usable neighbor count and ratio method, or a
      * symbol already classed is rejected; an empty or absent
      * master falls back to the classic rules.
       load_symbol_classes.
           move "symbol_classes.txt" to svc-ref-table.
           perform resolve_reference_table.
           move svc-ref-path to ws-sc-path.
           open input f-symclass.
           if ws-sc-fs = "00" then
               move 'N' to ws-sc-eof
               perform until ws-sc-eof = 'Y'
                   read f-symclass at
                   end move 'Y' to ws-sc-eof
                   not at end
                       if symbol-class-record not = spaces
                           perform load_one_symbol_class
                       end-if
               end-perform
               close f-symclass
           end-if.
           if ws-sc-count = 0 then
               perform load_default_symbol_classes
           end-if.

       load_one_symbol_class.
           move 1 to ws-sc-ok.
           if sc-symbol is numeric or sc-symbol = '.'
               or sc-symbol = space then
               move 0 to ws-sc-ok
           end-if.
           evaluate sc-class
               when "CONNECTOR"
               when "MARKER"
               when "IGNORE"
                   continue
               when "GEAR"
                   if sc-neighbors is not numeric
                       or sc-neighbors = '0' or sc-neighbors = '9'
                       move 0 to ws-sc-ok
                   else
                       if sc-ratio not = "PRODUCT"
                           and sc-ratio not = "SUM"
                           move 0 to ws-sc-ok
                       end-if
                       if sc-ratio = "PRODUCT" and sc-neighbors > '3'
                           move 0 to ws-sc-ok
                       end-if
                   end-if
               when other
                   move 0 to ws-sc-ok
           end-evaluate.
           move sc-symbol to ws-sc-char.
           perform find_symbol_class.
           if ws-sc-hit > 0 or ws-sc-count >= 40 then
               move 0 to ws-sc-ok
           end-if.
           if ws-sc-ok = 0 then
               display "  ** symbol class line rejected: "
                   function trim(symbol-class-record)
               add 1 to ws-qual-warned
               exit paragraph
           end-if.
           add 1 to ws-sc-count.
           move sc-symbol to ws-sc-symbol(ws-sc-count).
           move sc-class to ws-sc-class(ws-sc-count).
           move 0 to ws-sc-neighbors(ws-sc-count).
           move spaces to ws-sc-ratio(ws-sc-count).
           if sc-class = "GEAR" then
               move sc-neighbors to ws-sc-neighbors(ws-sc-count)
               move sc-ratio to ws-sc-ratio(ws-sc-count)
           end-if.

      * the classic rules - '*' a gear between exactly two parts,
      * their product its ratio; everything else a connector.
       load_default_symbol_classes.
           move 1 to ws-sc-count.
           move '*' to ws-sc-symbol(1).
           move "GEAR" to ws-sc-class(1).
           move 2 to ws-sc-neighbors(1).
           move "PRODUCT" to ws-sc-ratio(1).

      * the master entry for ws-sc-char into ws-sc-hit, 0 when the
      * symbol isn't on it.
       find_symbol_class.
           move 0 to ws-sc-hit.
           perform varying ws-sc from 1 by 1
               until ws-sc > ws-sc-count or ws-sc-hit > 0
               if ws-sc-symbol(ws-sc) = ws-sc-char
                   move ws-sc to ws-sc-hit
               end-if
           end-perform.

      * the new symbol entry's class from its master entry in
      * ws-sc-hit - not on the master is a connector.
       classify_symbol.
           move ws-sc-hit to in-sc(i-index).
           move 'C' to in-class(i-index).
           if ws-sc-hit > 0 then
               evaluate ws-sc-class(ws-sc-hit)
                   when "GEAR"
                       move 'G' to in-class(i-index)
                   when "MARKER"
                       move 'M' to in-class(i-index)
               end-evaluate
           end-if.

      * symbol ws-i's class name for the reports.
       name_symbol_class.
           move "CONNECTOR" to ws-sc-name.
           if in-sc(ws-i) > 0 then
               move ws-sc-class(in-sc(ws-i)) to ws-sc-name
           end-if.

      * the version of a reference table in force on the run's
      * business date - chosen, and its use logged, by the
      * run-services module.
       resolve_reference_table.
           move "REFDATA" to svc-op.
           call "aoc-run-services" using runsvc-block.
