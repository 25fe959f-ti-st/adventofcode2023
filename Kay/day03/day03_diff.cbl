      * Engineering's "what changed" stops being a by-eye text diff.
      *
      * schematic_diff_control.txt: line 1 = prior schematic path,
      * line 2 = revised schematic path. Either line may instead
      * name a catalogued generation of this day's input.txt -
      * "GEN -1", "GEN 0" or "DATE yyyymmdd" - so comparing the
      * schematic that ran last night against tonight's needs no
      * hand-saved copy.
      *
      * Both revisions are scored under the symbol class master
      * engine_parts applies (copybooks/SYMCLASS.cpy) - a MARKER
      * makes no part count, an IGNORE symbol is filler, any
      * gear-class symbol is a gear by its own neighbor count and
      * ratio method - and each added or removed symbol shows its
      * class.
       environment division.
           input-output section.
           file-control.
           select f-input assign to dynamic ws-scan-path
           organization is line sequential
           file status is ws-input-fs.
           select f-gencat assign to
               "../../batch/generation_catalog.txt"
           organization is line sequential
           file status is ws-gcat-fs.
           select f-report assign to "../schematic_diff_report.txt"
           organization is line sequential.
           select f-symclass assign to dynamic ws-sc-path
           organization is line sequential
           file status is ws-sc-fs.
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

       data division.
           file section.
           fd f-input.
           01 input_line pic x(140).

           fd f-gencat.
           copy GENCAT.

           fd f-report.
           01 report-line pic x(132).

           fd f-symclass.
           copy SYMCLASS.

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-refctl.
           01 refctl-record.
               02 refctl-run-id pic x(12).
               02 refctl-bus-date pic x(8).

           working-storage section.

           01 ws-ctrl-fs pic xx.
           01 ws-old-path pic x(250).
           01 ws-new-path pic x(250).

      * generation references - a control card may name a catalog
      * generation ("GEN -1", "GEN 0", "DATE yyyymmdd") instead of a
      * path; resolve_generation turns it into the generation copy.
           01 ws-gcat-fs pic xx.
           01 ws-gcat-eof pic a(1).
           01 ws-gen-ref pic x(250).
           01 ws-gen-day pic x(10).
           01 ws-gen-file pic x(30).
           01 ws-gen-found-path pic x(250).
           01 ws-gen-rel pic s9(4).
           01 ws-gen-back pic 9(4).
           01 ws-gen-k pic 9(4).
           01 ws-gen-bound pic 9(5).
           01 ws-gen-best pic 9(3).
           01 ws-gt-count pic 9(3) value 0.
           01 ws-gt-table.
               02 ws-gt-entry occurs 100 times.
                   03 ws-gt-gen pic 9(4).
                   03 ws-gt-date pic x(8).
                   03 ws-gt-path pic x(80).
           01 ws-gt pic 9(3).

      * req 076: the working side - the schematic currently being
      * parsed and scored; after the first file it's copied to the
      * "old" side below, so the comparison is old vs working.
                   03 w-s-col pic 9(3).
                   03 w-s-char pic x(1).
                   03 w-s-matched pic 9(1).
                   03 w-s-sc pic 9(2).
           01 w-part-sum pic 9(10).
           01 w-gear-sum pic 9(12).

                   03 a-s-col pic 9(3).
                   03 a-s-char pic x(1).
                   03 a-s-matched pic 9(1).
                   03 a-s-sc pic 9(2).
           01 a-part-sum pic 9(10).
           01 a-gear-sum pic 9(12).

      * scoring scratch.
           01 ws-adjacent pic 9(1).
           01 ws-gear-count pic 9(2).
           01 ws-gear-parts.
               02 ws-gear-p pic 9(5) occurs 9 times.
           01 ws-gear-n pic 9(2).
           01 ws-gear-ratio pic 9(15).
           01 ws-sym-sc pic 9(2).

      * the loaded symbol class master, as engine_parts loads it.
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

      * reference-version lookup scratch, and where each
      * reference table is read from on this run.
           01 ws-refcat-fs pic xx.
           01 ws-refuse-fs pic xx.
           01 ws-refctl-fs pic xx.
           01 ws-ref-eof pic a(1).
           01 ws-ref-table pic x(30).
           01 ws-ref-effective pic x(8).
           01 ws-ref-path pic x(80).
           01 ws-ref-run-id pic x(12) value spaces.
           01 ws-ref-bus-date pic x(8).
           01 ws-ref-now pic x(21).
           01 ws-ref-program pic x(20) value "schematic_diff".
           01 ws-ref-day pic x(10) value "day03".

      * comparison tallies.
           01 ws-added pic 9(5) value 0.
               "revisions".

           perform read_control.
           perform load_symbol_classes.

           move ws-old-path to ws-scan-path.
           perform parse_schematic.
                   move 4 to return-code
                   stop run
           end-read.
           move function trim(ctrl-line) to ws-gen-ref.
           move "day03" to ws-gen-day.
           move "input.txt" to ws-gen-file.
           perform resolve_generation.
           move ws-gen-found-path to ws-old-path.
           read f-control
               at end
                   display "../schematic_diff_control.txt names "
                   move 4 to return-code
                   stop run
           end-read.
           move function trim(ctrl-line) to ws-gen-ref.
           close f-control.
           perform resolve_generation.
           move ws-gen-found-path to ws-new-path.

      * resolve ws-gen-ref for the file ws-gen-day/ws-gen-file into
      * ws-gen-found-path: "GEN 0" is the newest catalogued
      * generation, "GEN -1" the one before it, "DATE yyyymmdd" the
      * newest generation for that business date; anything else is
      * taken as a plain path, as before.
       resolve_generation.
           move ws-gen-ref to ws-gen-found-path.
           if ws-gen-ref(1:4) not = "GEN "
               and ws-gen-ref(1:5) not = "DATE " then
               exit paragraph
           end-if.

           move 0 to ws-gt-count.
           open input f-gencat.
           if ws-gcat-fs = "00" then
               move 'N' to ws-gcat-eof
               perform until ws-gcat-eof = 'Y'
                   read f-gencat at
                   end move 'Y' to ws-gcat-eof
                   not at end
                       if gc-day-dir = ws-gen-day
                           and gc-file = ws-gen-file
                           and ws-gt-count < 100
                           add 1 to ws-gt-count
                           move gc-generation to ws-gt-gen(ws-gt-count)
                           move gc-bus-date to ws-gt-date(ws-gt-count)
                           move gc-path to ws-gt-path(ws-gt-count)
                       end-if
               end-perform
               close f-gencat
           end-if.

           move 0 to ws-gen-best.
           if ws-gen-ref(1:5) = "DATE " then
               perform varying ws-gt from 1 by 1
                   until ws-gt > ws-gt-count
                   if ws-gt-date(ws-gt) = ws-gen-ref(6:8)
                       if ws-gen-best = 0
                           move ws-gt to ws-gen-best
                       else
                           if ws-gt-gen(ws-gt) > ws-gt-gen(ws-gen-best)
                               move ws-gt to ws-gen-best
                           end-if
                       end-if
                   end-if
               end-perform
           else
               move function numval(ws-gen-ref(5:)) to ws-gen-rel
               if ws-gen-rel <= 0
                   compute ws-gen-back = 0 - ws-gen-rel
                   move 10000 to ws-gen-bound
      * step down one generation per pass: the newest below the
      * previous pass's pick.
                   perform varying ws-gen-k from 0 by 1
                       until ws-gen-k > ws-gen-back
                       move 0 to ws-gen-best
                       perform varying ws-gt from 1 by 1
                           until ws-gt > ws-gt-count
                           if ws-gt-gen(ws-gt) < ws-gen-bound
                               if ws-gen-best = 0
                                   move ws-gt to ws-gen-best
                               else
                                   if ws-gt-gen(ws-gt)
                                       > ws-gt-gen(ws-gen-best)
                                       move ws-gt to ws-gen-best
                                   end-if
                               end-if
                           end-if
                       end-perform
                       if ws-gen-best = 0
                           exit perform
                       end-if
                       move ws-gt-gen(ws-gen-best) to ws-gen-bound
                   end-perform
               end-if
           end-if.

           if ws-gen-best = 0 then
               display "no generation '" function trim(ws-gen-ref)
                   "' of " function trim(ws-gen-day) "/"
                   function trim(ws-gen-file)
                   " in the generation catalog"
               move 8 to return-code
               stop run
           end-if.
           move ws-gt-path(ws-gen-best) to ws-gen-found-path.
           display "  " function trim(ws-gen-ref) " of "
               function trim(ws-gen-file) " is generation "
               ws-gt-gen(ws-gen-best) " ("
               ws-gt-date(ws-gen-best) ")".

      * req 076: the same reduction load_schematic performs - digit
      * runs become part entries with line/start/end, every other
                   move 0 to ws-num-found
                   if input_line(ws-c:1) not = '.'
                       and input_line(ws-c:1) not = space
                       move input_line(ws-c:1) to ws-sc-char
                       perform find_symbol_class
                       if ws-sc-hit = 0
                           perform store_one_symbol
                       else
                           if ws-sc-class(ws-sc-hit) not = "IGNORE"
                               perform store_one_symbol
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.
           move ws-c to w-s-col(w-sym-count).
           move input_line(ws-c:1) to w-s-char(w-sym-count).
           move 0 to w-s-matched(w-sym-count).
           move ws-sc-hit to w-s-sc(w-sym-count).

      * req 076: the two sums engineering compares revisions by -
      * a part adjacent to any symbol but a MARKER counts toward
      * the part sum; a gear-class symbol adjacent to exactly its
      * class's count of distinct parts contributes their product
      * (or sum) to the gear sum. Same rules engine_parts applies,
      * phrased part-first instead of symbol-first.
       score_schematic.
           move 0 to w-part-sum.
           move 0 to w-gear-sum.
                       and w-s-line(ws-j) <= w-p-line(ws-i) + 1
                       and w-s-col(ws-j) >= w-p-start(ws-i) - 1
                       and w-s-col(ws-j) <= w-p-end(ws-i) + 1
                       move w-s-sc(ws-j) to ws-sym-sc
                       if ws-sym-sc = 0
                           move 1 to ws-adjacent
                           exit perform
                       end-if
                       if ws-sc-class(ws-sym-sc) not = "MARKER"
                           move 1 to ws-adjacent
                           exit perform
                       end-if
                   end-if
               end-perform
               if ws-adjacent = 1

           perform varying ws-j from 1 by 1
               until ws-j > w-sym-count
               move w-s-sc(ws-j) to ws-sym-sc
               if ws-sym-sc > 0
                   if ws-sc-class(ws-sym-sc) = "GEAR"
                       perform score_one_gear
                   end-if
               end-if
           end-perform.

      * symbol ws-j is a gear with exactly its class's count of
      * adjacent parts; the ratio by the class's method.
       score_one_gear.
           move 0 to ws-gear-count.
           perform varying ws-i from 1 by 1
               until ws-i > w-part-count
               if w-p-line(ws-i) >= w-s-line(ws-j) - 1
                   and w-p-line(ws-i) <= w-s-line(ws-j) + 1
                   and w-p-end(ws-i) >= w-s-col(ws-j) - 1
                   and w-p-start(ws-i) <= w-s-col(ws-j) + 1
                   add 1 to ws-gear-count
                   if ws-gear-count <= 9
                       move w-part(ws-i) to ws-gear-p(ws-gear-count)
                   end-if
               end-if
           end-perform.
           if ws-gear-count not = ws-sc-neighbors(ws-sym-sc) then
               exit paragraph
           end-if.
           if ws-sc-ratio(ws-sym-sc) = "SUM" then
               move 0 to ws-gear-ratio
               perform varying ws-gear-n from 1 by 1
                   until ws-gear-n > ws-gear-count
                   add ws-gear-p(ws-gear-n) to ws-gear-ratio
               end-perform
           else
               move 1 to ws-gear-ratio
               perform varying ws-gear-n from 1 by 1
                   until ws-gear-n > ws-gear-count
                   compute ws-gear-ratio =
                       ws-gear-ratio * ws-gear-p(ws-gear-n)
               end-perform
           end-if.
           add ws-gear-ratio to w-gear-sum.

       copy_working_to_old.
           move w-part-count to a-part-count.
               move w-s-col(ws-j) to a-s-col(ws-j)
               move w-s-char(ws-j) to a-s-char(ws-j)
               move 0 to a-s-matched(ws-j)
               move w-s-sc(ws-j) to a-s-sc(ws-j)
           end-perform.
           move w-part-sum to a-part-sum.
           move w-gear-sum to a-gear-sum.
               until ws-j > w-sym-count
               if w-s-matched(ws-j) = 0
                   add 1 to ws-sym-added
                   move w-s-sc(ws-j) to ws-sym-sc
                   perform name_symbol_class
                   move spaces to ws-print-line
                   string "SYMBOL  added '" w-s-char(ws-j)
                       "' (" function trim(ws-sc-name)
                       ") at line " w-s-line(ws-j)
                       " col " w-s-col(ws-j)
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
               until ws-i > a-sym-count
               if a-s-matched(ws-i) = 0
                   add 1 to ws-sym-removed
                   move a-s-sc(ws-i) to ws-sym-sc
                   perform name_symbol_class
                   move spaces to ws-print-line
                   string "SYMBOL  removed '" a-s-char(ws-i)
                       "' (" function trim(ws-sc-name)
                       ") at line " a-s-line(ws-i)
                       " col " a-s-col(ws-i)
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * the symbol class master in force on the business date - the
      * same load, validation and classic-rules fallback as
      * engine_parts' load_symbol_classes; both revisions are
      * scored under it.
       load_symbol_classes.
           move "symbol_classes.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-sc-path.
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

       load_default_symbol_classes.
           move 1 to ws-sc-count.
           move '*' to ws-sc-symbol(1).
           move "GEAR" to ws-sc-class(1).
           move 2 to ws-sc-neighbors(1).
           move "PRODUCT" to ws-sc-ratio(1).

       find_symbol_class.
           move 0 to ws-sc-hit.
           perform varying ws-sc from 1 by 1
               until ws-sc > ws-sc-count or ws-sc-hit > 0
               if ws-sc-symbol(ws-sc) = ws-sc-char
                   move ws-sc to ws-sc-hit
               end-if
           end-perform.

      * the class name of master entry ws-sym-sc for the report.
       name_symbol_class.
           move "CONNECTOR" to ws-sc-name.
           if ws-sym-sc > 0 then
               move ws-sc-class(ws-sym-sc) to ws-sc-name
           end-if.

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
