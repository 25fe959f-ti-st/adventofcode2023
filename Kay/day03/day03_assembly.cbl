      * day3_assembly
       identification division.
           program-id. engine_parts_assembly.
           author. kayms.
      *
      * assembly grouping - engine_parts judges each part only
      * against its own adjacent symbols, but engineering thinks in
      * assemblies: parts and symbols chained together through
      * shared adjacencies. This reads the adjacency extract
      * (schematic_adjacency.txt, copybooks/ADJREC.cpy) and groups
      * every schematic in it into connected assemblies - two parts
      * touching the same symbol are in the same assembly, and so on
      * transitively. Each assembly gets an id (numbered top-left
      * first, by its top row then its left column), its member
      * parts and symbols, its part-number sum, the gears it holds
      * (from the gear register) and its bounding rows and columns,
      * written to the assembly register with a per-schematic
      * summary: assembly count, the largest assembly and the
      * single-part islands. A change in one region of a schematic
      * then traces to the assembly it touches.
      *
      * A MARKER symbol (test point, ground) connects nothing, so
      * its adjacencies join no parts; a part touching no connector
      * or gear is in no assembly (it is on unmatched_parts.txt).
       environment division.
           input-output section.
           file-control.
           select f-adjext assign to "../schematic_adjacency.txt"
           organization is line sequential
           file status is ws-adj-fs.
           select f-gear-register assign to "../gear_register.txt"
           organization is line sequential
           file status is ws-gear-fs.
           select f-report assign to "../assembly_register.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-adjext.
           copy ADJREC.

           fd f-gear-register.
           01 gear-register-record pic x(250).

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-adj-fs pic xx.
           01 ws-gear-fs pic xx.
           01 ws-eof pic a(1).

      * the confirmed gears from the register - schematic, line,
      * column and ratio of each.
           01 ws-gr-count pic 9(5) value 0.
           01 ws-gr-table.
               02 ws-gr-entry occurs 5000 times.
                   03 ws-gr-schematic pic x(100).
                   03 ws-gr-row pic 9(9).
                   03 ws-gr-col pic 9(3).
                   03 ws-gr-ratio pic 9(15).
           01 ws-gr pic 9(5).
           01 ws-gw-words.
               02 ws-gw-word pic x(100) occurs 25 times.
           01 ws-gw pic 9(2).

      * the schematic being grouped - its parts (by position) with
      * their union-find parent, its symbols with the first part
      * seen beside each, and the assemblies found.
           01 ws-cur-schematic pic x(100).
           01 ws-sch-open pic 9(1) value 0.
           01 ws-ap-count pic 9(5).
           01 ws-ap-table.
               02 ws-ap-entry occurs 10000 times.
                   03 ws-ap-part pic 9(5).
                   03 ws-ap-row pic 9(4).
                   03 ws-ap-col-start pic 9(3).
                   03 ws-ap-col-end pic 9(3).
                   03 ws-ap-parent pic 9(5).
                   03 ws-ap-asm pic 9(5).
                   03 ws-ap-listed pic 9(1).
           01 ws-ap pic 9(5).
           01 ws-as-count pic 9(5).
           01 ws-as-table.
               02 ws-as-entry occurs 5000 times.
                   03 ws-as-char pic x(1).
                   03 ws-as-class pic x(10).
                   03 ws-as-row pic 9(4).
                   03 ws-as-col pic 9(3).
                   03 ws-as-first pic 9(5).
                   03 ws-as-gear pic 9(1).
                   03 ws-as-ratio pic 9(15).
           01 ws-as pic 9(5).
           01 ws-am-count pic 9(5).
           01 ws-am-table.
               02 ws-am-entry occurs 5000 times.
                   03 ws-am-id pic 9(5).
                   03 ws-am-parts pic 9(5).
                   03 ws-am-symbols pic 9(5).
                   03 ws-am-sum pic 9(12).
                   03 ws-am-gears pic 9(5).
                   03 ws-am-gear-sum pic 9(15).
                   03 ws-am-row-lo pic 9(4).
                   03 ws-am-row-hi pic 9(4).
                   03 ws-am-col-lo pic 9(3).
                   03 ws-am-col-hi pic 9(3).
           01 ws-am pic 9(5).
           01 ws-am-best pic 9(5).
           01 ws-am-next-id pic 9(5).
           01 ws-n pic 9(5).

      * union-find scratch - ws-fr-node in, its root out in
      * ws-fr-root; ws-un-a and ws-un-b are the parts to join.
           01 ws-fr-node pic 9(5).
           01 ws-fr-root pic 9(5).
           01 ws-fr-next pic 9(5).
           01 ws-un-a pic 9(5).
           01 ws-un-b pic 9(5).
           01 ws-un-root-a pic 9(5).

      * per-schematic summary and the run's totals.
           01 ws-largest pic 9(5).
           01 ws-islands pic 9(5).
           01 ws-sch-count pic 9(5) value 0.
           01 ws-asm-total pic 9(7) value 0.
           01 ws-island-total pic 9(7) value 0.
           01 ws-print-line pic x(132).

       procedure division.

           display "engine_parts_assembly: grouping the schematics "
               "in ../schematic_adjacency.txt".

           open input f-adjext.
           if ws-adj-fs not = "00" then
               display "no ../schematic_adjacency.txt - run "
                   "engine_parts first"
               move 8 to return-code
               stop run
           end-if.

           open output f-report.
           move "Assembly register" to report-line.
           write report-line.
           move "=================" to report-line.
           write report-line.

           perform load_gear_register.

           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-adjext at
               end move 'Y' to ws-eof
               not at end
                   if adj-schematic not = ws-cur-schematic
                       or ws-sch-open = 0
                       if ws-sch-open = 1
                           perform finish_schematic
                       end-if
                       perform start_schematic
                   end-if
                   perform note_adjacency
           end-perform.
           close f-adjext.
           if ws-sch-open = 1 then
               perform finish_schematic
           end-if.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-sch-count " schematic(s), " ws-asm-total
               " assemblies, " ws-island-total
               " single-part island(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.

           display "engine_parts_assembly: " ws-sch-count
               " schematic(s), " ws-asm-total " assemblies - "
               "register in ../assembly_register.txt".
           stop run.

      * GEAR records only, with the ratio that follows the "ratio"
      * word - the parts list before it varies with the gear's
      * neighbor count.
       load_gear_register.
           open input f-gear-register.
           if ws-gear-fs not = "00" then
               display "no ../gear_register.txt - assemblies are "
                   "listed without their gears this run"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-gear-register at
               end move 'Y' to ws-eof
               not at end
                   if gear-register-record(1:4) = "GEAR"
                       and ws-gr-count < 5000
                       perform note_one_gear
                   end-if
           end-perform.
           close f-gear-register.

       note_one_gear.
           move spaces to ws-gw-words.
           unstring gear-register-record delimited by all space
               into ws-gw-word(1), ws-gw-word(2), ws-gw-word(3),
               ws-gw-word(4), ws-gw-word(5), ws-gw-word(6),
               ws-gw-word(7), ws-gw-word(8), ws-gw-word(9),
               ws-gw-word(10), ws-gw-word(11), ws-gw-word(12),
               ws-gw-word(13), ws-gw-word(14), ws-gw-word(15),
               ws-gw-word(16), ws-gw-word(17), ws-gw-word(18),
               ws-gw-word(19), ws-gw-word(20), ws-gw-word(21),
               ws-gw-word(22), ws-gw-word(23), ws-gw-word(24),
               ws-gw-word(25)
           end-unstring.
           if ws-gw-word(4) not = "line"
               or ws-gw-word(6) not = "column"
               exit paragraph
           end-if.
           add 1 to ws-gr-count.
           move ws-gw-word(3) to ws-gr-schematic(ws-gr-count).
           move function numval(ws-gw-word(5))
               to ws-gr-row(ws-gr-count).
           move function numval(ws-gw-word(7))
               to ws-gr-col(ws-gr-count).
           move 0 to ws-gr-ratio(ws-gr-count).
           perform varying ws-gw from 8 by 1 until ws-gw > 24
               if ws-gw-word(ws-gw) = "ratio"
                   move function numval(ws-gw-word(ws-gw + 1))
                       to ws-gr-ratio(ws-gr-count)
                   exit perform
               end-if
           end-perform.

       start_schematic.
           move adj-schematic to ws-cur-schematic.
           move 1 to ws-sch-open.
           move 0 to ws-ap-count.
           move 0 to ws-as-count.
           move 0 to ws-am-count.
           add 1 to ws-sch-count.

      * one adjacency: the part (by position) and the symbol (by
      * position). The first part seen beside a symbol anchors it;
      * every later one is joined to that part's assembly.
       note_adjacency.
           if adj-part not numeric or adj-class = "MARKER" then
               exit paragraph
           end-if.
           move 0 to ws-ap.
           perform varying ws-n from 1 by 1
               until ws-n > ws-ap-count or ws-ap > 0
               if ws-ap-row(ws-n) = adj-row
                   and ws-ap-col-start(ws-n) = adj-col-start
                   move ws-n to ws-ap
               end-if
           end-perform.
           if ws-ap = 0 then
               if ws-ap-count >= 10000 then
                   perform report_table_overflow
               end-if
               add 1 to ws-ap-count
               move ws-ap-count to ws-ap
               move adj-part to ws-ap-part(ws-ap)
               move adj-row to ws-ap-row(ws-ap)
               move adj-col-start to ws-ap-col-start(ws-ap)
               move adj-col-end to ws-ap-col-end(ws-ap)
               move ws-ap to ws-ap-parent(ws-ap)
               move 0 to ws-ap-asm(ws-ap)
               move 0 to ws-ap-listed(ws-ap)
           end-if.

           move 0 to ws-as.
           perform varying ws-n from 1 by 1
               until ws-n > ws-as-count or ws-as > 0
               if ws-as-row(ws-n) = adj-sym-row
                   and ws-as-col(ws-n) = adj-sym-col
                   move ws-n to ws-as
               end-if
           end-perform.
           if ws-as = 0 then
               perform add_symbol
           else
               move ws-ap to ws-un-a
               move ws-as-first(ws-as) to ws-un-b
               perform join_parts
           end-if.

       add_symbol.
           if ws-as-count >= 5000 then
               perform report_table_overflow
           end-if.
           add 1 to ws-as-count.
           move ws-as-count to ws-as.
           move adj-symbol to ws-as-char(ws-as).
           move adj-class to ws-as-class(ws-as).
           move adj-sym-row to ws-as-row(ws-as).
           move adj-sym-col to ws-as-col(ws-as).
           move ws-ap to ws-as-first(ws-as).
           move 0 to ws-as-gear(ws-as).
           move 0 to ws-as-ratio(ws-as).
           perform varying ws-gr from 1 by 1
               until ws-gr > ws-gr-count or ws-as-gear(ws-as) = 1
               if ws-gr-schematic(ws-gr) = ws-cur-schematic
                   and ws-gr-row(ws-gr) = adj-sym-row
                   and ws-gr-col(ws-gr) = adj-sym-col
                   move 1 to ws-as-gear(ws-as)
                   move ws-gr-ratio(ws-gr) to ws-as-ratio(ws-as)
               end-if
           end-perform.

      * union - the lower-numbered root stays the root.
       join_parts.
           move ws-un-a to ws-fr-node.
           perform find_root.
           move ws-fr-root to ws-un-root-a.
           move ws-un-b to ws-fr-node.
           perform find_root.
           if ws-fr-root = ws-un-root-a then
               exit paragraph
           end-if.
           if ws-fr-root < ws-un-root-a then
               move ws-fr-root to ws-ap-parent(ws-un-root-a)
           else
               move ws-un-root-a to ws-ap-parent(ws-fr-root)
           end-if.

      * find - walk to the root, then point every part on the way
      * straight at it so the next walk is short.
       find_root.
           move ws-fr-node to ws-fr-root.
           perform until ws-ap-parent(ws-fr-root) = ws-fr-root
               move ws-ap-parent(ws-fr-root) to ws-fr-root
           end-perform.
           perform until ws-fr-node = ws-fr-root
               move ws-ap-parent(ws-fr-node) to ws-fr-next
               move ws-fr-root to ws-ap-parent(ws-fr-node)
               move ws-fr-next to ws-fr-node
           end-perform.

       report_table_overflow.
           display "abend: schematic "
               function trim(ws-cur-schematic)
               " exceeds the assembly table capacity - group a "
               "split schematic instead".
           close f-adjext.
           close f-report.
           move 8 to return-code.
           stop run.

      * every part to its assembly, every symbol to its anchor
      * part's; then the assemblies numbered top-left first and
      * written with their members.
       finish_schematic.
           perform varying ws-ap from 1 by 1 until ws-ap > ws-ap-count
               perform assign_part_assembly
           end-perform.
           perform varying ws-as from 1 by 1 until ws-as > ws-as-count
               perform assign_symbol_assembly
           end-perform.

           move 0 to ws-largest.
           move 0 to ws-islands.
           perform varying ws-am-next-id from 1 by 1
               until ws-am-next-id > ws-am-count
               perform pick_next_assembly
               move ws-am-next-id to ws-am-id(ws-am-best)
               if ws-am-parts(ws-am-best) = 1
                   add 1 to ws-islands
               end-if
               if ws-largest = 0
                   move ws-am-best to ws-largest
               else
                   if ws-am-parts(ws-am-best) > ws-am-parts(ws-largest)
                       move ws-am-best to ws-largest
                   end-if
               end-if
           end-perform.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "Schematic " function trim(ws-cur-schematic)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

           perform varying ws-am-next-id from 1 by 1
               until ws-am-next-id > ws-am-count
               perform varying ws-am from 1 by 1
                   until ws-am > ws-am-count
                   if ws-am-id(ws-am) = ws-am-next-id
                       perform write_assembly
                       exit perform
                   end-if
               end-perform
           end-perform.

           move spaces to ws-print-line.
           if ws-am-count = 0 then
               string "  no assemblies - no part touches a "
                   "connector or gear symbol"
                   delimited by size into ws-print-line
           else
               string "  " ws-am-count " assemblies, largest "
                   "ASSEMBLY " ws-am-id(ws-largest) " ("
                   ws-am-parts(ws-largest) " parts), "
                   ws-islands " single-part island(s)"
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.

           add ws-am-count to ws-asm-total.
           add ws-islands to ws-island-total.
           move 0 to ws-sch-open.

       assign_part_assembly.
           move ws-ap to ws-fr-node.
           perform find_root.
           if ws-ap-asm(ws-fr-root) = 0 then
               add 1 to ws-am-count
               move ws-am-count to ws-ap-asm(ws-fr-root)
               move ws-am-count to ws-am
               move 0 to ws-am-id(ws-am)
               move 0 to ws-am-parts(ws-am)
               move 0 to ws-am-symbols(ws-am)
               move 0 to ws-am-sum(ws-am)
               move 0 to ws-am-gears(ws-am)
               move 0 to ws-am-gear-sum(ws-am)
               move ws-ap-row(ws-ap) to ws-am-row-lo(ws-am)
               move ws-ap-row(ws-ap) to ws-am-row-hi(ws-am)
               move ws-ap-col-start(ws-ap) to ws-am-col-lo(ws-am)
               move ws-ap-col-end(ws-ap) to ws-am-col-hi(ws-am)
           end-if.
           move ws-ap-asm(ws-fr-root) to ws-am.
           move ws-am to ws-ap-asm(ws-ap).
           add 1 to ws-am-parts(ws-am).
           add ws-ap-part(ws-ap) to ws-am-sum(ws-am).
           if ws-ap-row(ws-ap) < ws-am-row-lo(ws-am)
               move ws-ap-row(ws-ap) to ws-am-row-lo(ws-am)
           end-if.
           if ws-ap-row(ws-ap) > ws-am-row-hi(ws-am)
               move ws-ap-row(ws-ap) to ws-am-row-hi(ws-am)
           end-if.
           if ws-ap-col-start(ws-ap) < ws-am-col-lo(ws-am)
               move ws-ap-col-start(ws-ap) to ws-am-col-lo(ws-am)
           end-if.
           if ws-ap-col-end(ws-ap) > ws-am-col-hi(ws-am)
               move ws-ap-col-end(ws-ap) to ws-am-col-hi(ws-am)
           end-if.

       assign_symbol_assembly.
           move ws-ap-asm(ws-as-first(ws-as)) to ws-am.
           add 1 to ws-am-symbols(ws-am).
           if ws-as-gear(ws-as) = 1 then
               add 1 to ws-am-gears(ws-am)
               add ws-as-ratio(ws-as) to ws-am-gear-sum(ws-am)
           end-if.
           if ws-as-row(ws-as) < ws-am-row-lo(ws-am)
               move ws-as-row(ws-as) to ws-am-row-lo(ws-am)
           end-if.
           if ws-as-row(ws-as) > ws-am-row-hi(ws-am)
               move ws-as-row(ws-as) to ws-am-row-hi(ws-am)
           end-if.
           if ws-as-col(ws-as) < ws-am-col-lo(ws-am)
               move ws-as-col(ws-as) to ws-am-col-lo(ws-am)
           end-if.
           if ws-as-col(ws-as) > ws-am-col-hi(ws-am)
               move ws-as-col(ws-as) to ws-am-col-hi(ws-am)
           end-if.

      * the unnumbered assembly whose top row, then left column,
      * comes first.
       pick_next_assembly.
           move 0 to ws-am-best.
           perform varying ws-am from 1 by 1 until ws-am > ws-am-count
               if ws-am-id(ws-am) = 0
                   if ws-am-best = 0
                       move ws-am to ws-am-best
                   else
                       if ws-am-row-lo(ws-am) < ws-am-row-lo(ws-am-best)
                           or (ws-am-row-lo(ws-am) =
                               ws-am-row-lo(ws-am-best)
                           and ws-am-col-lo(ws-am) <
                               ws-am-col-lo(ws-am-best))
                           move ws-am to ws-am-best
                       end-if
                   end-if
               end-if
           end-perform.

       write_assembly.
           move spaces to ws-print-line.
           string "ASSEMBLY " ws-am-id(ws-am)
               " rows " ws-am-row-lo(ws-am) "-" ws-am-row-hi(ws-am)
               " cols " ws-am-col-lo(ws-am) "-" ws-am-col-hi(ws-am)
               " parts " ws-am-parts(ws-am)
               " symbols " ws-am-symbols(ws-am)
               " part sum " ws-am-sum(ws-am)
               " gears " ws-am-gears(ws-am)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           perform ws-am-parts(ws-am) times
               perform pick_next_member
               move spaces to ws-print-line
               string "  part   " ws-ap-part(ws-ap)
                   " line " ws-ap-row(ws-ap)
                   " cols " ws-ap-col-start(ws-ap)
                   "-" ws-ap-col-end(ws-ap)
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-perform.
           perform varying ws-as from 1 by 1 until ws-as > ws-as-count
               if ws-ap-asm(ws-as-first(ws-as)) = ws-am
                   perform write_assembly_symbol
               end-if
           end-perform.
           if ws-am-gears(ws-am) > 0 then
               move spaces to ws-print-line
               string "  gear ratio sum " ws-am-gear-sum(ws-am)
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.

      * the assembly's unlisted part that comes first on the
      * schematic - by line, then column - left in ws-ap.
       pick_next_member.
           move 0 to ws-ap.
           perform varying ws-n from 1 by 1 until ws-n > ws-ap-count
               if ws-ap-asm(ws-n) = ws-am and ws-ap-listed(ws-n) = 0
                   if ws-ap = 0
                       move ws-n to ws-ap
                   else
                       if ws-ap-row(ws-n) < ws-ap-row(ws-ap)
                           or (ws-ap-row(ws-n) = ws-ap-row(ws-ap)
                           and ws-ap-col-start(ws-n) <
                               ws-ap-col-start(ws-ap))
                           move ws-n to ws-ap
                       end-if
                   end-if
               end-if
           end-perform.
           move 1 to ws-ap-listed(ws-ap).

       write_assembly_symbol.
           move spaces to ws-print-line.
           if ws-as-gear(ws-as) = 1 then
               string "  symbol '" ws-as-char(ws-as) "' ("
                   function trim(ws-as-class(ws-as))
                   ") line " ws-as-row(ws-as)
                   " col " ws-as-col(ws-as)
                   " - gear, ratio " ws-as-ratio(ws-as)
                   delimited by size into ws-print-line
           else
               string "  symbol '" ws-as-char(ws-as) "' ("
                   function trim(ws-as-class(ws-as))
                   ") line " ws-as-row(ws-as)
                   " col " ws-as-col(ws-as)
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
