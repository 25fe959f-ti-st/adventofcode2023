      * day3_bom
       identification division.
           program-id. engine_parts_bom.
           author. kayms.
      *
      * costed bill of materials per engine schematic - purchasing
      * priced a schematic by hand from the reports engine_parts
      * writes. This reads the adjacency extract
      * (schematic_adjacency.txt, copybooks/ADJREC.cpy) and the gear
      * register together with a price list, and for every schematic
      * in the extract writes: the quantity of each distinct part
      * number (a physical part counts once, however many symbols it
      * touches) with unit cost, extended cost, supplier and lead
      * time; a subtotal per symbol - the assembly point, tagged GEAR
      * where the gear register confirmed one; and the schematic
      * total. A part number missing from the price list prints as
      * an UNPRICED line, and every total it is left out of says so
      * and how many - never a silently short total. Condition
      * code 4 when anything went unpriced or a price line was
      * rejected.
      *
      * price_list.txt, one fixed-layout line per part number:
      *   cols  1-5   part number
      *   cols  6-14  unit cost, two implied decimal places
      *   cols 15-34  supplier
      *   cols 35-37  lead time in days
      * An effective-dated reference table like prize_table.txt -
      * the version in force on the run's business date is read.
       environment division.
           input-output section.
           file-control.
           select f-adjext assign to "../schematic_adjacency.txt"
           organization is line sequential
           file status is ws-adj-fs.
           select f-gear-register assign to "../gear_register.txt"
           organization is line sequential
           file status is ws-gear-fs.
           select f-price assign to dynamic ws-price-path
           organization is line sequential
           file status is ws-price-fs.
           select f-report assign to "../schematic_bom.txt"
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

       data division.
           file section.

           fd f-adjext.
           copy ADJREC.

           fd f-gear-register.
           01 gear-register-record pic x(250).

           fd f-price.
           01 price-record.
               02 pl-part pic 9(5).
      * fixed-decimal money, two implied decimal places.
               02 pl-unit-cost pic 9(7)v99.
               02 pl-supplier pic x(20).
               02 pl-lead-days pic 9(3).

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

           working-storage section.

           01 ws-adj-fs pic xx.
           01 ws-gear-fs pic xx.
           01 ws-price-fs pic xx.
           01 ws-eof pic a(1).

      * the price list, loaded once - first line for a part number
      * wins, a repeat is rejected.
           01 ws-pl-count pic 9(4) value 0.
           01 ws-pl-table.
               02 ws-pl-entry occurs 2000 times.
                   03 ws-pl-part pic 9(5).
                   03 ws-pl-cost pic 9(7)v99.
                   03 ws-pl-supplier pic x(20).
                   03 ws-pl-lead pic 9(3).
           01 ws-pl pic 9(4).
           01 ws-pl-hit pic 9(4).
           01 ws-price-key pic 9(5).
           01 ws-price-rejected pic 9(5) value 0.

      * the confirmed gears from the register - schematic, line and
      * column of each '*' with exactly two part neighbors.
           01 ws-gr-count pic 9(5) value 0.
           01 ws-gr-table.
               02 ws-gr-entry occurs 5000 times.
                   03 ws-gr-schematic pic x(100).
                   03 ws-gr-row pic 9(9).
                   03 ws-gr-col pic 9(3).
           01 ws-gr pic 9(5).
           01 ws-gw-kind pic x(10).
           01 ws-gw-label pic x(10).
           01 ws-gw-path pic x(100).
           01 ws-gw-line-lbl pic x(10).
           01 ws-gw-row pic x(10).
           01 ws-gw-col-lbl pic x(10).
           01 ws-gw-col pic x(10).

      * the schematic being costed - its physical parts (number and
      * position), distinct part numbers, symbols, and the
      * part/symbol adjacencies joining them.
           01 ws-cur-schematic pic x(100).
           01 ws-sch-open pic 9(1) value 0.
           01 ws-in-count pic 9(5).
           01 ws-in-table.
               02 ws-in-entry occurs 10000 times.
                   03 ws-in-row pic 9(4).
                   03 ws-in-col pic 9(3).
                   03 ws-in-dp pic 9(5).
                   03 ws-in-symbols pic 9(1).
           01 ws-in pic 9(5).
           01 ws-dp-count pic 9(5).
           01 ws-dp-table.
               02 ws-dp-entry occurs 5000 times.
                   03 ws-dp-part pic 9(5).
                   03 ws-dp-qty pic 9(5).
                   03 ws-dp-price pic 9(4).
                   03 ws-dp-done pic 9(1).
           01 ws-dp pic 9(5).
           01 ws-dp-best pic 9(5).
           01 ws-sy-count pic 9(5).
           01 ws-sy-table.
               02 ws-sy-entry occurs 5000 times.
                   03 ws-sy-char pic x(1).
                   03 ws-sy-row pic 9(4).
                   03 ws-sy-col pic 9(3).
                   03 ws-sy-parts pic 9(2).
                   03 ws-sy-unpriced pic 9(2).
                   03 ws-sy-shared pic 9(2).
                   03 ws-sy-subtotal pic 9(9)v99.
           01 ws-sy pic 9(5).
           01 ws-pr-count pic 9(5).
           01 ws-pr-table.
               02 ws-pr-entry occurs 20000 times.
                   03 ws-pr-in pic 9(5).
                   03 ws-pr-sy pic 9(5).
           01 ws-pr pic 9(5).
           01 ws-n pic 9(5).
           01 ws-gear-hit pic 9(1).

      * costing, fixed-decimal money throughout.
           01 ws-extended pic 9(9)v99.
           01 ws-sch-total pic 9(11)v99.
           01 ws-sch-priced pic 9(5).
           01 ws-sch-unpriced pic 9(5).
           01 ws-sch-unpriced-qty pic 9(7).
           01 ws-grand-total pic 9(11)v99 value 0.
           01 ws-grand-unpriced pic 9(7) value 0.
           01 ws-grand-unpriced-qty pic 9(7) value 0.
           01 ws-sch-count pic 9(5) value 0.

           01 ws-edit-qty pic z(4)9.
           01 ws-edit-cost pic z(6)9.99.
           01 ws-edit-ext pic z(8)9.99.
           01 ws-edit-total pic z(10)9.99.
           01 ws-edit-lead pic zz9.
           01 ws-edit-row pic zzz9.
           01 ws-edit-col pic zz9.
           01 ws-edit-count pic z9.
           01 ws-print-line pic x(132).

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
           01 ws-ref-program pic x(20) value "engine_parts_bom".
           01 ws-ref-day pic x(10) value "day03".
           01 ws-price-path pic x(80).

       procedure division.

           display "engine_parts_bom: costing the schematics in "
               "../schematic_adjacency.txt".

           open input f-adjext.
           if ws-adj-fs not = "00" then
               display "no ../schematic_adjacency.txt - run "
                   "engine_parts first"
               move 8 to return-code
               stop run
           end-if.

           open output f-report.
           move "Costed bill of materials" to report-line.
           write report-line.
           move "========================" to report-line.
           write report-line.

           perform load_price_list.
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
           move ws-grand-total to ws-edit-total.
           move spaces to ws-print-line.
           string ws-sch-count " schematic(s), grand total "
               ws-edit-total
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-grand-unpriced > 0 then
               move spaces to ws-print-line
               string "grand total EXCLUDES " ws-grand-unpriced
                   " unpriced part line(s), " ws-grand-unpriced-qty
                   " part(s) - see the UNPRICED lines above"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.
           if ws-price-rejected > 0 then
               move spaces to ws-print-line
               string ws-price-rejected
                   " price list line(s) rejected"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.
           close f-report.

           display "engine_parts_bom: " ws-sch-count
               " schematic(s), grand total " ws-edit-total
               ", " ws-grand-unpriced " unpriced part line(s) - "
               "report in ../schematic_bom.txt".
           if ws-grand-unpriced > 0 or ws-price-rejected > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * the price list in force on the business date. A line with a
      * non-numeric part number, cost or lead time, or a repeat of a
      * part number already priced, is rejected and listed - no
      * guessing at what purchasing meant.
       load_price_list.
           move "price_list.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-price-path.
           open input f-price.
           if ws-price-fs not = "00" then
               display "no ../price_list.txt - every part is "
                   "unpriced this run"
               move "no price list - every part is unpriced"
                   to report-line
               write report-line
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-price at
               end move 'Y' to ws-eof
               not at end
                   if price-record not = spaces
                       perform note_one_price
                   end-if
           end-perform.
           close f-price.

       note_one_price.
           if pl-part not numeric or pl-unit-cost not numeric
               or pl-lead-days not numeric then
               perform reject_price_line
               exit paragraph
           end-if.
           move pl-part to ws-price-key.
           perform find_price.
           if ws-pl-hit > 0 or ws-pl-count >= 2000 then
               perform reject_price_line
               exit paragraph
           end-if.
           add 1 to ws-pl-count.
           move pl-part to ws-pl-part(ws-pl-count).
           move pl-unit-cost to ws-pl-cost(ws-pl-count).
           move pl-supplier to ws-pl-supplier(ws-pl-count).
           move pl-lead-days to ws-pl-lead(ws-pl-count).

       reject_price_line.
           add 1 to ws-price-rejected.
           move spaces to ws-print-line.
           string "price list line rejected: " price-record
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * the price-list entry for ws-price-key, 0 when there is
      * none.
       find_price.
           move 0 to ws-pl-hit.
           perform varying ws-pl from 1 by 1
               until ws-pl > ws-pl-count or ws-pl-hit > 0
               if ws-pl-part(ws-pl) = ws-price-key
                   move ws-pl to ws-pl-hit
               end-if
           end-perform.

      * GEAR records only - a NEAR-MISS is not an assembly point.
       load_gear_register.
           open input f-gear-register.
           if ws-gear-fs not = "00" then
               display "no ../gear_register.txt - symbol subtotals "
                   "are not tagged GEAR this run"
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
           move spaces to ws-gw-kind ws-gw-label ws-gw-path
               ws-gw-line-lbl ws-gw-row ws-gw-col-lbl ws-gw-col.
           unstring gear-register-record delimited by all space
               into ws-gw-kind, ws-gw-label, ws-gw-path,
               ws-gw-line-lbl, ws-gw-row, ws-gw-col-lbl, ws-gw-col
           end-unstring.
           if ws-gw-line-lbl not = "line"
               or ws-gw-col-lbl not = "column"
               exit paragraph
           end-if.
           add 1 to ws-gr-count.
           move ws-gw-path to ws-gr-schematic(ws-gr-count).
           move function numval(ws-gw-row) to ws-gr-row(ws-gr-count).
           move function numval(ws-gw-col) to ws-gr-col(ws-gr-count).

       start_schematic.
           move adj-schematic to ws-cur-schematic.
           move 1 to ws-sch-open.
           move 0 to ws-in-count.
           move 0 to ws-dp-count.
           move 0 to ws-sy-count.
           move 0 to ws-pr-count.
           add 1 to ws-sch-count.

      * one adjacency: the physical part (by position), its part
      * number, the symbol (by position), and the pair joining them.
      * A part beside a MARKER symbol (test point, ground) is not
      * assembled there, so that adjacency is not costed.
       note_adjacency.
           if adj-part not numeric or adj-class = "MARKER" then
               exit paragraph
           end-if.
           move 0 to ws-in.
           perform varying ws-n from 1 by 1
               until ws-n > ws-in-count or ws-in > 0
               if ws-in-row(ws-n) = adj-row
                   and ws-in-col(ws-n) = adj-col-start
                   move ws-n to ws-in
               end-if
           end-perform.
           if ws-in = 0 then
               perform add_part_instance
           end-if.

           move 0 to ws-sy.
           perform varying ws-n from 1 by 1
               until ws-n > ws-sy-count or ws-sy > 0
               if ws-sy-row(ws-n) = adj-sym-row
                   and ws-sy-col(ws-n) = adj-sym-col
                   move ws-n to ws-sy
               end-if
           end-perform.
           if ws-sy = 0 then
               if ws-sy-count >= 5000 then
                   perform report_table_overflow
               end-if
               add 1 to ws-sy-count
               move ws-sy-count to ws-sy
               move adj-symbol to ws-sy-char(ws-sy)
               move adj-sym-row to ws-sy-row(ws-sy)
               move adj-sym-col to ws-sy-col(ws-sy)
               move 0 to ws-sy-parts(ws-sy)
               move 0 to ws-sy-unpriced(ws-sy)
               move 0 to ws-sy-shared(ws-sy)
               move 0 to ws-sy-subtotal(ws-sy)
           end-if.

           if ws-pr-count >= 20000 then
               perform report_table_overflow
           end-if.
           add 1 to ws-pr-count.
           move ws-in to ws-pr-in(ws-pr-count).
           move ws-sy to ws-pr-sy(ws-pr-count).

      * a part not seen at this position before - one more of its
      * part number.
       add_part_instance.
           if ws-in-count >= 10000 then
               perform report_table_overflow
           end-if.
           add 1 to ws-in-count.
           move ws-in-count to ws-in.
           move adj-row to ws-in-row(ws-in).
           move adj-col-start to ws-in-col(ws-in).
           move 0 to ws-in-symbols(ws-in).

           move 0 to ws-dp.
           perform varying ws-n from 1 by 1
               until ws-n > ws-dp-count or ws-dp > 0
               if ws-dp-part(ws-n) = adj-part
                   move ws-n to ws-dp
               end-if
           end-perform.
           if ws-dp = 0 then
               if ws-dp-count >= 5000 then
                   perform report_table_overflow
               end-if
               add 1 to ws-dp-count
               move ws-dp-count to ws-dp
               move adj-part to ws-dp-part(ws-dp)
               move 0 to ws-dp-qty(ws-dp)
               move 0 to ws-dp-done(ws-dp)
               move adj-part to ws-price-key
               perform find_price
               move ws-pl-hit to ws-dp-price(ws-dp)
           end-if.
           add 1 to ws-dp-qty(ws-dp).
           move ws-dp to ws-in-dp(ws-in).

       report_table_overflow.
           display "abend: schematic "
               function trim(ws-cur-schematic)
               " exceeds the bill-of-materials table capacity - "
               "cost a split schematic instead".
           close f-adjext.
           close f-report.
           move 8 to return-code.
           stop run.

      * cost the schematic just read: part lines in part-number
      * order, symbol subtotals in scan order, then the total.
       finish_schematic.
           move 0 to ws-sch-total.
           move 0 to ws-sch-priced.
           move 0 to ws-sch-unpriced.
           move 0 to ws-sch-unpriced-qty.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "Schematic " function trim(ws-cur-schematic)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           move "PART" to report-line(3:4).
           move "QTY" to report-line(12:3).
           move "UNIT COST" to report-line(18:9).
           move "EXTENDED" to report-line(33:8).
           move "SUPPLIER" to report-line(43:8).
           move "LEAD" to report-line(64:4).
           write report-line.

           perform varying ws-n from 1 by 1 until ws-n > ws-dp-count
               perform pick_next_part
               perform write_part_line
           end-perform.

      * a part touching two symbols is costed under each symbol's
      * subtotal but once in the total - the shared count says so.
           perform varying ws-pr from 1 by 1 until ws-pr > ws-pr-count
               move ws-pr-in(ws-pr) to ws-in
               if ws-in-symbols(ws-in) < 9
                   add 1 to ws-in-symbols(ws-in)
               end-if
           end-perform.
           perform varying ws-pr from 1 by 1 until ws-pr > ws-pr-count
               perform cost_one_pair
           end-perform.

           move spaces to report-line.
           write report-line.
           move "  assembly points (symbol subtotals)" to report-line.
           write report-line.
           perform varying ws-sy from 1 by 1 until ws-sy > ws-sy-count
               perform write_symbol_line
           end-perform.

           move spaces to report-line.
           write report-line.
           move ws-sch-total to ws-edit-total.
           move spaces to ws-print-line.
           string "  schematic total " ws-edit-total
               " over " ws-sch-priced " priced part line(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-sch-unpriced > 0 then
               move spaces to ws-print-line
               string "  total EXCLUDES " ws-sch-unpriced
                   " UNPRICED part line(s), " ws-sch-unpriced-qty
                   " part(s) not on the price list"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.

           add ws-sch-total to ws-grand-total.
           add ws-sch-unpriced to ws-grand-unpriced.
           add ws-sch-unpriced-qty to ws-grand-unpriced-qty.
           move 0 to ws-sch-open.

       pick_next_part.
           move 0 to ws-dp-best.
           perform varying ws-dp from 1 by 1 until ws-dp > ws-dp-count
               if ws-dp-done(ws-dp) = 0
                   if ws-dp-best = 0
                       move ws-dp to ws-dp-best
                   else
                       if ws-dp-part(ws-dp) < ws-dp-part(ws-dp-best)
                           move ws-dp to ws-dp-best
                       end-if
                   end-if
               end-if
           end-perform.
           move 1 to ws-dp-done(ws-dp-best).

       write_part_line.
           move ws-dp-best to ws-dp.
           move spaces to report-line.
           move ws-dp-part(ws-dp) to report-line(3:5).
           move ws-dp-qty(ws-dp) to ws-edit-qty.
           move ws-edit-qty to report-line(10:5).
           move ws-dp-price(ws-dp) to ws-pl.
           if ws-pl = 0 then
               move "UNPRICED - not on the price list, not in the "
                   & "total" to report-line(18:51)
               add 1 to ws-sch-unpriced
               add ws-dp-qty(ws-dp) to ws-sch-unpriced-qty
               write report-line
               exit paragraph
           end-if.
           compute ws-extended = ws-dp-qty(ws-dp) * ws-pl-cost(ws-pl).
           move ws-pl-cost(ws-pl) to ws-edit-cost.
           move ws-edit-cost to report-line(16:11).
           move ws-extended to ws-edit-ext.
           move ws-edit-ext to report-line(28:13).
           move ws-pl-supplier(ws-pl) to report-line(43:20).
           move ws-pl-lead(ws-pl) to ws-edit-lead.
           move ws-edit-lead to report-line(64:3).
           move "days" to report-line(68:4).
           write report-line.
           add ws-extended to ws-sch-total.
           add 1 to ws-sch-priced.

       cost_one_pair.
           move ws-pr-in(ws-pr) to ws-in.
           move ws-pr-sy(ws-pr) to ws-sy.
           move ws-in-dp(ws-in) to ws-dp.
           move ws-dp-price(ws-dp) to ws-pl.
           if ws-pl = 0 then
               add 1 to ws-sy-unpriced(ws-sy)
           else
               add 1 to ws-sy-parts(ws-sy)
               add ws-pl-cost(ws-pl) to ws-sy-subtotal(ws-sy)
           end-if.
           if ws-in-symbols(ws-in) > 1 then
               add 1 to ws-sy-shared(ws-sy)
           end-if.

       write_symbol_line.
           move 0 to ws-gear-hit.
           perform varying ws-gr from 1 by 1
               until ws-gr > ws-gr-count or ws-gear-hit = 1
               if ws-gr-schematic(ws-gr) = ws-cur-schematic
                   and ws-gr-row(ws-gr) = ws-sy-row(ws-sy)
                   and ws-gr-col(ws-gr) = ws-sy-col(ws-sy)
                   move 1 to ws-gear-hit
               end-if
           end-perform.
           move spaces to report-line.
           move "symbol" to report-line(3:6).
           move ws-sy-char(ws-sy) to report-line(10:1).
           move ws-sy-row(ws-sy) to ws-edit-row.
           move ws-sy-col(ws-sy) to ws-edit-col.
           move spaces to ws-print-line.
           string "line " ws-edit-row " column " ws-edit-col
               delimited by size into ws-print-line.
           move ws-print-line(1:22) to report-line(12:22).
           if ws-gear-hit = 1 then
               move "GEAR" to report-line(35:4)
           end-if.
           move ws-sy-parts(ws-sy) to ws-edit-count.
           move spaces to ws-print-line.
           string ws-edit-count " priced part(s)"
               delimited by size into ws-print-line.
           move ws-print-line(1:17) to report-line(41:17).
           move ws-sy-subtotal(ws-sy) to ws-edit-ext.
           move ws-edit-ext to report-line(58:13).
           move spaces to ws-print-line.
           if ws-sy-unpriced(ws-sy) > 0 then
               move ws-sy-unpriced(ws-sy) to ws-edit-count
               string "+ " ws-edit-count " UNPRICED, not in subtotal"
                   delimited by size into ws-print-line
               move ws-print-line(1:30) to report-line(73:30)
           end-if.
           if ws-sy-shared(ws-sy) > 0 then
               move ws-sy-shared(ws-sy) to ws-edit-count
               move spaces to ws-print-line
               string "(" ws-edit-count " shared)"
                   delimited by size into ws-print-line
               move ws-print-line(1:12) to report-line(104:12)
           end-if.
           write report-line.

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
