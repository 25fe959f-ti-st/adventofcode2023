      * day5_stock
       identification division.
           program-id. seeds_stock_recon.
           author. kayms.
      *
      * seed stock reconciliation - seeds_planner writes the
      * planting plan register, but nothing ever held it against
      * the seed actually in the store. This is the matching half,
      * in the spirit of cube_inventory_recon: every "plant seeds"
      * range on planting_plan_register.txt needs one seed per seed
      * number, drawn from the stock lots on the seed inventory
      * master (seed_inventory.txt, copybooks/SEEDINV.cpy) in plan
      * order, available stock being on hand less reserved. Each
      * planned range is reported COVERED or SHORT with its
      * shortfall, each short range gets a purchase suggestion,
      * and the stock no plan range draws on is listed as surplus.
      *
      * The reconciliation refuses (condition code 12) when the
      * stock cannot be attributed cleanly: two lots claiming the
      * same seed numbers, a lot reserving more than it holds, or a
      * plan range taking only part of a lot that holds fewer seeds
      * than its range has numbers - which of them are in the store
      * is not known. Every such conflict is listed and nothing is
      * reconciled. Condition code 8 with no plan register, 4 with
      * no inventory master.
       environment division.
           input-output section.
           file-control.
           select f-plan assign to "../planting_plan_register.txt"
           organization is line sequential
           file status is ws-plan-fs.
           select f-inventory assign to "../seed_inventory.txt"
           organization is line sequential
           file status is ws-inv-fs.
           select f-report assign to "../seed_stock_recon.txt"
           organization is line sequential.

       data division.
           file section.

      * the register's plan lines:
      * "  plant seeds nnnnnnnnnnnn to nnnnnnnnnnnn for locations ..."
           fd f-plan.
           01 plan-detail.
               02 pl-tag pic x(14).
               02 pl-lo pic 9(12).
               02 filler pic x(4).
               02 pl-hi pic 9(12).
               02 pl-rest pic x(90).

           fd f-inventory.
           copy SEEDINV.

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-plan-fs pic xx.
           01 ws-inv-fs pic xx.
           01 ws-eof pic a(1).

      * the stock lots, with what is left of each as the plan
      * draws on them.
           01 ws-lot-count pic 9(3) value 0.
           01 ws-lot-table.
               02 ws-lot-entry occurs 200 times.
                   03 ws-lot-start pic 9(12).
                   03 ws-lot-end pic 9(12).
                   03 ws-lot-width pic 9(12).
                   03 ws-lot-avail pic 9(12).
                   03 ws-lot-left pic 9(12).
                   03 ws-lot-used pic 9(1).
           01 ws-l pic 9(3).
           01 ws-inv-line pic 9(5) value 0.

      * the planned seed ranges, inclusive bounds as the register
      * prints them.
           01 ws-pr-count pic 9(3) value 0.
           01 ws-pr-table.
               02 ws-pr-entry occurs 500 times.
                   03 ws-pr-lo pic 9(12).
                   03 ws-pr-hi pic 9(12).
                   03 ws-pr-short pic 9(12).
           01 ws-p pic 9(3).

           01 ws-ov-lo pic 9(12).
           01 ws-ov-hi pic 9(12).
           01 ws-overlap pic 9(12).
           01 ws-take pic 9(12).
           01 ws-need pic 9(12).
           01 ws-covered pic 9(12).
           01 ws-last pic 9(12).

           01 ws-conflict-count pic 9(5) value 0.
           01 ws-covered-count pic 9(5) value 0.
           01 ws-short-count pic 9(5) value 0.
           01 ws-surplus-count pic 9(5) value 0.
           01 ws-total-short pic 9(15) value 0.
           01 ws-reason pic x(80).
           01 ws-print-line pic x(132).
           01 ws-edit-avail pic z(11)9.
           01 ws-edit-width pic z(11)9.

       procedure division.

           display "seeds_stock_recon: matching the planting plan "
               "against seed stock".

           perform read_plan_register.

           open output f-report.
           move "Seed stock reconciliation" to report-line.
           write report-line.
           move "=========================" to report-line.
           write report-line.

           perform read_inventory.
           if ws-lot-count = 0 and ws-inv-fs not = "00" then
               move "no ../seed_inventory.txt inventory master - "
                   & "nothing reconciled" to report-line
               write report-line
               close f-report
               display "no ../seed_inventory.txt inventory master - "
                   "create it with one stock lot per line"
               move 4 to return-code
               stop run
           end-if.

           perform check_plan_against_lots.
           if ws-conflict-count > 0 then
               move spaces to report-line
               write report-line
               move spaces to ws-print-line
               string ws-conflict-count " stock conflict(s) - "
                   "the plan cannot be reconciled until the "
                   "inventory master is corrected"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
               close f-report
               display "seeds_stock_recon: " ws-conflict-count
                   " stock conflict(s) - nothing reconciled, see "
                   "../seed_stock_recon.txt"
               move 12 to return-code
               stop run
           end-if.

           move spaces to ws-print-line.
           string ws-pr-count " planned range(s) against "
               ws-lot-count " stock lot(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           perform varying ws-p from 1 by 1 until ws-p > ws-pr-count
               perform reconcile_one_range
           end-perform.

           perform write_purchase_suggestions.
           perform write_surplus.
           close f-report.

           display "seeds_stock_recon: " ws-pr-count " range(s), "
               ws-covered-count " covered, " ws-short-count
               " short, " ws-surplus-count " surplus lot(s) - "
               "report in ../seed_stock_recon.txt".
           stop run.

      * only the "plant seeds" lines are plan ranges - the crop
      * breakdown under them and the summaries are not.
       read_plan_register.
           open input f-plan.
           if ws-plan-fs not = "00" then
               display "no ../planting_plan_register.txt - run "
                   "day05_plan first (status " ws-plan-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-plan at
               end move 'Y' to ws-eof
               not at end
                   if pl-tag = "  plant seeds "
                       and pl-lo is numeric and pl-hi is numeric
                       and ws-pr-count < 500
                       add 1 to ws-pr-count
                       move pl-lo to ws-pr-lo(ws-pr-count)
                       move pl-hi to ws-pr-hi(ws-pr-count)
                       move 0 to ws-pr-short(ws-pr-count)
                   end-if
           end-perform.
           close f-plan.

      * a malformed or empty lot is left out with a warning; a lot
      * reserving more than it holds, or claiming seed numbers
      * another lot already holds, is a conflict.
       read_inventory.
           open input f-inventory.
           if ws-inv-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-inventory at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-inv-line
                   perform load_one_lot
           end-perform.
           close f-inventory.

       load_one_lot.
           move spaces to ws-reason.
           evaluate true
               when si-seed-start is not numeric
                   or si-seed-end is not numeric
                   or si-on-hand is not numeric
                   or si-reserved is not numeric
                   move "malformed line" to ws-reason
               when si-seed-end <= si-seed-start
                   move "seed range is empty" to ws-reason
               when ws-lot-count >= 200
                   move "more than 200 stock lots" to ws-reason
           end-evaluate.
           if ws-reason not = spaces then
               display "warning: ../seed_inventory.txt line "
                   ws-inv-line " - " function trim(ws-reason)
                   " - not loaded"
               exit paragraph
           end-if.
           if si-reserved > si-on-hand then
               move spaces to ws-print-line
               string "CONFLICT inventory line " ws-inv-line
                   " reserves " si-reserved " seed(s) but holds "
                   "only " si-on-hand
                   delimited by size into ws-print-line
               perform write_conflict
               exit paragraph
           end-if.
           perform varying ws-l from 1 by 1 until ws-l > ws-lot-count
               if si-seed-start < ws-lot-end(ws-l)
                   and ws-lot-start(ws-l) < si-seed-end
                   compute ws-last = ws-lot-end(ws-l) - 1
                   move spaces to ws-print-line
                   string "CONFLICT inventory line " ws-inv-line
                       " claims seed numbers already held by the "
                       "lot of seeds " ws-lot-start(ws-l) " to "
                       ws-last
                       delimited by size into ws-print-line
                   perform write_conflict
                   exit paragraph
               end-if
           end-perform.
           add 1 to ws-lot-count.
           move si-seed-start to ws-lot-start(ws-lot-count).
           move si-seed-end to ws-lot-end(ws-lot-count).
           compute ws-lot-width(ws-lot-count)
               = si-seed-end - si-seed-start.
           compute ws-lot-avail(ws-lot-count)
               = si-on-hand - si-reserved.
           move ws-lot-avail(ws-lot-count)
               to ws-lot-left(ws-lot-count).
           move 0 to ws-lot-used(ws-lot-count).

      * a plan range taking part of a lot is only sound when the
      * lot is whole - otherwise which of its numbers are in the
      * store, and so whether the part is covered, is not known.
       check_plan_against_lots.
           perform varying ws-p from 1 by 1 until ws-p > ws-pr-count
               perform varying ws-l from 1 by 1
                   until ws-l > ws-lot-count
                   if ws-pr-lo(ws-p) < ws-lot-end(ws-l)
                       and ws-lot-start(ws-l) <= ws-pr-hi(ws-p)
                       and (ws-lot-start(ws-l) < ws-pr-lo(ws-p)
                           or ws-lot-end(ws-l) - 1 > ws-pr-hi(ws-p))
                       and ws-lot-avail(ws-l) < ws-lot-width(ws-l)
                       compute ws-last = ws-lot-end(ws-l) - 1
                       move ws-lot-avail(ws-l) to ws-edit-avail
                       move ws-lot-width(ws-l) to ws-edit-width
                       move spaces to ws-print-line
                       string "CONFLICT plan seeds " ws-pr-lo(ws-p)
                           " to " ws-pr-hi(ws-p) " takes part of "
                           "lot " ws-lot-start(ws-l) " to " ws-last
                           " holding " function trim(ws-edit-avail)
                           " for " function trim(ws-edit-width)
                           " number(s)"
                           delimited by size into ws-print-line
                       perform write_conflict
                   end-if
               end-perform
           end-perform.

       write_conflict.
           add 1 to ws-conflict-count.
           move ws-print-line to report-line.
           write report-line.
           display function trim(ws-print-line).

      * one seed per planned number, drawn from every lot the
      * range overlaps - as much of the overlap as the lot still
      * has left.
       reconcile_one_range.
           compute ws-need = ws-pr-hi(ws-p) - ws-pr-lo(ws-p) + 1.
           move 0 to ws-covered.
           perform varying ws-l from 1 by 1 until ws-l > ws-lot-count
               if ws-pr-lo(ws-p) < ws-lot-end(ws-l)
                   and ws-lot-start(ws-l) <= ws-pr-hi(ws-p)
                   perform draw_on_lot
               end-if
           end-perform.
           move spaces to ws-print-line.
           if ws-covered >= ws-need then
               add 1 to ws-covered-count
               string "plan seeds " ws-pr-lo(ws-p) " to "
                   ws-pr-hi(ws-p) " need " ws-need " COVERED"
                   delimited by size into ws-print-line
           else
               add 1 to ws-short-count
               compute ws-pr-short(ws-p) = ws-need - ws-covered
               add ws-pr-short(ws-p) to ws-total-short
               string "plan seeds " ws-pr-lo(ws-p) " to "
                   ws-pr-hi(ws-p) " need " ws-need " stock "
                   ws-covered " SHORT by " ws-pr-short(ws-p)
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.

       draw_on_lot.
           if ws-pr-lo(ws-p) > ws-lot-start(ws-l) then
               move ws-pr-lo(ws-p) to ws-ov-lo
           else
               move ws-lot-start(ws-l) to ws-ov-lo
           end-if.
           if ws-pr-hi(ws-p) < ws-lot-end(ws-l) - 1 then
               move ws-pr-hi(ws-p) to ws-ov-hi
           else
               compute ws-ov-hi = ws-lot-end(ws-l) - 1
           end-if.
           compute ws-overlap = ws-ov-hi - ws-ov-lo + 1.
           if ws-overlap > ws-lot-left(ws-l) then
               move ws-lot-left(ws-l) to ws-take
           else
               move ws-overlap to ws-take
           end-if.
           subtract ws-take from ws-lot-left(ws-l).
           add ws-take to ws-covered.
           move 1 to ws-lot-used(ws-l).

      * one purchase line per short range - the shortfall to buy
      * for those seed numbers.
       write_purchase_suggestions.
           move spaces to report-line.
           write report-line.
           move "purchase suggestion:" to report-line.
           write report-line.
           if ws-short-count = 0 then
               move "  stock covers every planned range"
                   to report-line
               write report-line
               exit paragraph
           end-if.
           perform varying ws-p from 1 by 1 until ws-p > ws-pr-count
               if ws-pr-short(ws-p) > 0
                   move spaces to ws-print-line
                   string "  seeds " ws-pr-lo(ws-p) " to "
                       ws-pr-hi(ws-p) " purchase "
                       ws-pr-short(ws-p) " seed(s)"
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
               end-if
           end-perform.
           move spaces to ws-print-line.
           string "  total to purchase " ws-total-short " seed(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * lots no planned range touches are surplus; what is left of
      * a lot the plan drew on is listed under it.
       write_surplus.
           move spaces to report-line.
           write report-line.
           move "surplus stock:" to report-line.
           write report-line.
           perform varying ws-l from 1 by 1 until ws-l > ws-lot-count
               compute ws-last = ws-lot-end(ws-l) - 1
               move spaces to ws-print-line
               if ws-lot-used(ws-l) = 0
                   add 1 to ws-surplus-count
                   string "  SURPLUS lot seeds " ws-lot-start(ws-l)
                       " to " ws-last " available "
                       ws-lot-avail(ws-l) " - no plan uses it"
                       delimited by size into ws-print-line
               else
                   if ws-lot-left(ws-l) > 0
                       string "  lot seeds " ws-lot-start(ws-l)
                           " to " ws-last " " ws-lot-left(ws-l)
                           " left after the plan"
                           delimited by size into ws-print-line
                   end-if
               end-if
               if ws-print-line not = spaces
                   move ws-print-line to report-line
                   write report-line
               end-if
           end-perform.
           if ws-surplus-count = 0 then
               move "  every stock lot is drawn on by the plan"
                   to report-line
               write report-line
           end-if.
