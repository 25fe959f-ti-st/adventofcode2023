      * day6_assign
       identification division.
           program-id. boot-race-assign.
           author. kayms.
      *
      * boat-to-race assignment planner - race_boats.txt is filled
      * in by hand, although boot-race can score any race under any
      * boat on the master. This scores every boat in
      * boat_master.txt against every race on the sheet and
      * recommends the assignment that maximizes the margin product
      * boot-race reports, and separately the one that makes the
      * most races winnable (ties on the product). Each boat runs at
      * most its race limit from the master; a race left without a
      * master boat runs the default boat, as it does in boot-race.
      * The report shows every race's current assignment beside the
      * recommended one and the gain; a plan that is no better than
      * the current assignment recommends keeping it. On request the
      * chosen plan is written as race_boats_candidate.txt, in
      * race_boats.txt layout, for the captain to approve - the real
      * race_boats.txt is never touched. Part 2's combined race
      * (race 000) is outside the plan and carried over as assigned.
      *
      * boat_master.txt's race limit, columns 32-33 after top speed:
      * blank means one race, 00 means the boat is out of service.
      *
      * boat_plan_control.txt (optional), fixed columns: objective
      * x(10) - PRODUCT or WINNABLE, the plan a candidate file
      * carries - space, candidate wanted x(1) - Y or N. Absent means
      * PRODUCT and no candidate file.
       environment division.
           input-output section.
           file-control.
           select f-input assign to dynamic ws-input-path
           organization is line sequential
           file status is ws-input-fs.
           select f-boats assign to dynamic ws-boats-path
           organization is line sequential
           file status is ws-boats-fs.
           select f-assign assign to "../race_boats.txt"
           organization is line sequential
           file status is ws-assign-fs.
           select f-control assign to "../boat_plan_control.txt"
           organization is line sequential
           file status is ws-control-fs.
           select f-report assign to "../boat_assignment_report.txt"
           organization is line sequential.
           select f-candidate assign to "../race_boats_candidate.txt"
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

           fd f-input.
           01 input_line pic x(300).

      * boot-race's boat_master.txt columns, plus the race limit.
           fd f-boats.
           01 boat-record.
               02 bm-id pic x(8).
               02 filler pic x(1).
               02 bm-accel pic 9(3)v99.
               02 filler pic x(1).
               02 bm-top pic 9(15).
               02 filler pic x(1).
               02 bm-limit-x pic x(2).
               02 bm-limit redefines bm-limit-x pic 9(2).

           fd f-assign.
           01 assign-record.
               02 rb-race pic 9(3).
               02 filler pic x(1).
               02 rb-boat pic x(8).

           fd f-control.
           01 control-record.
               02 pc-objective pic x(10).
               02 filler pic x(1).
               02 pc-candidate pic x(1).

           fd f-report.
           01 report-line pic x(132).

           fd f-candidate.
           01 candidate-record.
               02 cr-race pic 9(3).
               02 filler pic x(1).
               02 cr-boat pic x(8).

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-refctl.
           01 refctl-record.
               02 refctl-run-id pic x(12).
               02 refctl-bus-date pic x(8).

           working-storage section.

           01 ws-input-fs pic xx.
           01 ws-boats-fs pic xx.
           01 ws-assign-fs pic xx.
           01 ws-control-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-input-path pic x(250) value "../input.txt".
           01 ws-boats-path pic x(80).

      * the race sheet, parsed the same way boot-race parses it.
           01 race_times.
               02 t pic 9(15) occurs 50 times.
           01 distances.
               02 d pic 9(15) occurs 50 times.
           01 ws-race-count pic 9(9) value 0.
           01 ws-dist-count pic 9(9) value 0.

           01 ws-time-line pic x(300).
           01 ws-dist-line pic x(300).
           01 ws-parse-label pic x(20).
           01 ws-parse-buf pic x(280).
           01 ws-in-num pic 9.
           01 tmp_nr pic 9(15).
           01 ws-i pic 9(9).
           01 ws-j pic 9(9).

      * the plan's choices: the master's boats, then the default
      * boat (accel 1.00, top speed effectively unbounded) as the
      * last option, open to every race.
           01 ws-boat-count pic 9(2) value 0.
           01 ws-opt-count pic 9(2) value 0.
           01 ws-default-opt pic 9(2) value 0.
           01 ws-opt-table.
               02 ws-opt-entry occurs 21 times.
                   03 op-id pic x(8).
                   03 op-accel pic 9(3)v99.
                   03 op-top pic 9(15).
                   03 op-limit pic 9(2).
                   03 op-used pic 9(2).
           01 ws-o pic 9(2).
           01 ws-o2 pic 9(2).

      * race_boats.txt as read - race 000 is carried over as is.
           01 ws-asg-count pic 9(2) value 0.
           01 ws-asg-table.
               02 ws-asg-entry occurs 50 times.
                   03 as-race pic 9(3).
                   03 as-boat pic x(8).
           01 ws-a pic 9(2).

      * every race scored under every option: winning holds, and
      * whether the record can be beaten at all - boot-race leaves
      * an infeasible race out of the product.
           01 ws-score-table.
               02 ws-score-race occurs 50 times.
                   03 ws-score-opt occurs 21 times.
                       04 sc-wins pic 9(15).
                       04 sc-feasible pic 9(1).
                       04 sc-weight pic s9(9)v9(9).
           01 ws-r pic 9(4).

      * the current assignment and the plan in hand, one option per
      * race; the plans kept for the candidate file.
           01 ws-plan-table.
               02 ws-plan-race occurs 50 times.
                   03 pl-current pic 9(2).
                   03 pl-recommend pic 9(2).
                   03 pl-chosen pic 9(2).
                   03 pl-candidate pic 9(2).
           01 ws-current-over pic 9(2) value 0.

      * scoring scratch - boot-race's check_race_feasibility and
      * calc_rance arithmetic, for the option in hand.
           01 ws-cur-accel pic 9(3)v99.
           01 ws-cur-top pic 9(15).
           01 ws-disc pic S9(18)v9(6).
           01 ws-d-over-a pic 9(15)v9(6).
           01 ws-cap-hold pic 9(15)v99.
           01 ws-vlimit pic 9(15)v9(6).
           01 ws-tie-dec pic 9(18)v99.
           01 ws-root-lower pic 9(15)v999999.
           01 ws-root-upper pic 9(15)v999999.
           01 t_m pic 9(15).
           01 t_p pic 9(15).
           01 ws-win-count pic 9(15).
           01 ws-feasible pic 9(1).

      * objective 1 is the margin product, 2 the winnable count.
      * A race's weight is the log of its winning holds, so the
      * plan with the largest weight total has the largest product;
      * a feasible race with no winning hold zeroes the product and
      * weighs heavily against, and under objective 2 every
      * winnable race outweighs any difference in the logs.
           01 ws-objective pic 9(1).
           01 ws-objective-name pic x(10).
           01 ws-want-objective pic x(10) value "PRODUCT".
           01 ws-want-candidate pic x(1) value "N".
           01 ws-zero-weight pic s9(9)v9(9) value -5000.
           01 ws-winnable-weight pic s9(9)v9(9) value 1000000.

      * the assignment solve - every boat's limit is that many
      * slots (never more than there are races), the default boat
      * gets one slot per race, and each race takes the slot of
      * least cost (negative weight) by the shortest-augmenting-
      * path method. Columns run 0 to the slot count and are held
      * one position up, column 0 being the method's dummy.
           01 ws-slot-count pic 9(4) value 0.
           01 ws-slot-table.
               02 ws-slot-opt pic 9(2) occurs 1050 times.
           01 ws-hg-rows.
               02 hg-u pic s9(9)v9(9) occurs 50 times.
           01 ws-hg-cols.
               02 ws-hg-col occurs 1051 times.
                   03 hg-v pic s9(9)v9(9).
                   03 hg-minv pic s9(9)v9(9).
                   03 hg-p pic 9(4).
                   03 hg-way pic 9(4).
                   03 hg-used pic 9(1).
           01 ws-hi pic 9(4).
           01 ws-hi0 pic 9(4).
           01 ws-hj pic 9(4).
           01 ws-hj0 pic 9(4).
           01 ws-hj1 pic 9(4).
           01 ws-delta pic s9(9)v9(9).
           01 ws-cost pic s9(9)v9(9).
           01 ws-inf pic s9(9)v9(9) value 999999999.

      * a plan's exact standing - the product as boot-race forms it,
      * the winnable count and the weight total (the comparison
      * falls back to the weights when a product overflows).
           01 ws-ev-product pic 9(31).
           01 ws-ev-overflow pic 9(1).
           01 ws-ev-winnable pic 9(4).
           01 ws-ev-weight pic s9(9)v9(9).
           01 ws-cur-product pic 9(31).
           01 ws-cur-overflow pic 9(1).
           01 ws-cur-winnable pic 9(4).
           01 ws-cur-weight pic s9(9)v9(9).
           01 ws-rec-product pic 9(31).
           01 ws-rec-overflow pic 9(1).
           01 ws-rec-winnable pic 9(4).
           01 ws-rec-weight pic s9(9)v9(9).
           01 ws-better pic 9(1).
           01 ws-changed pic 9(4).

           01 ws-wins-show pic z(14)9.
           01 ws-wins-show2 pic z(14)9.
           01 ws-gain pic s9(15).
           01 ws-gain-show pic +(15)9.
           01 ws-product-show pic z(30)9.
           01 ws-product-show2 pic z(30)9.
           01 ws-count-show pic z(3)9.
           01 ws-count-show2 pic z(3)9.
           01 ws-accel-show pic 9(3).99.
           01 ws-cand-count pic 9(4) value 0.
           01 ws-print-line pic x(132).
           01 ws-tag pic x(12).

      * reference-table resolution, same as engine_parts_lookup's.
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
           01 ws-ref-program pic x(20) value "boot-race-assign".
           01 ws-ref-day pic x(10) value "day06".

       procedure division.

           display "boot-race-assign: planning boat assignments".

           perform read_race_sheet.
           perform read_plan_control.
           perform load_boat_master.
           if ws-boat-count = 0 then
               display "no usable boats on boat_master.txt - every "
                   "race runs the default boat, nothing to plan"
               move 4 to return-code
               stop run
           end-if.
           perform load_race_assignments.
           perform score_all_options.
           perform resolve_current_plan.

           open output f-report.
           move "Boat-to-race assignment plan" to report-line.
           write report-line.
           move "============================================"
               to report-line.
           write report-line.
           perform report_boats.

           move 1 to ws-objective.
           move "PRODUCT" to ws-objective-name.
           perform plan_one_objective.
           move 2 to ws-objective.
           move "WINNABLE" to ws-objective-name.
           perform plan_one_objective.
           close f-report.

           if ws-want-candidate = "Y" then
               perform write_candidate
               display "boot-race-assign: " ws-cand-count
                   " assignment(s) on ../race_boats_candidate.txt ("
                   function trim(ws-want-objective) " plan)"
           end-if.

           display "boot-race-assign: " ws-race-count
               " race(s), " ws-boat-count " boat(s) - report in "
               "../boat_assignment_report.txt".
           if ws-current-over > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * same two-line sheet read and digit-walk parse as boot-race.
       read_race_sheet.
           accept ws-input-path from environment "BOOTRACE_INPUT_DD".
           if ws-input-path = spaces
               move "../input.txt" to ws-input-path
           end-if.
           open input f-input.
           if ws-input-fs not = "00" then
               display "input file not found/not readable: "
                   function trim(ws-input-path)
                   " (status " ws-input-fs ")"
               move 8 to return-code
               stop run
           end-if.
           read f-input into ws-time-line
               at end
                   display "abend: race sheet missing its "
                       "Time: line"
                   close f-input
                   move 8 to return-code
                   stop run
           end-read.
           read f-input into ws-dist-line
               at end
                   display "abend: race sheet missing its "
                       "Distance: line"
                   close f-input
                   move 8 to return-code
                   stop run
           end-read.
           close f-input.
           perform parse_time_numbers.
           perform parse_dist_numbers.

       parse_time_numbers.
           unstring ws-time-line delimited by ':'
               into ws-parse-label, ws-parse-buf
           end-unstring.
           move 0 to ws-race-count.
           move 0 to tmp_nr.
           move 0 to ws-in-num.
           perform varying ws-i from 1 by 1 until ws-i > 280
               if ws-parse-buf(ws-i:1) >= '0'
                   and ws-parse-buf(ws-i:1) <= '9' then
                   move function numval(ws-parse-buf(ws-i:1)) to ws-j
                   compute tmp_nr = tmp_nr * 10 + ws-j
                   move 1 to ws-in-num
               else
                   if ws-in-num = 1 then
                       add 1 to ws-race-count
                       move tmp_nr to t(ws-race-count)
                       move 0 to tmp_nr
                       move 0 to ws-in-num
                   end-if
               end-if
           end-perform.
           if ws-in-num = 1 then
               add 1 to ws-race-count
               move tmp_nr to t(ws-race-count)
           end-if.

       parse_dist_numbers.
           unstring ws-dist-line delimited by ':'
               into ws-parse-label, ws-parse-buf
           end-unstring.
           move 0 to ws-dist-count.
           move 0 to tmp_nr.
           move 0 to ws-in-num.
           perform varying ws-i from 1 by 1 until ws-i > 280
               if ws-parse-buf(ws-i:1) >= '0'
                   and ws-parse-buf(ws-i:1) <= '9' then
                   move function numval(ws-parse-buf(ws-i:1)) to ws-j
                   compute tmp_nr = tmp_nr * 10 + ws-j
                   move 1 to ws-in-num
               else
                   if ws-in-num = 1 then
                       add 1 to ws-dist-count
                       move tmp_nr to d(ws-dist-count)
                       move 0 to tmp_nr
                       move 0 to ws-in-num
                   end-if
               end-if
           end-perform.
           if ws-in-num = 1 then
               add 1 to ws-dist-count
               move tmp_nr to d(ws-dist-count)
           end-if.

       read_plan_control.
           open input f-control.
           if ws-control-fs not = "00" then
               exit paragraph
           end-if.
           read f-control
               at end continue
               not at end
                   if pc-objective = "WINNABLE"
                       move "WINNABLE" to ws-want-objective
                   end-if
                   if pc-candidate = "Y" or pc-candidate = "y"
                       move "Y" to ws-want-candidate
                   end-if
           end-read.
           close f-control.

      * the master's boats become the plan's options; a boat with
      * zero acceleration runs the default in boot-race anyway, so
      * it is not offered, and neither is one out of service.
       load_boat_master.
           move "boat_master.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-boats-path.
           open input f-boats.
           if ws-boats-fs = "00" then
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-boats at
                   end move 'Y' to ws-eof
                   not at end
                       if bm-id not = spaces
                           perform load_one_boat
                       end-if
               end-perform
               close f-boats
           end-if.
           move ws-boat-count to ws-opt-count.
           add 1 to ws-opt-count.
           move ws-opt-count to ws-default-opt.
           move "DEFAULT" to op-id(ws-default-opt).
           move 1 to op-accel(ws-default-opt).
           move 999999999999999 to op-top(ws-default-opt).
           move 50 to op-limit(ws-default-opt).

       load_one_boat.
           if bm-accel not numeric or bm-accel = 0 then
               display "boat " bm-id " has zero acceleration - not "
                   "offered to the plan"
               exit paragraph
           end-if.
           if ws-boat-count >= 20 then
               display "boat " bm-id " not planned - more than 20 "
                   "boats on the master"
               exit paragraph
           end-if.
           add 1 to ws-boat-count.
           move bm-id to op-id(ws-boat-count).
           move bm-accel to op-accel(ws-boat-count).
           move bm-top to op-top(ws-boat-count).
           if bm-limit-x = spaces or bm-limit is not numeric
               move 1 to op-limit(ws-boat-count)
           else
               move bm-limit to op-limit(ws-boat-count)
           end-if.
           if op-limit(ws-boat-count) = 0 then
               display "boat " bm-id " is out of service - not "
                   "offered to the plan"
               subtract 1 from ws-boat-count
           end-if.

       load_race_assignments.
           open input f-assign.
           if ws-assign-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-assign at
               end move 'Y' to ws-eof
               not at end
                   if ws-asg-count < 50
                       add 1 to ws-asg-count
                       move rb-race to as-race(ws-asg-count)
                       move rb-boat to as-boat(ws-asg-count)
                   end-if
           end-perform.
           close f-assign.

       score_all_options.
           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               perform varying ws-o from 1 by 1
                   until ws-o > ws-opt-count
                   move op-accel(ws-o) to ws-cur-accel
                   move op-top(ws-o) to ws-cur-top
                   perform score_race_under_boat
                   move ws-win-count to sc-wins(ws-r, ws-o)
                   move ws-feasible to sc-feasible(ws-r, ws-o)
               end-perform
           end-perform.

      * boot-race's feasibility check and win window for race ws-r
      * under the option in hand - the record scaled by the
      * acceleration, the top-speed cap, and both tie nudges.
       score_race_under_boat.
           move 0 to ws-win-count.
           move 0 to ws-feasible.
           compute ws-d-over-a = d(ws-r) / ws-cur-accel.
           compute ws-disc =
               (t(ws-r) * t(ws-r) / 4) - ws-d-over-a.
           if ws-disc >= 0 then
               compute ws-cap-hold = ws-cur-top / ws-cur-accel
               if ws-cap-hold * 2 < t(ws-r) then
                   compute ws-tie-dec = ws-cur-top
                       * (t(ws-r) - ws-cap-hold)
                   if ws-tie-dec <= d(ws-r) then
                       move -1 to ws-disc
                   end-if
               end-if
           end-if.
           if ws-disc < 0 then
               exit paragraph
           end-if.
           move 1 to ws-feasible.
           compute ws-root-lower = t(ws-r)/2 -
           function sqrt((t(ws-r)*t(ws-r) / 4) - ws-d-over-a).
           compute ws-root-upper = t(ws-r)/2 +
           function sqrt((t(ws-r)*t(ws-r) / 4) - ws-d-over-a).
           move ws-root-lower to t_m.
           compute ws-cap-hold = ws-cur-top / ws-cur-accel.
           if ws-root-upper > ws-cap-hold then
               compute ws-vlimit = t(ws-r)
                   - d(ws-r) / ws-cur-top
               move ws-vlimit to t_p
               compute ws-tie-dec = ws-cur-top
                   * (t(ws-r) - t_p)
               if ws-tie-dec = d(ws-r) then
                   subtract 1 from t_p
               end-if
           else
               move ws-root-upper to t_p
               compute ws-tie-dec = ws-cur-accel
                   * t_p * (t(ws-r) - t_p)
               if ws-tie-dec = d(ws-r) then
                   subtract 1 from t_p
               end-if
           end-if.
           compute ws-win-count = t_p - t_m.

      * each race's current boat, chosen the way boot-race's
      * select_race_boat chooses it - anything unassigned, unknown
      * or not offered runs the default - and whether the current
      * assignment already runs a boat past its limit.
       resolve_current_plan.
           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               move ws-default-opt to pl-current(ws-r)
               perform varying ws-a from 1 by 1
                   until ws-a > ws-asg-count
                   if as-race(ws-a) = ws-r
                       perform varying ws-o from 1 by 1
                           until ws-o > ws-boat-count
                           if op-id(ws-o) = as-boat(ws-a)
                               move ws-o to pl-current(ws-r)
                               exit perform
                           end-if
                       end-perform
                       exit perform
                   end-if
               end-perform
           end-perform.
           perform varying ws-o from 1 by 1
               until ws-o > ws-opt-count
               move 0 to op-used(ws-o)
           end-perform.
           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               move pl-current(ws-r) to ws-o
               add 1 to op-used(ws-o)
           end-perform.
           perform varying ws-o from 1 by 1
               until ws-o > ws-boat-count
               if op-used(ws-o) > op-limit(ws-o)
                   add 1 to ws-current-over
               end-if
           end-perform.

       report_boats.
           move spaces to report-line.
           write report-line.
           move "boats offered" to report-line.
           write report-line.
           perform varying ws-o from 1 by 1
               until ws-o > ws-opt-count
               move op-accel(ws-o) to ws-accel-show
               move spaces to ws-print-line
               if ws-o = ws-default-opt
                   string "  " op-id(ws-o) " accel " ws-accel-show
                       " top " op-top(ws-o) " limit none"
                       delimited by size into ws-print-line
               else
                   string "  " op-id(ws-o) " accel " ws-accel-show
                       " top " op-top(ws-o) " limit " op-limit(ws-o)
                       " now on " op-used(ws-o) " race(s)"
                       delimited by size into ws-print-line
                   if op-used(ws-o) > op-limit(ws-o)
                       move "OVER LIMIT" to ws-print-line(80:10)
                   end-if
               end-if
               move ws-print-line to report-line
               write report-line
           end-perform.
           if ws-current-over > 0 then
               move spaces to ws-print-line
               string "  the current assignment runs " ws-current-over
                   " boat(s) past their limit"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.

      * one objective's plan: weights, the solve, the comparison
      * with the current assignment, and the race-by-race report.
       plan_one_objective.
           perform set_plan_weights.
           perform build_slots.
           perform solve_assignment.

           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               move pl-current(ws-r) to pl-chosen(ws-r)
           end-perform.
           perform evaluate_plan.
           move ws-ev-product to ws-cur-product.
           move ws-ev-overflow to ws-cur-overflow.
           move ws-ev-winnable to ws-cur-winnable.
           move ws-ev-weight to ws-cur-weight.

           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               move pl-recommend(ws-r) to pl-chosen(ws-r)
           end-perform.
           perform evaluate_plan.
           move ws-ev-product to ws-rec-product.
           move ws-ev-overflow to ws-rec-overflow.
           move ws-ev-winnable to ws-rec-winnable.
           move ws-ev-weight to ws-rec-weight.

           perform compare_plans.
           if ws-better = 0 and ws-current-over = 0 then
               perform varying ws-r from 1 by 1
                   until ws-r > ws-race-count
                   move pl-current(ws-r) to pl-recommend(ws-r)
               end-perform
               move ws-cur-product to ws-rec-product
               move ws-cur-overflow to ws-rec-overflow
               move ws-cur-winnable to ws-rec-winnable
               move ws-cur-weight to ws-rec-weight
           end-if.

           perform report_plan.
           if ws-objective-name = ws-want-objective then
               perform varying ws-r from 1 by 1
                   until ws-r > ws-race-count
                   move pl-recommend(ws-r) to pl-candidate(ws-r)
               end-perform
           end-if.

       set_plan_weights.
           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               perform varying ws-o from 1 by 1
                   until ws-o > ws-opt-count
                   evaluate true
                       when sc-feasible(ws-r, ws-o) = 0
                           move 0 to sc-weight(ws-r, ws-o)
                       when sc-wins(ws-r, ws-o) = 0
                           move ws-zero-weight to sc-weight(ws-r, ws-o)
                       when other
                           compute sc-weight(ws-r, ws-o) rounded =
                               function log(sc-wins(ws-r, ws-o))
                   end-evaluate
                   if ws-objective = 2
                       and sc-wins(ws-r, ws-o) > 0
                       add ws-winnable-weight
                           to sc-weight(ws-r, ws-o)
                   end-if
               end-perform
           end-perform.

       build_slots.
           move 0 to ws-slot-count.
           perform varying ws-o from 1 by 1
               until ws-o > ws-opt-count
               if ws-o = ws-default-opt
                   or op-limit(ws-o) > ws-race-count
                   move ws-race-count to ws-j
               else
                   move op-limit(ws-o) to ws-j
               end-if
               perform varying ws-i from 1 by 1 until ws-i > ws-j
                   add 1 to ws-slot-count
                   move ws-o to ws-slot-opt(ws-slot-count)
               end-perform
           end-perform.

      * rows are races, columns slots; a race is added at a time
      * and the cheapest augmenting path found for it, the row and
      * column potentials keeping every reduced cost non-negative.
       solve_assignment.
           perform varying ws-hi from 1 by 1
               until ws-hi > ws-race-count
               move 0 to hg-u(ws-hi)
           end-perform.
           perform varying ws-hj from 0 by 1
               until ws-hj > ws-slot-count
               move 0 to hg-v(ws-hj + 1)
               move 0 to hg-p(ws-hj + 1)
               move 0 to hg-way(ws-hj + 1)
           end-perform.
           perform varying ws-hi from 1 by 1
               until ws-hi > ws-race-count
               perform add_one_race
           end-perform.
           perform varying ws-hj from 1 by 1
               until ws-hj > ws-slot-count
               if hg-p(ws-hj + 1) > 0
                   move hg-p(ws-hj + 1) to ws-r
                   move ws-slot-opt(ws-hj) to pl-recommend(ws-r)
               end-if
           end-perform.

       add_one_race.
           move ws-hi to hg-p(1).
           move 0 to ws-hj0.
           perform varying ws-hj from 0 by 1
               until ws-hj > ws-slot-count
               move ws-inf to hg-minv(ws-hj + 1)
               move 0 to hg-used(ws-hj + 1)
           end-perform.
           perform search_step.
           perform until hg-p(ws-hj0 + 1) = 0
               perform search_step
           end-perform.
           perform until ws-hj0 = 0
               move hg-way(ws-hj0 + 1) to ws-hj1
               move hg-p(ws-hj1 + 1) to hg-p(ws-hj0 + 1)
               move ws-hj1 to ws-hj0
           end-perform.

       search_step.
           move 1 to hg-used(ws-hj0 + 1).
           move hg-p(ws-hj0 + 1) to ws-hi0.
           move ws-inf to ws-delta.
           move 0 to ws-hj1.
           perform varying ws-hj from 1 by 1
               until ws-hj > ws-slot-count
               if hg-used(ws-hj + 1) = 0
                   move ws-slot-opt(ws-hj) to ws-o
                   compute ws-cost = 0 - sc-weight(ws-hi0, ws-o)
                       - hg-u(ws-hi0) - hg-v(ws-hj + 1)
                   if ws-cost < hg-minv(ws-hj + 1)
                       move ws-cost to hg-minv(ws-hj + 1)
                       move ws-hj0 to hg-way(ws-hj + 1)
                   end-if
                   if hg-minv(ws-hj + 1) < ws-delta
                       move hg-minv(ws-hj + 1) to ws-delta
                       move ws-hj to ws-hj1
                   end-if
               end-if
           end-perform.
           perform varying ws-hj from 0 by 1
               until ws-hj > ws-slot-count
               if hg-used(ws-hj + 1) = 1
                   move hg-p(ws-hj + 1) to ws-hi0
                   add ws-delta to hg-u(ws-hi0)
                   subtract ws-delta from hg-v(ws-hj + 1)
               else
                   subtract ws-delta from hg-minv(ws-hj + 1)
               end-if
           end-perform.
           move ws-hj1 to ws-hj0.

      * the plan in pl-chosen as boot-race would score it.
       evaluate_plan.
           move 1 to ws-ev-product.
           move 0 to ws-ev-overflow.
           move 0 to ws-ev-winnable.
           move 0 to ws-ev-weight.
           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               move pl-chosen(ws-r) to ws-o
               if sc-feasible(ws-r, ws-o) = 1
                   multiply sc-wins(ws-r, ws-o) by ws-ev-product
                       on size error move 1 to ws-ev-overflow
                   end-multiply
               end-if
               if sc-wins(ws-r, ws-o) > 0
                   add 1 to ws-ev-winnable
               end-if
               add sc-weight(ws-r, ws-o) to ws-ev-weight
           end-perform.

      * is the recommendation strictly better than the current
      * assignment under this objective - product, then winnable
      * races, or the other way round for objective 2.
       compare_plans.
           move 0 to ws-better.
           if ws-cur-overflow = 1 or ws-rec-overflow = 1 then
               if ws-rec-weight > ws-cur-weight
                   move 1 to ws-better
               end-if
               exit paragraph
           end-if.
           if ws-objective = 1 then
               evaluate true
                   when ws-rec-product > ws-cur-product
                       move 1 to ws-better
                   when ws-rec-product = ws-cur-product
                       and ws-rec-winnable > ws-cur-winnable
                       move 1 to ws-better
               end-evaluate
           else
               evaluate true
                   when ws-rec-winnable > ws-cur-winnable
                       move 1 to ws-better
                   when ws-rec-winnable = ws-cur-winnable
                       and ws-rec-product > ws-cur-product
                       move 1 to ws-better
               end-evaluate
           end-if.

       report_plan.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           if ws-objective = 1
               string "plan maximizing the margin product"
                   delimited by size into ws-print-line
           else
               string "plan maximizing the races made winnable"
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
           move 0 to ws-changed.
           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               perform report_plan_race
           end-perform.

           move spaces to ws-print-line.
           if ws-cur-overflow = 1
               string "  product current OVERFLOW"
                   delimited by size into ws-print-line
           else
               move ws-cur-product to ws-product-show
               string "  product current "
                   function trim(ws-product-show)
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           if ws-rec-overflow = 1
               string "  product recommended OVERFLOW"
                   delimited by size into ws-print-line
           else
               move ws-rec-product to ws-product-show2
               string "  product recommended "
                   function trim(ws-product-show2)
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
           move ws-cur-winnable to ws-count-show.
           move ws-rec-winnable to ws-count-show2.
           move spaces to ws-print-line.
           string "  winnable races current " ws-count-show
               " recommended " ws-count-show2 " of " ws-race-count
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           if ws-changed = 0
               string "  keep the current assignment - no plan "
                   "does better"
                   delimited by size into ws-print-line
           else
               string "  " ws-changed " race(s) change boat"
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.

       report_plan_race.
           move pl-current(ws-r) to ws-o.
           move pl-recommend(ws-r) to ws-o2.
           move sc-wins(ws-r, ws-o) to ws-wins-show.
           move sc-wins(ws-r, ws-o2) to ws-wins-show2.
           compute ws-gain = sc-wins(ws-r, ws-o2)
               - sc-wins(ws-r, ws-o).
           move ws-gain to ws-gain-show.
           move spaces to ws-tag.
           if ws-o not = ws-o2 then
               add 1 to ws-changed
               move "CHANGE" to ws-tag
           end-if.
           if sc-feasible(ws-r, ws-o2) = 0 then
               move "INFEASIBLE" to ws-tag
           end-if.
           move spaces to ws-print-line.
           string "  race " ws-r(2:3)
               " current " op-id(ws-o) " wins " ws-wins-show
               " recommended " op-id(ws-o2) " wins " ws-wins-show2
               " gain " ws-gain-show " " ws-tag
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * the chosen plan in race_boats.txt layout - races on the
      * default boat are left unassigned, and race 000's line is
      * carried over from the current file.
       write_candidate.
           open output f-candidate.
           perform varying ws-a from 1 by 1
               until ws-a > ws-asg-count
               if as-race(ws-a) = 0
                   move spaces to candidate-record
                   move 0 to cr-race
                   move as-boat(ws-a) to cr-boat
                   write candidate-record
                   add 1 to ws-cand-count
                   exit perform
               end-if
           end-perform.
           perform varying ws-r from 1 by 1
               until ws-r > ws-race-count
               move pl-candidate(ws-r) to ws-o
               if ws-o not = ws-default-opt
                   move spaces to candidate-record
                   move ws-r to cr-race
                   move op-id(ws-o) to cr-boat
                   write candidate-record
                   add 1 to ws-cand-count
               end-if
           end-perform.
           close f-candidate.

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
