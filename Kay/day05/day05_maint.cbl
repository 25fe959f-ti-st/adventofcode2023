      * day5_maint
       identification division.
           program-id. almanac_maintenance.
           author. kayms.
      *
      * transaction-based almanac maintenance - a correction to one
      * map line used to mean hand-editing the almanac and hoping.
      * Applies a transaction file (ADD, CHANGE, DELETE, keyed on
      * stage name and source start) against the current almanac
      * and writes the result as a new staged almanac in the same
      * text layout, with an applied/rejected audit line per
      * transaction. An ADD or CHANGE whose source interval would
      * overlap another line of the same stage is rejected - that
      * is exactly the order-dependent data almanac_validator
      * flags as NO-GO.
      *
      * The staged almanac goes to ../staged_almanac.txt and its
      * name onto the almanac_impact control card, so almanac_impact
      * reads it as it stands; almanac_validator takes it through
      * SEEDS_INPUT_DD the way it takes any almanac.
      *
      * almanac_transactions.txt, fixed columns:
      *   action x(8), stage name x(30) (the header without "map:"),
      *   source start 9(12), destination start 9(12), length 9(12)
      *   - CHANGE replaces the destination and length of the line
      *   at that source start; DELETE needs only the key.
       environment division.
           input-output section.
           file-control.
           select f-input assign to dynamic ws-input-path
           organization is line sequential
           file status is ws-input-fs.
           select f-transactions
               assign to "../almanac_transactions.txt"
           organization is line sequential
           file status is ws-txn-fs.
           select f-staged assign to "../staged_almanac.txt"
           organization is line sequential.
           select f-control assign to "../almanac_impact.txt"
           organization is line sequential.
      * append-only audit of every transaction's outcome, same
      * open-extend idiom as the shared logs.
           select f-audit assign to "../almanac_maint_report.txt"
           organization is line sequential
           file status is ws-audit-fs.

       data division.
           file section.

           fd f-input.
           01 input_line pic x(300).

           fd f-transactions.
           01 txn-record.
               02 txn-action pic x(8).
               02 txn-stage pic x(30).
               02 txn-src pic 9(12).
               02 txn-dest pic 9(12).
               02 txn-len pic 9(12).

           fd f-staged.
           01 staged-line pic x(300).

           fd f-control.
           01 ctrl-line pic x(100).

           fd f-audit.
           01 audit-record pic x(132).

           working-storage section.

           01 ws-input-fs pic xx.
           01 ws-txn-fs pic xx.
           01 ws-audit-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-input-path pic x(250) value "../input.txt".

      * the almanac as it will be staged - the seeds line kept as
      * read, each stage's header and its lines in file order; a
      * deleted line stays in the table flagged so the rest keep
      * their place.
           01 ws-seeds-line pic x(300).
           01 ws-almanac.
               02 ws-stage occurs 8 times.
                   03 ws-stage-header pic x(80).
                   03 ws-stage-name pic x(30).
                   03 ws-entries pic 9(3).
                   03 ws-entry occurs 200 times.
                       04 ws-e-dest pic 9(12).
                       04 ws-e-src pic 9(12).
                       04 ws-e-len pic 9(12).
                       04 ws-e-deleted pic x(1).
           01 ws-stage-count pic 9(2) value 0.

           01 ws-first-line pic 9(1) value 1.
           01 r_mode pic x(80) value "search".
           01 dest_range pic 9(12).
           01 src_range pic 9(12).
           01 range_len pic 9(12).

           01 ws-st pic 9(2).
           01 ws-e pic 9(3).
           01 ws-hit pic 9(3).
           01 ws-new-end pic 9(13).
           01 ws-old-end pic 9(13).

           01 ws-applied pic 9(5) value 0.
           01 ws-rejected pic 9(5) value 0.
           01 ws-reason pic x(60).
           01 ws-audit-line pic x(132).
           01 ws-num-show pic z(11)9.
           01 ws-ptr pic 9(3).

       procedure division.

           display "almanac_maintenance: applying almanac "
               "maintenance transactions".

           accept ws-input-path from environment "SEEDS_INPUT_DD".
           if ws-input-path = spaces
               move "../input.txt" to ws-input-path
           end-if.

           open input f-transactions.
           if ws-txn-fs not = "00" then
               display "no ../almanac_transactions.txt - nothing to "
                   "apply"
               move 4 to return-code
               stop run
           end-if.

           perform parse_almanac.

           open extend f-audit.
           if ws-audit-fs = "35" then
               open output f-audit
           end-if.

           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-transactions at
               end move 'Y' to ws-eof
               not at end
                   perform apply_one_transaction
           end-perform.

           close f-transactions.
           close f-audit.

           perform write_staged_almanac.
           perform write_impact_control.

           display "almanac_maintenance: " ws-applied " applied, "
               ws-rejected " rejected - staged almanac in "
               "../staged_almanac.txt, audit in "
               "../almanac_maint_report.txt".
           if ws-rejected > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * the same header-then-values parse almanac_validator uses -
      * a stage per "map:" header, in file order.
       parse_almanac.
           open input f-input.
           if ws-input-fs not = "00" then
               display "input file not found/not readable: "
                   function trim(ws-input-path)
                   " (status " ws-input-fs ")"
               close f-transactions
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-input into input_line at
               end move 'Y' to ws-eof
               not at end
                   if ws-first-line = 1
                       move 0 to ws-first-line
                       move input_line to ws-seeds-line
                   else
                       perform parse_one_line
                   end-if
           end-perform.
           close f-input.

       parse_one_line.
           if input_line(1:1) not = space then
               if r_mode = "search"
                   add 1 to ws-stage-count
                   if ws-stage-count > 8
                       display "abend: almanac has more than 8 "
                           "stages - grow ws-almanac"
                       move 8 to return-code
                       stop run
                   end-if
                   move 0 to ws-entries(ws-stage-count)
                   move input_line to r_mode
                   move input_line to ws-stage-header(ws-stage-count)
                   unstring input_line delimited by space
                       into ws-stage-name(ws-stage-count)
                   end-unstring
               else
                   add 1 to ws-entries(ws-stage-count)
                   if ws-entries(ws-stage-count) > 200
                       display "abend: stage " ws-stage-count
                           " has more than 200 entries"
                       move 8 to return-code
                       stop run
                   end-if
                   unstring input_line delimited by space
                       into dest_range, src_range, range_len
                   end-unstring
                   move ws-entries(ws-stage-count) to ws-e
                   move dest_range to ws-e-dest(ws-stage-count, ws-e)
                   move src_range to ws-e-src(ws-stage-count, ws-e)
                   move range_len to ws-e-len(ws-stage-count, ws-e)
                   move 'N' to ws-e-deleted(ws-stage-count, ws-e)
               end-if
           else
               move "search" to r_mode
           end-if.

       apply_one_transaction.
           move spaces to ws-reason.
           perform find_transaction_line.
           if ws-reason = spaces then
               evaluate function trim(txn-action)
                   when "ADD"
                       perform apply_add
                   when "CHANGE"
                       perform apply_change
                   when "DELETE"
                       perform apply_delete
                   when other
                       move "unknown action" to ws-reason
               end-evaluate
           end-if.

           move txn-src to ws-num-show.
           move spaces to ws-audit-line.
           if ws-reason = spaces then
               add 1 to ws-applied
               string function trim(txn-action) " "
                   function trim(txn-stage) " source "
                   function trim(ws-num-show) " APPLIED"
                   delimited by size into ws-audit-line
           else
               add 1 to ws-rejected
               string function trim(txn-action) " "
                   function trim(txn-stage) " source "
                   function trim(ws-num-show) " REJECTED - "
                   function trim(ws-reason)
                   delimited by size into ws-audit-line
               display "  ** " function trim(ws-audit-line)
           end-if.
           move ws-audit-line to audit-record.
           write audit-record.

      * the stage the transaction names, and the live line in it at
      * the transaction's source start (ws-hit 0 when there is none).
       find_transaction_line.
           move 0 to ws-st.
           move 0 to ws-hit.
           if txn-src is not numeric
               or (txn-action not = "DELETE"
                   and (txn-dest is not numeric
                       or txn-len is not numeric))
               move "source, destination or length not numeric"
                   to ws-reason
               exit paragraph
           end-if.
           perform varying ws-e from 1 by 1
               until ws-e > ws-stage-count
               if ws-stage-name(ws-e) = txn-stage
                   move ws-e to ws-st
                   exit perform
               end-if
           end-perform.
           if ws-st = 0 then
               move "no such stage on the almanac" to ws-reason
               exit paragraph
           end-if.
           perform varying ws-e from 1 by 1
               until ws-e > ws-entries(ws-st)
               if ws-e-deleted(ws-st, ws-e) = 'N'
                   and ws-e-src(ws-st, ws-e) = txn-src
                   move ws-e to ws-hit
                   exit perform
               end-if
           end-perform.

       apply_add.
           if ws-hit > 0 then
               move "stage already has a line at that source start"
                   to ws-reason
               exit paragraph
           end-if.
           if ws-entries(ws-st) >= 200 then
               move "stage already holds 200 lines" to ws-reason
               exit paragraph
           end-if.
           perform check_overlap.
           if ws-reason not = spaces then
               exit paragraph
           end-if.
           add 1 to ws-entries(ws-st).
           move ws-entries(ws-st) to ws-e.
           move txn-dest to ws-e-dest(ws-st, ws-e).
           move txn-src to ws-e-src(ws-st, ws-e).
           move txn-len to ws-e-len(ws-st, ws-e).
           move 'N' to ws-e-deleted(ws-st, ws-e).

       apply_change.
           if ws-hit = 0 then
               move "no line at that source start" to ws-reason
               exit paragraph
           end-if.
           perform check_overlap.
           if ws-reason not = spaces then
               exit paragraph
           end-if.
           move txn-dest to ws-e-dest(ws-st, ws-hit).
           move txn-len to ws-e-len(ws-st, ws-hit).

       apply_delete.
           if ws-hit = 0 then
               move "no line at that source start" to ws-reason
               exit paragraph
           end-if.
           move 'Y' to ws-e-deleted(ws-st, ws-hit).

      * the new source interval [src, src+len) against every other
      * live line of the stage - the line being changed is skipped.
       check_overlap.
           if txn-len = 0 then
               move "zero length" to ws-reason
               exit paragraph
           end-if.
           compute ws-new-end = txn-src + txn-len.
           perform varying ws-e from 1 by 1
               until ws-e > ws-entries(ws-st)
               if ws-e not = ws-hit
                   and ws-e-deleted(ws-st, ws-e) = 'N'
                   compute ws-old-end = ws-e-src(ws-st, ws-e)
                       + ws-e-len(ws-st, ws-e)
                   if txn-src < ws-old-end
                       and ws-e-src(ws-st, ws-e) < ws-new-end
                       move ws-e-src(ws-st, ws-e) to ws-num-show
                       move spaces to ws-reason
                       string "source interval overlaps the line at "
                           function trim(ws-num-show)
                           delimited by size into ws-reason
                       exit perform
                   end-if
               end-if
           end-perform.

      * same layout as the almanac read - seeds line, then a blank
      * line ahead of each stage header and its live lines.
       write_staged_almanac.
           open output f-staged.
           move ws-seeds-line to staged-line.
           write staged-line.
           perform varying ws-st from 1 by 1
               until ws-st > ws-stage-count
               move spaces to staged-line
               write staged-line
               move ws-stage-header(ws-st) to staged-line
               write staged-line
               perform varying ws-e from 1 by 1
                   until ws-e > ws-entries(ws-st)
                   if ws-e-deleted(ws-st, ws-e) = 'N'
                       perform write_staged_entry
                   end-if
               end-perform
           end-perform.
           close f-staged.

       write_staged_entry.
           move spaces to staged-line.
           move 1 to ws-ptr.
           move ws-e-dest(ws-st, ws-e) to ws-num-show.
           string function trim(ws-num-show) " "
               delimited by size into staged-line with pointer ws-ptr.
           move ws-e-src(ws-st, ws-e) to ws-num-show.
           string function trim(ws-num-show) " "
               delimited by size into staged-line with pointer ws-ptr.
           move ws-e-len(ws-st, ws-e) to ws-num-show.
           string function trim(ws-num-show)
               delimited by size into staged-line with pointer ws-ptr.
           write staged-line.

      * the control card almanac_impact reads - it names the staged
      * almanac to compare against what seeds last cached.
       write_impact_control.
           open output f-control.
           move "../staged_almanac.txt" to ctrl-line.
           write ctrl-line.
           close f-control.
