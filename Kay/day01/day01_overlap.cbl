      * spelled-number overlap audit
      * trebuchet_calibration_value_ext reads number words from
      * number_tokens.txt without skipping past a matched word, so
      * "eightwo" reads 8 then 2 and "oneight" reads 1 then 8 - a
      * word may share characters with the next word, or with a
      * digit written inside it. Read the other way (a matched word
      * consumed before the scan moves on) those lines give other
      * values, and every word added to the table brings overlaps
      * of its own that nobody has looked at. This scans the
      * calibration document exactly as the part 2 program does and
      * reports every line where two readings share characters:
      * the competing readings, the value the program chose and the
      * value the other reading would give, and a summary of the
      * sum at risk. Where two words match at the same column the
      * table order picks one; the other is reported too, with the
      * value it would have given.
      *
      * token_change_control.txt (optional): first line = path of a
      * proposed token table, laid out like number_tokens.txt. The
      * document is then read a second time under the proposed table
      * and every line whose value would change is listed, with the
      * net effect on the sum, before the table goes live.
       identification division.
           program-id. calibration_overlap_audit.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-input assign to dynamic ws-input-path
           organization is line sequential
           file status is ws-input-fs.
           select f-tokens assign to dynamic ws-tokens-path
           organization is line sequential
           file status is ws-tok-fs.
           select f-control assign to "../token_change_control.txt"
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-report assign to "../calibration_overlap_report.txt"
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
           01 input-record pic x(260).

           fd f-tokens.
           01 token-line.
               02 token-text pic x(20).
               02 token-digit pic 9(1).

           fd f-control.
           01 ctrl-line pic x(250).

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

           01 ws-input-fs pic xx.
           01 ws-tok-fs pic xx.
           01 ws-ctrl-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-input-path pic x(250).
           01 ws-tokens-path pic x(250).
           01 ws-proposed-path pic x(250) value spaces.
           01 ws-cal-line pic x(260).
           01 ws-line-nr pic 9(9) value 0.

      * the token table in force (number_tokens.txt, or the one..nine
      * default), the proposed one from the change card, and the
      * table the scan is reading with - all laid out alike so either
      * can be moved in whole.
           01 ws-cur-tokens.
               02 ws-cur-count pic 9(2) value 0.
               02 ws-cur-entry occurs 30 times.
                   03 ws-cur-text pic x(20).
                   03 ws-cur-len pic 9(2).
                   03 ws-cur-digit pic 9(1).
           01 ws-new-tokens.
               02 ws-new-count pic 9(2) value 0.
               02 ws-new-entry occurs 30 times.
                   03 ws-new-text pic x(20).
                   03 ws-new-len pic 9(2).
                   03 ws-new-digit pic 9(1).
           01 ws-scan-tokens.
               02 ws-tok-count pic 9(2) value 0.
               02 ws-tok-entry occurs 30 times.
                   03 ws-tok-text pic x(20).
                   03 ws-tok-len pic 9(2).
                   03 ws-tok-digit pic 9(1).
           01 ws-t pic 9(2).
           01 ws-t2 pic 9(2).

      * one line's readings: every column the part 2 scan takes a
      * digit from (a digit, or the first token in table order that
      * matches there), and every further token matching at a column
      * already taken.
           01 ws-hit-count pic 9(3).
           01 ws-hit-table.
               02 ws-hit-entry occurs 200 times.
                   03 ws-hit-pos pic 9(3).
                   03 ws-hit-len pic 9(2).
                   03 ws-hit-digit pic 9(1).
                   03 ws-hit-tok pic 9(2).
           01 ws-alt-count pic 9(3).
           01 ws-alt-table.
               02 ws-alt-entry occurs 200 times.
                   03 ws-alt-hit pic 9(3).
                   03 ws-alt-tok pic 9(2).
           01 ws-i pic 9(3).
           01 ws-h pic 9(3).
           01 ws-k pic 9(3).
           01 ws-a pic 9(3).
           01 ws-first-tok pic 9(2).
           01 ws-span-end pic 9(3).
           01 ws-next-free pic 9(3).
           01 ws-first pic 9(1).
           01 ws-last pic 9(1).
           01 ws-f-first pic 9(1).
           01 ws-pair-count pic 9(3).

      * a line's values - as the part 2 program reads it, read with
      * each matched word consumed, and under one same-column
      * alternative.
           01 ws-chosen pic 9(2).
           01 ws-consumed pic 9(2).
           01 ws-other pic 9(2).
           01 ws-diff pic 9(2).
           01 ws-line-risk pic 9(2).

           01 ws-lines-read pic 9(9) value 0.
           01 ws-overlap-lines pic 9(9) value 0.
           01 ws-risk-lines pic 9(9) value 0.
           01 ws-total-pairs pic 9(9) value 0.
           01 ws-total-alts pic 9(9) value 0.
           01 ws-sum-chosen pic 9(12) value 0.
           01 ws-sum-consumed pic 9(12) value 0.
           01 ws-sum-risk pic 9(12) value 0.
           01 ws-net pic s9(12) value 0.
           01 ws-net-out pic -(12)9.

      * the pre-change pass
           01 ws-proposed-mode pic 9(1) value 0.
           01 ws-new-value pic 9(2).
           01 ws-changed-lines pic 9(9) value 0.
           01 ws-new-overlap-lines pic 9(9) value 0.
           01 ws-sum-proposed pic 9(12) value 0.

           01 ws-print-line pic x(132).
           01 ws-label-a pic x(30).
           01 ws-label-b pic x(30).
           01 ws-label-hit pic 9(3).
           01 ws-label-tok pic 9(2).
           01 ws-label-out pic x(30).

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
           01 ws-ref-program pic x(20)
               value "calibration_overlap".
           01 ws-ref-day pic x(10) value "day01".

       procedure division.

           display "calibration_overlap_audit: spelled-number overlap "
               "audit".

           perform load_number_tokens.
           perform read_change_control.

           accept ws-input-path from environment "CAL_INPUT_DD".
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

           open output f-report.
           move "Spelled-number overlap audit" to report-line.
           write report-line.
           move "============================" to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "document " function trim(ws-input-path)
               ", token table " function trim(ws-ref-path)
               " (" ws-ref-effective ", " ws-cur-count " token(s))"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           move ws-cur-tokens to ws-scan-tokens.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-input into ws-cal-line
                   at end move 'Y' to ws-eof
                   not at end perform audit_one_line
               end-read
           end-perform.
           close f-input.

           perform write_audit_summary.

           if ws-proposed-mode = 1 then
               perform run_proposed_table
           end-if.

           close f-report.

           display "  lines read          " ws-lines-read.
           display "  lines with overlaps " ws-overlap-lines.
           display "  lines at risk       " ws-risk-lines.
           display "  sum at risk         " ws-sum-risk.
           if ws-proposed-mode = 1 then
               display "  lines the proposed table changes "
                   ws-changed-lines
           end-if.
           display "report: calibration_overlap_report.txt".
           if ws-risk-lines > 0 or ws-changed-lines > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * the table in force, exactly as trebuchet_calibration_value_ext
      * loads it - or the one..nine default when there is none.
       load_number_tokens.
           move "number_tokens.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-tokens-path.
           move 0 to ws-tok-count.
           perform load_token_file.
           if ws-tok-count = 0 then
               perform load_default_tokens
           end-if.
           move ws-scan-tokens to ws-cur-tokens.

       load_token_file.
           open input f-tokens.
           if ws-tok-fs = "00" then
               perform until ws-tok-fs not = "00"
                   read f-tokens
                       at end exit perform
                       not at end perform load_one_token
                   end-read
               end-perform
               close f-tokens
           end-if.

       load_one_token.
           if function trim(token-text) = "log-unmatched" then
               exit paragraph
           end-if.
           if token-text = spaces or ws-tok-count >= 30 then
               exit paragraph
           end-if.
           add 1 to ws-tok-count.
           move function lower-case(token-text)
               to ws-tok-text(ws-tok-count).
           move function length(function
               trim(ws-tok-text(ws-tok-count)))
               to ws-tok-len(ws-tok-count).
           move token-digit to ws-tok-digit(ws-tok-count).

       load_default_tokens.
           perform varying ws-t from 1 by 1 until ws-t > 9
               add 1 to ws-tok-count
               move ws-t to ws-tok-digit(ws-tok-count)
           end-perform.
           move "one" to ws-tok-text(1).
           move "two" to ws-tok-text(2).
           move "three" to ws-tok-text(3).
           move "four" to ws-tok-text(4).
           move "five" to ws-tok-text(5).
           move "six" to ws-tok-text(6).
           move "seven" to ws-tok-text(7).
           move "eight" to ws-tok-text(8).
           move "nine" to ws-tok-text(9).
           perform varying ws-t from 1 by 1 until ws-t > 9
               move function length(function
                   trim(ws-tok-text(ws-t))) to ws-tok-len(ws-t)
           end-perform.

      * a change card names the proposed table; it is loaded now so
      * an unreadable one is caught before the document is read.
       read_change_control.
           open input f-control.
           if ws-ctrl-fs not = "00" then
               exit paragraph
           end-if.
           read f-control
               at end
                   close f-control
                   exit paragraph
           end-read.
           move function trim(ctrl-line) to ws-proposed-path.
           close f-control.
           if ws-proposed-path = spaces then
               exit paragraph
           end-if.
           move ws-proposed-path to ws-tokens-path.
           move 0 to ws-tok-count.
           perform load_token_file.
           if ws-tok-fs = "35" or ws-tok-count = 0 then
               display "proposed token table not found or empty: "
                   function trim(ws-proposed-path)
               move 12 to return-code
               stop run
           end-if.
           move ws-scan-tokens to ws-new-tokens.
           move 1 to ws-proposed-mode.
           display "pre-change check against "
               function trim(ws-proposed-path)
               " (" ws-new-count " token(s))".

      * one document line: station headers are not calibration lines,
      * everything else is lower-cased and scanned as part 2 does.
       audit_one_line.
           add 1 to ws-line-nr.
           if function lower-case(ws-cal-line(1:8)) = "station " then
               exit paragraph
           end-if.
           add 1 to ws-lines-read.
           move function lower-case(ws-cal-line) to ws-cal-line.
           perform scan_line.
           perform value_as_chosen.
           perform value_consumed.
           add ws-chosen to ws-sum-chosen.
           add ws-consumed to ws-sum-consumed.
           perform count_overlap_pairs.
           if ws-pair-count = 0 and ws-alt-count = 0 then
               exit paragraph
           end-if.
           add 1 to ws-overlap-lines.
           add ws-pair-count to ws-total-pairs.
           add ws-alt-count to ws-total-alts.
           perform report_overlap_line.

      * the part 2 scan, column by column below the 200-byte working
      * limit: a digit reads as itself (a 0 is passed over), and a
      * letter reads as the first token in table order spelled out
      * from it. The scan never skips past a token, so the next
      * column is always tried. Further tokens spelled out from a
      * taken column are kept as same-column alternatives.
       scan_line.
           move 0 to ws-hit-count.
           move 0 to ws-alt-count.
           perform varying ws-i from 1 by 1 until ws-i >= 200
               if ws-cal-line(ws-i:1) is numeric then
                   if ws-cal-line(ws-i:1) not = "0"
                       add 1 to ws-hit-count
                       move ws-i to ws-hit-pos(ws-hit-count)
                       move 1 to ws-hit-len(ws-hit-count)
                       move ws-cal-line(ws-i:1)
                           to ws-hit-digit(ws-hit-count)
                       move 0 to ws-hit-tok(ws-hit-count)
                   end-if
               else
                   perform match_tokens_at_column
               end-if
           end-perform.

       match_tokens_at_column.
           move 0 to ws-first-tok.
           perform varying ws-t from 1 by 1
               until ws-t > ws-tok-count
               if ws-i + ws-tok-len(ws-t) - 1 <= 260
                   and ws-cal-line(ws-i:ws-tok-len(ws-t)) =
                       ws-tok-text(ws-t)(1:ws-tok-len(ws-t))
                   if ws-first-tok = 0
                       move ws-t to ws-first-tok
                       add 1 to ws-hit-count
                       move ws-i to ws-hit-pos(ws-hit-count)
                       move ws-tok-len(ws-t)
                           to ws-hit-len(ws-hit-count)
                       move ws-tok-digit(ws-t)
                           to ws-hit-digit(ws-hit-count)
                       move ws-t to ws-hit-tok(ws-hit-count)
                   else
                       if ws-alt-count < 200
                           add 1 to ws-alt-count
                           move ws-hit-count
                               to ws-alt-hit(ws-alt-count)
                           move ws-t to ws-alt-tok(ws-alt-count)
                       end-if
                   end-if
               end-if
           end-perform.

      * the value trebuchet_calibration_value_ext posts: first
      * reading and last reading, every reading counted.
       value_as_chosen.
           move 0 to ws-chosen.
           if ws-hit-count > 0 then
               compute ws-chosen = ws-hit-digit(1) * 10
                   + ws-hit-digit(ws-hit-count)
           end-if.

      * the other reading: a matched token is consumed, so anything
      * that starts inside it is not read at all.
       value_consumed.
           move 0 to ws-f-first.
           move 0 to ws-first.
           move 0 to ws-last.
           move 1 to ws-next-free.
           perform varying ws-h from 1 by 1 until ws-h > ws-hit-count
               if ws-hit-pos(ws-h) >= ws-next-free
                   if ws-f-first = 0
                       move ws-hit-digit(ws-h) to ws-first
                       move 1 to ws-f-first
                   end-if
                   move ws-hit-digit(ws-h) to ws-last
                   compute ws-next-free =
                       ws-hit-pos(ws-h) + ws-hit-len(ws-h)
               end-if
           end-perform.
           compute ws-consumed = ws-first * 10 + ws-last.

      * pairs of readings sharing characters - a token and any
      * reading that starts before the token ends.
       count_overlap_pairs.
           move 0 to ws-pair-count.
           perform varying ws-h from 1 by 1 until ws-h > ws-hit-count
               if ws-hit-len(ws-h) > 1
                   compute ws-span-end =
                       ws-hit-pos(ws-h) + ws-hit-len(ws-h) - 1
                   perform varying ws-k from ws-h by 1
                       until ws-k >= ws-hit-count
                       if ws-hit-pos(ws-k + 1) > ws-span-end
                           exit perform
                       end-if
                       add 1 to ws-pair-count
                   end-perform
               end-if
           end-perform.

      * the line's entry: the values, the text, every overlapping
      * pair, and every same-column alternative with the value it
      * would have given.
       report_overlap_line.
           move 0 to ws-line-risk.
           if ws-chosen > ws-consumed
               subtract ws-consumed from ws-chosen giving ws-line-risk
           else
               subtract ws-chosen from ws-consumed giving ws-line-risk
           end-if.
           move spaces to ws-print-line.
           string "line " ws-line-nr " chosen=" ws-chosen
               " consumed-reading=" ws-consumed
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "    text: " ws-cal-line(1:100)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

           perform varying ws-h from 1 by 1 until ws-h > ws-hit-count
               if ws-hit-len(ws-h) > 1
                   compute ws-span-end =
                       ws-hit-pos(ws-h) + ws-hit-len(ws-h) - 1
                   perform varying ws-k from ws-h by 1
                       until ws-k >= ws-hit-count
                       if ws-hit-pos(ws-k + 1) > ws-span-end
                           exit perform
                       end-if
                       add 1 to ws-k giving ws-a
                       perform report_one_pair
                   end-perform
               end-if
           end-perform.

           perform varying ws-a from 1 by 1 until ws-a > ws-alt-count
               perform report_one_alternative
           end-perform.

           if ws-line-risk > 0 then
               add 1 to ws-risk-lines
               add ws-line-risk to ws-sum-risk
           end-if.

       report_one_pair.
           move ws-h to ws-label-hit.
           move ws-hit-tok(ws-h) to ws-label-tok.
           perform format_reading.
           move ws-label-out to ws-label-a.
           move ws-a to ws-label-hit.
           move ws-hit-tok(ws-a) to ws-label-tok.
           perform format_reading.
           move ws-label-out to ws-label-b.
           move spaces to ws-print-line.
           string "    col " ws-hit-pos(ws-h) " "
               function trim(ws-label-a)
               " shares characters with col " ws-hit-pos(ws-a) " "
               function trim(ws-label-b)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * a same-column alternative: the token table order chose the
      * first match; the value with this one read there instead.
       report_one_alternative.
           move ws-alt-hit(ws-a) to ws-h.
           move ws-h to ws-label-hit.
           move ws-hit-tok(ws-h) to ws-label-tok.
           perform format_reading.
           move ws-label-out to ws-label-a.
           move ws-alt-tok(ws-a) to ws-t2.
           move spaces to ws-label-b.
           string function trim(ws-tok-text(ws-t2)) "="
               ws-tok-digit(ws-t2)
               delimited by size into ws-label-b.
           move ws-hit-digit(1) to ws-first.
           move ws-hit-digit(ws-hit-count) to ws-last.
           if ws-h = 1
               move ws-tok-digit(ws-t2) to ws-first
           end-if.
           if ws-h = ws-hit-count
               move ws-tok-digit(ws-t2) to ws-last
           end-if.
           compute ws-other = ws-first * 10 + ws-last.
           if ws-other > ws-chosen
               subtract ws-chosen from ws-other giving ws-diff
           else
               subtract ws-other from ws-chosen giving ws-diff
           end-if.
           if ws-diff > ws-line-risk
               move ws-diff to ws-line-risk
           end-if.
           move spaces to ws-print-line.
           string "    col " ws-hit-pos(ws-h) " "
               function trim(ws-label-a)
               " chosen by table order over "
               function trim(ws-label-b)
               " (other reading " ws-other ")"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

       format_reading.
           move spaces to ws-label-out.
           if ws-label-tok = 0 then
               string "digit " ws-hit-digit(ws-label-hit)
                   delimited by size into ws-label-out
           else
               string function trim(ws-tok-text(ws-label-tok)) "="
                   ws-hit-digit(ws-label-hit)
                   delimited by size into ws-label-out
           end-if.

       write_audit_summary.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "lines read " ws-lines-read
               ", lines with overlaps " ws-overlap-lines
               ", overlapping pairs " ws-total-pairs
               ", same-column alternatives " ws-total-alts
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "lines whose value depends on the reading "
               ws-risk-lines ", sum at risk " ws-sum-risk
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           subtract ws-sum-chosen from ws-sum-consumed giving ws-net.
           move ws-net to ws-net-out.
           move spaces to ws-print-line.
           string "sum as chosen " ws-sum-chosen
               ", sum with tokens consumed " ws-sum-consumed
               ", difference " function trim(ws-net-out)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * the pre-change pass: the document again, each line's value
      * under the table in force against its value under the
      * proposed table, and the lines that would move.
       run_proposed_table.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "Pre-change check - proposed token table "
               function trim(ws-proposed-path)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           move all "-" to report-line(1:40).
           write report-line.

           move 0 to ws-line-nr.
           open input f-input.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-input into ws-cal-line
                   at end move 'Y' to ws-eof
                   not at end perform check_proposed_line
               end-read
           end-perform.
           close f-input.

           subtract ws-sum-chosen from ws-sum-proposed giving ws-net.
           move ws-net to ws-net-out.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-changed-lines " line(s) change, net sum effect "
               function trim(ws-net-out)
               "; lines with overlaps now " ws-overlap-lines
               ", under the proposed table " ws-new-overlap-lines
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

       check_proposed_line.
           add 1 to ws-line-nr.
           if function lower-case(ws-cal-line(1:8)) = "station " then
               exit paragraph
           end-if.
           move function lower-case(ws-cal-line) to ws-cal-line.
           move ws-cur-tokens to ws-scan-tokens.
           perform scan_line.
           perform value_as_chosen.
           move ws-new-tokens to ws-scan-tokens.
           perform scan_line.
           move ws-chosen to ws-other.
           perform value_as_chosen.
           move ws-chosen to ws-new-value.
           move ws-other to ws-chosen.
           add ws-new-value to ws-sum-proposed.
           perform count_overlap_pairs.
           if ws-pair-count > 0 or ws-alt-count > 0 then
               add 1 to ws-new-overlap-lines
           end-if.
           if ws-new-value = ws-chosen then
               exit paragraph
           end-if.
           add 1 to ws-changed-lines.
           move spaces to ws-print-line.
           string "line " ws-line-nr " now=" ws-chosen
               " proposed=" ws-new-value
               "  text: " ws-cal-line(1:60)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * the version of a reference table in force on the run's
      * business date - the catalog entry with the latest effective
      * date on or before it, or the current-state file - with the
      * choice logged to the usage file.
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
