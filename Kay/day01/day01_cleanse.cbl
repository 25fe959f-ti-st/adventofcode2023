      * calibration document cleansing pass
      * calibration_preflight only says go or no-go, and a document
      * failing on mixed case ("Seven"), stray tabs, trailing control
      * characters or Windows line endings used to hold the whole day
      * until the supplier resent it. This writes a normalized copy
      * of the document (input_cleansed.txt), a change log giving
      * every line changed, what was changed and why
      * (cleanse_changes.txt), and a cleansing summary
      * (cleanse_summary.txt) that the pre-flight reads - a cleansed
      * copy is what it profiles, and what the driver then runs the
      * day01 steps against.
      *
      * Every rule is off unless cleanse_card.txt switches it on, so
      * nothing is altered that the business hasn't agreed to alter:
      *   LINE-ENDINGS   ON|OFF  carriage returns ending a line
      *   WHITESPACE     ON|OFF  tabs to blanks, leading blanks
      *                          trimmed
      *   NON-PRINTABLE  ON|OFF  control bytes removed
      *   CASE-FOLD      ON|OFF  upper-case letters to lower case
      * A rule left off still reports, in the change log, what it
      * would have changed. A control byte left in the document by a
      * rule that is off can't be written to the copy, so the copy
      * is then withheld (summary BLOCKED) and the pre-flight judges
      * the document as received.
      *
      * cleanse_summary.txt, line 1 the outcome - CLEANSED (lines
      * changed), UNCHANGED, DISABLED (no rule on), BLOCKED or
      * NO-INPUT; line 2
      * the source document; line 3 its line and character counts
      * and the lines changed; then one line per rule.
       identification division.
           program-id. calibration_cleanse.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
      * same JCL-style DD as day01_1 and the pre-flight, so the copy
      * is always made from exactly the document the run would read.
           select f-input assign to dynamic ws-input-path
           organization is line sequential
           file status is ws-input-fs.
           select f-card assign to "../cleanse_card.txt"
           organization is line sequential
           file status is ws-card-fs.
           select f-copy assign to "../input_cleansed.txt"
           organization is line sequential
           file status is ws-copy-fs.
           select f-changes assign to "../cleanse_changes.txt"
           organization is line sequential.
           select f-summary assign to "../cleanse_summary.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-input.
           01 cal_input_line pic x(260).

           fd f-card.
           01 card-line pic x(80).

           fd f-copy.
           01 copy-line pic x(260).

           fd f-changes.
           01 changes-line pic x(132).

           fd f-summary.
           01 summary-line pic x(132).

           working-storage section.

           01 ws-input-fs pic xx.
           01 ws-card-fs pic xx.
           01 ws-copy-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-input-path pic x(250) value "../input.txt".

      * the rules, in the order they apply to a line - name, the
      * card's switch, the reason the change log gives, and per rule
      * the bytes changed and the lines it changed (applied) or
      * would have changed (left).
           01 ws-rule-count pic 9(1) value 4.
           01 ws-rule-table.
               02 ws-rule occurs 4 times.
                   03 ws-rule-name pic x(14).
                   03 ws-rule-on pic x(3).
                   03 ws-rule-what pic x(30).
                   03 ws-rule-why pic x(50).
                   03 ws-rule-lines pic 9(9).
                   03 ws-rule-left pic 9(9).
           01 ws-r pic 9(1).
           01 ws-rules-on pic 9(1) value 0.
           01 ws-card-key pic x(20).
           01 ws-card-value pic x(10).
           01 ws-card-errors pic 9(5) value 0.

           01 ws-line-nr pic 9(9) value 0.
           01 ws-source-chars pic 9(9) value 0.
           01 ws-changed-lines pic 9(9) value 0.
           01 ws-line-changed pic 9(1).
           01 ws-blocked pic 9(1) value 0.
           01 ws-blocked-line pic 9(9) value 0.

      * the line being cleansed - its content length, the rebuild
      * area, and the bytes one rule hit on it.
           01 ws-work pic x(260).
           01 ws-rebuild pic x(260).
           01 ws-len pic 9(3).
           01 ws-i pic 9(3).
           01 ws-ptr pic 9(3).
           01 ws-hits pic 9(3).
           01 ws-lead pic 9(3).
           01 ws-residual pic 9(3).
           01 ws-outcome pic x(10).
           01 ws-print-line pic x(132).

       procedure division.

           accept ws-input-path from environment "CAL_INPUT_DD".
           if ws-input-path = spaces
               move "../input.txt" to ws-input-path
           end-if.

           perform set_rule_table.
           perform read_cleanse_card.

           open input f-input.
           if ws-input-fs not = "00" then
               display "input file not found/not readable: "
                   function trim(ws-input-path)
                   " (status " ws-input-fs ")"
               move "NO-INPUT" to ws-outcome
               perform write_summary
               move 8 to return-code
               stop run
           end-if.
           open output f-copy.
           open output f-changes.

           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-input at
               end move 'Y' to ws-eof
               not at end
                   perform cleanse_one_line
           end-perform.
           close f-input.
           close f-changes.
           close f-copy.

      * no copy goes out that isn't the whole document cleansed.
           if ws-blocked = 1 or ws-rules-on = 0 then
               open output f-copy
               close f-copy
           end-if.

           evaluate true
               when ws-rules-on = 0
                   move "DISABLED" to ws-outcome
               when ws-blocked = 1
                   move "BLOCKED" to ws-outcome
               when ws-changed-lines > 0
                   move "CLEANSED" to ws-outcome
               when other
                   move "UNCHANGED" to ws-outcome
           end-evaluate.
           perform write_summary.

           display "calibration_cleanse: " function trim(ws-outcome)
               " - " ws-line-nr " lines, " ws-changed-lines
               " changed (see ../cleanse_changes.txt)".
           if ws-blocked = 1 and ws-rules-on > 0 then
               display "calibration_cleanse: no cleansed copy - line "
                   ws-blocked-line " keeps a control byte with "
                   "NON-PRINTABLE off"
           end-if.
           if ws-card-errors > 0 then
               move 4 to return-code
           end-if.
           stop run.

       set_rule_table.
           move "LINE-ENDINGS" to ws-rule-name(1).
           move "carriage return(s) removed" to ws-rule-what(1).
           move "Windows line ending" to ws-rule-why(1).
           move "WHITESPACE" to ws-rule-name(2).
           move "tab(s)/leading blank(s) fixed" to ws-rule-what(2).
           move "stray whitespace around the calibration value"
               to ws-rule-why(2).
           move "NON-PRINTABLE" to ws-rule-name(3).
           move "control byte(s) removed" to ws-rule-what(3).
           move "not part of any calibration value"
               to ws-rule-why(3).
           move "CASE-FOLD" to ws-rule-name(4).
           move "letter(s) folded to lower case" to ws-rule-what(4).
           move "spelled digits are matched in lower case"
               to ws-rule-why(4).
           perform varying ws-r from 1 by 1 until ws-r > ws-rule-count
               move "OFF" to ws-rule-on(ws-r)
               move 0 to ws-rule-lines(ws-r)
               move 0 to ws-rule-left(ws-r)
           end-perform.

      * "<rule> ON|OFF" per line; an unknown rule or switch is
      * reported and leaves that rule off.
       read_cleanse_card.
           open input f-card.
           if ws-card-fs not = "00" then
               display "calibration_cleanse: no ../cleanse_card.txt "
                   "- every rule is off"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-card at
               end move 'Y' to ws-eof
               not at end
                   if card-line not = spaces
                       perform read_one_card_line
                   end-if
           end-perform.
           close f-card.

       read_one_card_line.
           move spaces to ws-card-key.
           move spaces to ws-card-value.
           unstring card-line delimited by all space
               into ws-card-key ws-card-value
           end-unstring.
           move function upper-case(ws-card-key) to ws-card-key.
           move function upper-case(ws-card-value) to ws-card-value.
           perform varying ws-r from 1 by 1 until ws-r > ws-rule-count
               if ws-rule-name(ws-r) = ws-card-key
                   exit perform
               end-if
           end-perform.
           if ws-r > ws-rule-count
               or (ws-card-value not = "ON"
                   and ws-card-value not = "OFF") then
               display "  ** cleansing card line rejected: "
                   function trim(card-line)
               add 1 to ws-card-errors
               exit paragraph
           end-if.
           if ws-card-value = "ON" and ws-rule-on(ws-r) not = "ON"
               add 1 to ws-rules-on
           end-if.
           if ws-card-value = "OFF" and ws-rule-on(ws-r) = "ON"
               subtract 1 from ws-rules-on
           end-if.
           move ws-card-value to ws-rule-on(ws-r).

      * each rule in turn over the line's content; what is left is
      * the cleansed line - unless a control byte survives, which
      * the copy can't carry.
       cleanse_one_line.
           add 1 to ws-line-nr.
           move 0 to ws-line-changed.
           move cal_input_line to ws-work.
           perform find_content_length.
           add ws-len to ws-source-chars.

           move 1 to ws-r.
           perform rule_line_endings.
           move 2 to ws-r.
           perform rule_whitespace.
           move 3 to ws-r.
           perform rule_non_printable.
           move 4 to ws-r.
           perform rule_case_fold.

           move 0 to ws-residual.
           perform varying ws-i from 1 by 1 until ws-i > ws-len
               if ws-work(ws-i:1) < space
                   or ws-work(ws-i:1) = x"7F"
                   add 1 to ws-residual
               end-if
           end-perform.
           if ws-residual > 0 then
               if ws-blocked = 0
                   move ws-line-nr to ws-blocked-line
               end-if
               move 1 to ws-blocked
           end-if.
           if ws-blocked = 0 and ws-rules-on > 0 then
               move ws-work to copy-line
               write copy-line
           end-if.
           if ws-line-changed = 1 then
               add 1 to ws-changed-lines
           end-if.
           if ws-line-changed = 1 and ws-residual = 0 then
               move spaces to ws-print-line
               string "line " ws-line-nr " now: "
                   ws-work(1:100)
                   delimited by size into ws-print-line
               move ws-print-line to changes-line
               write changes-line
           end-if.

      * the content ends at the last non-blank byte.
       find_content_length.
           perform varying ws-len from 260 by -1
               until ws-len < 1 or ws-work(ws-len:1) not = space
               continue
           end-perform.

      * trailing carriage returns - a Windows line ending read on
      * a line-feed system.
       rule_line_endings.
           move 0 to ws-hits.
           move ws-len to ws-i.
           perform until ws-i < 1 or ws-work(ws-i:1) not = x"0D"
               add 1 to ws-hits
               subtract 1 from ws-i
           end-perform.
           if ws-hits = 0 then
               exit paragraph
           end-if.
           if ws-rule-on(ws-r) = "ON" then
               move spaces to ws-work(ws-i + 1:ws-hits)
               perform find_content_length
           end-if.
           perform log_rule_hit.

      * tabs become blanks, then the blanks ahead of the content go.
       rule_whitespace.
           move 0 to ws-hits.
           if ws-len > 0 then
               inspect ws-work(1:ws-len) tallying ws-hits
                   for all x"09"
           end-if.
           if ws-rule-on(ws-r) = "ON" and ws-hits > 0 then
               inspect ws-work(1:ws-len) replacing all x"09" by space
               perform find_content_length
           end-if.
           move 0 to ws-lead.
           if ws-len > 0 then
               inspect ws-work(1:ws-len) tallying ws-lead
                   for leading space
           end-if.
           add ws-lead to ws-hits.
           if ws-hits = 0 then
               exit paragraph
           end-if.
           if ws-rule-on(ws-r) = "ON" and ws-lead > 0 then
               move ws-work(ws-lead + 1:ws-len - ws-lead)
                   to ws-rebuild
               move ws-rebuild to ws-work
               perform find_content_length
           end-if.
           perform log_rule_hit.

      * every byte below a blank, and DEL, is dropped.
       rule_non_printable.
           move 0 to ws-hits.
           move spaces to ws-rebuild.
           move 1 to ws-ptr.
           perform varying ws-i from 1 by 1 until ws-i > ws-len
               if ws-work(ws-i:1) < space
                   or ws-work(ws-i:1) = x"7F"
                   add 1 to ws-hits
               else
                   move ws-work(ws-i:1) to ws-rebuild(ws-ptr:1)
                   add 1 to ws-ptr
               end-if
           end-perform.
           if ws-hits = 0 then
               exit paragraph
           end-if.
           if ws-rule-on(ws-r) = "ON" then
               move ws-rebuild to ws-work
               perform find_content_length
           end-if.
           perform log_rule_hit.

       rule_case_fold.
           move 0 to ws-hits.
           perform varying ws-i from 1 by 1 until ws-i > ws-len
               if ws-work(ws-i:1) >= "A" and ws-work(ws-i:1) <= "Z"
                   add 1 to ws-hits
               end-if
           end-perform.
           if ws-hits = 0 then
               exit paragraph
           end-if.
           if ws-rule-on(ws-r) = "ON" then
               move function lower-case(ws-work) to ws-work
           end-if.
           perform log_rule_hit.

      * one change-log record per rule that hit the line - applied,
      * or left because the card has the rule off.
       log_rule_hit.
           move spaces to ws-print-line.
           if ws-rule-on(ws-r) = "ON" then
               add 1 to ws-rule-lines(ws-r)
               move 1 to ws-line-changed
               string "line " ws-line-nr " " ws-rule-name(ws-r)
                   " " ws-hits " " function trim(ws-rule-what(ws-r))
                   " - " function trim(ws-rule-why(ws-r))
                   delimited by size into ws-print-line
           else
               add 1 to ws-rule-left(ws-r)
               string "line " ws-line-nr " " ws-rule-name(ws-r)
                   " " ws-hits " NOT CHANGED - rule is off on the "
                   "cleansing card (" function trim(ws-rule-why(ws-r))
                   ")"
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to changes-line.
           write changes-line.

       write_summary.
           open output f-summary.
           move ws-outcome to summary-line.
           write summary-line.
           move spaces to ws-print-line.
           string "source " ws-input-path
               delimited by size into ws-print-line.
           move ws-print-line to summary-line.
           write summary-line.
           move spaces to ws-print-line.
           string "lines " ws-line-nr " chars " ws-source-chars
               " changed " ws-changed-lines
               delimited by size into ws-print-line.
           move ws-print-line to summary-line.
           write summary-line.
           perform varying ws-r from 1 by 1 until ws-r > ws-rule-count
               move spaces to ws-print-line
               string "rule " ws-rule-name(ws-r) " " ws-rule-on(ws-r)
                   " lines changed " ws-rule-lines(ws-r)
                   " left " ws-rule-left(ws-r)
                   delimited by size into ws-print-line
               move ws-print-line to summary-line
               write summary-line
           end-perform.
           close f-summary.
