           01 ws-w2 pic x(20).
           01 ws-w3 pic x(20).

      * the environment profile names, for checking the card.
           01 ws-ep-count pic 9(2) value 0.
           01 ws-ep-table.
               02 ws-ep-name pic x(8) occurs 20 times.
           01 ws-ep pic 9(2).
           01 ws-ep-known pic 9(1).

       procedure division.

           display "aoc-config-lint: checking every control card".
           perform lint_deck_layout.
           perform lint_prize_table.
           perform lint_number_tokens.
           perform lint_symbol_classes.
           perform lint_alert_thresholds.
           perform lint_perf_threshold.
           perform lint_retention_limit.
           perform lint_staging_drop.
           perform lint_race_scenarios.
           perform lint_environment_profiles.
           perform lint_environment_card.

           move spaces to report-line.
           write report-line.
           end-perform.
           close f-config.

      * symbol_classes.txt - a symbol character (not a digit,
      * period or blank) and a class engine_parts knows; a GEAR
      * also needs a neighbor count 1-8 and a PRODUCT or SUM ratio
      * method, PRODUCT over at most 3 neighbors. A bad line is
      * skipped at run time, silently changing which parts count.
       lint_symbol_classes.
           move "../../day03/symbol_classes.txt" to ws-config-path.
           open input f-config.
           if ws-config-fs not = "00" then
               exit paragraph
           end-if.
           add 1 to ws-files-checked.
           move 0 to ws-line-nr.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-config at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-line-nr
                   if function trim(config-line) not = spaces
                       perform lint_one_symbol_class
                   end-if
           end-perform.
           close f-config.

       lint_one_symbol_class.
           if config-line(1:1) is numeric or config-line(1:1) = '.'
               or config-line(1:1) = space then
               move spaces to ws-print-line
               string "symbol_classes.txt line " ws-line-nr
                   " symbol (col 1): a digit, period or blank"
                   delimited by size into ws-print-line
               perform report_field_error
           end-if.
           evaluate config-line(3:10)
               when "CONNECTOR"
               when "MARKER"
               when "IGNORE"
                   continue
               when "GEAR"
                   move config-line(14:1) to ws-lint-field
                   perform check_numeric_field
                   if ws-field-ok = 0 or ws-lint-value = 0
                       or ws-lint-value > 8
                       move spaces to ws-print-line
                       string "symbol_classes.txt line " ws-line-nr
                           " neighbor count (col 14): not 1-8"
                           delimited by size into ws-print-line
                       perform report_field_error
                   end-if
                   if config-line(16:10) not = "PRODUCT"
                       and config-line(16:10) not = "SUM"
                       move spaces to ws-print-line
                       string "symbol_classes.txt line " ws-line-nr
                           " ratio (cols 16-25): not PRODUCT or SUM"
                           delimited by size into ws-print-line
                       perform report_field_error
                   end-if
                   if config-line(16:10) = "PRODUCT"
                       and ws-field-ok = 1 and ws-lint-value > 3
                       move spaces to ws-print-line
                       string "symbol_classes.txt line " ws-line-nr
                           " PRODUCT gear over more than 3 neighbors"
                           delimited by size into ws-print-line
                       perform report_field_error
                   end-if
               when other
                   move spaces to ws-print-line
                   string "symbol_classes.txt line " ws-line-nr
                       " class (cols 3-12): not CONNECTOR, GEAR, "
                       "MARKER or IGNORE"
                       delimited by size into ws-print-line
                   perform report_field_error
           end-evaluate.

      * req 098: alert_thresholds.txt - FAILTOL/MINPASS with one
      * numeric operand, MAXEXCPT with a program (or *) and a
      * numeric ceiling. Anything else mis-fires silently today.
                   delimited by size into ws-print-line
               perform report_field_error
           end-if.

      * environment_profiles.txt - a name and a root on every line,
      * and only PROD may have the home tree (".") as its root.
       lint_environment_profiles.
           move "../environment_profiles.txt" to ws-config-path.
           open input f-config.
           if ws-config-fs not = "00" then
               exit paragraph
           end-if.
           add 1 to ws-files-checked.
           move 0 to ws-line-nr.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-config at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-line-nr
                   perform lint_one_profile
           end-perform.
           close f-config.

       lint_one_profile.
           if config-line(1:8) = spaces then
               move spaces to ws-print-line
               string "environment_profiles.txt line " ws-line-nr
                   " name (cols 1-8): blank"
                   delimited by size into ws-print-line
               perform report_field_error
               exit paragraph
           end-if.
           if ws-ep-count < 20 then
               add 1 to ws-ep-count
               move config-line(1:8) to ws-ep-name(ws-ep-count)
           end-if.
           if config-line(9:60) = spaces then
               move spaces to ws-print-line
               string "environment_profiles.txt line " ws-line-nr
                   " root (cols 9-68): blank"
                   delimited by size into ws-print-line
               perform report_field_error
               exit paragraph
           end-if.
           if config-line(1:8) not = "PROD"
               and (function trim(config-line(9:60)) = "."
               or function trim(config-line(9:60)) = "./") then
               move spaces to ws-print-line
               string "environment_profiles.txt line " ws-line-nr
                   " root (cols 9-68): only PROD may use the home "
                   "tree"
                   delimited by size into ws-print-line
               perform report_field_error
           end-if.

      * environment.txt - the chosen environment and this tree's
      * environment are each blank (PROD) or a profile name. An
      * environment root carries no profiles of its own, so there
      * any name stands.
       lint_environment_card.
           move "../environment.txt" to ws-config-path.
           open input f-config.
           if ws-config-fs not = "00" then
               exit paragraph
           end-if.
           add 1 to ws-files-checked.
           read f-config
               at end
                   close f-config
                   exit paragraph
           end-read.
           close f-config.
           move config-line(1:8) to ws-w1.
           perform check_environment_name.
           if ws-ep-known = 0 then
               move spaces to ws-print-line
               string "environment.txt line 1 chosen environment "
                   "(cols 1-8): not a profile in "
                   "environment_profiles.txt"
                   delimited by size into ws-print-line
               perform report_field_error
           end-if.
           move config-line(9:8) to ws-w1.
           perform check_environment_name.
           if ws-ep-known = 0 then
               move spaces to ws-print-line
               string "environment.txt line 1 tree environment "
                   "(cols 9-16): not a profile in "
                   "environment_profiles.txt"
                   delimited by size into ws-print-line
               perform report_field_error
           end-if.

       check_environment_name.
           move 0 to ws-ep-known.
           if ws-w1 = spaces or ws-w1 = "PROD"
               or ws-ep-count = 0 then
               move 1 to ws-ep-known
               exit paragraph
           end-if.
           perform varying ws-ep from 1 by 1 until ws-ep > ws-ep-count
               if ws-ep-name(ws-ep) = ws-w1(1:8)
                   move 1 to ws-ep-known
                   exit perform
               end-if
           end-perform.
