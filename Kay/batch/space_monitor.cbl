      * disk-space and file-growth monitor
      * the append-only logs, the trace registers (seed_trace.txt,
      * card_lineage_register.txt ...) and the indexed masters all
      * grow every night, and the first anyone heard of a full area
      * was a write failing with a file status. This measures every
      * data file and sub-directory in every area the step registry
      * knows (each day directory and the batch directory itself,
      * masters included - program source and build output are not
      * data), appends the sizes to space_history.txt, and from that
      * history projects each area's days-to-full against its space
      * allowance and flags any file growing much faster than its
      * own trailing rate.
      *   space_report.txt     areas, flagged files, candidates
      *   space_alerts.txt     what aoc-alert raises for the operator
      *                        - an area over its allowance or
      *                        within CRITDAYS of it is CRITICAL,
      *                        within WARNDAYS or past WARNPCT is a
      *                        WARNING, and so is a fast grower
      *   space_candidates.txt what aoc-housekeeping rolls or prunes
      *                        first (see SPACECAND)
      *
      * space_allowance.txt, one setting per line (all optional):
      *   AREA <day-dir|*> <megabytes>   allowance (* = 1024)
      *   WARNDAYS <n>   days-to-full that warns           (30)
      *   CRITDAYS <n>   days-to-full that is critical      (7)
      *   WARNPCT <n>    share of the allowance that warns (80)
      *   TRAIL <n>      days in the trailing-rate window   (7)
      *   GROWTH <n>     times the trailing rate that flags (3)
      *   GROWMIN <n>    bytes a day below which no file is
      *                  flagged                         (10240)
      *   ROLL <file>    another append-only file housekeeping
      *                  may roll, beyond the shared logs and
      *                  traces it always may
       identification division.
           program-id. aoc-space-monitor.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-allowance assign to "../space_allowance.txt"
           organization is line sequential
           file status is ws-allow-fs.
      * an area's sizes come back through the shell - find and du
      * into a scratch file read back here, same CALL "SYSTEM"
      * plumbing aoc-snapshot sizes its binary masters with.
           select f-scan assign to "../space_scan_tmp.txt"
           organization is line sequential
           file status is ws-scan-fs.
           select f-history assign to "../space_history.txt"
           organization is line sequential
           file status is ws-hist-fs.
           select f-report assign to "../space_report.txt"
           organization is line sequential.
           select f-alerts assign to "../space_alerts.txt"
           organization is line sequential.
           select f-candidates assign to "../space_candidates.txt"
           organization is line sequential.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.

       data division.
           file section.

           fd f-registry.
           copy STEPREG.

           fd f-allowance.
           01 allowance-line pic x(80).

           fd f-scan.
           01 scan-line pic x(200).

           fd f-history.
           copy SPACEHIST.

           fd f-report.
           01 report-line pic x(132).

           fd f-alerts.
           copy SPACEALRT.

           fd f-candidates.
           copy SPACECAND.

           fd f-runctl.
           copy RUNCTL.

           working-storage section.

           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-allow-fs pic xx.
           01 ws-scan-fs pic xx.
           01 ws-hist-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-command pic x(400).

           01 ws-run-id pic x(12) value spaces.
           01 ws-bus-date pic x(8) value spaces.
           01 ws-cur-date pic x(21).
           01 ws-today pic 9(8).
           01 ws-today-int pic 9(8).
           01 ws-date-int pic 9(8).
           01 ws-days pic 9(8).

      * the settings, as the allowance card leaves them.
           01 ws-warndays pic 9(5) value 30.
           01 ws-critdays pic 9(5) value 7.
           01 ws-warnpct pic 9(3) value 80.
           01 ws-trail pic 9(3) value 7.
           01 ws-growth-factor pic 9(3) value 3.
           01 ws-growmin pic 9(15) value 10240.
           01 ws-default-allow pic 9(15) value 1073741824.
           01 ws-w1 pic x(20).
           01 ws-w2 pic x(40).
           01 ws-w3 pic x(20).
           01 ws-card-errors pic 9(3) value 0.

      * file names housekeeping may roll - the shared logs it rolls
      * every night, the trace registers, and any the card adds.
           01 ws-roll-count pic 9(2) value 8.
           01 ws-roll-names.
               02 filler pic x(30) value "results_ledger.txt".
               02 filler pic x(30) value "exception_log.txt".
               02 filler pic x(30) value "perf_log.txt".
               02 filler pic x(30) value "quality_metrics.txt".
               02 filler pic x(30) value "driver_log.txt".
               02 filler pic x(30) value "seed_trace.txt".
               02 filler pic x(30) value "card_lineage_register.txt".
               02 filler pic x(30) value "abend_log.txt".
               02 filler pic x(30) occurs 12 times.
           01 ws-roll-table redefines ws-roll-names.
               02 ws-roll-name pic x(30) occurs 20 times.
           01 ws-rn pic 9(2).

      * one entry per area - the registry's day directories plus
      * the batch directory - with its allowance, size, history
      * points, growth rate and projection.
           01 ws-ar-count pic 9(2) value 0.
           01 ws-ar-table.
               02 ws-ar-entry occurs 12 times.
                   03 ws-ar-dir pic x(10).
                   03 ws-ar-allow pic 9(15).
                   03 ws-ar-bytes pic 9(15).
                   03 ws-ar-prior-date pic 9(8).
                   03 ws-ar-prior-bytes pic 9(15).
                   03 ws-ar-win-date pic 9(8).
                   03 ws-ar-win-bytes pic 9(15).
                   03 ws-ar-rate pic 9(15).
                   03 ws-ar-dtf pic 9(5).
                   03 ws-ar-pct pic 9(5).
                   03 ws-ar-status pic x(8).
           01 ws-a pic 9(2).
           01 ws-a-found pic 9(2).

      * allowances the card sets, applied once the areas are known.
           01 ws-al-count pic 9(2) value 0.
           01 ws-al-table.
               02 ws-al-entry occurs 12 times.
                   03 ws-al-dir pic x(10).
                   03 ws-al-bytes pic 9(15).
           01 ws-l pic 9(2).

      * every data file (F) and sub-directory (D) measured.
           01 ws-en-count pic 9(3) value 0.
           01 ws-en-max pic 9(3) value 500.
           01 ws-en-dropped pic 9(5) value 0.
           01 ws-en-table.
               02 ws-en-entry occurs 500 times.
                   03 ws-en-area pic 9(2).
                   03 ws-en-kind pic x(1).
                   03 ws-en-path pic x(80).
                   03 ws-en-bytes pic 9(15).
                   03 ws-en-prior-date pic 9(8).
                   03 ws-en-prior-bytes pic 9(15).
                   03 ws-en-win-date pic 9(8).
                   03 ws-en-win-bytes pic 9(15).
                   03 ws-en-now-rate pic 9(15).
                   03 ws-en-trail-rate pic 9(15).
                   03 ws-en-fast pic x(1).
           01 ws-e pic 9(3).
           01 ws-e-found pic 9(3).

      * the roll/prune candidates, sorted before they are written.
           01 ws-cd-count pic 9(3) value 0.
           01 ws-cd-table.
               02 ws-cd-entry occurs 500 times.
                   03 ws-cd-dtf pic 9(5).
                   03 ws-cd-action-rank pic 9(1).
                   03 ws-cd-bytes pic 9(15).
                   03 ws-cd-action pic x(6).
                   03 ws-cd-area pic x(10).
                   03 ws-cd-path pic x(80).
                   03 ws-cd-reason pic x(40).
           01 ws-c pic 9(3).

           01 ws-kind pic x(1).
           01 ws-size-x pic x(20).
           01 ws-path pic x(120).
           01 ws-name pic x(80).
           01 ws-name-len pic 9(3).
           01 ws-i pic 9(3).
           01 ws-base-date pic 9(8).
           01 ws-base-bytes pic 9(15).
           01 ws-mb pic 9(9).
           01 ws-allow-mb pic 9(9).
           01 ws-rate-kb pic 9(12).
           01 ws-action pic x(6).
           01 ws-action-rank pic 9(1).
           01 ws-reason pic x(40).
           01 ws-text pic x(110).
           01 ws-print-line pic x(132).
           01 ws-alert-count pic 9(3) value 0.
           01 ws-fast-count pic 9(3) value 0.
           01 ws-risk-count pic 9(2) value 0.

       procedure division.

           display "aoc-space-monitor: measuring the batch's data "
               "areas".

           perform read_run_control.
           perform load_area_list.
           perform read_allowance_card.
           perform apply_allowances.

           perform varying ws-a from 1 by 1 until ws-a > ws-ar-count
               perform measure_one_area
           end-perform.
           move spaces to ws-command.
           string "rm -f ../space_scan_tmp.txt"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           perform load_size_history.
           perform append_size_history.

           perform varying ws-a from 1 by 1 until ws-a > ws-ar-count
               perform project_one_area
           end-perform.
           perform varying ws-e from 1 by 1 until ws-e > ws-en-count
               perform rate_one_entry
           end-perform.

           perform build_candidates.

           open output f-alerts.
           open output f-report.
           perform write_area_section.
           perform write_growth_section.
           close f-alerts.
           perform write_candidates.
           close f-report.

           display "aoc-space-monitor: " ws-ar-count " area(s), "
               ws-en-count " item(s) measured; " ws-risk-count
               " area(s) at risk, " ws-fast-count " fast grower(s), "
               ws-cd-count " candidate(s) - see ../space_report.txt".
           stop run.

       read_run_control.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end
                       move runctl-run-id to ws-run-id
                       move runctl-bus-date to ws-bus-date
               end-read
               close f-runctl
           end-if.
           move function current-date to ws-cur-date.
           if ws-bus-date = spaces or ws-bus-date not numeric then
               move ws-cur-date(1:8) to ws-bus-date
           end-if.
           move ws-bus-date to ws-today.
           compute ws-today-int = function integer-of-date(ws-today).

      * the registry's distinct day directories, then the batch
      * directory - its registers, masters and recovery sets are
      * an area of their own.
       load_area_list.
           open input f-registry.
           if ws-reg-fs not = "00" then
               display "step registry not found/not readable: "
                   "../steps_registry.txt (status " ws-reg-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-reg-eof.
           perform until ws-reg-eof = 'Y'
               read f-registry at
               end move 'Y' to ws-reg-eof
               not at end
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       move reg-day-dir to ws-w1
                       perform add_area
                   end-if
           end-perform.
           close f-registry.
           move "batch" to ws-w1.
           perform add_area.

       add_area.
           move 0 to ws-a-found.
           perform varying ws-a from 1 by 1 until ws-a > ws-ar-count
               if ws-ar-dir(ws-a) = ws-w1
                   move ws-a to ws-a-found
               end-if
           end-perform.
           if ws-a-found > 0 then
               exit paragraph
           end-if.
           if ws-ar-count >= 12 then
               display "abend: more than 12 areas in the registry"
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-ar-count.
           initialize ws-ar-entry(ws-ar-count).
           move ws-w1 to ws-ar-dir(ws-ar-count).
           move ws-default-allow to ws-ar-allow(ws-ar-count).
           move "OK" to ws-ar-status(ws-ar-count).

      * missing card means the defaults; a line that doesn't parse
      * is reported and skipped.
       read_allowance_card.
           open input f-allowance.
           if ws-allow-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-allowance at
               end move 'Y' to ws-eof
               not at end
                   if allowance-line not = spaces
                       and allowance-line(1:1) not = "*"
                       perform parse_allowance_line
                   end-if
           end-perform.
           close f-allowance.

       parse_allowance_line.
           move spaces to ws-w1.
           move spaces to ws-w2.
           move spaces to ws-w3.
           unstring allowance-line delimited by all space
               into ws-w1, ws-w2, ws-w3
           end-unstring.
           evaluate ws-w1
               when "AREA"
                   if function trim(ws-w3) is numeric
                       and ws-al-count < 12
                       add 1 to ws-al-count
                       move ws-w2 to ws-al-dir(ws-al-count)
                       compute ws-al-bytes(ws-al-count) =
                           function numval(ws-w3) * 1048576
                   else
                       perform reject_allowance_line
                   end-if
               when "ROLL"
                   if ws-w2 not = spaces and ws-roll-count < 20
                       add 1 to ws-roll-count
                       move ws-w2 to ws-roll-name(ws-roll-count)
                   else
                       perform reject_allowance_line
                   end-if
               when other
                   if function trim(ws-w2) is not numeric
                       perform reject_allowance_line
                       exit paragraph
                   end-if
                   evaluate ws-w1
                       when "WARNDAYS"
                           move function numval(ws-w2) to ws-warndays
                       when "CRITDAYS"
                           move function numval(ws-w2) to ws-critdays
                       when "WARNPCT"
                           move function numval(ws-w2) to ws-warnpct
                       when "TRAIL"
                           move function numval(ws-w2) to ws-trail
                       when "GROWTH"
                           move function numval(ws-w2)
                               to ws-growth-factor
                       when "GROWMIN"
                           move function numval(ws-w2) to ws-growmin
                       when other
                           perform reject_allowance_line
                   end-evaluate
           end-evaluate.

       reject_allowance_line.
           add 1 to ws-card-errors.
           display "  ** space allowance line ignored: "
               function trim(allowance-line).

      * "*" first, so a named area's own allowance wins over it.
       apply_allowances.
           perform varying ws-l from 1 by 1 until ws-l > ws-al-count
               if ws-al-dir(ws-l) = "*"
                   perform varying ws-a from 1 by 1
                       until ws-a > ws-ar-count
                       move ws-al-bytes(ws-l) to ws-ar-allow(ws-a)
                   end-perform
               end-if
           end-perform.
           perform varying ws-l from 1 by 1 until ws-l > ws-al-count
               perform varying ws-a from 1 by 1
                   until ws-a > ws-ar-count
                   if ws-ar-dir(ws-a) = ws-al-dir(ws-l)
                       move ws-al-bytes(ws-l) to ws-ar-allow(ws-a)
                   end-if
               end-perform
           end-perform.
           perform varying ws-a from 1 by 1 until ws-a > ws-ar-count
               if ws-ar-allow(ws-a) = 0
                   move ws-default-allow to ws-ar-allow(ws-a)
               end-if
           end-perform.

      * every file in the area but program source and the scratch
      * file itself, and every sub-directory but the build output,
      * sized whole.
       measure_one_area.
           move spaces to ws-command.
           string "find ../../" function trim(ws-ar-dir(ws-a))
               " -mindepth 1 -maxdepth 1 -type f ! -name '*.cbl'"
               " ! -name space_scan_tmp.txt -printf 'F %s %p\n'"
               " > ../space_scan_tmp.txt 2>/dev/null;"
               " find ../../" function trim(ws-ar-dir(ws-a))
               " -mindepth 1 -maxdepth 1 -type d ! -name _tests_bin"
               " -exec du -sb {} + 2>/dev/null | tr '\t' ' '"
               " | sed 's/^/D /' >> ../space_scan_tmp.txt"
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.

           open input f-scan.
           if ws-scan-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-scan at
               end move 'Y' to ws-eof
               not at end
                   perform take_one_scan_line
           end-perform.
           close f-scan.

       take_one_scan_line.
           move spaces to ws-kind.
           move spaces to ws-size-x.
           move spaces to ws-path.
           unstring scan-line delimited by all space
               into ws-kind, ws-size-x, ws-path
           end-unstring.
           if function trim(ws-size-x) is not numeric
               or ws-path = spaces then
               exit paragraph
           end-if.
           add function numval(ws-size-x) to ws-ar-bytes(ws-a).
           if ws-en-count >= ws-en-max then
               add 1 to ws-en-dropped
               exit paragraph
           end-if.
           add 1 to ws-en-count.
           initialize ws-en-entry(ws-en-count).
           move ws-a to ws-en-area(ws-en-count).
           move ws-kind to ws-en-kind(ws-en-count).
           move ws-path to ws-en-path(ws-en-count).
           move function numval(ws-size-x)
               to ws-en-bytes(ws-en-count).

      * the history before today: for every area and item, its
      * latest earlier size and its earliest size inside the
      * trailing window.
       load_size_history.
           open input f-history.
           if ws-hist-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-history at
               end move 'Y' to ws-eof
               not at end
                   if sz-bus-date is numeric
                       and sz-bus-date < ws-bus-date
                       perform take_one_history_record
                   end-if
           end-perform.
           close f-history.

       take_one_history_record.
           move sz-bus-date to ws-base-date.
           compute ws-date-int =
               function integer-of-date(ws-base-date).
           if sz-kind = "A" then
               perform varying ws-a from 1 by 1
                   until ws-a > ws-ar-count
                   if ws-ar-dir(ws-a) = sz-area
                       if ws-base-date >= ws-ar-prior-date(ws-a)
                           move ws-base-date to ws-ar-prior-date(ws-a)
                           move sz-bytes to ws-ar-prior-bytes(ws-a)
                       end-if
                       if ws-date-int + ws-trail >= ws-today-int
                           and (ws-ar-win-date(ws-a) = 0
                           or ws-base-date < ws-ar-win-date(ws-a))
                           move ws-base-date to ws-ar-win-date(ws-a)
                           move sz-bytes to ws-ar-win-bytes(ws-a)
                       end-if
                   end-if
               end-perform
               exit paragraph
           end-if.
           perform varying ws-e from 1 by 1 until ws-e > ws-en-count
               if ws-en-path(ws-e) = sz-path
                   if ws-base-date >= ws-en-prior-date(ws-e)
                       move ws-base-date to ws-en-prior-date(ws-e)
                       move sz-bytes to ws-en-prior-bytes(ws-e)
                   end-if
                   if ws-date-int + ws-trail >= ws-today-int
                       and (ws-en-win-date(ws-e) = 0
                       or ws-base-date < ws-en-win-date(ws-e))
                       move ws-base-date to ws-en-win-date(ws-e)
                       move sz-bytes to ws-en-win-bytes(ws-e)
                   end-if
                   exit perform
               end-if
           end-perform.

       append_size_history.
           open extend f-history.
           if ws-hist-fs = "35" then
               open output f-history
           end-if.
           perform varying ws-a from 1 by 1 until ws-a > ws-ar-count
               move ws-bus-date to sz-bus-date
               move ws-cur-date(9:6) to sz-time
               move ws-ar-dir(ws-a) to sz-area
               move "A" to sz-kind
               move spaces to sz-path
               string "../../" function trim(ws-ar-dir(ws-a))
                   delimited by size into sz-path
               move ws-ar-bytes(ws-a) to sz-bytes
               write size-history-record
           end-perform.
           perform varying ws-e from 1 by 1 until ws-e > ws-en-count
               move ws-bus-date to sz-bus-date
               move ws-cur-date(9:6) to sz-time
               move ws-ar-dir(ws-en-area(ws-e)) to sz-area
               move ws-en-kind(ws-e) to sz-kind
               move ws-en-path(ws-e) to sz-path
               move ws-en-bytes(ws-e) to sz-bytes
               write size-history-record
           end-perform.
           close f-history.

      * the area's daily growth over the trailing window (or since
      * its last measurement, when that is all there is) and the
      * days left at that rate before it reaches its allowance.
       project_one_area.
           move 0 to ws-ar-rate(ws-a).
           move ws-ar-win-date(ws-a) to ws-base-date.
           move ws-ar-win-bytes(ws-a) to ws-base-bytes.
           if ws-base-date = 0 then
               move ws-ar-prior-date(ws-a) to ws-base-date
               move ws-ar-prior-bytes(ws-a) to ws-base-bytes
           end-if.
           if ws-base-date > 0 then
               compute ws-days = ws-today-int
                   - function integer-of-date(ws-base-date)
               if ws-days > 0 and ws-ar-bytes(ws-a) > ws-base-bytes
                   compute ws-ar-rate(ws-a) =
                       (ws-ar-bytes(ws-a) - ws-base-bytes) / ws-days
               end-if
           end-if.
           compute ws-ar-pct(ws-a) =
               ws-ar-bytes(ws-a) * 100 / ws-ar-allow(ws-a).
           evaluate true
               when ws-ar-bytes(ws-a) >= ws-ar-allow(ws-a)
                   move 0 to ws-ar-dtf(ws-a)
               when ws-ar-rate(ws-a) > 0
                   if (ws-ar-allow(ws-a) - ws-ar-bytes(ws-a))
                       / ws-ar-rate(ws-a) > 99999
                       move 99999 to ws-ar-dtf(ws-a)
                   else
                       compute ws-ar-dtf(ws-a) =
                           (ws-ar-allow(ws-a) - ws-ar-bytes(ws-a))
                           / ws-ar-rate(ws-a)
                   end-if
               when other
                   move 99999 to ws-ar-dtf(ws-a)
           end-evaluate.
           evaluate true
               when ws-ar-bytes(ws-a) >= ws-ar-allow(ws-a)
                   move "FULL" to ws-ar-status(ws-a)
               when ws-ar-dtf(ws-a) <= ws-critdays
                   move "CRITICAL" to ws-ar-status(ws-a)
               when ws-ar-dtf(ws-a) <= ws-warndays
                   or ws-ar-pct(ws-a) >= ws-warnpct
                   move "WARNING" to ws-ar-status(ws-a)
               when other
                   move "OK" to ws-ar-status(ws-a)
           end-evaluate.
           if ws-ar-status(ws-a) not = "OK" then
               add 1 to ws-risk-count
           end-if.

      * a file's growth since its last measurement, per day, against
      * its trailing rate up to then - flagged when it beats that
      * rate by the GROWTH factor (or starts growing after a flat
      * window) and is above GROWMIN. One earlier point alone is no
      * trailing rate, so a file needs two before it can be flagged.
       rate_one_entry.
           move "N" to ws-en-fast(ws-e).
           if ws-en-prior-date(ws-e) = 0
               or ws-en-bytes(ws-e) <= ws-en-prior-bytes(ws-e) then
               exit paragraph
           end-if.
           move ws-en-prior-date(ws-e) to ws-base-date.
           compute ws-days = ws-today-int
               - function integer-of-date(ws-base-date).
           if ws-days = 0 then
               move 1 to ws-days
           end-if.
           compute ws-en-now-rate(ws-e) =
               (ws-en-bytes(ws-e) - ws-en-prior-bytes(ws-e)) / ws-days.
           if ws-en-win-date(ws-e) = 0
               or ws-en-win-date(ws-e) >= ws-en-prior-date(ws-e) then
               exit paragraph
           end-if.
           move ws-en-win-date(ws-e) to ws-base-date.
           compute ws-days =
               function integer-of-date(ws-en-prior-date(ws-e))
               - function integer-of-date(ws-base-date).
           if ws-en-prior-bytes(ws-e) > ws-en-win-bytes(ws-e) then
               compute ws-en-trail-rate(ws-e) =
                   (ws-en-prior-bytes(ws-e) - ws-en-win-bytes(ws-e))
                   / ws-days
           end-if.
           if ws-en-now-rate(ws-e) >= ws-growmin
               and ws-en-now-rate(ws-e) >
                   ws-en-trail-rate(ws-e) * ws-growth-factor then
               move "Y" to ws-en-fast(ws-e)
               add 1 to ws-fast-count
           end-if.

      * everything in an area at risk is a candidate, and so is a
      * fast grower anywhere; empty files free nothing.
       build_candidates.
           move 0 to ws-cd-count.
           perform varying ws-e from 1 by 1 until ws-e > ws-en-count
               move ws-en-area(ws-e) to ws-a
               if ws-en-bytes(ws-e) > 0
                   and (ws-ar-status(ws-a) not = "OK"
                   or ws-en-fast(ws-e) = "Y")
                   perform classify_entry
                   add 1 to ws-cd-count
                   move ws-ar-dtf(ws-a) to ws-cd-dtf(ws-cd-count)
                   if ws-ar-status(ws-a) = "OK"
                       move 99999 to ws-cd-dtf(ws-cd-count)
                   end-if
                   move ws-action-rank
                       to ws-cd-action-rank(ws-cd-count)
                   move ws-en-bytes(ws-e) to ws-cd-bytes(ws-cd-count)
                   move ws-action to ws-cd-action(ws-cd-count)
                   move ws-ar-dir(ws-a) to ws-cd-area(ws-cd-count)
                   move ws-en-path(ws-e) to ws-cd-path(ws-cd-count)
                   move ws-reason to ws-cd-reason(ws-cd-count)
               end-if
           end-perform.
      * the unused slots sort after every real candidate.
           if ws-cd-count > 1 then
               perform varying ws-c from ws-cd-count by 1
                   until ws-c >= 500
                   move 99999 to ws-cd-dtf(ws-c + 1)
                   move 9 to ws-cd-action-rank(ws-c + 1)
                   move 0 to ws-cd-bytes(ws-c + 1)
               end-perform
               sort ws-cd-entry on ascending key ws-cd-dtf
                   ws-cd-action-rank
                   on descending key ws-cd-bytes
           end-if.

      * what can be done about one item: an archived generation
      * (name.YYYYMMDD) can be pruned, a rollable log rolled, and
      * anything else - masters, registers, replay copies of inputs,
      * recovery sets - is left to the operator.
       classify_entry.
           move spaces to ws-name.
           move 0 to ws-name-len.
           perform varying ws-i from 80 by -1 until ws-i < 1
               if ws-en-path(ws-e)(ws-i:1) = "/"
                   move ws-en-path(ws-e)(ws-i + 1:80 - ws-i)
                       to ws-name
                   exit perform
               end-if
           end-perform.
           perform varying ws-name-len from 80 by -1
               until ws-name-len < 1
               or ws-name(ws-name-len:1) not = space
               continue
           end-perform.

           move "REVIEW" to ws-action.
           move 3 to ws-action-rank.
           if ws-en-kind(ws-e) = "D" then
               if ws-name(1:9) = "recovery_"
                   move "disaster-recovery set" to ws-reason
               else
                   move "directory" to ws-reason
               end-if
               exit paragraph
           end-if.
           if ws-name-len > 9 then
               if ws-name(ws-name-len - 8:1) = "."
                   and ws-name(ws-name-len - 7:8) is numeric
                   if ws-name(1:10) = "input.txt."
                       move "input copy kept for replay" to ws-reason
                   else
                       move "PRUNE" to ws-action
                       move 1 to ws-action-rank
                       move "archived generation" to ws-reason
                   end-if
                   exit paragraph
               end-if
           end-if.
           perform varying ws-rn from 1 by 1
               until ws-rn > ws-roll-count
               if ws-roll-name(ws-rn) = ws-name
                   move "ROLL" to ws-action
                   move 2 to ws-action-rank
                   move "append-only log or trace" to ws-reason
                   exit perform
               end-if
           end-perform.
           if ws-action = "REVIEW" then
               move "master or register" to ws-reason
           end-if.
           if ws-en-fast(ws-e) = "Y" then
               move spaces to ws-text
               string function trim(ws-reason) ", growing fast"
                   delimited by size into ws-text
               move ws-text to ws-reason
           end-if.

       write_area_section.
           move "Data-area space and growth" to report-line.
           write report-line.
           move all "=" to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "business date " ws-bus-date " run "
               ws-run-id " - warn at " ws-warndays " day(s) or "
               ws-warnpct "%, critical at " ws-critdays " day(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "area       used MB   allow MB  used%  KB/day"
               "      days-to-full  status"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           perform varying ws-a from 1 by 1 until ws-a > ws-ar-count
               compute ws-mb = ws-ar-bytes(ws-a) / 1048576
               compute ws-allow-mb = ws-ar-allow(ws-a) / 1048576
               compute ws-rate-kb = ws-ar-rate(ws-a) / 1024
               move spaces to ws-print-line
               string ws-ar-dir(ws-a) " " ws-mb " " ws-allow-mb " "
                   ws-ar-pct(ws-a) " " ws-rate-kb " " ws-ar-dtf(ws-a)
                   "         " ws-ar-status(ws-a)
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
               perform alert_one_area
           end-perform.
           if ws-en-dropped > 0 then
               move spaces to ws-print-line
               string ws-en-dropped " item(s) past the " ws-en-max
                   "-item table counted in their area only"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.

       alert_one_area.
           if ws-ar-status(ws-a) = "OK" then
               exit paragraph
           end-if.
           move spaces to ws-text.
           if ws-ar-status(ws-a) = "FULL" then
               string "SPACE " function trim(ws-ar-dir(ws-a))
                   " at " ws-ar-pct(ws-a) "% of its " ws-allow-mb
                   " MB allowance - writes there will start failing"
                   delimited by size into ws-text
           else
               string "SPACE " function trim(ws-ar-dir(ws-a))
                   " full in " ws-ar-dtf(ws-a) " day(s) at "
                   ws-rate-kb " KB/day (" ws-ar-pct(ws-a) "% of "
                   ws-allow-mb " MB used)"
                   delimited by size into ws-text
           end-if.
           if ws-ar-status(ws-a) = "WARNING" then
               move "WARNING" to spa-severity
           else
               move "CRITICAL" to spa-severity
           end-if.
           perform write_space_alert.

       write_growth_section.
           move spaces to report-line.
           write report-line.
           move "Files growing faster than their trailing rate"
               to report-line.
           write report-line.
           move all "-" to report-line.
           write report-line.
           perform varying ws-e from 1 by 1 until ws-e > ws-en-count
               if ws-en-fast(ws-e) = "Y"
                   move spaces to ws-print-line
                   string ws-en-path(ws-e)(1:60) " now "
                       ws-en-now-rate(ws-e) " B/day, trailing "
                       ws-en-trail-rate(ws-e) " B/day"
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
                   move spaces to ws-text
                   string "GROWTH " function trim(ws-en-path(ws-e))
                       " " ws-en-now-rate(ws-e) " B/day, trailing "
                       ws-en-trail-rate(ws-e)
                       delimited by size into ws-text
                   move "WARNING" to spa-severity
                   perform write_space_alert
               end-if
           end-perform.
           if ws-fast-count = 0 then
               move "  (none)" to report-line
               write report-line
           end-if.

       write_space_alert.
           move ws-run-id to spa-run-id.
           move ws-text to spa-text.
           write space-alert-record.
           add 1 to ws-alert-count.

       write_candidates.
           move spaces to report-line.
           write report-line.
           move "Roll/prune candidates, first to free first"
               to report-line.
           write report-line.
           move all "-" to report-line.
           write report-line.
           open output f-candidates.
           perform varying ws-c from 1 by 1 until ws-c > ws-cd-count
               move spaces to space-candidate-record
               move ws-c to spc-rank
               move ws-cd-action(ws-c) to spc-action
               move ws-cd-area(ws-c) to spc-area
               move ws-cd-bytes(ws-c) to spc-bytes
               move ws-cd-path(ws-c) to spc-path
               move ws-cd-reason(ws-c) to spc-reason
               write space-candidate-record
               move spaces to ws-print-line
               string spc-rank " " spc-action " " spc-area " "
                   spc-bytes " " ws-cd-path(ws-c)(1:60) " "
                   function trim(ws-cd-reason(ws-c))
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-perform.
           close f-candidates.
           if ws-cd-count = 0 then
               move "  (none - every area is inside its allowance)"
                   to report-line
               write report-line
           end-if.
