      * morning report pack bursting
      * the ops report is one 132-column file holding everything, and
      * the day-level reports sit in their own day directories; each
      * desk wants only its own pieces. distribution_list.txt
      * (copybooks/DISTLIST.cpy) says which sections of the ops
      * report, which days and which single reports each recipient
      * gets, and how many copies; burst_reports.txt
      * (copybooks/RPTCAT.cpy) catalogues the day-level reports a
      * DAY line takes. Each recipient gets one package,
      * ../distribution/<recipient>_<run>.txt: a banner page, a table
      * of contents giving the line each item starts on, then the
      * items in list order, each under its own heading. A report
      * that is not there is listed as MISSING and said so in its
      * place, never silently left out. Every item sent is appended
      * to distribution_log.txt (copybooks/DISTLOG.cpy), and
      * distribution_report.txt summarises the run. Run in the
      * morning after aoc-ops-report. Condition code 4 when anything
      * was missing, stale or not understood, 12 when there is no
      * distribution list.
       identification division.
           program-id. aoc-burst.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-distlist assign to "../distribution_list.txt"
           organization is line sequential
           file status is ws-distlist-fs.
           select f-catalog assign to "../burst_reports.txt"
           organization is line sequential
           file status is ws-catalog-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
      * the report being burst - the ops report or a day report.
           select f-source assign to dynamic ws-source-path
           organization is line sequential
           file status is ws-source-fs.
           select f-package assign to dynamic ws-package-path
           organization is line sequential
           file status is ws-package-fs.
           select f-distlog assign to "../distribution_log.txt"
           organization is line sequential
           file status is ws-distlog-fs.
           select f-report assign to "../distribution_report.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-distlist.
           copy DISTLIST.

           fd f-catalog.
           copy RPTCAT.

           fd f-runctl.
           copy RUNCTL.

           fd f-source.
           01 source-line pic x(200).

           fd f-package.
           01 package-line pic x(132).

           fd f-distlog.
           copy DISTLOG.

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-distlist-fs pic xx.
           01 ws-catalog-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-source-fs pic xx.
           01 ws-package-fs pic xx.
           01 ws-distlog-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-print-line pic x(132).
           01 ws-source-path pic x(250).
           01 ws-package-path pic x(250).
           01 ws-command pic x(200).

           01 ws-run-id pic x(12) value spaces.
           01 ws-bus-date pic x(8) value spaces.
           01 ws-cur-date pic x(21).
      * how the run shows in the ops report's page heading, to tell
      * an ops report printed for some other run.
           01 ws-run-key pic x(20).
           01 ws-run-key-len pic 9(2).
           01 ws-tally pic 9(4).

      * the distribution list as written.
           01 ws-dl-count pic 9(3) value 0.
           01 ws-dl-table.
               02 ws-dl-entry occurs 100 times.
                   03 ws-dl-recipient pic x(12).
                   03 ws-dl-copies pic 9(2).
                   03 ws-dl-kind pic x(8).
                   03 ws-dl-selector pic x(40).
           01 ws-d pic 9(3).

      * each recipient once, in order of first appearance.
           01 ws-rcp-count pic 9(2) value 0.
           01 ws-rcp-table.
               02 ws-rcp-entry occurs 30 times.
                   03 ws-rcp-name pic x(12).
                   03 ws-rcp-copies pic 9(2).
                   03 ws-rcp-items pic 9(2).
                   03 ws-rcp-missing pic 9(2).
           01 ws-p pic 9(2).
           01 ws-found pic 9(2).

      * the day-level report catalog.
           01 ws-cat-count pic 9(2) value 0.
           01 ws-cat-table.
               02 ws-cat-entry occurs 60 times.
                   03 ws-cat-day-dir pic x(10).
                   03 ws-cat-file pic x(30).
                   03 ws-cat-title pic x(40).
           01 ws-c pic 9(2).
           01 ws-cat-key pic x(41).

      * the items of the package being built. ws-it-kind is W (the
      * whole ops report), S (an ops report section), V (the
      * verdict banner) or R (a day-level report).
           01 ws-it-count pic 9(2) value 0.
           01 ws-it-table.
               02 ws-it-entry occurs 40 times.
                   03 ws-it-kind pic x(1).
                   03 ws-it-selector pic x(40).
                   03 ws-it-source pic x(60).
                   03 ws-it-title pic x(60).
                   03 ws-it-lines pic 9(6).
                   03 ws-it-start pic 9(6).
                   03 ws-it-status pic x(8).
           01 ws-i pic 9(2).
           01 ws-next-line pic 9(6).

      * section extraction state.
           01 ws-burst-mode pic x(1).
           01 ws-prev-line pic x(200).
           01 ws-in-section pic 9(1).
           01 ws-section-done pic 9(1).
           01 ws-pending-blank pic 9(1).
           01 ws-skip-rule pic 9(1).
           01 ws-first-line pic 9(1).
           01 ws-sel-len pic 9(2).

           01 ws-items-sent pic 9(5) value 0.
           01 ws-items-missing pic 9(5) value 0.
           01 ws-items-stale pic 9(5) value 0.
           01 ws-list-rejected pic 9(5) value 0.
           01 ws-packages pic 9(5) value 0.
           01 ws-edit-nr pic z9.

       procedure division.

           display "aoc-burst: bursting the morning report pack".

           move function current-date to ws-cur-date.
           perform read_run_control.
           perform load_distribution_list.
           perform load_report_catalog.

           move spaces to ws-command.
           string "mkdir -p ../distribution"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           open extend f-distlog.
           if ws-distlog-fs = "35" then
               open output f-distlog
           end-if.
           open output f-report.
           move "Report distribution" to report-line.
           write report-line.
           move "===================" to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "run " ws-run-id " business date " ws-bus-date
               "   burst " ws-cur-date(1:8) " " ws-cur-date(9:6)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           perform varying ws-p from 1 by 1 until ws-p > ws-rcp-count
               perform build_package
           end-perform.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-packages " package(s), " ws-items-sent
               " item(s) sent, " ws-items-missing " missing, "
               ws-items-stale " stale; " ws-list-rejected
               " distribution line(s) not understood"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.
           close f-distlog.

           display "aoc-burst: " ws-packages " package(s) in "
               "../distribution, " ws-items-missing " item(s) missing"
               " - report in ../distribution_report.txt".
           if ws-items-missing > 0 or ws-items-stale > 0
               or ws-list-rejected > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * no run-control card means the pack is burst ad hoc.
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
           if ws-run-id = spaces then
               move "ADHOC" to ws-run-id
               move ws-cur-date(1:8) to ws-bus-date
           end-if.
           move spaces to ws-run-key.
           string "run " function trim(ws-run-id) " "
               delimited by size into ws-run-key.
           compute ws-run-key-len =
               function length(function trim(ws-run-id)) + 5.

       load_distribution_list.
           open input f-distlist.
           if ws-distlist-fs not = "00" then
               display "aoc-burst: no ../distribution_list.txt "
                   "(status " ws-distlist-fs ") - nobody to send to"
               move 12 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-distlist at
               end move 'Y' to ws-eof
               not at end
                   if dist-recipient not = spaces
                       perform note_distribution_line
                   end-if
           end-perform.
           close f-distlist.

       note_distribution_line.
           if ws-dl-count >= 100 then
               display "aoc-burst: distribution list past 100 lines "
                   "- " function trim(dist-recipient) " "
                   function trim(dist-selector) " not sent"
               add 1 to ws-list-rejected
               exit paragraph
           end-if.
           add 1 to ws-dl-count.
           move dist-recipient to ws-dl-recipient(ws-dl-count).
           move dist-kind to ws-dl-kind(ws-dl-count).
           move dist-selector to ws-dl-selector(ws-dl-count).
           if dist-copies is numeric and dist-copies > 0 then
               move dist-copies to ws-dl-copies(ws-dl-count)
           else
               move 1 to ws-dl-copies(ws-dl-count)
           end-if.

           move 0 to ws-found.
           perform varying ws-p from 1 by 1 until ws-p > ws-rcp-count
               if ws-rcp-name(ws-p) = dist-recipient
                   move ws-p to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found = 0 then
               if ws-rcp-count >= 30 then
                   display "aoc-burst: more than 30 recipients - "
                       function trim(dist-recipient) " not sent"
                   add 1 to ws-list-rejected
                   subtract 1 from ws-dl-count
                   exit paragraph
               end-if
               add 1 to ws-rcp-count
               move dist-recipient to ws-rcp-name(ws-rcp-count)
               move ws-dl-copies(ws-dl-count)
                   to ws-rcp-copies(ws-rcp-count)
           end-if.

      * without the catalog only REPORT lines can be sent, under
      * their own file names.
       load_report_catalog.
           open input f-catalog.
           if ws-catalog-fs not = "00" then
               display "aoc-burst: no ../burst_reports.txt - DAY "
                   "lines send nothing"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-catalog at
               end move 'Y' to ws-eof
               not at end
                   if rcat-day-dir not = spaces
                       and ws-cat-count < 60
                       add 1 to ws-cat-count
                       move rcat-day-dir
                           to ws-cat-day-dir(ws-cat-count)
                       move rcat-file to ws-cat-file(ws-cat-count)
                       move rcat-title to ws-cat-title(ws-cat-count)
                   end-if
           end-perform.
           close f-catalog.

      * one recipient's package: its items, a counting pass so the
      * table of contents can give each item's starting line, then
      * the package itself and its distribution log lines.
       build_package.
           move 0 to ws-it-count.
           perform varying ws-d from 1 by 1 until ws-d > ws-dl-count
               if ws-dl-recipient(ws-d) = ws-rcp-name(ws-p)
                   perform expand_distribution_line
               end-if
           end-perform.
           if ws-it-count = 0 then
               display "aoc-burst: nothing to send "
                   function trim(ws-rcp-name(ws-p))
               exit paragraph
           end-if.

           move 'C' to ws-burst-mode.
           perform varying ws-i from 1 by 1 until ws-i > ws-it-count
               move 0 to ws-it-lines(ws-i)
               move "SENT" to ws-it-status(ws-i)
               perform extract_item
           end-perform.

      * banner 8 lines, contents heading 2, a line per item and a
      * blank; each item is a heading, a rule, its lines (or the one
      * line saying it is missing) and a blank.
           compute ws-next-line = 8 + 2 + ws-it-count + 1 + 1.
           perform varying ws-i from 1 by 1 until ws-i > ws-it-count
               move ws-next-line to ws-it-start(ws-i)
               if ws-it-lines(ws-i) = 0
                   add 4 to ws-next-line
               else
                   compute ws-next-line = ws-next-line + 3
                       + ws-it-lines(ws-i)
               end-if
           end-perform.

           move spaces to ws-package-path.
           string "../distribution/"
               function lower-case(function trim(ws-rcp-name(ws-p)))
               "_" function trim(ws-run-id) ".txt"
               delimited by size into ws-package-path.
           open output f-package.
           if ws-package-fs not = "00" then
               display "aoc-burst: cannot write "
                   function trim(ws-package-path)
                   " (status " ws-package-fs ")"
               add ws-it-count to ws-items-missing
               exit paragraph
           end-if.
           perform write_banner_page.
           perform write_contents.

           move 'W' to ws-burst-mode.
           move 0 to ws-rcp-items(ws-p).
           move 0 to ws-rcp-missing(ws-p).
           perform varying ws-i from 1 by 1 until ws-i > ws-it-count
               perform write_item
               perform log_item
           end-perform.
           close f-package.
           add 1 to ws-packages.
           perform report_package.

      * a distribution line becomes one item, or for a DAY line one
      * item per catalogued report of that day.
       expand_distribution_line.
           evaluate ws-dl-kind(ws-d)
               when "SECTION"
                   perform add_item
                   evaluate true
                       when ws-dl-selector(ws-d) = "*" or spaces
                           move "W" to ws-it-kind(ws-it-count)
                           move "Operations report (complete)"
                               to ws-it-title(ws-it-count)
                       when ws-dl-selector(ws-d) = "VERDICT"
                           move "V" to ws-it-kind(ws-it-count)
                           move "Operations report - VERDICT"
                               to ws-it-title(ws-it-count)
                       when other
                           move "S" to ws-it-kind(ws-it-count)
                           move spaces to ws-it-title(ws-it-count)
                           string "Operations report - "
                               function trim(ws-dl-selector(ws-d))
                               delimited by size
                               into ws-it-title(ws-it-count)
                   end-evaluate
                   move ws-dl-selector(ws-d)
                       to ws-it-selector(ws-it-count)
                   move "ops_report.txt" to ws-it-source(ws-it-count)
               when "DAY"
                   move 0 to ws-found
                   perform varying ws-c from 1 by 1
                       until ws-c > ws-cat-count
                       if ws-cat-day-dir(ws-c) = ws-dl-selector(ws-d)
                           move 1 to ws-found
                           perform add_catalog_item
                       end-if
                   end-perform
                   if ws-found = 0
                       display "aoc-burst: no reports catalogued for "
                           function trim(ws-dl-selector(ws-d))
                           " - " function trim(ws-rcp-name(ws-p))
                           " gets none of them"
                       add 1 to ws-list-rejected
                   end-if
               when "REPORT"
                   move 0 to ws-found
                   perform varying ws-c from 1 by 1
                       until ws-c > ws-cat-count
                       move spaces to ws-cat-key
                       string function trim(ws-cat-day-dir(ws-c)) "/"
                           function trim(ws-cat-file(ws-c))
                           delimited by size into ws-cat-key
                       if ws-cat-key = ws-dl-selector(ws-d)
                           move 1 to ws-found
                           perform add_catalog_item
                           exit perform
                       end-if
                   end-perform
                   if ws-found = 0
                       perform add_item
                       move "R" to ws-it-kind(ws-it-count)
                       move ws-dl-selector(ws-d)
                           to ws-it-source(ws-it-count)
                       move ws-dl-selector(ws-d)
                           to ws-it-title(ws-it-count)
                   end-if
               when other
                   display "aoc-burst: distribution line for "
                       function trim(ws-rcp-name(ws-p))
                       " has kind " function trim(ws-dl-kind(ws-d))
                       " - expected SECTION, DAY or REPORT; skipped"
                   add 1 to ws-list-rejected
           end-evaluate.

       add_item.
           if ws-it-count >= 40 then
               display "aoc-burst: more than 40 items for "
                   function trim(ws-rcp-name(ws-p))
                   " - the rest are not sent"
               add 1 to ws-list-rejected
               exit paragraph
           end-if.
           add 1 to ws-it-count.
           move spaces to ws-it-entry(ws-it-count).
           move 0 to ws-it-lines(ws-it-count).
           move 0 to ws-it-start(ws-it-count).

       add_catalog_item.
           perform add_item.
           move "R" to ws-it-kind(ws-it-count).
           string function trim(ws-cat-day-dir(ws-c)) "/"
               function trim(ws-cat-file(ws-c))
               delimited by size into ws-it-source(ws-it-count).
           move ws-cat-title(ws-c) to ws-it-title(ws-it-count).

      * read item ws-i's source and pass on the lines that belong to
      * it - counting them in the counting pass, writing them in the
      * writing pass. An ops report section starts at its heading
      * (the line above a rule of dashes) and runs to the blank line
      * that ends it; the report's page headings, and the blank line
      * before a page break, are not part of any section.
       extract_item.
           move spaces to ws-source-path.
           if ws-it-kind(ws-i) = "R" then
               string "../../" function trim(ws-it-source(ws-i))
                   delimited by size into ws-source-path
           else
               move "../ops_report.txt" to ws-source-path
           end-if.
           open input f-source.
           if ws-source-fs not = "00" then
               move "MISSING" to ws-it-status(ws-i)
               exit paragraph
           end-if.
           move spaces to ws-prev-line.
           move 0 to ws-in-section.
           move 0 to ws-section-done.
           move 0 to ws-pending-blank.
           move 0 to ws-skip-rule.
           move 1 to ws-first-line.
           move function length(function trim(ws-it-selector(ws-i)))
               to ws-sel-len.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y' or ws-section-done = 1
               read f-source at
               end move 'Y' to ws-eof
               not at end
                   if ws-first-line = 1
                       move 0 to ws-first-line
                       perform check_ops_report_run
                   end-if
                   if ws-it-kind(ws-i) = "R"
                       or ws-it-kind(ws-i) = "W"
                       perform pass_line
                   else
                       perform select_section_line
                   end-if
           end-perform.
           close f-source.
      * a section the report does not have is as missing as a
      * report that is not there.
           if (ws-it-kind(ws-i) = "S" or ws-it-kind(ws-i) = "V")
               and ws-it-lines(ws-i) = 0
               and ws-burst-mode = 'C' then
               move "MISSING" to ws-it-status(ws-i)
           end-if.

      * the ops report's heading carries its run - one printed for
      * another run is sent but flagged.
       check_ops_report_run.
           if ws-it-kind(ws-i) = "R" or ws-burst-mode not = 'C' then
               exit paragraph
           end-if.
           move 0 to ws-tally.
           inspect source-line tallying ws-tally
               for all ws-run-key(1:ws-run-key-len).
           if ws-tally = 0 then
               move "STALE" to ws-it-status(ws-i)
           end-if.

       select_section_line.
           if source-line(1:34) = "AoC 2023 nightly operations report"
               then
               move 1 to ws-skip-rule
               move 0 to ws-pending-blank
               exit paragraph
           end-if.
           if ws-skip-rule = 1 and source-line(1:4) = "====" then
               move 0 to ws-skip-rule
               exit paragraph
           end-if.
           move 0 to ws-skip-rule.

           if ws-it-kind(ws-i) = "V" then
               if source-line(1:1) = "*"
                   perform pass_line
               end-if
               exit paragraph
           end-if.

           if ws-in-section = 1 then
               if ws-pending-blank = 1
                   move 1 to ws-section-done
                   exit paragraph
               end-if
               if source-line = spaces
                   move 1 to ws-pending-blank
               else
                   perform pass_line
               end-if
               exit paragraph
           end-if.

           if source-line(1:4) = "----"
               and ws-prev-line not = spaces
               and ws-prev-line(1:ws-sel-len)
                   = ws-it-selector(ws-i)(1:ws-sel-len) then
               move 1 to ws-in-section
               move source-line to ws-print-line
               move ws-prev-line to source-line
               perform pass_line
               move ws-print-line to source-line
               perform pass_line
           end-if.
           move source-line to ws-prev-line.

       pass_line.
           if ws-burst-mode = 'C' then
               add 1 to ws-it-lines(ws-i)
           else
               move source-line to package-line
               write package-line
           end-if.

       write_banner_page.
           move all "*" to package-line.
           write package-line.
           move "***  MORNING REPORT PACK" to package-line.
           write package-line.
           move spaces to package-line.
           string "***  for        " ws-rcp-name(ws-p)
               delimited by size into package-line.
           write package-line.
           move spaces to package-line.
           string "***  run        " ws-run-id
               "   business date " ws-bus-date
               delimited by size into package-line.
           write package-line.
           move ws-rcp-copies(ws-p) to ws-edit-nr.
           move spaces to package-line.
           string "***  copies     " ws-edit-nr
               delimited by size into package-line.
           write package-line.
           move ws-it-count to ws-edit-nr.
           move spaces to package-line.
           string "***  prepared   " ws-cur-date(1:8) " "
               ws-cur-date(9:6) "   " ws-edit-nr " item(s)"
               delimited by size into package-line.
           write package-line.
           move all "*" to package-line.
           write package-line.
           move spaces to package-line.
           write package-line.

       write_contents.
           move "CONTENTS" to package-line.
           write package-line.
           move "--------" to package-line.
           write package-line.
           perform varying ws-i from 1 by 1 until ws-i > ws-it-count
               move spaces to ws-print-line
               string "  " ws-i "  " ws-it-title(ws-i)(1:40) " "
                   ws-it-source(ws-i)(1:40) " line " ws-it-start(ws-i)
                   "  " ws-it-lines(ws-i) " line(s)"
                   delimited by size into ws-print-line
               if ws-it-status(ws-i) not = "SENT"
                   move ws-it-status(ws-i) to ws-print-line(123:8)
               end-if
               move ws-print-line to package-line
               write package-line
           end-perform.
           move spaces to package-line.
           write package-line.

       write_item.
           move spaces to package-line.
           string ws-i "  " function trim(ws-it-title(ws-i))
               "   (" function trim(ws-it-source(ws-i)) ")   "
               function trim(ws-rcp-name(ws-p)) "   run "
               function trim(ws-run-id)
               delimited by size into package-line.
           write package-line.
           move all "=" to package-line.
           write package-line.
           if ws-it-status(ws-i) = "MISSING" then
               move spaces to package-line
               string "  ** not available - "
                   function trim(ws-it-source(ws-i))
                   " was not there, or has no such section, when the"
                   " pack was burst"
                   delimited by size into package-line
               write package-line
           else
               if ws-it-lines(ws-i) = 0
                   move "  (no lines)" to package-line
                   write package-line
               else
                   perform extract_item
               end-if
           end-if.
           move spaces to package-line.
           write package-line.

       log_item.
           move spaces to dlog-record.
           move ws-rcp-name(ws-p) to dlog-recipient.
           move ws-run-id to dlog-run-id.
           move ws-bus-date to dlog-bus-date.
           if ws-it-kind(ws-i) = "R" then
               move ws-it-source(ws-i) to dlog-item
           else
               string "ops_report.txt "
                   function trim(ws-it-selector(ws-i))
                   delimited by size into dlog-item
           end-if.
           move ws-it-lines(ws-i) to dlog-lines.
           move ws-rcp-copies(ws-p) to dlog-copies.
           move ws-it-status(ws-i) to dlog-status.
           move ws-package-path(4:60) to dlog-package.
           move ws-cur-date(1:8) to dlog-date.
           move ws-cur-date(9:6) to dlog-time.
           write dlog-record.
           add 1 to ws-rcp-items(ws-p).
           evaluate ws-it-status(ws-i)
               when "MISSING"
                   add 1 to ws-items-missing
                   add 1 to ws-rcp-missing(ws-p)
               when "STALE"
                   add 1 to ws-items-stale
                   add 1 to ws-items-sent
               when other
                   add 1 to ws-items-sent
           end-evaluate.

       report_package.
           move spaces to ws-print-line.
           string ws-rcp-name(ws-p) " copies " ws-rcp-copies(ws-p)
               "  items " ws-rcp-items(ws-p) "  missing "
               ws-rcp-missing(ws-p) "  package "
               function trim(ws-package-path)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           perform varying ws-i from 1 by 1 until ws-i > ws-it-count
               if ws-it-status(ws-i) not = "SENT"
                   move spaces to ws-print-line
                   string "    ** " ws-it-status(ws-i) " "
                       function trim(ws-it-title(ws-i)) " ("
                       function trim(ws-it-source(ws-i)) ")"
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
               end-if
           end-perform.
