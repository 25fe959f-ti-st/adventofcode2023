      * input supplier scorecard
      * every day's input drop comes from an outside supplier, and
      * complaints about them have had no numbers behind them. The
      * supplier master (supplier_master.txt, copybooks/SUPPLIER.cpy)
      * names the supplier of each day directory and the time its
      * drop is agreed to arrive by; this scores each supplier for a
      * month from what the batch already records:
      *   staging_log.txt        drops staged, when they arrived
      *                          (late against the agreed time) and
      *                          which were rejected at staging
      *   driver_log.txt         the verdicts the driver acted on -
      *                          an input whose fingerprint moved
      *                          (INPUT-CHANGED), a pre-flight or
      *                          almanac NO-GO - and days skipped
      *                          because no input arrived at all
      *   dayNN/preflight_verdict.txt, dayNN/almanac_verdict.txt
      *                          the standing verdict, for reference
      *   dayNN/exception_log.txt, dayNN/quality_metrics.txt
      *                          record-level exceptions, and the
      *                          records read and rejected - the
      *                          reject rate is a share of records
      * Suppliers are ranked by score, best first, with the prior
      * month's score alongside for the trend. The month is the one
      * holding AOCPERIODEND (the driver passes its business date at
      * month end, from a "supplier_scorecard PERIODEND MONTH"
      * calendar row), else the run-control card's business date,
      * else today. Report to supplier_scorecard_<yyyymm>.txt.
      * Condition code 12 when there is no supplier master.
       identification division.
           program-id. aoc-supplier-scorecard.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-supplier assign to "../supplier_master.txt"
           organization is line sequential
           file status is ws-sup-fs.
           select f-staglog assign to "../staging_log.txt"
           organization is line sequential
           file status is ws-staglog-fs.
           select f-drvlog assign to "../driver_log.txt"
           organization is line sequential
           file status is ws-drvlog-fs.
           select f-exception assign to dynamic ws-excpt-path
           organization is line sequential
           file status is ws-excpt-fs.
           select f-quality assign to dynamic ws-quality-path
           organization is line sequential
           file status is ws-quality-fs.
           select f-verdict assign to dynamic ws-verdict-path
           organization is line sequential
           file status is ws-verdict-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
           select f-report assign to dynamic ws-report-path
           organization is line sequential
           file status is ws-report-fs.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.

           fd f-supplier.
           copy SUPPLIER.

      * aoc-staging's placement log.
           fd f-staglog.
           01 staglog-record.
               02 stag-date pic x(8).
               02 stag-day pic x(10).
               02 stag-status pic x(10).
               02 stag-lines pic 9(9).
               02 stag-source pic x(120).
               02 stag-time pic x(6).

           fd f-drvlog.
           copy DRVLOGREC.

           fd f-exception.
           copy EXCPTREC.

           fd f-quality.
           copy QUALREC.

           fd f-verdict.
           01 verdict-line pic x(100).

           fd f-runctl.
           copy RUNCTL.

           fd f-report.
           01 report-line pic x(132).

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-sup-fs pic xx.
           01 ws-staglog-fs pic xx.
           01 ws-drvlog-fs pic xx.
           01 ws-excpt-fs pic xx.
           01 ws-quality-fs pic xx.
           01 ws-verdict-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-report-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-excpt-path pic x(250).
           01 ws-quality-path pic x(250).
           01 ws-verdict-path pic x(250).
           01 ws-report-path pic x(250).
           01 ws-print-line pic x(132).
           01 ws-cur-date pic x(21).

      * the month scored and the month before it, yyyymm.
           01 ws-close-date pic x(8) value spaces.
           01 ws-env-close pic x(8).
           01 ws-month pic x(6).
           01 ws-prior pic x(6).
           01 ws-yyyy pic 9(4).
           01 ws-mm pic 9(2).
           01 ws-per pic 9(1).
           01 ws-rec-date pic x(8).

      * the day directories and who supplies each.
           01 ws-dm-count pic 9(2) value 0.
           01 ws-dm-table.
               02 ws-dm-entry occurs 20 times.
                   03 ws-dm-day pic x(10).
                   03 ws-dm-sup pic 9(2).
                   03 ws-dm-arrive-by pic x(4).
           01 ws-d pic 9(2).
           01 ws-found pic 9(2).
           01 ws-key-day pic x(10).

      * per supplier, the month's (1) and the prior month's (2)
      * tallies.
           01 ws-sup-count pic 9(2) value 0.
           01 ws-sup-table.
               02 ws-sup-entry occurs 20 times.
                   03 ws-sup-id pic x(12).
                   03 ws-sup-name pic x(30).
                   03 ws-sup-days pic x(60).
                   03 ws-sup-verdicts pic x(60).
                   03 ws-sup-rank pic 9(2).
                   03 ws-sup-period occurs 2 times.
                       04 ws-sp-drops pic 9(5).
                       04 ws-sp-timed pic 9(5).
                       04 ws-sp-late pic 9(5).
                       04 ws-sp-rejdrops pic 9(5).
                       04 ws-sp-missing pic 9(5).
                       04 ws-sp-fpchg pic 9(5).
                       04 ws-sp-nogo pic 9(5).
                       04 ws-sp-excpt pic 9(7).
                       04 ws-sp-read pic 9(11).
                       04 ws-sp-rejected pic 9(11).
                       04 ws-sp-rate pic 9(3)v99.
                       04 ws-sp-score pic 9(3).
                       04 ws-sp-active pic 9(1).
           01 ws-p pic 9(2).
           01 ws-q pic 9(2).
           01 ws-penalty pic 9(7).
           01 ws-rate-int pic 9(3).

      * the driver logs one line per step; a day with two steps
      * held for the same reason counts once.
           01 ws-last-drv-key pic x(40) value spaces.
           01 ws-drv-key pic x(40).

      * ranking - best score first, supplier master order on a tie,
      * suppliers with nothing on file for the month last.
           01 ws-order-table.
               02 ws-order pic 9(2) occurs 20 times.
           01 ws-best pic 9(2).
           01 ws-taken-flags.
               02 ws-taken pic 9(1) occurs 20 times value 0.
           01 ws-rank pic 9(2).

           01 ws-ed-rank pic z9.
           01 ws-ed-5 pic zzzz9.
           01 ws-ed-5b pic zzzz9.
           01 ws-ed-5c pic zzzz9.
           01 ws-ed-5d pic zzzz9.
           01 ws-ed-5e pic zzzz9.
           01 ws-ed-7 pic zzzzzz9.
           01 ws-ed-11 pic z(10)9.
           01 ws-ed-11b pic z(10)9.
           01 ws-ed-rate pic zz9.99.
           01 ws-ed-score pic zz9.
           01 ws-ed-prior pic zz9.
           01 ws-ed-delta pic +++9.
           01 ws-trend pic x(12).

       procedure division.

           display "aoc-supplier-scorecard: scoring the input "
               "suppliers".
           perform read_environment_card.

           move function current-date to ws-cur-date.
           perform choose_month.
           perform load_supplier_master.
           perform tally_staging_log.
           perform tally_driver_log.
           perform varying ws-d from 1 by 1 until ws-d > ws-dm-count
               perform tally_one_day
           end-perform.
           perform varying ws-p from 1 by 1 until ws-p > ws-sup-count
               perform score_supplier
           end-perform.
           perform rank_suppliers.
           perform write_scorecard.

           display "aoc-supplier-scorecard: " ws-sup-count
               " supplier(s) scored for " ws-month " - report in "
               function trim(ws-report-path).
           stop run.

       choose_month.
           move spaces to ws-env-close.
           accept ws-env-close from environment "AOCPERIODEND".
           if ws-env-close is numeric then
               move ws-env-close to ws-close-date
           end-if.
           if ws-close-date = spaces then
               open input f-runctl
               if ws-runctl-fs = "00"
                   read f-runctl
                       at end continue
                       not at end
                           if runctl-bus-date is numeric
                               move runctl-bus-date to ws-close-date
                           end-if
                   end-read
                   close f-runctl
               end-if
           end-if.
           if ws-close-date = spaces then
               move ws-cur-date(1:8) to ws-close-date
           end-if.
           move ws-close-date(1:6) to ws-month.
           move ws-month(1:4) to ws-yyyy.
           move ws-month(5:2) to ws-mm.
           if ws-mm = 1 then
               subtract 1 from ws-yyyy
               move 12 to ws-mm
           else
               subtract 1 from ws-mm
           end-if.
           move ws-yyyy to ws-prior(1:4).
           move ws-mm to ws-prior(5:2).
           move spaces to ws-report-path.
           string "../supplier_scorecard_" ws-month ".txt"
               delimited by size into ws-report-path.

       load_supplier_master.
           open input f-supplier.
           if ws-sup-fs not = "00" then
               display "aoc-supplier-scorecard: no ../supplier_master"
                   ".txt - nobody to score"
               move 12 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-supplier at
               end move 'Y' to ws-eof
               not at end
                   if sup-day-dir not = spaces
                       and sup-id not = spaces
                       perform note_supplier_line
                   end-if
           end-perform.
           close f-supplier.

       note_supplier_line.
           if ws-dm-count >= 20 then
               display "aoc-supplier-scorecard: supplier master past "
                   "20 day directories - " function trim(sup-day-dir)
                   " not scored"
               exit paragraph
           end-if.
           move 0 to ws-found.
           perform varying ws-p from 1 by 1 until ws-p > ws-sup-count
               if ws-sup-id(ws-p) = sup-id
                   move ws-p to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found = 0 then
               add 1 to ws-sup-count
               move ws-sup-count to ws-found
               initialize ws-sup-entry(ws-found)
               move sup-id to ws-sup-id(ws-found)
               move sup-name to ws-sup-name(ws-found)
           end-if.
           add 1 to ws-dm-count.
           move sup-day-dir to ws-dm-day(ws-dm-count).
           move ws-found to ws-dm-sup(ws-dm-count).
           move sup-arrive-by to ws-dm-arrive-by(ws-dm-count).
           move ws-sup-days(ws-found) to ws-print-line.
           move spaces to ws-sup-days(ws-found).
           string function trim(ws-print-line) " "
               function trim(sup-day-dir) " by " sup-arrive-by
               delimited by size into ws-sup-days(ws-found).
           if ws-sup-days(ws-found)(1:1) = space then
               move ws-sup-days(ws-found)(2:59)
                   to ws-sup-days(ws-found)
           end-if.

      * the supplier-map entry for ws-key-day into ws-d (0 when no
      * supplier is named for it).
       find_day.
           move 0 to ws-found.
           perform varying ws-q from 1 by 1 until ws-q > ws-dm-count
               if ws-dm-day(ws-q) = ws-key-day
                   move ws-q to ws-found
                   exit perform
               end-if
           end-perform.

      * 1 for the month scored, 2 for the month before, else 0.
       find_period.
           move 0 to ws-per.
           if ws-rec-date(1:6) = ws-month then
               move 1 to ws-per
           end-if.
           if ws-rec-date(1:6) = ws-prior then
               move 2 to ws-per
           end-if.

      * a drop arrived when it was staged; one staged after the
      * agreed time on its own date is late. Older log lines carry
      * no time and count toward neither.
       tally_staging_log.
           open input f-staglog.
           if ws-staglog-fs not = "00" then
               display "aoc-supplier-scorecard: no ../staging_log"
                   ".txt - no arrivals to score"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-staglog at
               end move 'Y' to ws-eof
               not at end
                   move stag-day to ws-key-day
                   perform find_day
                   move stag-date to ws-rec-date
                   perform find_period
                   if ws-found > 0 and ws-per > 0
                       perform tally_one_drop
                   end-if
           end-perform.
           close f-staglog.

       tally_one_drop.
           move ws-dm-sup(ws-found) to ws-p.
           move 1 to ws-sp-active(ws-p, ws-per).
           add 1 to ws-sp-drops(ws-p, ws-per).
           if stag-status = "REJECTED" then
               add 1 to ws-sp-rejdrops(ws-p, ws-per)
           end-if.
           if stag-time not = spaces then
               add 1 to ws-sp-timed(ws-p, ws-per)
               if stag-time(1:4) > ws-dm-arrive-by(ws-found)
                   add 1 to ws-sp-late(ws-p, ws-per)
               end-if
           end-if.

       tally_driver_log.
           open input f-drvlog.
           if ws-drvlog-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-drvlog at
               end move 'Y' to ws-eof
               not at end
                   move drv-env to ws-rec-env
                   perform check_record_environment
                   move drv-day to ws-key-day
                   perform find_day
                   move drv-bus-date to ws-rec-date
                   perform find_period
                   if ws-found > 0 and ws-per > 0
                       perform tally_one_driver_line
                   end-if
           end-perform.
           close f-drvlog.

       tally_one_driver_line.
           move spaces to ws-drv-key.
           string drv-day drv-run-id drv-outcome
               delimited by size into ws-drv-key.
           if ws-drv-key = ws-last-drv-key then
               exit paragraph
           end-if.
           move ws-drv-key to ws-last-drv-key.
           move ws-dm-sup(ws-found) to ws-p.
           evaluate drv-outcome
               when "INPUT-CHANGED"
                   add 1 to ws-sp-fpchg(ws-p, ws-per)
                   move 1 to ws-sp-active(ws-p, ws-per)
               when "PREFLIGHT-NO-GO"
               when "ALMANAC-NO-GO"
                   add 1 to ws-sp-nogo(ws-p, ws-per)
                   move 1 to ws-sp-active(ws-p, ws-per)
               when "SKIPPED-NO-INPUT"
                   add 1 to ws-sp-missing(ws-p, ws-per)
                   move 1 to ws-sp-active(ws-p, ws-per)
           end-evaluate.

      * one day directory's exceptions, quality metrics and
      * standing verdicts, to its supplier.
       tally_one_day.
           move ws-dm-sup(ws-d) to ws-p.
           move spaces to ws-excpt-path.
           string "../../" function trim(ws-dm-day(ws-d))
               "/exception_log.txt"
               delimited by size into ws-excpt-path.
           open input f-exception.
           if ws-excpt-fs = "00" then
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-exception at
                   end move 'Y' to ws-eof
                   not at end
                       move excpt-env to ws-rec-env
                       perform check_record_environment
                       move excpt-bus-date to ws-rec-date
                       perform find_period
                       if ws-per > 0
                           add 1 to ws-sp-excpt(ws-p, ws-per)
                       end-if
               end-perform
               close f-exception
           end-if.

           move spaces to ws-quality-path.
           string "../../" function trim(ws-dm-day(ws-d))
               "/quality_metrics.txt"
               delimited by size into ws-quality-path.
           open input f-quality.
           if ws-quality-fs = "00" then
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-quality at
                   end move 'Y' to ws-eof
                   not at end
                       move qual-env to ws-rec-env
                       perform check_record_environment
                       move qual-bus-date to ws-rec-date
                       perform find_period
                       if ws-per > 0
                           add qual-records-read
                               to ws-sp-read(ws-p, ws-per)
                           add qual-records-rejected
                               to ws-sp-rejected(ws-p, ws-per)
                           move 1 to ws-sp-active(ws-p, ws-per)
                       end-if
               end-perform
               close f-quality
           end-if.

           move spaces to ws-verdict-path.
           string "../../" function trim(ws-dm-day(ws-d))
               "/preflight_verdict.txt"
               delimited by size into ws-verdict-path.
           perform note_standing_verdict.
           move spaces to ws-verdict-path.
           string "../../" function trim(ws-dm-day(ws-d))
               "/almanac_verdict.txt"
               delimited by size into ws-verdict-path.
           perform note_standing_verdict.

       note_standing_verdict.
           open input f-verdict.
           if ws-verdict-fs not = "00" then
               exit paragraph
           end-if.
           read f-verdict
               at end continue
               not at end
                   move ws-sup-verdicts(ws-p) to ws-print-line
                   move spaces to ws-sup-verdicts(ws-p)
                   string function trim(ws-print-line) " "
                       function trim(ws-dm-day(ws-d)) " "
                       verdict-line(1:5)
                       delimited by size into ws-sup-verdicts(ws-p)
                   if ws-sup-verdicts(ws-p)(1:1) = space
                       move ws-sup-verdicts(ws-p)(2:59)
                           to ws-sup-verdicts(ws-p)
                   end-if
           end-read.
           close f-verdict.

      * 100, less 5 for each drop rejected at staging and each
      * no-go verdict or moved fingerprint, 3 for each day the drop
      * never came, 2 for each late arrival, and 1 for each whole
      * percent of records rejected - never below 0.
       score_supplier.
           perform varying ws-per from 1 by 1 until ws-per > 2
               move 0 to ws-sp-rate(ws-p, ws-per)
               if ws-sp-read(ws-p, ws-per) > 0
                   compute ws-sp-rate(ws-p, ws-per) rounded =
                       ws-sp-rejected(ws-p, ws-per) * 100
                       / ws-sp-read(ws-p, ws-per)
               end-if
               move ws-sp-rate(ws-p, ws-per) to ws-rate-int
               compute ws-penalty =
                   5 * ws-sp-rejdrops(ws-p, ws-per)
                   + 5 * ws-sp-nogo(ws-p, ws-per)
                   + 5 * ws-sp-fpchg(ws-p, ws-per)
                   + 3 * ws-sp-missing(ws-p, ws-per)
                   + 2 * ws-sp-late(ws-p, ws-per)
                   + ws-rate-int
               if ws-penalty >= 100
                   move 0 to ws-sp-score(ws-p, ws-per)
               else
                   compute ws-sp-score(ws-p, ws-per) =
                       100 - ws-penalty
               end-if
           end-perform.

       rank_suppliers.
           perform varying ws-rank from 1 by 1
               until ws-rank > ws-sup-count
               move 0 to ws-best
               perform varying ws-p from 1 by 1
                   until ws-p > ws-sup-count
                   if ws-taken(ws-p) = 0
                       perform compare_for_rank
                   end-if
               end-perform
               move 1 to ws-taken(ws-best)
               move ws-best to ws-order(ws-rank)
               move ws-rank to ws-sup-rank(ws-best)
           end-perform.

      * is ws-p ahead of the best so far?
       compare_for_rank.
           if ws-best = 0 then
               move ws-p to ws-best
               exit paragraph
           end-if.
           if ws-sp-active(ws-p, 1) = 1
               and ws-sp-active(ws-best, 1) = 0 then
               move ws-p to ws-best
               exit paragraph
           end-if.
           if ws-sp-active(ws-p, 1) = ws-sp-active(ws-best, 1)
               and ws-sp-score(ws-p, 1) > ws-sp-score(ws-best, 1)
               then
               move ws-p to ws-best
           end-if.

       write_scorecard.
           open output f-report.
           if ws-report-fs not = "00" then
               display "aoc-supplier-scorecard: cannot write "
                   function trim(ws-report-path)
                   " (status " ws-report-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move spaces to ws-print-line.
           string "Input supplier scorecard - " ws-month
               " (trend against " ws-prior ")"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move all "=" to report-line(1:60).
           write report-line.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "rank supplier      drops  late  rejd  miss  no-go"
               "  excpt     records read  records rejd   rej%"
               "  score  prior  trend"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "---- ------------  -----  ----  ----  ----  -----"
               "  -----  ------------  ------------  -----"
               "  -----  -----  -----------"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           perform varying ws-rank from 1 by 1
               until ws-rank > ws-sup-count
               move ws-order(ws-rank) to ws-p
               perform write_ranked_line
           end-perform.

           move spaces to report-line.
           write report-line.
           move "Suppliers" to report-line.
           write report-line.
           move "---------" to report-line.
           write report-line.
           perform varying ws-p from 1 by 1 until ws-p > ws-sup-count
               perform write_supplier_detail
           end-perform.

           move spaces to report-line.
           write report-line.
           move "score: 100, less 5 per drop rejected at staging, "
               & "per no-go verdict and per moved fingerprint, 3 per "
               & "day with no drop," to report-line.
           write report-line.
           move "       2 per late arrival and 1 per whole percent of"
               & " records rejected (never below 0)" to report-line.
           write report-line.
           close f-report.

       write_ranked_line.
           move ws-rank to ws-ed-rank.
           move spaces to ws-print-line.
           if ws-sp-active(ws-p, 1) = 0 then
               string "  " ws-ed-rank " " ws-sup-id(ws-p)
                   "  nothing on file for " ws-month
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
               exit paragraph
           end-if.
           move ws-sp-drops(ws-p, 1) to ws-ed-5.
           move ws-sp-late(ws-p, 1) to ws-ed-5b.
           move ws-sp-rejdrops(ws-p, 1) to ws-ed-5c.
           move ws-sp-missing(ws-p, 1) to ws-ed-5d.
           compute ws-ed-5e =
               ws-sp-nogo(ws-p, 1) + ws-sp-fpchg(ws-p, 1).
           move ws-sp-excpt(ws-p, 1) to ws-ed-7.
           move ws-sp-read(ws-p, 1) to ws-ed-11.
           move ws-sp-rejected(ws-p, 1) to ws-ed-11b.
           move ws-sp-rate(ws-p, 1) to ws-ed-rate.
           move ws-sp-score(ws-p, 1) to ws-ed-score.
           if ws-sp-active(ws-p, 2) = 0 then
               move "NEW" to ws-trend
           else
               move ws-sp-score(ws-p, 2) to ws-ed-prior
               evaluate true
                   when ws-sp-score(ws-p, 1) > ws-sp-score(ws-p, 2)
                       compute ws-ed-delta = ws-sp-score(ws-p, 1)
                           - ws-sp-score(ws-p, 2)
                       move spaces to ws-trend
                       string function trim(ws-ed-delta) " better"
                           delimited by size into ws-trend
                   when ws-sp-score(ws-p, 1) < ws-sp-score(ws-p, 2)
                       compute ws-ed-delta = ws-sp-score(ws-p, 1)
                           - ws-sp-score(ws-p, 2)
                       move spaces to ws-trend
                       string function trim(ws-ed-delta) " worse"
                           delimited by size into ws-trend
                   when other
                       move "same" to ws-trend
               end-evaluate
           end-if.
           move spaces to ws-print-line.
           if ws-sp-active(ws-p, 2) = 0 then
               string "  " ws-ed-rank " " ws-sup-id(ws-p) " "
                   ws-ed-5 "  " ws-ed-5b(2:4) "  " ws-ed-5c(2:4)
                   "  " ws-ed-5d(2:4) "  " ws-ed-5e "  "
                   ws-ed-7(3:5) "   " ws-ed-11(2:10) "    "
                   ws-ed-11b(2:10) "  " ws-ed-rate "    "
                   ws-ed-score "      -  " ws-trend
                   delimited by size into ws-print-line
           else
               string "  " ws-ed-rank " " ws-sup-id(ws-p) " "
                   ws-ed-5 "  " ws-ed-5b(2:4) "  " ws-ed-5c(2:4)
                   "  " ws-ed-5d(2:4) "  " ws-ed-5e "  "
                   ws-ed-7(3:5) "   " ws-ed-11(2:10) "    "
                   ws-ed-11b(2:10) "  " ws-ed-rate "    "
                   ws-ed-score "    " ws-ed-prior "  " ws-trend
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.

       write_supplier_detail.
           move spaces to ws-print-line.
           string "  " ws-sup-id(ws-p) " " ws-sup-name(ws-p)
               " " function trim(ws-sup-days(ws-p))
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move ws-sp-timed(ws-p, 1) to ws-ed-5.
           move ws-sp-drops(ws-p, 1) to ws-ed-5b.
           move ws-sp-fpchg(ws-p, 1) to ws-ed-5c.
           move ws-sp-nogo(ws-p, 1) to ws-ed-5d.
           move spaces to ws-print-line.
           string "      arrival time known for "
               function trim(ws-ed-5) " of "
               function trim(ws-ed-5b) " drop(s); "
               function trim(ws-ed-5c) " moved fingerprint(s), "
               function trim(ws-ed-5d) " pre-flight/almanac NO-GO"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-sup-verdicts(ws-p) not = spaces then
               move spaces to ws-print-line
               string "      standing verdict: "
                   function trim(ws-sup-verdicts(ws-p))
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.

      * no card, or blank fields, is the home tree running PROD; a
      * card choosing another environment than this tree's means
      * this was started in the wrong directory - refuse.
       read_environment_card.
           open input f-envcard.
           if ws-envcard-fs = "00" then
               read f-envcard
                   at end continue
                   not at end
                       if envc-tree not = spaces
                           move envc-tree to ws-env
                       end-if
                       move envc-chosen to ws-env-chosen
               end-read
               close f-envcard
           end-if.
           if ws-env-chosen = spaces then
               move ws-env to ws-env-chosen
           end-if.
           if ws-env-chosen not = ws-env then
               display "aoc-supplier-scorecard: refusing to run - "
                   "the environment card chooses "
                   function trim(ws-env-chosen) " but this is the "
                   function trim(ws-env) " tree"
               move 12 to return-code
               stop run
           end-if.

      * a record from before environments were stamped is PROD's;
      * a record from any other environment is refused outright
      * rather than reported alongside this one's.
       check_record_environment.
           if ws-rec-env = spaces then
               move "PROD" to ws-rec-env
           end-if.
           if ws-rec-env not = ws-env then
               display "aoc-supplier-scorecard: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
