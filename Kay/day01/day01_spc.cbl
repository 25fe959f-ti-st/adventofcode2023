      * calibration statistical process control chart
      * the detail registers give one calibration value per line and
      * the ledger one total per run, which cannot tell a normal
      * night from a drifting one. This computes, for the run in
      * hand, the count, mean, range and standard deviation of the
      * calibration values - part 1 (calibration_detail.txt) and
      * part 2 (calibration_detail_ext.txt) separately, and per
      * station where the document is sectioned - keeps them in
      * calibration_spc_history.txt, and prints an X-bar/R style
      * chart per series with control limits taken from the
      * trailing history: the centre line is the trailing runs'
      * average, the limits three sigma either side, sigma
      * estimated from the average moving range between
      * consecutive runs (2.66 x the average moving range). A run
      * outside the mean or range limits, or the last several runs
      * all on one side of the centre line, is flagged on the chart
      * and raised as a WARNING on operator_alerts.txt.
      *
      * calibration_spc_control.txt (optional), fixed columns:
      * trailing runs 9(3) (default 20), space, run-of-one-side
      * length 9(2) (default 7). Limits need five earlier runs of
      * a series. A rerun under the same run id replaces that run's
      * history lines. Repaired-line ADJ records belong to the
      * reprocess adjustment, not the run, and are left out.
       identification division.
           program-id. calibration_spc.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-detail assign to dynamic ws-detail-path
           organization is line sequential
           file status is ws-detail-fs.
           select f-control assign to "../calibration_spc_control.txt"
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-history assign to "../calibration_spc_history.txt"
           organization is line sequential
           file status is ws-hist-fs.
           select f-report assign to "../calibration_spc_chart.txt"
           organization is line sequential.
      * alerts append to the same file aoc-alert writes, so the
      * operator still reads exactly one alert file.
           select f-alerts assign to "../operator_alerts.txt"
           organization is line sequential
           file status is ws-alerts-fs.
           select f-runctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.

       data division.
           file section.

      * the per-line detail records day01_1 and day01_2 write:
      * "line nnnnnnnnn first=n last=n value=nnnnnnnnn", then
      * " station=xxxxxxxxxx" on a sectioned document or " ADJ" on
      * a repaired line.
           fd f-detail.
           01 detail-record.
               02 dt-head pic x(5).
               02 dt-line-nr pic 9(9).
               02 filler pic x(7).
               02 dt-first pic 9(1).
               02 filler pic x(6).
               02 dt-last pic 9(1).
               02 filler pic x(7).
               02 dt-value pic 9(9).
               02 dt-tag pic x(9).
               02 dt-station pic x(10).
               02 filler pic x(16).

           fd f-control.
           01 control-record.
               02 cc-trailing pic 9(3).
               02 filler pic x(1).
               02 cc-run-length pic 9(2).

      * one line per run and series - mean and standard deviation
      * carry four implied decimals.
           fd f-history.
           01 history-record.
               02 hs-run-id pic x(12).
               02 filler pic x(1).
               02 hs-bus-date pic x(8).
               02 filler pic x(1).
               02 hs-part pic 9(1).
               02 filler pic x(1).
               02 hs-station pic x(10).
               02 filler pic x(1).
               02 hs-count pic 9(9).
               02 filler pic x(1).
               02 hs-mean pic 9(9)v9(4).
               02 filler pic x(1).
               02 hs-range pic 9(9).
               02 filler pic x(1).
               02 hs-stddev pic 9(9)v9(4).
               02 filler pic x(1).
               02 hs-flag pic x(10).

           fd f-report.
           01 report-line pic x(132).

           fd f-alerts.
           01 alert-line pic x(132).

           fd f-runctl.
           copy RUNCTL.

           working-storage section.

           01 ws-detail-fs pic xx.
           01 ws-ctrl-fs pic xx.
           01 ws-hist-fs pic xx.
           01 ws-alerts-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-detail-path pic x(250).

           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-cur-date pic x(21).

           01 ws-trailing pic 9(3) value 20.
           01 ws-run-length pic 9(2) value 7.
           01 ws-min-history pic 9(3) value 5.

      * this run's series - part, station (ALL for the whole part)
      * and the running sums the statistics come from.
           01 ws-part pic 9(1).
           01 ws-station pic x(10).
           01 ws-sr-count pic 9(2) value 0.
           01 ws-sr-table.
               02 ws-sr-entry occurs 42 times.
                   03 sr-part pic 9(1).
                   03 sr-station pic x(10).
                   03 sr-count pic 9(9).
                   03 sr-sum pic 9(12).
                   03 sr-sumsq pic 9(15).
                   03 sr-min pic 9(9).
                   03 sr-max pic 9(9).
                   03 sr-mean pic 9(9)v9(4).
                   03 sr-range pic 9(9).
                   03 sr-stddev pic 9(9)v9(4).
                   03 sr-flag pic x(10).
           01 ws-s pic 9(2).
           01 ws-variance pic 9(15)v9(4).
           01 ws-sq-term pic 9(15)v9(4).
           01 ws-n-less pic 9(9).

      * the history as read, less any lines of this run id.
           01 ws-hist-count pic 9(4) value 0.
           01 ws-hist-table.
               02 ws-hist-entry occurs 5000 times.
                   03 hr-run-id pic x(12).
                   03 hr-bus-date pic x(8).
                   03 hr-part pic 9(1).
                   03 hr-station pic x(10).
                   03 hr-count pic 9(9).
                   03 hr-mean pic 9(9)v9(4).
                   03 hr-range pic 9(9).
                   03 hr-stddev pic 9(9)v9(4).
                   03 hr-flag pic x(10).
           01 ws-h pic 9(4).
           01 ws-h2 pic 9(4).

      * one series' trailing runs, oldest first, then this run as
      * the last point.
           01 ws-tr-count pic 9(3).
           01 ws-tr-table.
               02 ws-tr-entry occurs 1000 times.
                   03 tr-hist pic 9(4).
           01 ws-t pic 9(3).

      * control limits - centre line, average moving range, and the
      * limits either side, for the means and for the ranges.
           01 ws-limits-set pic 9(1).
           01 ws-x-center pic s9(9)v9(4).
           01 ws-x-mr pic s9(9)v9(4).
           01 ws-x-ucl pic s9(9)v9(4).
           01 ws-x-lcl pic s9(9)v9(4).
           01 ws-r-center pic s9(9)v9(4).
           01 ws-r-mr pic s9(9)v9(4).
           01 ws-r-ucl pic s9(9)v9(4).
           01 ws-r-lcl pic s9(9)v9(4).
           01 ws-sum-x pic s9(13)v9(4).
           01 ws-sum-r pic s9(13)v9(4).
           01 ws-sum-mrx pic s9(13)v9(4).
           01 ws-sum-mrr pic s9(13)v9(4).
           01 ws-diff pic s9(9)v9(4).
           01 ws-tr-less pic 9(3).
           01 ws-x-spread pic s9(9)v9(4).
           01 ws-r-spread pic s9(9)v9(4).
           01 ws-side pic s9(1).
           01 ws-prev-side pic s9(1).
           01 ws-same-side pic 9(3).

      * chart plotting - the X-bar band runs LCL to UCL across 31
      * columns, the R band across 21.
           01 ws-pt-mean pic 9(9)v9(4).
           01 ws-pt-range pic 9(9).
           01 ws-band pic x(31).
           01 ws-rband pic x(21).
           01 ws-pos pic s9(4).
           01 ws-band-width pic 9(2).
           01 ws-band-mid pic 9(2).
           01 ws-plot-value pic s9(9)v9(4).
           01 ws-plot-low pic s9(9)v9(4).
           01 ws-plot-high pic s9(9)v9(4).
           01 ws-plot-center pic s9(9)v9(4).
           01 ws-plot-band pic x(31).
           01 ws-plot-off pic s9(9)v9(4).
           01 ws-plot-span pic s9(9)v9(4).
           01 ws-plot-cols pic s9(4).
           01 ws-band-half pic 9(2).

           01 ws-flagged pic 9(3) value 0.
           01 ws-alert-count pic 9(3) value 0.
           01 ws-mean-show pic z(8)9.9999.
           01 ws-sd-show pic z(8)9.9999.
           01 ws-lim-show1 pic -(8)9.9999.
           01 ws-lim-show2 pic -(8)9.9999.
           01 ws-lim-show3 pic -(8)9.9999.
           01 ws-count-show pic z(8)9.
           01 ws-range-show pic z(8)9.
           01 ws-print-line pic x(132).

       procedure division.

           display "calibration_spc: charting the calibration run".

           perform read_run_control.
           perform read_spc_control.
           perform load_history.

           move 1 to ws-part.
           move "../calibration_detail.txt" to ws-detail-path.
           perform gather_part.
           move 2 to ws-part.
           move "../calibration_detail_ext.txt" to ws-detail-path.
           perform gather_part.
           if ws-sr-count = 0 then
               display "no calibration detail register readable - "
                   "run trebuchet first"
               move 8 to return-code
               stop run
           end-if.

           open output f-report.
           move "Calibration SPC chart - X-bar / R" to report-line.
           write report-line.
           move "============================================"
               to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "run " ws-run-id " business date " ws-bus-date
               " - limits from up to " ws-trailing
               " trailing run(s), run rule " ws-run-length
               " on one side"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

           perform varying ws-s from 1 by 1 until ws-s > ws-sr-count
               perform chart_one_series
           end-perform.
           close f-report.

           perform write_history.

           display "calibration_spc: " ws-sr-count " series, "
               ws-flagged " flagged, " ws-alert-count
               " alert(s) - chart in ../calibration_spc_chart.txt".
           if ws-flagged > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * the run id and business date the driver issued - an ad-hoc
      * run stamps itself ADHOC with today's date instead.
       read_run_control.
           move spaces to ws-run-id.
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
               move function current-date to ws-cur-date
               move "ADHOC " to ws-run-id(1:6)
               move ws-cur-date(9:6) to ws-run-id(7:6)
               move ws-cur-date(1:8) to ws-bus-date
           end-if.

       read_spc_control.
           open input f-control.
           if ws-ctrl-fs not = "00" then
               exit paragraph
           end-if.
           read f-control
               at end continue
               not at end
                   if cc-trailing is numeric and cc-trailing > 1
                       move cc-trailing to ws-trailing
                   end-if
                   if cc-run-length is numeric
                       and cc-run-length > 1
                       move cc-run-length to ws-run-length
                   end-if
           end-read.
           close f-control.

      * every earlier run's lines, in the order they were written;
      * a full table drops its oldest line to make room.
       load_history.
           open input f-history.
           if ws-hist-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-history at
               end move 'Y' to ws-eof
               not at end
                   if hs-run-id not = ws-run-id
                       and hs-run-id not = spaces
                       perform keep_history_line
                   end-if
           end-perform.
           close f-history.

       keep_history_line.
           if ws-hist-count >= 5000 then
               perform varying ws-h from 2 by 1 until ws-h > 5000
                   compute ws-h2 = ws-h - 1
                   move ws-hist-entry(ws-h) to ws-hist-entry(ws-h2)
               end-perform
               subtract 1 from ws-hist-count
           end-if.
           add 1 to ws-hist-count.
           move hs-run-id to hr-run-id(ws-hist-count).
           move hs-bus-date to hr-bus-date(ws-hist-count).
           move hs-part to hr-part(ws-hist-count).
           move hs-station to hr-station(ws-hist-count).
           move hs-count to hr-count(ws-hist-count).
           move hs-mean to hr-mean(ws-hist-count).
           move hs-range to hr-range(ws-hist-count).
           move hs-stddev to hr-stddev(ws-hist-count).
           move hs-flag to hr-flag(ws-hist-count).

      * one part's detail register into its series - the whole
      * part, and each station it is sectioned into.
       gather_part.
           open input f-detail.
           if ws-detail-fs not = "00" then
               display "no " function trim(ws-detail-path)
                   " - part " ws-part " not charted"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-detail at
               end move 'Y' to ws-eof
               not at end
                   if dt-head = "line " and dt-value is numeric
                       and dt-tag(1:4) not = " ADJ"
                       move "ALL" to ws-station
                       perform add_series_value
                       if dt-tag = " station="
                           and dt-station not = spaces
                           move dt-station to ws-station
                           perform add_series_value
                       end-if
                   end-if
           end-perform.
           close f-detail.

       add_series_value.
           move 0 to ws-h.
           perform varying ws-s from 1 by 1 until ws-s > ws-sr-count
               if sr-part(ws-s) = ws-part
                   and sr-station(ws-s) = ws-station
                   move ws-s to ws-h
                   exit perform
               end-if
           end-perform.
           if ws-h = 0 then
               if ws-sr-count >= 42
                   exit paragraph
               end-if
               add 1 to ws-sr-count
               move ws-sr-count to ws-h
               move ws-part to sr-part(ws-h)
               move ws-station to sr-station(ws-h)
               move 0 to sr-count(ws-h)
               move 0 to sr-sum(ws-h)
               move 0 to sr-sumsq(ws-h)
               move dt-value to sr-min(ws-h)
               move dt-value to sr-max(ws-h)
               move spaces to sr-flag(ws-h)
           end-if.
           add 1 to sr-count(ws-h).
           add dt-value to sr-sum(ws-h).
           compute sr-sumsq(ws-h) = sr-sumsq(ws-h)
               + dt-value * dt-value.
           if dt-value < sr-min(ws-h)
               move dt-value to sr-min(ws-h)
           end-if.
           if dt-value > sr-max(ws-h)
               move dt-value to sr-max(ws-h)
           end-if.

      * statistics, limits, flags and chart for series ws-s.
       chart_one_series.
      * the sample standard deviation, from the sums - one step
      * at a time, so no intermediate outgrows its field.
           divide sr-sum(ws-s) by sr-count(ws-s)
               giving sr-mean(ws-s) rounded.
           subtract sr-min(ws-s) from sr-max(ws-s)
               giving sr-range(ws-s).
           move 0 to sr-stddev(ws-s).
           if sr-count(ws-s) > 1 then
               compute ws-sq-term rounded =
                   sr-sum(ws-s) * sr-sum(ws-s) / sr-count(ws-s)
               subtract ws-sq-term from sr-sumsq(ws-s)
                   giving ws-variance
               subtract 1 from sr-count(ws-s) giving ws-n-less
               divide ws-variance by ws-n-less
                   giving ws-variance rounded
               compute sr-stddev(ws-s) rounded =
                   function sqrt(ws-variance)
           end-if.

           perform collect_trailing_runs.
           perform compute_limits.
           perform evaluate_series_flags.
           perform print_series_chart.
           if sr-flag(ws-s) not = spaces then
               add 1 to ws-flagged
               perform raise_spc_alert
           end-if.

      * the series' latest earlier runs, at most the trailing
      * window, oldest first.
       collect_trailing_runs.
           move 0 to ws-tr-count.
           perform varying ws-h from ws-hist-count by -1
               until ws-h < 1 or ws-tr-count >= ws-trailing
               if hr-part(ws-h) = sr-part(ws-s)
                   and hr-station(ws-h) = sr-station(ws-s)
                   add 1 to ws-tr-count
                   move ws-h to tr-hist(ws-tr-count)
               end-if
           end-perform.
           perform varying ws-t from 1 by 1
               until ws-t > ws-tr-count / 2
               compute ws-h2 = ws-tr-count + 1 - ws-t
               move tr-hist(ws-t) to ws-h
               move tr-hist(ws-h2) to tr-hist(ws-t)
               move ws-h to tr-hist(ws-h2)
           end-perform.

      * the individuals form of the X-bar and R charts - each run
      * is one point, the centre line the trailing average, and
      * sigma the average moving range over 1.128.
       compute_limits.
           move 0 to ws-limits-set.
           if ws-tr-count < ws-min-history then
               exit paragraph
           end-if.
           move 1 to ws-limits-set.
           move 0 to ws-sum-x.
           move 0 to ws-sum-r.
           move 0 to ws-sum-mrx.
           move 0 to ws-sum-mrr.
           perform varying ws-t from 1 by 1 until ws-t > ws-tr-count
               move tr-hist(ws-t) to ws-h
               add hr-mean(ws-h) to ws-sum-x
               add hr-range(ws-h) to ws-sum-r
               if ws-t > 1
                   move tr-hist(ws-t - 1) to ws-h2
                   subtract hr-mean(ws-h2) from hr-mean(ws-h)
                       giving ws-diff
                   if ws-diff < 0
                       multiply -1 by ws-diff
                   end-if
                   add ws-diff to ws-sum-mrx
                   subtract hr-range(ws-h2) from hr-range(ws-h)
                       giving ws-diff
                   if ws-diff < 0
                       multiply -1 by ws-diff
                   end-if
                   add ws-diff to ws-sum-mrr
               end-if
           end-perform.
           subtract 1 from ws-tr-count giving ws-tr-less.
           divide ws-sum-x by ws-tr-count
               giving ws-x-center rounded.
           divide ws-sum-r by ws-tr-count
               giving ws-r-center rounded.
           divide ws-sum-mrx by ws-tr-less giving ws-x-mr rounded.
           divide ws-sum-mrr by ws-tr-less giving ws-r-mr rounded.
           multiply 2.66 by ws-x-mr giving ws-x-spread rounded.
           multiply 2.66 by ws-r-mr giving ws-r-spread rounded.
           add ws-x-center ws-x-spread giving ws-x-ucl.
           subtract ws-x-spread from ws-x-center giving ws-x-lcl.
           add ws-r-center ws-r-spread giving ws-r-ucl.
           subtract ws-r-spread from ws-r-center giving ws-r-lcl.
           if ws-r-lcl < 0
               move 0 to ws-r-lcl
           end-if.

      * out of the mean limits, out of the range limits, or the
      * run-rule's worth of points in a row on one side of the
      * centre line, this run included.
       evaluate_series_flags.
           move spaces to sr-flag(ws-s).
           if ws-limits-set = 0 then
               exit paragraph
           end-if.
           evaluate true
               when sr-mean(ws-s) > ws-x-ucl
                   move "MEAN-HIGH" to sr-flag(ws-s)
               when sr-mean(ws-s) < ws-x-lcl
                   move "MEAN-LOW" to sr-flag(ws-s)
               when sr-range(ws-s) > ws-r-ucl
                   move "RANGE-HIGH" to sr-flag(ws-s)
               when sr-range(ws-s) < ws-r-lcl
                   move "RANGE-LOW" to sr-flag(ws-s)
           end-evaluate.
           if sr-flag(ws-s) not = spaces then
               exit paragraph
           end-if.
           move 0 to ws-side.
           if sr-mean(ws-s) > ws-x-center
               move 1 to ws-side
           end-if.
           if sr-mean(ws-s) < ws-x-center
               move -1 to ws-side
           end-if.
           if ws-side = 0 then
               exit paragraph
           end-if.
           move 1 to ws-same-side.
           perform varying ws-t from ws-tr-count by -1
               until ws-t < 1 or ws-same-side >= ws-run-length
               move tr-hist(ws-t) to ws-h
               move 0 to ws-prev-side
               if hr-mean(ws-h) > ws-x-center
                   move 1 to ws-prev-side
               end-if
               if hr-mean(ws-h) < ws-x-center
                   move -1 to ws-prev-side
               end-if
               if ws-prev-side not = ws-side
                   exit perform
               end-if
               add 1 to ws-same-side
           end-perform.
           if ws-same-side >= ws-run-length then
               if ws-side = 1
                   move "RUN-ABOVE" to sr-flag(ws-s)
               else
                   move "RUN-BELOW" to sr-flag(ws-s)
               end-if
           end-if.

       print_series_chart.
           move spaces to report-line.
           write report-line.
           move sr-count(ws-s) to ws-count-show.
           move sr-mean(ws-s) to ws-mean-show.
           move sr-range(ws-s) to ws-range-show.
           move sr-stddev(ws-s) to ws-sd-show.
           move spaces to ws-print-line.
           string "part " sr-part(ws-s) " station " sr-station(ws-s)
               " count " ws-count-show " mean " ws-mean-show
               " range " ws-range-show " std-dev " ws-sd-show
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

           move spaces to ws-print-line.
           if ws-limits-set = 0 then
               string "  limits not set - " ws-tr-count
                   " earlier run(s) of this series, "
                   ws-min-history " needed"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
               exit paragraph
           end-if.
           move ws-x-lcl to ws-lim-show1.
           move ws-x-center to ws-lim-show2.
           move ws-x-ucl to ws-lim-show3.
           string "  X-bar LCL " ws-lim-show1 " CL " ws-lim-show2
               " UCL " ws-lim-show3
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move ws-r-lcl to ws-lim-show1.
           move ws-r-center to ws-lim-show2.
           move ws-r-ucl to ws-lim-show3.
           move spaces to ws-print-line.
           string "  R     LCL " ws-lim-show1 " CL " ws-lim-show2
               " UCL " ws-lim-show3
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

           perform varying ws-t from 1 by 1 until ws-t > ws-tr-count
               move tr-hist(ws-t) to ws-h
               move hr-mean(ws-h) to ws-pt-mean
               move hr-range(ws-h) to ws-pt-range
               perform plot_one_point
               move spaces to ws-print-line
               string "  " hr-run-id(ws-h) " " hr-bus-date(ws-h)
                   " " ws-mean-show " [" ws-band "] "
                   ws-range-show " [" ws-rband "] " hr-flag(ws-h)
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-perform.
           move sr-mean(ws-s) to ws-pt-mean.
           move sr-range(ws-s) to ws-pt-range.
           perform plot_one_point.
           move spaces to ws-print-line.
           string "  " ws-run-id " " ws-bus-date
               " " ws-mean-show " [" ws-band "] "
               ws-range-show " [" ws-rband "] " sr-flag(ws-s)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * one point on both bands - the centre line is '|', the
      * point '*', and a point past a limit shows as '<' or '>' at
      * the band's edge.
       plot_one_point.
           move ws-pt-mean to ws-mean-show.
           move ws-pt-range to ws-range-show.
           move 31 to ws-band-width.
           move ws-pt-mean to ws-plot-value.
           move ws-x-lcl to ws-plot-low.
           move ws-x-center to ws-plot-center.
           move ws-x-ucl to ws-plot-high.
           perform plot_on_band.
           move ws-plot-band to ws-band.
           move 21 to ws-band-width.
           move ws-pt-range to ws-plot-value.
           move ws-r-lcl to ws-plot-low.
           move ws-r-center to ws-plot-center.
           move ws-r-ucl to ws-plot-high.
           perform plot_on_band.
           move ws-plot-band(1:21) to ws-rband.

       plot_on_band.
           move all "." to ws-plot-band.
           move spaces to ws-plot-band(ws-band-width + 1:).
           add 1 ws-band-width giving ws-band-mid.
           divide 2 into ws-band-mid.
           subtract ws-band-mid from ws-band-width
               giving ws-band-half.
           move "|" to ws-plot-band(ws-band-mid:1).
           evaluate true
               when ws-plot-value > ws-plot-high
                   move ">" to ws-plot-band(ws-band-width:1)
               when ws-plot-value < ws-plot-low
                   move "<" to ws-plot-band(1:1)
               when ws-plot-high = ws-plot-low
                   move "*" to ws-plot-band(ws-band-mid:1)
               when ws-plot-value >= ws-plot-center
                   subtract ws-plot-center from ws-plot-value
                       giving ws-plot-off
                   subtract ws-plot-center from ws-plot-high
                       giving ws-plot-span
                   multiply ws-band-half by ws-plot-off
                   divide ws-plot-span into ws-plot-off
                       giving ws-plot-cols rounded
                   add ws-band-mid ws-plot-cols giving ws-pos
                   move "*" to ws-plot-band(ws-pos:1)
               when other
                   subtract ws-plot-value from ws-plot-center
                       giving ws-plot-off
                   subtract ws-plot-low from ws-plot-center
                       giving ws-plot-span
                   multiply ws-band-half by ws-plot-off
                   divide ws-plot-span into ws-plot-off
                       giving ws-plot-cols rounded
                   subtract ws-plot-cols from ws-band-mid
                       giving ws-pos
                   move "*" to ws-plot-band(ws-pos:1)
           end-evaluate.

       raise_spc_alert.
           open extend f-alerts.
           if ws-alerts-fs = "35" then
               open output f-alerts
           end-if.
           move ws-x-lcl to ws-lim-show1.
           move ws-x-ucl to ws-lim-show3.
           move sr-mean(ws-s) to ws-mean-show.
           move spaces to ws-print-line.
           string "WARNING  CALIBRATION SPC part " sr-part(ws-s)
               " station " function trim(sr-station(ws-s))
               " run " function trim(ws-run-id) " "
               function trim(sr-flag(ws-s))
               " - mean " function trim(ws-mean-show)
               " limits " function trim(ws-lim-show1)
               " to " function trim(ws-lim-show3)
               delimited by size into ws-print-line.
           move ws-print-line to alert-line.
           write alert-line.
           close f-alerts.
           add 1 to ws-alert-count.
           display "  ** " function trim(ws-print-line).

      * the history rewritten whole - the earlier runs, then this
      * run's series.
       write_history.
           open output f-history.
           perform varying ws-h from 1 by 1 until ws-h > ws-hist-count
               move spaces to history-record
               move hr-run-id(ws-h) to hs-run-id
               move hr-bus-date(ws-h) to hs-bus-date
               move hr-part(ws-h) to hs-part
               move hr-station(ws-h) to hs-station
               move hr-count(ws-h) to hs-count
               move hr-mean(ws-h) to hs-mean
               move hr-range(ws-h) to hs-range
               move hr-stddev(ws-h) to hs-stddev
               move hr-flag(ws-h) to hs-flag
               write history-record
           end-perform.
           perform varying ws-s from 1 by 1 until ws-s > ws-sr-count
               move spaces to history-record
               move ws-run-id to hs-run-id
               move ws-bus-date to hs-bus-date
               move sr-part(ws-s) to hs-part
               move sr-station(ws-s) to hs-station
               move sr-count(ws-s) to hs-count
               move sr-mean(ws-s) to hs-mean
               move sr-range(ws-s) to hs-range
               move sr-stddev(ws-s) to hs-stddev
               move sr-flag(ws-s) to hs-flag
               write history-record
           end-perform.
           close f-history.
