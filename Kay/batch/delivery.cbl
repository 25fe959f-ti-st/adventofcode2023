      * outbound answer delivery and acknowledgment tracking
      * results_export.csv used to be where our responsibility
      * silently ended - nobody knew whether the dashboard team or
      * the tournament desk ever picked it up. This builds one
      * outbound file per subscriber for the run (only the day/part
      * answers that subscriber takes, in the format it takes them),
      * each framed by a header and a trailer carrying the run id,
      * business date and record count, then tracks the
      * acknowledgment file each subscriber is supposed to return.
      * A delivery not acknowledged by its cut-off is re-sent once;
      * still unacknowledged past the re-send window, it becomes an
      * operator alert instead of a phone call from the consumer.
      *
      * Run by the driver as a post step after the CSV export (new
      * deliveries for the run), and on a cadence through the
      * morning (acknowledgment tracking) - every invocation does
      * both halves and is safe to repeat.
      *
      * delivery_subscribers.txt, fixed columns, one selection per
      * line (a subscriber taking several day/parts has several
      * lines; format, cut-off and window come from its first):
      *   subscriber id x(12), format x(4) (CSV / FIXD),
      *   cut-off hhmm 9(4), re-send window minutes 9(3),
      *   program x(20) ("*" = every program), part x(6)
      *   (blank or "*" = both parts)
      *
      * outbound files: ../outbound/<subscriber>_<run id>.txt
      * acknowledgments: ../inbound/ack_<subscriber>_<run id>.txt,
      *   first line "ACK <run id> <record count>"
       identification division.
           program-id. aoc-delivery.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-subscribers assign to
               "../delivery_subscribers.txt"
           organization is line sequential
           file status is ws-sub-fs.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-ledger assign to dynamic ws-ledger-path
           organization is line sequential
           file status is ws-ledger-fs.
      * the delivery register - loaded whole, updated in storage and
      * rewritten at the end, same rewrite-whole idiom as the stall
      * monitor's state file.
           select f-dlvreg assign to "../delivery_register.txt"
           organization is line sequential
           file status is ws-dlvreg-fs.
           select f-outbound assign to dynamic ws-out-path
           organization is line sequential
           file status is ws-out-fs.
           select f-ack assign to dynamic ws-ack-path
           organization is line sequential
           file status is ws-ack-fs.
           select f-report assign to "../delivery_report.txt"
           organization is line sequential.
      * completion token - new deliveries are only built over a
      * finished run, the same gate every reporting reader applies.
           select f-token assign to "../batch_complete.txt"
           organization is line sequential
           file status is ws-token-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
      * alerts append to the same file aoc-alert writes, so the
      * operator still reads exactly one alert file.
           select f-alerts assign to "../operator_alerts.txt"
           organization is line sequential
           file status is ws-alerts-fs.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.

           fd f-subscribers.
           01 subscriber-record.
               02 sb-id pic x(12).
               02 sb-format pic x(4).
               02 sb-cutoff pic x(4).
               02 sb-window pic x(3).
               02 sb-program pic x(20).
               02 sb-part pic x(6).

           fd f-registry.
           copy STEPREG.

           fd f-ledger.
           copy LEDGERREC.

           fd f-dlvreg.
           copy DLVREC.

           fd f-outbound.
           01 out-line pic x(120).

           fd f-ack.
           01 ack-line pic x(80).

           fd f-report.
           01 report-line pic x(132).

           fd f-token.
           copy TOKENREC.

           fd f-runctl.
           copy RUNCTL.

           fd f-alerts.
           01 alert-line pic x(132).

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-sub-fs pic xx.
           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-ledger-fs pic xx.
           01 ws-ledger-path pic x(250).
           01 ws-dlvreg-fs pic xx.
           01 ws-out-fs pic xx.
           01 ws-out-path pic x(250).
           01 ws-ack-fs pic xx.
           01 ws-ack-path pic x(250).
           01 ws-token-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-alerts-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-command pic x(300).

           01 ws-run-id pic x(12) value spaces.
           01 ws-bus-date pic x(8) value spaces.
           01 ws-token-ok pic 9(1) value 0.
           01 ws-cur-date pic x(21).
           01 ws-now-date pic x(8).
           01 ws-now-time pic x(6).
           01 ws-now-secs pic 9(9).
           01 ws-now-stamp pic 9(12).

      * the registered day/part keys with the latest ledger answer
      * found for each - same latest-row-wins reading as the export.
           01 ws-key-count pic 9(2) value 0.
           01 ws-key-table.
               02 ws-key-entry occurs 50 times.
                   03 ws-key-day pic x(10).
                   03 ws-key-program pic x(20).
                   03 ws-key-part pic x(6).
                   03 ws-key-found pic 9(1).
                   03 ws-key-value pic 9(18).
                   03 ws-key-run-id pic x(12).
                   03 ws-key-bus-date pic x(8).
           01 ws-k pic 9(2).
           01 ws-dup pic 9(1).

      * distinct day directories, for one ledger pass each.
           01 ws-day-count pic 9(2) value 0.
           01 ws-day-table.
               02 ws-day-entry occurs 10 times.
                   03 ws-day-dir pic x(10).
           01 ws-d pic 9(2).

      * subscribers and their selections.
           01 ws-sb-count pic 9(2) value 0.
           01 ws-sb-table.
               02 ws-sb-entry occurs 30 times.
                   03 ws-sb-id pic x(12).
                   03 ws-sb-format pic x(4).
                   03 ws-sb-cutoff-secs pic 9(5).
                   03 ws-sb-window pic 9(3).
           01 ws-s pic 9(2).
           01 ws-sel-count pic 9(3) value 0.
           01 ws-sel-table.
               02 ws-sel-entry occurs 300 times.
                   03 ws-sel-sub pic 9(2).
                   03 ws-sel-program pic x(20).
                   03 ws-sel-part pic x(6).
           01 ws-e pic 9(3).
           01 ws-selected pic 9(1).
           01 ws-hh pic 9(2).
           01 ws-mm pic 9(2).

      * the delivery register in storage.
           01 ws-dl-count pic 9(4) value 0.
           01 ws-dl-table.
               02 ws-dl-entry occurs 2000 times.
                   03 ws-dl-subscriber pic x(12).
                   03 ws-dl-run-id pic x(12).
                   03 ws-dl-bus-date pic x(8).
                   03 ws-dl-file pic x(60).
                   03 ws-dl-records pic 9(6).
                   03 ws-dl-sends pic 9(1).
                   03 ws-dl-status pic x(8).
                   03 ws-dl-sent-date pic x(8).
                   03 ws-dl-sent-time pic x(6).
                   03 ws-dl-due-date pic x(8).
                   03 ws-dl-due-time pic x(6).
                   03 ws-dl-ack-date pic x(8).
                   03 ws-dl-ack-time pic x(6).
           01 ws-l pic 9(4).
           01 ws-found pic 9(4).

      * outbound record build scratch - the fixed-format header,
      * detail and trailer share one 120-byte line.
           01 ws-fix-header.
               02 fh-type pic x(1) value "H".
               02 fh-subscriber pic x(12).
               02 fh-run-id pic x(12).
               02 fh-bus-date pic x(8).
               02 fh-created pic x(14).
               02 filler pic x(73) value spaces.
           01 ws-fix-detail.
               02 fd-type pic x(1) value "D".
               02 fd-day pic x(10).
               02 fd-program pic x(20).
               02 fd-part pic x(6).
               02 fd-value pic 9(18).
               02 fd-run-id pic x(12).
               02 fd-bus-date pic x(8).
               02 filler pic x(45) value spaces.
           01 ws-fix-trailer.
               02 ft-type pic x(1) value "T".
               02 ft-run-id pic x(12).
               02 ft-bus-date pic x(8).
               02 ft-records pic 9(6).
               02 filler pic x(93) value spaces.
           01 ws-rec-count pic 9(6).
           01 ws-value-ed pic z(17)9.

      * cut-off and acknowledgment arithmetic - a stamp is the day
      * number times 86400 plus seconds past midnight, so two
      * date/time pairs compare across midnight.
           01 ws-int-date pic 9(8).
           01 ws-day-nr pic 9(7).
           01 ws-due-stamp pic 9(12).
           01 ws-due-secs pic 9(9).
           01 ws-due-int pic 9(8).
           01 ws-stamp-date pic x(8).
           01 ws-stamp-time pic x(6).
           01 ws-w1 pic x(20).
           01 ws-w2 pic x(20).
           01 ws-w3 pic x(20).
           01 ws-ack-ok pic 9(1).
           01 ws-window-min pic 9(3).

           01 ws-built-count pic 9(4) value 0.
           01 ws-acked-count pic 9(4) value 0.
           01 ws-resent-count pic 9(4) value 0.
           01 ws-alerted-count pic 9(4) value 0.
           01 ws-open-count pic 9(4) value 0.
           01 ws-print-line pic x(132).

       procedure division.

           display "aoc-delivery: outbound answer delivery".

           perform read_environment_card.

           move function current-date to ws-cur-date.
           move ws-cur-date(1:8) to ws-now-date.
           move ws-cur-date(9:6) to ws-now-time.
           compute ws-now-secs = function seconds-past-midnight.
           move function numval(ws-now-date) to ws-int-date.
           compute ws-now-stamp =
               function integer-of-date(ws-int-date) * 86400
               + ws-now-secs.

           perform load_subscribers.
           perform load_delivery_register.
           perform check_completion_token.

           open output f-report.
           move spaces to report-line.
           string "Outbound delivery report - run "
               function trim(ws-run-id) " business date "
               ws-bus-date " checked " ws-now-date " " ws-now-time
               delimited by size into report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

      * first half - this run's deliveries, built once per
      * subscriber over a finished run.
           if ws-token-ok = 1 then
               perform load_answer_keys
               perform varying ws-s from 1 by 1
                   until ws-s > ws-sb-count
                   perform deliver_one_subscriber
               end-perform
           else
               string "no completion token for the current run - "
                   "no new deliveries built, tracking only"
                   delimited by size into report-line
               write report-line
           end-if.

      * second half - every open delivery on the register is checked
      * for its acknowledgment, re-sent once past its cut-off, and
      * alerted past the re-send window.
           perform varying ws-l from 1 by 1 until ws-l > ws-dl-count
               perform track_one_delivery
           end-perform.

           perform write_delivery_register.

           move spaces to report-line.
           write report-line.
           move spaces to report-line.
           string "built " ws-built-count ", acknowledged "
               ws-acked-count ", re-sent " ws-resent-count
               ", alerted " ws-alerted-count ", still open "
               ws-open-count
               delimited by size into report-line.
           write report-line.
           close f-report.

           display "aoc-delivery: " ws-built-count " built, "
               ws-acked-count " acknowledged, " ws-resent-count
               " re-sent, " ws-alerted-count " alerted".
           if ws-alerted-count > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * no subscriber list means nobody has been signed up yet -
      * nothing to deliver, a warning on the console rather than a
      * failed step (the driver logs any nonzero code as FAILED).
       load_subscribers.
           open input f-subscribers.
           if ws-sub-fs not = "00" then
               display "no ../delivery_subscribers.txt - nothing to "
                   "deliver (status " ws-sub-fs ")"
               move 0 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-subscribers at
               end move 'Y' to ws-eof
               not at end
                   if sb-id not = spaces
                       perform load_one_subscriber_line
                   end-if
           end-perform.
           close f-subscribers.
           if ws-sb-count = 0 then
               display "../delivery_subscribers.txt names no "
                   "subscribers"
               move 0 to return-code
               stop run
           end-if.

       load_one_subscriber_line.
           move 0 to ws-found.
           perform varying ws-s from 1 by 1 until ws-s > ws-sb-count
               if ws-sb-id(ws-s) = sb-id
                   move ws-s to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found = 0 then
               if ws-sb-count >= 30
                   display "subscriber list exceeds 30 subscribers - "
                       function trim(sb-id) " ignored"
                   exit paragraph
               end-if
               add 1 to ws-sb-count
               move ws-sb-count to ws-found
               move sb-id to ws-sb-id(ws-found)
               move sb-format to ws-sb-format(ws-found)
               if ws-sb-format(ws-found) not = "FIXD"
                   move "CSV " to ws-sb-format(ws-found)
               end-if
      * a missing or malformed cut-off defaults to 07:00, a missing
      * window to one hour.
               if sb-cutoff is numeric
                   move sb-cutoff(1:2) to ws-hh
                   move sb-cutoff(3:2) to ws-mm
               else
                   move 7 to ws-hh
                   move 0 to ws-mm
               end-if
               compute ws-sb-cutoff-secs(ws-found) =
                   ws-hh * 3600 + ws-mm * 60
               if sb-window is numeric and sb-window not = "000"
                   move sb-window to ws-sb-window(ws-found)
               else
                   move 60 to ws-sb-window(ws-found)
               end-if
           end-if.
           if ws-sel-count < 300 then
               add 1 to ws-sel-count
               move ws-found to ws-sel-sub(ws-sel-count)
               move sb-program to ws-sel-program(ws-sel-count)
               move sb-part to ws-sel-part(ws-sel-count)
           end-if.

       load_delivery_register.
           open input f-dlvreg.
           if ws-dlvreg-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-dlvreg at
               end move 'Y' to ws-eof
               not at end
                   if dlv-subscriber not = spaces
                       and ws-dl-count < 2000
                       add 1 to ws-dl-count
                       move dlv-subscriber
                           to ws-dl-subscriber(ws-dl-count)
                       move dlv-run-id to ws-dl-run-id(ws-dl-count)
                       move dlv-bus-date
                           to ws-dl-bus-date(ws-dl-count)
                       move dlv-file to ws-dl-file(ws-dl-count)
                       move dlv-records to ws-dl-records(ws-dl-count)
                       move dlv-sends to ws-dl-sends(ws-dl-count)
                       move dlv-status to ws-dl-status(ws-dl-count)
                       move dlv-sent-date
                           to ws-dl-sent-date(ws-dl-count)
                       move dlv-sent-time
                           to ws-dl-sent-time(ws-dl-count)
                       move dlv-due-date to ws-dl-due-date(ws-dl-count)
                       move dlv-due-time to ws-dl-due-time(ws-dl-count)
                       move dlv-ack-date to ws-dl-ack-date(ws-dl-count)
                       move dlv-ack-time to ws-dl-ack-time(ws-dl-count)
                   end-if
           end-perform.
           close f-dlvreg.

      * the run identity comes from the run-control card; the token
      * must name that same run before anything new goes out.
       check_completion_token.
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
               exit paragraph
           end-if.
           open input f-token.
           if ws-token-fs = "00" then
               read f-token
                   at end continue
                   not at end
                       if tok-run-id = ws-run-id
                           move 1 to ws-token-ok
                       end-if
               end-read
               close f-token
           end-if.
           if ws-token-ok = 0 then
               display "** batch incomplete - no completion token "
                   "for run " ws-run-id "; tracking acknowledgments "
                   "only"
           end-if.

      * the registered day/part keys (post-step rows excluded), then
      * one pass over each day's ledger keeping the latest answer.
       load_answer_keys.
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
                       and ws-key-count < 50
                       add 1 to ws-key-count
                       move reg-day-dir to ws-key-day(ws-key-count)
                       move reg-ledger-program
                           to ws-key-program(ws-key-count)
                       move reg-ledger-part to ws-key-part(ws-key-count)
                       move 0 to ws-key-found(ws-key-count)
                       move 0 to ws-dup
                       perform varying ws-d from 1 by 1
                           until ws-d > ws-day-count
                           if ws-day-dir(ws-d) = reg-day-dir
                               move 1 to ws-dup
                           end-if
                       end-perform
                       if ws-dup = 0 and ws-day-count < 10
                           add 1 to ws-day-count
                           move reg-day-dir to ws-day-dir(ws-day-count)
                       end-if
                   end-if
           end-perform.
           close f-registry.

           perform varying ws-d from 1 by 1 until ws-d > ws-day-count
               move spaces to ws-ledger-path
               string "../../" function trim(ws-day-dir(ws-d))
                   "/results_ledger.txt" delimited by size
                   into ws-ledger-path
               open input f-ledger
               if ws-ledger-fs = "00"
                   move 'N' to ws-eof
                   perform until ws-eof = 'Y'
                       read f-ledger at
                       end move 'Y' to ws-eof
                       not at end
                           move ledger-env to ws-rec-env
                           perform check_record_environment
                           perform note_one_ledger_line
                   end-perform
                   close f-ledger
               end-if
           end-perform.

       note_one_ledger_line.
           perform varying ws-k from 1 by 1 until ws-k > ws-key-count
               if ws-key-day(ws-k) = ws-day-dir(ws-d)
                   and ws-key-program(ws-k) = ledger-program
                   and ws-key-part(ws-k) = ledger-part
                   move 1 to ws-key-found(ws-k)
                   move ledger-value to ws-key-value(ws-k)
                   move ledger-run-id to ws-key-run-id(ws-k)
                   move ledger-bus-date to ws-key-bus-date(ws-k)
               end-if
           end-perform.

      * one subscriber's delivery for this run - built once; a
      * second invocation for the same run finds it on the register
      * and leaves it to the tracking half.
       deliver_one_subscriber.
           perform varying ws-l from 1 by 1 until ws-l > ws-dl-count
               if ws-dl-subscriber(ws-l) = ws-sb-id(ws-s)
                   and ws-dl-run-id(ws-l) = ws-run-id
                   exit paragraph
               end-if
           end-perform.
           if ws-dl-count >= 2000 then
               display "abend: delivery register exceeds 2000 "
                   "entries - roll ../delivery_register.txt"
               move 8 to return-code
               stop run
           end-if.

           move spaces to ws-command.
           string "mkdir -p ../outbound ../inbound"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move spaces to ws-out-path.
           string "../outbound/" function trim(ws-sb-id(ws-s)) "_"
               function trim(ws-run-id) ".txt"
               delimited by size into ws-out-path.
           open output f-outbound.
           if ws-out-fs not = "00" then
               display "abend: cannot create "
                   function trim(ws-out-path)
                   " (status " ws-out-fs ")"
               move 8 to return-code
               stop run
           end-if.

           move 0 to ws-rec-count.
           perform write_outbound_header.
           perform varying ws-k from 1 by 1 until ws-k > ws-key-count
               if ws-key-found(ws-k) = 1
                   perform check_key_selected
                   if ws-selected = 1
                       perform write_outbound_detail
                   end-if
               end-if
           end-perform.
           perform write_outbound_trailer.
           close f-outbound.

           add 1 to ws-dl-count.
           move ws-sb-id(ws-s) to ws-dl-subscriber(ws-dl-count).
           move ws-run-id to ws-dl-run-id(ws-dl-count).
           move ws-bus-date to ws-dl-bus-date(ws-dl-count).
           move ws-out-path(4:60) to ws-dl-file(ws-dl-count).
           move ws-rec-count to ws-dl-records(ws-dl-count).
           move 1 to ws-dl-sends(ws-dl-count).
           move "SENT" to ws-dl-status(ws-dl-count).
           move ws-now-date to ws-dl-sent-date(ws-dl-count).
           move ws-now-time to ws-dl-sent-time(ws-dl-count).
           move spaces to ws-dl-ack-date(ws-dl-count).
           move spaces to ws-dl-ack-time(ws-dl-count).

      * the cut-off is the first occurrence of the subscriber's
      * hh:mm after the send - later today, or tomorrow.
           compute ws-day-nr = function integer-of-date(ws-int-date).
           if ws-sb-cutoff-secs(ws-s) <= ws-now-secs then
               add 1 to ws-day-nr
           end-if.
           compute ws-due-stamp =
               ws-day-nr * 86400 + ws-sb-cutoff-secs(ws-s).
           perform split_due_stamp.
           move ws-stamp-date to ws-dl-due-date(ws-dl-count).
           move ws-stamp-time to ws-dl-due-time(ws-dl-count).
           add 1 to ws-built-count.

           move spaces to report-line.
           string "SENT     " ws-sb-id(ws-s) " run "
               ws-run-id " " ws-rec-count " record(s) "
               ws-sb-format(ws-s) " to " function trim(ws-out-path)
               " ack due " ws-stamp-date " " ws-stamp-time
               delimited by size into report-line.
           write report-line.

      * is this registered key one the subscriber takes?
       check_key_selected.
           move 0 to ws-selected.
           perform varying ws-e from 1 by 1 until ws-e > ws-sel-count
               if ws-sel-sub(ws-e) = ws-s
                   and (ws-sel-program(ws-e) = "*"
                       or ws-sel-program(ws-e) = ws-key-program(ws-k))
                   and (ws-sel-part(ws-e) = spaces
                       or ws-sel-part(ws-e) = "*"
                       or ws-sel-part(ws-e) = ws-key-part(ws-k))
                   move 1 to ws-selected
                   exit perform
               end-if
           end-perform.

       write_outbound_header.
           move spaces to out-line.
           if ws-sb-format(ws-s) = "FIXD" then
               move ws-sb-id(ws-s) to fh-subscriber
               move ws-run-id to fh-run-id
               move ws-bus-date to fh-bus-date
               move ws-cur-date(1:14) to fh-created
               move ws-fix-header to out-line
           else
               string "HDR," function trim(ws-sb-id(ws-s)) ","
                   function trim(ws-run-id) "," ws-bus-date ","
                   ws-cur-date(1:14)
                   delimited by size into out-line
           end-if.
           write out-line.

       write_outbound_detail.
           move spaces to out-line.
           if ws-sb-format(ws-s) = "FIXD" then
               move ws-key-day(ws-k) to fd-day
               move ws-key-program(ws-k) to fd-program
               move ws-key-part(ws-k) to fd-part
               move ws-key-value(ws-k) to fd-value
               move ws-key-run-id(ws-k) to fd-run-id
               move ws-key-bus-date(ws-k) to fd-bus-date
               move ws-fix-detail to out-line
           else
               move ws-key-value(ws-k) to ws-value-ed
               string "DTL," function trim(ws-key-day(ws-k)) ","
                   function trim(ws-key-program(ws-k)) ","
                   function trim(ws-key-part(ws-k)) ","
                   function trim(ws-value-ed) ","
                   function trim(ws-key-run-id(ws-k)) ","
                   ws-key-bus-date(ws-k)
                   delimited by size into out-line
           end-if.
           write out-line.
           add 1 to ws-rec-count.

       write_outbound_trailer.
           move spaces to out-line.
           if ws-sb-format(ws-s) = "FIXD" then
               move ws-run-id to ft-run-id
               move ws-bus-date to ft-bus-date
               move ws-rec-count to ft-records
               move ws-fix-trailer to out-line
           else
               string "TRL," function trim(ws-run-id) ","
                   ws-bus-date "," ws-rec-count
                   delimited by size into out-line
           end-if.
           write out-line.

      * one register entry through the acknowledgment cycle:
      *   acknowledged (run id and record count agree) -> ACKED
      *   past cut-off, sent once                      -> RESENT
      *   past the re-send window, sent twice          -> ALERTED
       track_one_delivery.
           if ws-dl-status(ws-l) = "ACKED" then
               exit paragraph
           end-if.

           perform read_acknowledgment.
           if ws-ack-ok = 1 then
               move "ACKED" to ws-dl-status(ws-l)
               move ws-now-date to ws-dl-ack-date(ws-l)
               move ws-now-time to ws-dl-ack-time(ws-l)
               add 1 to ws-acked-count
               move spaces to report-line
               string "ACKED    " ws-dl-subscriber(ws-l) " run "
                   ws-dl-run-id(ws-l) " " ws-dl-records(ws-l)
                   " record(s) confirmed"
                   delimited by size into report-line
               write report-line
               exit paragraph
           end-if.

           if ws-dl-status(ws-l) = "ALERTED" then
               add 1 to ws-open-count
               exit paragraph
           end-if.

           move function numval(ws-dl-due-date(ws-l)) to ws-due-int.
           move ws-dl-due-time(ws-l)(1:2) to ws-hh.
           move ws-dl-due-time(ws-l)(3:2) to ws-mm.
           compute ws-due-stamp =
               function integer-of-date(ws-due-int) * 86400
               + ws-hh * 3600 + ws-mm * 60
               + function numval(ws-dl-due-time(ws-l)(5:2)).
           if ws-now-stamp < ws-due-stamp then
               add 1 to ws-open-count
               exit paragraph
           end-if.

           if ws-dl-sends(ws-l) < 2 then
               perform resend_one_delivery
           else
               perform alert_one_delivery
           end-if.

      * the acknowledgment must name the same run and the same
      * record count the trailer carried - a partial pickup is not
      * an acknowledgment.
       read_acknowledgment.
           move 0 to ws-ack-ok.
           move spaces to ws-ack-path.
           string "../inbound/ack_"
               function trim(ws-dl-subscriber(ws-l)) "_"
               function trim(ws-dl-run-id(ws-l)) ".txt"
               delimited by size into ws-ack-path.
           open input f-ack.
           if ws-ack-fs not = "00" then
               exit paragraph
           end-if.
           read f-ack
               at end move spaces to ack-line
               not at end continue
           end-read.
           close f-ack.
           move spaces to ws-w1.
           move spaces to ws-w2.
           move spaces to ws-w3.
           unstring ack-line delimited by all space
               into ws-w1, ws-w2, ws-w3
           end-unstring.
           if ws-w1 = "ACK"
               and ws-w2 = ws-dl-run-id(ws-l)
               and function trim(ws-w3) is numeric
               and function numval(ws-w3) = ws-dl-records(ws-l) then
               move 1 to ws-ack-ok
           else
               move spaces to report-line
               string "BAD-ACK  " ws-dl-subscriber(ws-l) " run "
                   ws-dl-run-id(ws-l) " - acknowledgment does not "
                   "match (" function trim(ack-line) ")"
                   delimited by size into report-line
               write report-line
           end-if.

      * one re-send: the original file placed again under a re-send
      * name (same header and trailer, so the same acknowledgment
      * closes it), with a fresh deadline one window from now.
       resend_one_delivery.
           move spaces to ws-command.
           string "cp -f ../" function trim(ws-dl-file(ws-l))
               " ../outbound/" function trim(ws-dl-subscriber(ws-l))
               "_" function trim(ws-dl-run-id(ws-l))
               "_resend.txt" delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move 2 to ws-dl-sends(ws-l).
           move "RESENT" to ws-dl-status(ws-l).
           perform find_subscriber_window.
           compute ws-due-stamp = ws-now-stamp + ws-window-min * 60.
           perform split_due_stamp.
           move ws-stamp-date to ws-dl-due-date(ws-l).
           move ws-stamp-time to ws-dl-due-time(ws-l).
           add 1 to ws-resent-count.

           move spaces to report-line.
           string "RESENT   " ws-dl-subscriber(ws-l) " run "
               ws-dl-run-id(ws-l) " - unacknowledged past cut-off, "
               "re-sent; new deadline " ws-stamp-date " "
               ws-stamp-time
               delimited by size into report-line.
           write report-line.

      * the subscriber's re-send window in minutes - a subscriber
      * since dropped from the list gets the one-hour default.
       find_subscriber_window.
           move 60 to ws-window-min.
           perform varying ws-s from 1 by 1 until ws-s > ws-sb-count
               if ws-sb-id(ws-s) = ws-dl-subscriber(ws-l)
                   move ws-sb-window(ws-s) to ws-window-min
                   exit perform
               end-if
           end-perform.

       alert_one_delivery.
           move "ALERTED" to ws-dl-status(ws-l).
           add 1 to ws-alerted-count.
           move spaces to ws-print-line.
           string "CRITICAL DELIVERY " function trim(ws-dl-subscriber
               (ws-l)) " run " function trim(ws-dl-run-id(ws-l))
               " NOT ACKNOWLEDGED after re-send - "
               function trim(ws-dl-file(ws-l))
               delimited by size into ws-print-line.
           open extend f-alerts.
           if ws-alerts-fs = "35" then
               open output f-alerts
           end-if.
           move ws-print-line to alert-line.
           write alert-line.
           close f-alerts.
           display "  ** " function trim(ws-print-line).
           move ws-print-line to report-line.
           write report-line.

      * stamp back into a yyyymmdd date and hhmmss time.
       split_due_stamp.
           compute ws-day-nr = ws-due-stamp / 86400.
           compute ws-due-secs = ws-due-stamp - ws-day-nr * 86400.
           move function date-of-integer(ws-day-nr) to ws-due-int.
           move ws-due-int to ws-stamp-date.
           compute ws-hh = ws-due-secs / 3600.
           compute ws-mm = (ws-due-secs - ws-hh * 3600) / 60.
           move ws-hh to ws-stamp-time(1:2).
           move ws-mm to ws-stamp-time(3:2).
           move "00" to ws-stamp-time(5:2).

       write_delivery_register.
           open output f-dlvreg.
           perform varying ws-l from 1 by 1 until ws-l > ws-dl-count
               move ws-dl-subscriber(ws-l) to dlv-subscriber
               move ws-dl-run-id(ws-l) to dlv-run-id
               move ws-dl-bus-date(ws-l) to dlv-bus-date
               move ws-dl-file(ws-l) to dlv-file
               move ws-dl-records(ws-l) to dlv-records
               move ws-dl-sends(ws-l) to dlv-sends
               move ws-dl-status(ws-l) to dlv-status
               move ws-dl-sent-date(ws-l) to dlv-sent-date
               move ws-dl-sent-time(ws-l) to dlv-sent-time
               move ws-dl-due-date(ws-l) to dlv-due-date
               move ws-dl-due-time(ws-l) to dlv-due-time
               move ws-dl-ack-date(ws-l) to dlv-ack-date
               move ws-dl-ack-time(ws-l) to dlv-ack-time
               write dlv-record
           end-perform.
           close f-dlvreg.

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
               display "aoc-delivery: refusing to run - "
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
               display "aoc-delivery: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
