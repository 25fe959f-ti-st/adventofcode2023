      * day4_issue
       identification division.
           program-id. scratchcards_issuance.
           author. kayms.
      *
      * positive-pay issuance - scratchcards_settlement only learns
      * what the bank moved after the fact, and the bank never had a
      * list of the payouts we actually authorized. This turns the
      * approved payouts - a payout_register.txt payout whose win
      * the claims master shows PAID - into a positive-pay file for
      * the bank (positive_pay.txt, copybooks/PPAYREC.cpy): card
      * number, amount and issue date (the business date), behind a
      * header and ahead of a trailer with the item count and
      * amount hash. Every item sent is appended to the issued-items
      * register (positive_pay_issued.txt, copybooks/PPISSREC.cpy),
      * and a payout already on it is never sent again;
      * scratchcards_settlement reads the same register to tell
      * funding we authorized from funding we never did.
      *
      * A PAID claim with no payout register record, or whose
      * amount differs from the register's, is not issued - it is
      * listed as rejected on issuance_report.txt (return code 4).
      *
      * A claim scratchcards_claims withheld tax on was paid net, so
      * the item amount is the net its withholding register record
      * (withholding_register.txt, copybooks/WHREG.cpy) gives - the
      * bank must not be authorized to pay the gross. A record whose
      * gross disagrees with the claim is rejected like any other
      * mismatch.
       environment division.
           input-output section.
           file-control.
           select f-payout assign to "../payout_register.txt"
           organization is line sequential
           file status is ws-payout-fs.
           select f-claims assign to "../claims_master.dat"
           organization is indexed
           access mode is sequential
           record key is cm-cardnr
           file status is ws-claims-fs.
           select f-issued assign to "../positive_pay_issued.txt"
           organization is line sequential
           file status is ws-issued-fs.
           select f-whreg assign to "../withholding_register.txt"
           organization is line sequential
           file status is ws-whreg-fs.
           select f-posipay assign to "../positive_pay.txt"
           organization is line sequential.
           select f-report assign to "../issuance_report.txt"
           organization is line sequential.
           select f-runctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.

       data division.
           file section.

           fd f-payout.
      * same columns day04_1's write_payout lays down.
           01 payout-record.
               02 pr-cardnr pic 999.
               02 pr-matches pic 9(2).
               02 pr-amount-x pic x(10).

           fd f-claims.
      * the claims master scratchcards_claims keeps.
           01 claims-record.
               02 cm-cardnr pic 999.
               02 cm-status pic x(8).
               02 cm-points pic 9(9).
               02 cm-amount pic 9(7)v99.
               02 cm-first-seen pic 9(8).
               02 cm-claim-date pic 9(8).

           fd f-issued.
           copy PPISSREC.

           fd f-whreg.
           copy WHREG.

           fd f-posipay.
           copy PPAYREC.

           fd f-report.
           01 report-line pic x(100).

           fd f-runctl.
           copy RUNCTL.

           working-storage section.

           01 ws-payout-fs pic xx.
           01 ws-claims-fs pic xx.
           01 ws-issued-fs pic xx.
           01 ws-whreg-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-cur-date pic x(21).

      * the payout register joined by card number.
           01 ws-payouts.
               02 ws-po occurs 600 times.
                   03 ws-po-cardnr pic 999.
                   03 ws-po-amount pic 9(7)v99.
           01 ws-po-count pic 9(3) value 0.
           01 ws-po-hit pic 9(3).

      * each card's latest withholding register record (card + 1,
      * same indexing as scratchcards_journal) - gross claimed and
      * net paid.
           01 ws-wh-table.
               02 ws-wh-entry occurs 1000 times.
                   03 ws-wh-found pic 9(1).
                   03 ws-wh-gross pic 9(7)v99.
                   03 ws-wh-net pic 9(7)v99.
           01 ws-wh pic 9(4).
           01 ws-issue-amount pic 9(7)v99.
           01 ws-net-count pic 9(5) value 0.

      * cards already sent on an earlier positive-pay file.
           01 ws-already-table.
               02 ws-already pic 9(1) occurs 999 times.

      * this run's items.
           01 ws-item-count pic 9(4) value 0.
           01 ws-item-table.
               02 ws-item-entry occurs 999 times.
                   03 ws-it-cardnr pic 999.
                   03 ws-it-amount pic 9(7)v99.
           01 ws-it pic 9(4).

           01 ws-i pic 9(3).
           01 ws-amount-hash pic 9(13)v99 value 0.
           01 ws-skipped pic 9(5) value 0.
           01 ws-rejected pic 9(5) value 0.
           01 ws-reason pic x(50).

           01 ws-amount-show pic z(6)9.99.
           01 ws-total-show pic z(12)9.99.
           01 ws-print-line pic x(100).

       procedure division.

           display "scratchcards_issuance: building the "
               "positive-pay file".
           initialize ws-already-table.

           perform read_run_control.
           perform load_payout_register.
           perform load_issued_register.
           perform load_withholding_register.

           open output f-report.
           move "Positive-pay issuance report" to report-line.
           write report-line.
           move "============================================"
               to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "batch " ws-run-id " issue date " ws-bus-date
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           perform select_approved_payouts.
           perform write_positive_pay.
           perform append_issued_register.

           move spaces to report-line.
           write report-line.
           move ws-amount-hash to ws-total-show.
           move spaces to ws-print-line.
           string ws-item-count " item(s) issued for " ws-total-show
               ", " ws-skipped " already issued earlier, "
               ws-rejected " rejected"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-net-count > 0 then
               move spaces to ws-print-line
               string ws-net-count " item(s) issued net of "
                   "withholding - see ../withholding_register.txt"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.
           close f-report.

           display "scratchcards_issuance: " ws-item-count
               " item(s) on ../positive_pay.txt, " ws-skipped
               " already issued, " ws-rejected " rejected".
           if ws-rejected > 0 then
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

       load_payout_register.
           open input f-payout.
           if ws-payout-fs not = "00" then
               display "no ../payout_register.txt - run "
                   "scratchcards with a prize table first"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-payout at
               end move 'Y' to ws-eof
               not at end
                   if ws-po-count < 600
                       and function numval(pr-amount-x) > 0
                       add 1 to ws-po-count
                       move pr-cardnr
                           to ws-po-cardnr(ws-po-count)
                       move function numval(pr-amount-x)
                           to ws-po-amount(ws-po-count)
                   end-if
           end-perform.
           close f-payout.

       load_issued_register.
           open input f-issued.
           if ws-issued-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-issued at
               end move 'Y' to ws-eof
               not at end
                   if pi-cardnr is numeric and pi-cardnr > 0
                       move 1 to ws-already(pi-cardnr)
                   end-if
           end-perform.
           close f-issued.

      * no register means nothing was withheld - every item is
      * issued at the claim amount.
       load_withholding_register.
           perform varying ws-wh from 1 by 1 until ws-wh > 1000
               move 0 to ws-wh-found(ws-wh)
           end-perform.
           open input f-whreg.
           if ws-whreg-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-whreg at
               end move 'Y' to ws-eof
               not at end
                   if wh-cardnr is numeric
                       compute ws-wh = wh-cardnr + 1
                       move 1 to ws-wh-found(ws-wh)
                       move wh-gross to ws-wh-gross(ws-wh)
                       move wh-net to ws-wh-net(ws-wh)
                   end-if
           end-perform.
           close f-whreg.

      * every PAID win on the claims master - issued when its
      * payout register record agrees, and it was never sent.
       select_approved_payouts.
           open input f-claims.
           if ws-claims-fs not = "00" then
               display "claims master ../claims_master.dat not "
                   "readable (status " ws-claims-fs ") - nothing "
                   "approved to issue"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-claims next record at
               end move 'Y' to ws-eof
               not at end
                   if cm-status = "PAID" and cm-cardnr > 0
                       perform consider_one_claim
                   end-if
           end-perform.
           close f-claims.

       consider_one_claim.
           if ws-already(cm-cardnr) = 1 then
               add 1 to ws-skipped
               exit paragraph
           end-if.
           move spaces to ws-reason.
           move 0 to ws-po-hit.
           perform varying ws-i from 1 by 1 until ws-i > ws-po-count
               if ws-po-cardnr(ws-i) = cm-cardnr
                   move ws-i to ws-po-hit
                   exit perform
               end-if
           end-perform.
           compute ws-wh = cm-cardnr + 1.
           move cm-amount to ws-issue-amount.
           evaluate true
               when ws-po-hit = 0
                   move "no payout register record for this card"
                       to ws-reason
               when ws-po-amount(ws-po-hit) not = cm-amount
                   move "claim amount differs from payout amount"
                       to ws-reason
               when ws-wh-found(ws-wh) = 1
                   and ws-wh-gross(ws-wh) not = cm-amount
                   move "claim amount differs from withholding gross"
                       to ws-reason
               when ws-wh-found(ws-wh) = 1
                   move ws-wh-net(ws-wh) to ws-issue-amount
           end-evaluate.
           move ws-issue-amount to ws-amount-show.
           move spaces to ws-print-line.
           if ws-reason not = spaces then
               add 1 to ws-rejected
               string "REJECTED card " cm-cardnr " amount "
                   ws-amount-show " - " function trim(ws-reason)
                   delimited by size into ws-print-line
               display "  ** " function trim(ws-print-line)
           else
               add 1 to ws-item-count
               move cm-cardnr to ws-it-cardnr(ws-item-count)
               move ws-issue-amount to ws-it-amount(ws-item-count)
               add ws-issue-amount to ws-amount-hash
               move 1 to ws-already(cm-cardnr)
               string "ISSUED   card " cm-cardnr " amount "
                   ws-amount-show
                   delimited by size into ws-print-line
               if ws-issue-amount not = cm-amount
                   add 1 to ws-net-count
                   move cm-amount to ws-amount-show
                   string " net of withholding (gross "
                       ws-amount-show ")"
                       delimited by size into ws-print-line(36:65)
               end-if
           end-if.
           move ws-print-line to report-line.
           write report-line.

      * the bank's file - written every run, so a day with nothing
      * approved still sends a header and a zero trailer.
       write_positive_pay.
           open output f-posipay.
           move spaces to pp-header-record.
           move "H" to pp-h-type.
           move ws-run-id to pp-h-batch-id.
           move ws-bus-date to pp-h-file-date.
           move "SCRATCHCARDS" to pp-h-source.
           write pp-header-record.
           perform varying ws-it from 1 by 1
               until ws-it > ws-item-count
               move spaces to pp-item-record
               move "D" to pp-i-type
               move ws-it-cardnr(ws-it) to pp-i-cardnr
               move ws-it-amount(ws-it) to pp-i-amount
               move ws-bus-date to pp-i-issue-date
               write pp-item-record
           end-perform.
           move spaces to pp-trailer-record.
           move "T" to pp-t-type.
           move ws-item-count to pp-t-record-count.
           move ws-amount-hash to pp-t-amount-hash.
           write pp-trailer-record.
           close f-posipay.

       append_issued_register.
           open extend f-issued.
           if ws-issued-fs = "35" then
               open output f-issued
           end-if.
           perform varying ws-it from 1 by 1
               until ws-it > ws-item-count
               move spaces to pp-issued-record
               move ws-it-cardnr(ws-it) to pi-cardnr
               move ws-it-amount(ws-it) to pi-amount
               move ws-bus-date to pi-issue-date
               move ws-run-id to pi-batch-id
               write pp-issued-record
           end-perform.
           close f-issued.
