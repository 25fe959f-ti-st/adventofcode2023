      *
      * bank_funding.txt, fixed columns mirroring the payout
      * register's money format: cardNr 999, amount 9(7).99.
      *
      * The positive-pay issued-items register scratchcards_issuance
      * keeps (positive_pay_issued.txt) says which payouts we
      * authorized the bank to pay. Overfunded bank movement for a
      * card never issued is UNAUTHORIZED - funding the bank made
      * without our say-so - while one for an issued card is ours,
      * paid ahead of its payable. An unfunded payable shows
      * whether it has been issued to the bank yet.
      *
      * A win scratchcards_claims withheld tax on was paid - and
      * issued to the bank - net, so a payable whose card has a
      * withholding register record (withholding_register.txt) for
      * the same gross settles at that record's net.
       environment division.
           input-output section.
           file-control.
           file status is ws-outst-fs.
           select f-report assign to "../settlement_report.txt"
           organization is line sequential.
           select f-issued assign to "../positive_pay_issued.txt"
           organization is line sequential
           file status is ws-issued-fs.
           select f-whreg assign to "../withholding_register.txt"
           organization is line sequential
           file status is ws-whreg-fs.

       data division.
           file section.
           fd f-report.
           01 report-line pic x(100).

           fd f-issued.
           copy PPISSREC.

           fd f-whreg.
           copy WHREG.

           working-storage section.

           01 ws-payout-fs pic xx.
           01 ws-funding-fs pic xx.
           01 ws-outst-fs pic xx.
           01 ws-issued-fs pic xx.
           01 ws-whreg-fs pic xx.
           01 ws-eof pic a(1).

      * positive-pay issue date per card number - spaces when the
      * card was never issued to the bank.
           01 ws-issued-table.
               02 ws-issued-date pic x(8) occurs 999 times.
           01 ws-unauth-count pic 9(3) value 0.

      * each card's latest withholding register record (card + 1,
      * same indexing as scratchcards_journal) - gross claimed and
      * net paid.
           01 ws-wh-table.
               02 ws-wh-entry occurs 1000 times.
                   03 ws-wh-found pic 9(1).
                   03 ws-wh-gross pic 9(7)v99.
                   03 ws-wh-net pic 9(7)v99.
           01 ws-wh pic 9(4).
           01 ws-unauth-total pic 9(11)v99 value 0.

      * every payable this run must settle - yesterday's carried
      * outstanding first, then today's register, so the oldest
      * debt meets the bank file first.
           perform load_outstanding.
           perform load_payout_register.
           perform load_funding_file.
           perform load_issued_register.
           perform load_withholding_register.
           perform varying ws-i from 1 by 1
               until ws-i > ws-pay-count
               perform net_one_payable
           end-perform.

           if ws-pay-count = 0 then
               display "nothing to settle - no carried outstanding "

           display "scratchcards_settlement: " ws-matched-count
               " matched, " ws-unfunded-count " unfunded, "
               ws-overfunded-count " overfunded ("
               ws-unauth-count " unauthorized) - report in "
               "../settlement_report.txt".
           if ws-unfunded-count > 0
               or ws-overfunded-count > 0 then
           end-perform.
           close f-funding.

      * cards sent to the bank on a positive-pay file.
       load_issued_register.
           move spaces to ws-issued-table.
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
                       move pi-issue-date
                           to ws-issued-date(pi-cardnr)
                   end-if
           end-perform.
           close f-issued.

      * no register means nothing was withheld - every payable
      * settles at the register amount.
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

      * a payable still at the gross of a withheld claim becomes the
      * net; one carried forward already net is left alone.
       net_one_payable.
           compute ws-wh = ws-pay-cardnr(ws-i) + 1.
           if ws-wh-found(ws-wh) = 1
               and ws-wh-gross(ws-wh) = ws-pay-amount(ws-i) then
               move ws-wh-net(ws-wh) to ws-pay-amount(ws-i)
           end-if.

      * req 129: one payable against the first unused funding
      * record with the same card number and amount - a funding
      * record settles exactly one payable.
                       " outstanding " ws-pay-days(ws-i)
                       " day(s)"
                       delimited by size into ws-print-line
                   if ws-pay-cardnr(ws-i) > 0
                       and ws-issued-date(ws-pay-cardnr(ws-i))
                           not = spaces
                       move ws-issued-date(ws-pay-cardnr(ws-i))
                           to ws-print-line(71:8)
                       move "issued" to ws-print-line(64:6)
                   else
                       move "not yet issued" to ws-print-line(64:14)
                   end-if
                   move ws-print-line to report-line
                   write report-line
               end-if
                   string "  card " ws-fund-cardnr(ws-j)
                       " amount " ws-amount-show
                       delimited by size into ws-print-line
                   if ws-fund-cardnr(ws-j) > 0
                       and ws-issued-date(ws-fund-cardnr(ws-j))
                           not = spaces
                       string "authorized, issued "
                           ws-issued-date(ws-fund-cardnr(ws-j))
                           delimited by size
                           into ws-print-line(64:37)
                   else
                       move "UNAUTHORIZED - never issued"
                           to ws-print-line(64:27)
                       add 1 to ws-unauth-count
                       add ws-fund-amount(ws-j) to ws-unauth-total
                   end-if
                   move ws-print-line to report-line
                   write report-line
               end-if
               ws-total-show delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move ws-unauth-total to ws-total-show.
           move spaces to ws-print-line.
           string "  of which " ws-unauth-count
               " unauthorized (never issued) for "
               ws-total-show delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-skipped-zero > 0 then
               move spaces to ws-print-line
               string ws-skipped-zero " zero-amount register "
