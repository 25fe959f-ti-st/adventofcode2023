      * day4_lots
       identification division.
           program-id. scratchcards_lots.
           author. kayms.
      *
      * print-lot return analysis - cards arrive from the printer in
      * lots, but cards_indexed.dat only knows card numbers, so the
      * vendor's question "which lot paid out unusually" had no
      * answer. The print-lot register (print_lots.txt,
      * copybooks/LOTREC.cpy) assigns card-number ranges to lots;
      * this joins it with scratchcard_detail.txt (every card the
      * run issued), winners_register.txt, payout_register.txt and
      * the claims master to report per lot: cards issued, winners,
      * total payout, claims paid, and the payout rate (payout per
      * card issued). A lot whose rate strays from the rate across
      * all lots by more than the tolerance percentage is flagged
      * HIGH or LOW.
      *
      * lot_tolerance.txt, optional: the tolerance percentage in
      * columns 1-3 (default 25).
      *
      * Register errors - a malformed lot line, a duplicate lot id,
      * a card count that doesn't match the range, an issued card in
      * no lot, or a card in two lots - are listed ahead of the lot
      * report. A card in two lots is counted in the first.
       environment division.
           input-output section.
           file-control.
           select f-lots assign to "../print_lots.txt"
           organization is line sequential
           file status is ws-lots-fs.
           select f-tolerance assign to "../lot_tolerance.txt"
           organization is line sequential
           file status is ws-tol-fs.
           select f-detail assign to "../scratchcard_detail.txt"
           organization is line sequential
           file status is ws-detail-fs.
           select f-winners assign to "../winners_register.txt"
           organization is line sequential
           file status is ws-winners-fs.
           select f-payout assign to "../payout_register.txt"
           organization is line sequential
           file status is ws-payout-fs.
           select f-claims assign to "../claims_master.dat"
           organization is indexed
           access mode is sequential
           record key is cm-cardnr
           file status is ws-claims-fs.
           select f-report assign to "../lot_return_report.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-lots.
           copy LOTREC.

           fd f-tolerance.
           01 tolerance-record.
               02 tl-percent pic x(3).

           fd f-detail.
           01 detail-record pic x(200).

           fd f-winners.
           01 winners-record pic x(40).

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

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-lots-fs pic xx.
           01 ws-tol-fs pic xx.
           01 ws-detail-fs pic xx.
           01 ws-winners-fs pic xx.
           01 ws-payout-fs pic xx.
           01 ws-claims-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-tolerance pic 9(3) value 25.

      * the lot register as loaded.
           01 ws-lot-count pic 9(3) value 0.
           01 ws-lot-table.
               02 ws-lot-entry occurs 200 times.
                   03 ws-lt-id pic x(8).
                   03 ws-lt-from pic 9(3).
                   03 ws-lt-to pic 9(3).
                   03 ws-lt-vendor pic x(20).
                   03 ws-lt-date pic 9(8).
                   03 ws-lt-count pic 9(5).
                   03 ws-lt-issued pic 9(5).
                   03 ws-lt-winners pic 9(5).
                   03 ws-lt-payout pic 9(9)v99.
                   03 ws-lt-claims pic 9(5).
                   03 ws-lt-claimed pic 9(9)v99.
                   03 ws-lt-rate pic 9(7)v99.
           01 ws-lt pic 9(3).
           01 ws-lt-other pic 9(3).

      * per card number - issued on the detail, a winner, its
      * payout, whether its claim is paid, and the lot(s) holding
      * it.
           01 ws-card-table.
               02 ws-card-entry occurs 999 times.
                   03 ws-cd-issued pic 9(1).
                   03 ws-cd-winner pic 9(1).
                   03 ws-cd-payout pic 9(7)v99.
                   03 ws-cd-claimed pic 9(1).
                   03 ws-cd-claim-amt pic 9(7)v99.
                   03 ws-cd-lot pic 9(3).
                   03 ws-cd-lots pic 9(3).
           01 ws-cd pic 9(4).
           01 ws-ptr pic 9(3).
           01 ws-cardnr pic 999.

           01 ws-all-issued pic 9(7) value 0.
           01 ws-all-payout pic 9(11)v99 value 0.
           01 ws-all-rate pic 9(7)v99 value 0.
           01 ws-band pic 9(7)v99.
           01 ws-flag pic x(8).
           01 ws-flagged pic 9(3) value 0.
           01 ws-reg-errors pic 9(5) value 0.

           01 ws-amount-show pic z(8)9.99.
           01 ws-claim-show pic z(8)9.99.
           01 ws-rate-show pic z(6)9.99.
           01 ws-all-rate-show pic z(6)9.99.
           01 ws-print-line pic x(132).

       procedure division.

           display "scratchcards_lots: per-lot return analysis".
           initialize ws-card-table.

           open output f-report.
           move "Print-lot return analysis" to report-line.
           write report-line.
           move "============================================"
               to report-line.
           write report-line.

           perform load_tolerance.
           perform load_lot_register.
           if ws-lot-count = 0 then
               move "  no print lots on ../print_lots.txt"
                   to report-line
               write report-line
               close f-report
               display "scratchcards_lots: no ../print_lots.txt "
                   "lots - nothing to analyse"
               move 8 to return-code
               stop run
           end-if.
           perform load_issued_cards.
           perform load_winners.
           perform load_payouts.
           perform load_claims.
           perform check_lot_coverage.
           perform total_lots.
           perform write_lot_report.
           close f-report.

           display "scratchcards_lots: " ws-lot-count " lot(s), "
               ws-flagged " flagged outside +/-" ws-tolerance "%, "
               ws-reg-errors " register error(s) - report in "
               "../lot_return_report.txt".
           if ws-flagged > 0 or ws-reg-errors > 0 then
               move 4 to return-code
           end-if.
           stop run.

       load_tolerance.
           open input f-tolerance.
           if ws-tol-fs not = "00" then
               exit paragraph
           end-if.
           read f-tolerance
               at end continue
               not at end
                   if function trim(tl-percent) is numeric
                       move function numval(tl-percent)
                           to ws-tolerance
                   else
                       display "lot_tolerance.txt: '" tl-percent
                           "' is not a percentage - using "
                           ws-tolerance
                   end-if
           end-read.
           close f-tolerance.

      * a lot line must be well formed, carry a new lot id and a
      * card count equal to its range - anything else is a
      * register error and the lot is left out.
       load_lot_register.
           open input f-lots.
           if ws-lots-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-lots at
               end move 'Y' to ws-eof
               not at end
                   if print-lot-record not = spaces
                       perform load_one_lot
                   end-if
           end-perform.
           close f-lots.

       load_one_lot.
           move spaces to ws-print-line.
           evaluate true
               when lot-id = spaces
                   or lot-card-from not numeric
                   or lot-card-to not numeric
                   or lot-print-date not numeric
                   or lot-card-count not numeric
                   string "REGISTER ERROR lot line not in the "
                       "register layout: "
                       function trim(print-lot-record)
                       delimited by size into ws-print-line
               when lot-card-from = 0
                   or lot-card-from > lot-card-to
                   string "REGISTER ERROR lot " lot-id
                       " card range " lot-card-from "-" lot-card-to
                       " is empty or starts at card 000"
                       delimited by size into ws-print-line
               when lot-card-count not = lot-card-to
                   - lot-card-from + 1
                   string "REGISTER ERROR lot " lot-id
                       " card count " lot-card-count
                       " does not match range " lot-card-from "-"
                       lot-card-to
                       delimited by size into ws-print-line
               when ws-lot-count >= 200
                   string "REGISTER ERROR lot " lot-id
                       " beyond the 200-lot table - not analysed"
                       delimited by size into ws-print-line
           end-evaluate.
           if ws-print-line = spaces then
               perform varying ws-lt from 1 by 1
                   until ws-lt > ws-lot-count
                   if ws-lt-id(ws-lt) = lot-id
                       string "REGISTER ERROR lot " lot-id
                           " appears twice on the register"
                           delimited by size into ws-print-line
                       exit perform
                   end-if
               end-perform
           end-if.
           if ws-print-line not = spaces then
               perform write_register_error
               exit paragraph
           end-if.
           add 1 to ws-lot-count.
           move lot-id to ws-lt-id(ws-lot-count).
           move lot-card-from to ws-lt-from(ws-lot-count).
           move lot-card-to to ws-lt-to(ws-lot-count).
           move lot-vendor to ws-lt-vendor(ws-lot-count).
           move lot-print-date to ws-lt-date(ws-lot-count).
           move lot-card-count to ws-lt-count(ws-lot-count).
           move 0 to ws-lt-issued(ws-lot-count).
           move 0 to ws-lt-winners(ws-lot-count).
           move 0 to ws-lt-payout(ws-lot-count).
           move 0 to ws-lt-claims(ws-lot-count).
           move 0 to ws-lt-claimed(ws-lot-count).
           move 0 to ws-lt-rate(ws-lot-count).
           perform varying ws-cd from lot-card-from by 1
               until ws-cd > lot-card-to
               add 1 to ws-cd-lots(ws-cd)
               if ws-cd-lot(ws-cd) = 0
                   move ws-lot-count to ws-cd-lot(ws-cd)
               end-if
           end-perform.

       write_register_error.
           move ws-print-line to report-line.
           write report-line.
           display "  ** " function trim(ws-print-line).
           add 1 to ws-reg-errors.

      * day04_1's write_detail: "card NNN matches: ..." - one line
      * per card the run issued.
       load_issued_cards.
           open input f-detail.
           if ws-detail-fs not = "00" then
               display "no ../scratchcard_detail.txt - no cards "
                   "issued to analyse"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-detail at
               end move 'Y' to ws-eof
               not at end
                   if detail-record(1:5) = "card "
                       and detail-record(6:3) is numeric
                       move detail-record(6:3) to ws-cardnr
                       if ws-cardnr > 0
                           move 1 to ws-cd-issued(ws-cardnr)
                       end-if
                   end-if
           end-perform.
           close f-detail.

      * day04_1's write_winner: "card NNN points NNNNNNNNN".
       load_winners.
           open input f-winners.
           if ws-winners-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-winners at
               end move 'Y' to ws-eof
               not at end
                   if winners-record(1:5) = "card "
                       and winners-record(6:3) is numeric
                       move winners-record(6:3) to ws-cardnr
                       if ws-cardnr > 0
                           move 1 to ws-cd-winner(ws-cardnr)
                       end-if
                   end-if
           end-perform.
           close f-winners.

       load_payouts.
           open input f-payout.
           if ws-payout-fs not = "00" then
               display "no ../payout_register.txt - lots show a "
                   "zero payout"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-payout at
               end move 'Y' to ws-eof
               not at end
                   if pr-cardnr is numeric and pr-cardnr > 0
                       move function numval(pr-amount-x)
                           to ws-cd-payout(pr-cardnr)
                   end-if
           end-perform.
           close f-payout.

      * wins scratchcards_claims has marked PAID.
       load_claims.
           open input f-claims.
           if ws-claims-fs not = "00" then
               display "claims master ../claims_master.dat not "
                   "readable (status " ws-claims-fs ") - no claims "
                   "shown"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-claims next record at
               end move 'Y' to ws-eof
               not at end
                   if cm-status = "PAID" and cm-cardnr > 0
                       move 1 to ws-cd-claimed(cm-cardnr)
                       move cm-amount to ws-cd-claim-amt(cm-cardnr)
                   end-if
           end-perform.
           close f-claims.

      * an issued card in no lot, and any card two lots claim.
       check_lot_coverage.
           perform varying ws-cd from 1 by 1 until ws-cd > 999
               evaluate true
                   when ws-cd-issued(ws-cd) = 1
                       and ws-cd-lots(ws-cd) = 0
                       move ws-cd to ws-cardnr
                       move spaces to ws-print-line
                       string "REGISTER ERROR card " ws-cardnr
                           " was issued but is in no print lot"
                           delimited by size into ws-print-line
                       perform write_register_error
                   when ws-cd-lots(ws-cd) > 1
                       perform report_card_in_two_lots
               end-evaluate
           end-perform.

       report_card_in_two_lots.
           move ws-cd to ws-cardnr.
           move ws-cd-lot(ws-cd) to ws-lt.
           move spaces to ws-print-line.
           move 1 to ws-ptr.
           string "REGISTER ERROR card " ws-cardnr " is in lot "
               function trim(ws-lt-id(ws-lt)) " and also in"
               delimited by size into ws-print-line
               with pointer ws-ptr.
           perform varying ws-lt-other from 1 by 1
               until ws-lt-other > ws-lot-count
               if ws-lt-other not = ws-lt
                   and ws-cd >= ws-lt-from(ws-lt-other)
                   and ws-cd <= ws-lt-to(ws-lt-other)
                   string " " function trim(ws-lt-id(ws-lt-other))
                       delimited by size into ws-print-line
                       with pointer ws-ptr
               end-if
           end-perform.
           perform write_register_error.

      * each issued card to its (first) lot, then the lot's payout
      * rate and the rate across all lots.
       total_lots.
           perform varying ws-cd from 1 by 1 until ws-cd > 999
               if ws-cd-issued(ws-cd) = 1 and ws-cd-lot(ws-cd) > 0
                   move ws-cd-lot(ws-cd) to ws-lt
                   add 1 to ws-lt-issued(ws-lt)
                   add ws-cd-winner(ws-cd) to ws-lt-winners(ws-lt)
                   add ws-cd-payout(ws-cd) to ws-lt-payout(ws-lt)
                   add ws-cd-claimed(ws-cd) to ws-lt-claims(ws-lt)
                   add ws-cd-claim-amt(ws-cd)
                       to ws-lt-claimed(ws-lt)
               end-if
           end-perform.
           perform varying ws-lt from 1 by 1
               until ws-lt > ws-lot-count
               if ws-lt-issued(ws-lt) > 0
                   compute ws-lt-rate(ws-lt) rounded =
                       ws-lt-payout(ws-lt) / ws-lt-issued(ws-lt)
               end-if
               add ws-lt-issued(ws-lt) to ws-all-issued
               add ws-lt-payout(ws-lt) to ws-all-payout
           end-perform.
           if ws-all-issued > 0 then
               compute ws-all-rate rounded =
                   ws-all-payout / ws-all-issued
           end-if.
           move ws-all-rate to ws-all-rate-show.
           compute ws-band rounded =
               ws-all-rate * ws-tolerance / 100.

       write_lot_report.
           move spaces to report-line.
           write report-line.
           move "lot id   vendor               printed  size  "
               & "issd  wins        payout paid        claimed "
               & " rate/card flag" to report-line.
           write report-line.
           perform varying ws-lt from 1 by 1
               until ws-lt > ws-lot-count
               perform write_one_lot
           end-perform.
           move spaces to report-line.
           write report-line.
           move ws-all-payout to ws-amount-show.
           move spaces to ws-print-line.
           string "all lots: " ws-all-issued " card(s) issued, "
               "payout " ws-amount-show ", rate/card "
               ws-all-rate-show ", tolerance +/-" ws-tolerance "%"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-flagged " lot(s) flagged, " ws-reg-errors
               " register error(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * HIGH / LOW when the lot's rate is further than the band
      * from the rate across all lots.
       write_one_lot.
           move spaces to ws-flag.
           evaluate true
               when ws-lt-issued(ws-lt) = 0
                   move "NO CARDS" to ws-flag
               when ws-lt-rate(ws-lt) > ws-all-rate + ws-band
                   move "HIGH" to ws-flag
                   add 1 to ws-flagged
               when ws-lt-rate(ws-lt) + ws-band < ws-all-rate
                   move "LOW" to ws-flag
                   add 1 to ws-flagged
           end-evaluate.
           move ws-lt-payout(ws-lt) to ws-amount-show.
           move ws-lt-claimed(ws-lt) to ws-claim-show.
           move ws-lt-rate(ws-lt) to ws-rate-show.
           move spaces to ws-print-line.
           string ws-lt-id(ws-lt) " " ws-lt-vendor(ws-lt) " "
               ws-lt-date(ws-lt) " " ws-lt-count(ws-lt) " "
               ws-lt-issued(ws-lt) " " ws-lt-winners(ws-lt) " "
               ws-amount-show " " ws-lt-claims(ws-lt) " "
               ws-claim-show " " ws-rate-show " " ws-flag
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-flag = "HIGH" or ws-flag = "LOW" then
               display "  ** lot " function trim(ws-lt-id(ws-lt))
                   " payout rate " ws-rate-show " is "
                   function trim(ws-flag)
                   " against " ws-all-rate-show " for all lots"
           end-if.
