      * starts when this sync first sees it on the claims master.
      *
      * claim_transactions.txt, fixed columns mirroring the payout
      * register's money format: cardNr 999, amount 9(7).99, then
      * after a blank the claimant's id x(12) and, after another,
      * name x(30) - the identity is only required for a claim above
      * the reporting threshold.
      *
      * Tax withholding - a claim above the reporting threshold in
      * the withholding rate table (withholding_rates.txt,
      * copybooks/WHRATE.cpy) must identify its claimant and is paid
      * net of the schedule's withholding. Every claim paid goes to
      * the withholding register (withholding_register.txt,
      * copybooks/WHREG.cpy) with its gross, withheld and net, so
      * the journal posts the net and the withholding and the
      * year-end statements can be built per claimant. No rate table
      * means nothing is reportable and claims pay gross.
       environment division.
           input-output section.
           file-control.
           select f-payout assign to "../payout_register.txt"
           organization is line sequential
           file status is ws-payout-fs.
      * the season's second-chance prizes (scratchcards_draw) - a
      * drawn card is a win to claim like any other.
           select f-scpay assign to "../second_chance_payouts.txt"
           organization is line sequential
           file status is ws-scpay-fs.
           select f-claims assign to "../claims_master.dat"
           organization is indexed
           access mode is dynamic
           file status is ws-audit-fs.
           select f-aging assign to "../claims_aging.txt"
           organization is line sequential.
           select f-rates assign to "../withholding_rates.txt"
           organization is line sequential
           file status is ws-rates-fs.
           select f-whreg assign to "../withholding_register.txt"
           organization is line sequential
           file status is ws-whreg-fs.

       data division.
           file section.
               02 pr-matches pic 9(2).
               02 pr-amount-x pic x(10).

           fd f-scpay.
           01 scpay-record.
               02 sp-cardnr pic 999.
               02 sp-matches pic 9(2).
               02 sp-amount-x pic x(10).

           fd f-claims.
           01 claims-record.
               02 cm-cardnr pic 999.
           01 txn-record.
               02 ct-cardnr pic 999.
               02 ct-amount-x pic x(10).
               02 filler pic x(1).
               02 ct-claimant-id pic x(12).
               02 filler pic x(1).
               02 ct-claimant-name pic x(30).

           fd f-audit.
           01 audit-record pic x(150).

           fd f-aging.
           01 aging-line pic x(100).

           fd f-rates.
           copy WHRATE.

           fd f-whreg.
           copy WHREG.

           working-storage section.

           01 ws-winners-fs pic xx.
           01 ws-payout-fs pic xx.
           01 ws-scpay-fs pic xx.
           01 ws-claims-fs pic xx.
           01 ws-txn-fs pic xx.
           01 ws-audit-fs pic xx.
           01 ws-claim-amount pic 9(7)v99.

           01 ws-new-wins pic 9(5) value 0.
           01 ws-sc-before pic 9(5).
           01 ws-applied pic 9(5) value 0.
           01 ws-rejected pic 9(5) value 0.
           01 ws-reason pic x(50).
           01 ws-audit-line pic x(150).

      * the withholding rate table, and the schedule in force for
      * the claim being paid - its reporting threshold (the lowest
      * threshold of the schedule) and the claim's rate, withheld
      * and net amounts.
           01 ws-rates-fs pic xx.
           01 ws-whreg-fs pic xx.
           01 ws-wr-count pic 9(2) value 0.
           01 ws-wr-table.
               02 ws-wr-entry occurs 50 times.
                   03 ws-wr-effective pic 9(8).
                   03 ws-wr-threshold pic 9(7)v99.
                   03 ws-wr-rate pic 9(2)v999.
           01 ws-wr pic 9(2).
           01 ws-wr-in-force pic 9(8).
           01 ws-wr-found pic 9(1).
           01 ws-report-threshold pic 9(7)v99 value 0.
           01 ws-reportable pic x(1).
           01 ws-whold-rate pic 9(2)v999.
           01 ws-whold-best pic 9(7)v99.
           01 ws-withheld pic 9(7)v99.
           01 ws-net pic 9(7)v99.
           01 ws-withheld-show pic z(6)9.99.
           01 ws-net-show pic z(6)9.99.
           01 ws-whold-total pic 9(11)v99 value 0.
           01 ws-audit-ptr pic 9(3).

      * aging buckets - a win counts in the deepest bucket its age
      * reaches.
           if ws-audit-fs = "35" then
               open output f-audit
           end-if.
           open extend f-whreg.
           if ws-whreg-fs = "35" then
               open output f-whreg
           end-if.

           perform load_payout_register.
           perform load_withholding_rates.
           perform sync_winners_register.
           perform sync_second_chance_prizes.
           perform apply_claim_transactions.

           close f-claims.
           close f-audit.
           close f-whreg.

           perform write_aging_report.
           if ws-whold-total > 0 then
               move ws-whold-total to ws-total-show
               display "scratchcards_claims: " ws-total-show
                   " withheld - see ../withholding_register.txt"
           end-if.

           display "scratchcards_claims: " ws-new-wins " new "
               "win(s) recorded, " ws-applied " claim(s) applied, "
           end-perform.
           close f-payout.

      * the withholding rate table, once per run. A row without a
      * date, or whose threshold or rate isn't in the 9(7).99 and
      * 99.999 formats, is rejected; no table means no schedule.
       load_withholding_rates.
           open input f-rates.
           if ws-rates-fs not = "00" then
               display "no ../withholding_rates.txt - no claim is "
                   "reportable, claims pay gross"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-rates at
               end move 'Y' to ws-eof
               not at end
                   if withholding-rate-record not = spaces
                       perform load_one_rate
                   end-if
           end-perform.
           close f-rates.

       load_one_rate.
           if wr-effective is not numeric
               or wr-threshold-x(1:7) is not numeric
               or wr-threshold-x(8:1) not = "."
               or wr-threshold-x(9:2) is not numeric
               or wr-rate-x(1:2) is not numeric
               or wr-rate-x(3:1) not = "."
               or wr-rate-x(4:3) is not numeric
               or ws-wr-count >= 50 then
               display "  ** withholding rate line rejected: "
                   function trim(withholding-rate-record)
               exit paragraph
           end-if.
           add 1 to ws-wr-count.
           move wr-effective to ws-wr-effective(ws-wr-count).
           move function numval(wr-threshold-x)
               to ws-wr-threshold(ws-wr-count).
           move function numval(wr-rate-x)
               to ws-wr-rate(ws-wr-count).

      * req 130: every win on the register gets a claims-master
      * record the first time this sync sees it - status OPEN,
      * first-seen today, amount joined from the payout register.
                   add 1 to ws-new-wins
           end-read.

      * a second-chance prize scored no points; its amount is the
      * payout register's, or the prize itself when scratchcards has
      * not yet applied it to the register.
       sync_second_chance_prizes.
           open input f-scpay.
           if ws-scpay-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-scpay at
               end move 'Y' to ws-eof
               not at end
                   move sp-cardnr to ws-cardnr
                   move 0 to ws-points
                   move ws-new-wins to ws-sc-before
                   perform record_one_win
                   if ws-new-wins > ws-sc-before and cm-amount = 0
                       move function numval(sp-amount-x) to cm-amount
                       rewrite claims-record
                   end-if
           end-perform.
           close f-scpay.

       apply_claim_transactions.
           open input f-transactions.
           if ws-txn-fs not = "00" then
                       to ws-reason
               end-if
           end-if.
      * a reportable claim pays only to a named claimant.
           if ws-reason = spaces then
               perform compute_withholding
               if ws-reportable = "Y"
                   and (ct-claimant-id = spaces
                       or ct-claimant-name = spaces)
                   move "reportable claim - claimant not identified"
                       to ws-reason
               end-if
           end-if.
           if ws-reason = spaces then
               move "PAID" to cm-status
               move ws-today to cm-claim-date
               rewrite claims-record
               add 1 to ws-applied
               perform write_withholding_record
           else
               add 1 to ws-rejected
           end-if.
           move ws-claim-amount to ws-amount-show.
           move spaces to ws-audit-line.
           if ws-reason = spaces then
               move ws-withheld to ws-withheld-show
               move ws-net to ws-net-show
               move 1 to ws-audit-ptr
               string "CLAIM card " ct-cardnr
                   " amount " ws-amount-show " APPLIED"
                   " withheld " ws-withheld-show
                   " net " ws-net-show
                   delimited by size into ws-audit-line
                   with pointer ws-audit-ptr
               if ws-reportable = "Y"
                   string " claimant "
                       function trim(ct-claimant-id)
                       delimited by size into ws-audit-line
                       with pointer ws-audit-ptr
               end-if
           else
               string "CLAIM card " ct-cardnr
                   " amount " ws-amount-show " REJECTED - "
           move ws-audit-line to audit-record.
           write audit-record.

      * the schedule in force on the claim date - the rows with the
      * latest effective date not after it. Above the schedule's
      * lowest threshold the claim is reportable, and it is withheld
      * at the rate of the highest threshold its amount is above.
       compute_withholding.
           move "N" to ws-reportable.
           move 0 to ws-whold-rate.
           move 0 to ws-withheld.
           move ws-claim-amount to ws-net.
           move 0 to ws-wr-in-force.
           perform varying ws-wr from 1 by 1 until ws-wr > ws-wr-count
               if ws-wr-effective(ws-wr) <= ws-today
                   and ws-wr-effective(ws-wr) > ws-wr-in-force
                   move ws-wr-effective(ws-wr) to ws-wr-in-force
               end-if
           end-perform.
           if ws-wr-in-force = 0 then
               exit paragraph
           end-if.
           move 0 to ws-wr-found.
           move 0 to ws-whold-best.
           perform varying ws-wr from 1 by 1 until ws-wr > ws-wr-count
               if ws-wr-effective(ws-wr) = ws-wr-in-force
                   if ws-wr-found = 0
                       or ws-wr-threshold(ws-wr) < ws-report-threshold
                       move ws-wr-threshold(ws-wr)
                           to ws-report-threshold
                       move 1 to ws-wr-found
                   end-if
                   if ws-claim-amount > ws-wr-threshold(ws-wr)
                       and ws-wr-threshold(ws-wr) >= ws-whold-best
                       move ws-wr-threshold(ws-wr) to ws-whold-best
                       move ws-wr-rate(ws-wr) to ws-whold-rate
                   end-if
               end-if
           end-perform.
           if ws-claim-amount > ws-report-threshold then
               move "Y" to ws-reportable
           end-if.
           compute ws-withheld rounded =
               ws-claim-amount * ws-whold-rate / 100.
           compute ws-net = ws-claim-amount - ws-withheld.

      * every claim paid, reportable or not, so the register's
      * gross ties back to the claims master's PAID wins.
       write_withholding_record.
           move spaces to withholding-register-record.
           move ws-today to wh-claim-date.
           move ct-cardnr to wh-cardnr.
           move ct-claimant-id to wh-claimant-id.
           move ct-claimant-name to wh-claimant-name.
           move ws-claim-amount to wh-gross.
           move ws-whold-rate to wh-rate.
           move ws-withheld to wh-withheld.
           move ws-net to wh-net.
           move ws-reportable to wh-reportable.
           write withholding-register-record.
           add ws-withheld to ws-whold-total.

      * req 130: the liability count finance used to do by hand -
      * every still-open win, bucketed at 30/60/90 days since the
      * sync first saw it.
