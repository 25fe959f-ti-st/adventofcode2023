           select f-maint assign to "../card_maint_report.txt"
           organization is line sequential
           file status is ws-maint-fs.
      * the season's second-chance prizes (scratchcards_draw) - a
      * drawn card is paid its prize, not the prize table's amount.
           select f-scpay assign to "../second_chance_payouts.txt"
           organization is line sequential
           file status is ws-scpay-fs.
           select f-prize assign to dynamic ws-prize-path
           organization is line sequential
           file status is ws-prize-fs.
           select f-report assign to
               "../fraud_investigations.txt"
           organization is line sequential.
      * effective-dated reference tables - the version catalog, the
      * usage log recording which version each run read, and the
      * run-control card whose business date decides.
           select f-refcat assign to "../../batch/refdata_catalog.txt"
           organization is line sequential
           file status is ws-refcat-fs.
           select f-refuse assign to "../../batch/refdata_usage.txt"
           organization is line sequential
           file status is ws-refuse-fs.
           select f-refctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-refctl-fs.

       data division.
           file section.
           fd f-maint.
           01 maint-record pic x(100).

           fd f-scpay.
           01 scpay-record.
               02 sp-cardnr pic 999.
               02 sp-matches pic 9(2).
               02 sp-amount-x pic x(10).

           fd f-prize.
           01 prize-record.
               02 pz-matches pic 9(2).
           fd f-report.
           01 report-line pic x(120).

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-refctl.
           01 refctl-record.
               02 refctl-run-id pic x(12).
               02 refctl-bus-date pic x(8).

           working-storage section.

           01 ws-winners-fs pic xx.
               02 ws-replaced pic 9 occurs 300 times value 0.
               02 ws-deleted pic 9 occurs 300 times value 0.

      * second-chance prizes by card number.
           01 ws-scpay-fs pic xx.
           01 ws-sc-prizes.
               02 ws-sc-amount pic 9(7)v99 occurs 300 times value 0.

           01 ws-prize-count pic 9(2) value 0.
           01 ws-prize-table.
               02 ws-prize-entry occurs 30 times.
           01 ws-expect-show pic z(6)9.99.
           01 ws-print-line pic x(120).

      * reference-version lookup scratch, and where each
      * reference table is read from on this run.
           01 ws-refcat-fs pic xx.
           01 ws-refuse-fs pic xx.
           01 ws-refctl-fs pic xx.
           01 ws-ref-eof pic a(1).
           01 ws-ref-table pic x(30).
           01 ws-ref-effective pic x(8).
           01 ws-ref-path pic x(80).
           01 ws-ref-run-id pic x(12) value spaces.
           01 ws-ref-bus-date pic x(8).
           01 ws-ref-now pic x(21).
           01 ws-ref-program pic x(20) value "scratchcards_fraud".
           01 ws-ref-day pic x(10) value "day04".
           01 ws-prize-path pic x(80).

       procedure division.

           display "scratchcards_fraud: cross-checking winners, "

           perform load_prize_table.
           perform load_maint_report.
           perform load_second_chance_prizes.
           perform screen_duplicate_wins.
           perform screen_second_chance_wins.
           perform screen_payouts.

           move spaces to report-line.
           stop run.

       load_prize_table.
           move "prize_table.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-prize-path.
           open input f-prize.
           if ws-prize-fs not = "00" then
               display "no ../prize_table.txt - the overpayment "
               end-if
           end-perform.

       load_second_chance_prizes.
           open input f-scpay.
           if ws-scpay-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-scpay at
               end move 'Y' to ws-eof
               not at end
                   if sp-cardnr >= 1 and sp-cardnr <= 300
                       move function numval(sp-amount-x)
                           to ws-sc-amount(sp-cardnr)
                   end-if
           end-perform.
           close f-scpay.

      * only cards that won nothing may be drawn - a drawn card on
      * the winners register is paid twice over.
       screen_second_chance_wins.
           perform varying ws-i from 1 by 1 until ws-i > 300
               if ws-sc-amount(ws-i) > 0 and ws-wins(ws-i) > 0
                   add 1 to ws-finding-count
                   move ws-sc-amount(ws-i) to ws-amount-show
                   move spaces to ws-print-line
                   string "SECOND-CHANCE-WINNER card " ws-i
                       " drew a second-chance prize of "
                       ws-amount-show
                       " but is on the winners register"
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
               end-if
           end-perform.

       screen_payouts.
           open input f-payout.
           if ws-payout-fs not = "00" then
                   write report-line
               end-if
           end-if.
      * a second-chance prize is checked against the prize drawn.
           if pr-matches = 0 and ws-cardnr >= 1 and ws-cardnr <= 300
               and ws-sc-amount(ws-cardnr) > 0
               if ws-amount > ws-sc-amount(ws-cardnr)
                   add 1 to ws-finding-count
                   move ws-amount to ws-amount-show
                   move ws-sc-amount(ws-cardnr) to ws-expect-show
                   move spaces to ws-print-line
                   string "OVERPAID card " ws-cardnr
                       " paid " ws-amount-show
                       " but its second-chance prize is "
                       ws-expect-show
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
               end-if
               exit paragraph
           end-if.
           if ws-prize-count = 0
               exit paragraph
           end-if.
               move ws-print-line to report-line
               write report-line
           end-if.

      * the version of a reference table in force on the run's
      * business date - the catalog row for this day and table with
      * the latest effective date on or before it, else the
      * current-state file (CURRENT). The same choice the
      * run-services module makes for the batch day programs, made
      * here since this program runs on its own; it goes to the
      * same usage log.
       resolve_reference_table.
           if ws-ref-run-id = spaces then
               open input f-refctl
               if ws-refctl-fs = "00"
                   read f-refctl
                       at end continue
                       not at end
                           move refctl-run-id to ws-ref-run-id
                           move refctl-bus-date to ws-ref-bus-date
                   end-read
                   close f-refctl
               end-if
               if ws-ref-run-id = spaces
                   move function current-date to ws-ref-now
                   move "ADHOC " to ws-ref-run-id(1:6)
                   move ws-ref-now(9:6) to ws-ref-run-id(7:6)
                   move ws-ref-now(1:8) to ws-ref-bus-date
               end-if
           end-if.
           move spaces to ws-ref-path.
           string "../" function trim(ws-ref-table)
               delimited by size into ws-ref-path.
           move "CURRENT" to ws-ref-effective.
           open input f-refcat.
           if ws-refcat-fs = "00" then
               move 'N' to ws-ref-eof
               perform until ws-ref-eof = 'Y'
                   read f-refcat at
                   end move 'Y' to ws-ref-eof
                   not at end
                       if rv-day-dir = ws-ref-day
                           and rv-table = ws-ref-table
                           and rv-effective <= ws-ref-bus-date
                           and (ws-ref-effective = "CURRENT"
                           or rv-effective > ws-ref-effective)
                           move rv-effective to ws-ref-effective
                           move rv-path to ws-ref-path
                       end-if
               end-perform
               close f-refcat
           end-if.
           if ws-ref-effective not = "CURRENT" then
               display function trim(ws-ref-table)
                   ": version effective " ws-ref-effective
                   " in force on " ws-ref-bus-date
           end-if.

           open extend f-refuse.
           if ws-refuse-fs = "35" then
               open output f-refuse
           end-if.
           move ws-ref-day to ru-day-dir.
           move ws-ref-table to ru-table.
           move ws-ref-effective to ru-effective.
           move ws-ref-program to ru-program.
           move ws-ref-run-id to ru-run-id.
           move ws-ref-bus-date to ru-bus-date.
           write ru-record.
           close f-refuse.
