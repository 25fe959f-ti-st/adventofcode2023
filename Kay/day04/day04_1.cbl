      * currency in a spreadsheet by hand. Absent table skips the
      * payout pass, same config-file-with-a-default convention as
      * cube_limits.txt.
           select f-prize assign to dynamic ws-prize-path
           organization is line sequential
           file status is ws-prize-fs.
           select f-payout assign to "../payout_register.txt"
           organization is line sequential.
      * the season's second-chance prizes (scratchcards_draw), paid
      * through the payout register like any other win.
           select f-scpay assign to "../second_chance_payouts.txt"
           organization is line sequential
           file status is ws-scpay-fs.
           select f-exception assign to "../exception_log.txt"
           organization is line sequential
           file status is ws-excpt-fs.
      * winning/8 held has been announced) is a control-card
      * change, not a rewrite of four FDs. Defaults to the classic
      * 10/25 groups of width 3.
           select f-layout assign to dynamic ws-layout-path
           organization is line sequential
           file status is ws-layout-fs.

               02 po-matches pic 9(2).
               02 po-amount pic 9(7).99.

           fd f-scpay.
           01 scpay-record.
               02 sp-cardnr pic 999.
               02 sp-matches pic 9(2).
               02 sp-amount-x pic x(10).

           fd f-exception.
           copy EXCPTREC.

      * returned by the run-services module's INIT.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-env pic x(8).

      * req 102: parameter block for the shared run-services module.
           copy RUNSVC.
      * total rides in it as whole cents.
           01 ws-payout-cents pic 9(13).

      * second-chance prizes by card number - a drawn card won
      * nothing on its own, so its prize stands in for the zero
      * payout.
           01 ws-scpay-fs pic xx.
           01 ws-sc-prizes.
               02 ws-sc-amount pic 9(7)v99 occurs 300 times value 0.

      * where each reference table is read from on this run - the
      * version in force on the business date (see
      * resolve_reference_table).
           01 ws-prize-path pic x(80).
           01 ws-layout-path pic x(80).

       procedure division.

           perform read_run_control.
               stop run
           end-if.
           perform load_prize_table.
           perform load_second_chance_prizes.

           open output f-detail.
           open output f-winners.
      * will log.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.
           perform until ws-eof = 'Y'
               read f-input into input_line at
               end move 'Y' to ws-eof
           call "aoc-run-services" using runsvc-block.
           move svc-run-id to ws-run-id.
           move svc-bus-date to ws-bus-date.
           move svc-env to ws-env.
      * req 037/102: the points total goes to the ledger through the
      * run-services module now.
       append_ledger.
      * the default and the table sizes as hard ceilings (numbers
      * stay pic 999, so widths past 3 are not supported).
       read_deck_layout.
           move "deck_layout.txt" to svc-ref-table.
           perform resolve_reference_table.
           move svc-ref-path to ws-layout-path.
           open input f-layout.
           if ws-layout-fs = "00" then
               move 1 to ws-layout-loaded
           move ws-ab-code to ab-condition-code.
           move ws-run-id to ab-run-id.
           move ws-bus-date to ab-bus-date.
           move ws-env to ab-env.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ab-time.
           write abend-record.
      * req 080: load the prize table once - no table, no payout
      * pass, and the run behaves exactly as before.
       load_prize_table.
           move "prize_table.txt" to svc-ref-table.
           perform resolve_reference_table.
           move svc-ref-path to ws-prize-path.
           open input f-prize.
           if ws-prize-fs not = "00" then
               exit paragraph
           end-perform.
           close f-prize.

      * the season's second-chance prizes - no file, no prizes.
       load_second_chance_prizes.
           if ws-prize-count = 0 then
               exit paragraph
           end-if.
           open input f-scpay.
           if ws-scpay-fs not = "00" then
               exit paragraph
           end-if.
           perform until ws-scpay-fs not = "00"
               read f-scpay
                   at end exit perform
                   not at end
                       if sp-cardnr >= 1 and sp-cardnr <= 300
                           move function numval(sp-amount-x)
                               to ws-sc-amount(sp-cardnr)
                       end-if
               end-read
           end-perform.
           close f-scpay.

      * req 080: join this card's match count against the prize
      * table - one register record per card, and the grand total
      * accumulates for the ledger. A match count with no table row
                   exit perform
               end-if
           end-perform.
           if ws-card-payout = 0 and cardNr >= 1 and cardNr <= 300
               move ws-sc-amount(cardNr) to ws-card-payout
           end-if.
           move cardNr to po-cardnr.
           move ws-match-count to po-matches.
           move ws-card-payout to po-amount.
               delimited by size into ws-winners-line.
           move ws-winners-line to winners-record.
           write winners-record.

      * the version of a reference table in force on the run's
      * business date - chosen, and its use logged, by the
      * run-services module.
       resolve_reference_table.
           move "REFDATA" to svc-op.
           call "aoc-run-services" using runsvc-block.
