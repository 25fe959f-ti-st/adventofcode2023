      * day4_draw
       identification division.
           program-id. scratchcards_draw.
           author. kayms.
      *
      * second-chance drawing - marketing's weekly draw among the
      * cards that won nothing. The eligible pool is every card on
      * the deck master (cards_indexed.dat) that scratchcard_detail
      * .txt shows matched nothing, less the cards card maintenance
      * REPLACEd or DELETEd (card_maint_report.txt) and the cards
      * already drawn this season (second_chance_register.txt). The
      * prizes are drawn with a seeded generator, taken in card
      * order from the pool, so one seed and one pool always give
      * the same winners: the seed is on the control card, or taken
      * from the clock when the card leaves it blank, and either way
      * it is recorded against every prize in the drawing register
      * so the draw can be re-performed for the auditors (mode
      * VERIFY). Each draw rewrites second_chance_payouts.txt - the
      * season's prizes in the payout register's columns - and
      * applies them to payout_register.txt; scratchcards applies
      * them again on every rerun, so settlement, claims, issuance
      * and the fraud screen see a second-chance prize as a payout
      * like any other.
      *
      * second_chance_draw.txt, one control record, fixed columns:
      *   draw id x(10), season x(6), mode x(8) DRAW or VERIFY,
      *   prizes 9(2), prize amount 9(7).99, seed x(9) (blank for
      *   DRAW takes one from the clock)
      * Condition code 4 when the pool is smaller than the prizes
      * or a VERIFY does not reproduce the recorded draw, 8 when
      * the deck master cannot be read, 12 for a missing or bad
      * control card or a draw id already drawn.
       environment division.
           input-output section.
           file-control.
           select f-control assign to "../second_chance_draw.txt"
           organization is line sequential
           file status is ws-control-fs.
           select f-cards-idx assign to "../cards_indexed.dat"
           organization is indexed
           access mode is dynamic
           record key is idx-cardnr
           file status is ws-idx-fs.
           select f-detail assign to "../scratchcard_detail.txt"
           organization is line sequential
           file status is ws-detail-fs.
           select f-maint assign to "../card_maint_report.txt"
           organization is line sequential
           file status is ws-maint-fs.
      * the season's drawing register, appended a line per prize.
           select f-register assign to "../second_chance_register.txt"
           organization is line sequential
           file status is ws-register-fs.
           select f-scpay assign to "../second_chance_payouts.txt"
           organization is line sequential
           file status is ws-scpay-fs.
           select f-payout assign to "../payout_register.txt"
           organization is line sequential
           file status is ws-payout-fs.
           select f-report assign to "../second_chance_report.txt"
           organization is line sequential.
           select f-runctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.

       data division.
           file section.

           fd f-control.
           01 control-record.
               02 sc-draw-id pic x(10).
               02 sc-season pic x(6).
               02 sc-mode pic x(8).
               02 sc-prizes pic 9(2).
               02 sc-amount-x pic x(10).
               02 sc-seed-x pic x(9).

      * same record layout scratchcards_indexed builds.
           fd f-cards-idx.
           01 idx-record.
               02 idx-cardnr pic 999.
               02 idx-y-num pic 999 occurs 10 times.
               02 idx-w-num pic 999 occurs 25 times.

           fd f-detail.
           01 detail-record pic x(200).

           fd f-maint.
           01 maint-record pic x(100).

           fd f-register.
           01 register-record.
               02 dr-draw-id pic x(10).
               02 dr-season pic x(6).
               02 dr-prize-nr pic 9(2).
               02 dr-cardnr pic 999.
               02 dr-amount pic 9(7).99.
               02 dr-seed pic 9(9).
               02 dr-pool pic 9(5).
               02 dr-run-id pic x(12).
               02 dr-bus-date pic x(8).
               02 dr-date pic x(8).
               02 dr-time pic x(6).

      * same columns day04_1's write_payout lays down; a second-
      * chance prize carries zero matches.
           fd f-scpay.
           01 scpay-record.
               02 sp-cardnr pic 999.
               02 sp-matches pic 9(2).
               02 sp-amount pic 9(7).99.

           fd f-payout.
           01 payout-record.
               02 pr-cardnr pic 999.
               02 pr-matches pic 9(2).
               02 pr-amount-x pic x(10).

           fd f-report.
           01 report-line pic x(120).

           fd f-runctl.
           01 runctl-record.
               02 runctl-run-id pic x(12).
               02 runctl-bus-date pic x(8).

           working-storage section.

           01 ws-control-fs pic xx.
           01 ws-idx-fs pic xx.
           01 ws-detail-fs pic xx.
           01 ws-maint-fs pic xx.
           01 ws-register-fs pic xx.
           01 ws-scpay-fs pic xx.
           01 ws-payout-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-run-id pic x(12) value spaces.
           01 ws-bus-date pic x(8) value spaces.
           01 ws-cur-date pic x(21).

           01 ws-draw-id pic x(10).
           01 ws-season pic x(6).
           01 ws-mode pic x(8).
           01 ws-prizes pic 9(2).
           01 ws-amount pic 9(7)v99.
           01 ws-seed pic 9(9).

      * what is known about each card - card number is the key
      * everywhere in day04, so plain 300-slot flags do.
           01 ws-card-flags.
               02 ws-on-deck pic 9 occurs 300 times value 0.
               02 ws-scored pic 9 occurs 300 times value 0.
               02 ws-no-match pic 9 occurs 300 times value 0.
               02 ws-maintained pic 9 occurs 300 times value 0.
               02 ws-drawn pic 9 occurs 300 times value 0.
               02 ws-sc-amount pic 9(7)v99 occurs 300 times value 0.
           01 ws-cardnr pic 999.
           01 ws-i pic 9(3).

      * the eligible pool in card order, and the cards drawn from it.
           01 ws-pool-count pic 9(3) value 0.
           01 ws-pool-left pic 9(3).
           01 ws-pool-table.
               02 ws-pool-card pic 999 occurs 300 times.
           01 ws-won-count pic 9(2) value 0.
           01 ws-won-table.
               02 ws-won-card pic 999 occurs 99 times.
           01 ws-w pic 9(3).

           01 ws-excl-winners pic 9(3) value 0.
           01 ws-excl-maint pic 9(3) value 0.
           01 ws-excl-drawn pic 9(3) value 0.
           01 ws-excl-unscored pic 9(3) value 0.

      * the generator - multiplicative congruential, modulus
      * 2**31-1, multiplier 16807 - written out here rather than
      * taken from a library so the same seed draws the same cards
      * on any machine the auditors re-perform it on.
           01 ws-rng-state pic 9(10).
           01 ws-rng-work pic 9(18).
           01 ws-pick pic 9(3).

      * a VERIFY run's recorded draw, to compare against.
           01 ws-rec-count pic 9(2) value 0.
           01 ws-rec-table.
               02 ws-rec-card pic 999 occurs 99 times.
           01 ws-rec-pool pic 9(5) value 0.
           01 ws-rec-seed pic 9(9) value 0.
           01 ws-differ pic 9(2) value 0.

      * payout_register.txt held while the season's prizes are
      * applied to it.
           01 ws-po-count pic 9(3) value 0.
           01 ws-po-table.
               02 ws-po occurs 600 times.
                   03 ws-po-cardnr pic 999.
                   03 ws-po-matches pic 9(2).
                   03 ws-po-amount pic 9(7)v99.
           01 ws-po-applied pic 9(3) value 0.
           01 ws-po-edit pic 9(7).99.

      * card_maint_report.txt line parsing - the audit lines read
      * "<action> card <nnn> APPLIED" or "... REJECTED - <reason>".
           01 ws-mw-action pic x(10).
           01 ws-mw-label pic x(10).
           01 ws-mw-card pic x(10).
           01 ws-mw-outcome pic x(10).

           01 ws-amount-show pic z(6)9.99.
           01 ws-print-line pic x(120).

       procedure division.

           display "scratchcards_draw: second-chance drawing".

           move function current-date to ws-cur-date.
           perform read_run_control.
           perform read_draw_card.
           perform load_drawing_register.
           if ws-mode = "DRAW" and ws-rec-count > 0 then
               display "scratchcards_draw: draw "
                   function trim(ws-draw-id) " was already drawn - "
                   "VERIFY re-performs it, a new draw needs a new id"
               move 12 to return-code
               stop run
           end-if.
           if ws-mode = "VERIFY" and ws-rec-count = 0 then
               display "scratchcards_draw: no draw "
                   function trim(ws-draw-id) " in the drawing "
                   "register to re-perform"
               move 12 to return-code
               stop run
           end-if.

           perform load_deck_master.
           perform load_card_detail.
           perform load_maint_report.
           perform build_pool.
           perform draw_prizes.

           open output f-report.
           perform write_report_header.
           if ws-mode = "VERIFY" then
               perform verify_draw
           else
               perform record_draw
               perform write_season_payouts
               perform apply_to_payout_register
           end-if.
           close f-report.

           display "scratchcards_draw: " ws-won-count " prize(s) "
               "drawn from a pool of " ws-pool-count
               " - report in ../second_chance_report.txt".
           if ws-won-count < ws-prizes or ws-differ > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * no run-control card - an ad-hoc draw, stamped ADHOC.
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
               move "ADHOC " to ws-run-id(1:6)
               move ws-cur-date(9:6) to ws-run-id(7:6)
               move ws-cur-date(1:8) to ws-bus-date
           end-if.

       read_draw_card.
           open input f-control.
           if ws-control-fs not = "00" then
               display "scratchcards_draw: no ../second_chance_draw"
                   ".txt - nothing to draw"
               move 12 to return-code
               stop run
           end-if.
           read f-control
               at end
                   display "scratchcards_draw: second_chance_draw.txt"
                       " is empty"
                   close f-control
                   move 12 to return-code
                   stop run
           end-read.
           close f-control.
           move sc-draw-id to ws-draw-id.
           move sc-season to ws-season.
           move sc-mode to ws-mode.
           if ws-mode = spaces then
               move "DRAW" to ws-mode
           end-if.
           if ws-draw-id = spaces or ws-season = spaces
               or (ws-mode not = "DRAW" and ws-mode not = "VERIFY")
               then
               display "scratchcards_draw: second_chance_draw.txt "
                   "needs a draw id, a season and a mode of DRAW "
                   "or VERIFY"
               move 12 to return-code
               stop run
           end-if.
           if ws-mode = "VERIFY" then
               exit paragraph
           end-if.
           if sc-prizes is not numeric or sc-prizes = 0
               or sc-amount-x = spaces then
               display "scratchcards_draw: second_chance_draw.txt "
                   "needs a prize count and a prize amount"
               move 12 to return-code
               stop run
           end-if.
           move sc-prizes to ws-prizes.
           move function numval(sc-amount-x) to ws-amount.
           if sc-seed-x = spaces then
               move ws-cur-date(9:8) to ws-seed
           else
               if function test-numval(sc-seed-x) not = 0
                   display "scratchcards_draw: the seed on "
                       "second_chance_draw.txt is not a number"
                   move 12 to return-code
                   stop run
               end-if
               move function numval(sc-seed-x) to ws-seed
           end-if.

      * every earlier draw of the season: its cards are out of the
      * pool and its prizes make up the season's payouts; a VERIFY
      * picks up this draw's own seed, pool size and winners.
       load_drawing_register.
           open input f-register.
           if ws-register-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-register at
               end move 'Y' to ws-eof
               not at end
                   if dr-season = ws-season
                       perform note_register_line
                   end-if
           end-perform.
           close f-register.

       note_register_line.
      * a VERIFY leaves the pool as it stood at the draw - draws
      * recorded after it do not count against it.
           if ws-mode = "VERIFY" and ws-rec-count > 0
               and dr-draw-id not = ws-draw-id then
               exit paragraph
           end-if.
           if dr-draw-id = ws-draw-id then
               if ws-rec-count < 99
                   add 1 to ws-rec-count
                   move dr-cardnr to ws-rec-card(ws-rec-count)
               end-if
               move dr-seed to ws-rec-seed
               move dr-pool to ws-rec-pool
               if ws-mode = "VERIFY"
                   move dr-seed to ws-seed
                   move ws-rec-count to ws-prizes
                   move function numval(dr-amount) to ws-amount
               end-if
               exit paragraph
           end-if.
           move dr-cardnr to ws-cardnr.
           if ws-cardnr >= 1 and ws-cardnr <= 300 then
               move 1 to ws-drawn(ws-cardnr)
               move function numval(dr-amount)
                   to ws-sc-amount(ws-cardnr)
           end-if.

       load_deck_master.
           open input f-cards-idx.
           if ws-idx-fs not = "00" then
               display "indexed deck ../cards_indexed.dat not "
                   "found/not usable (status " ws-idx-fs ") - run "
                   "scratchcards_indexed to build it first"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-cards-idx next record at
               end move 'Y' to ws-eof
               not at end
                   if idx-cardnr >= 1 and idx-cardnr <= 300
                       move 1 to ws-on-deck(idx-cardnr)
                   end-if
           end-perform.
           close f-cards-idx.

      * scratchcards' detail lines read "card NNN matches: none"
      * for a card that matched nothing.
       load_card_detail.
           open input f-detail.
           if ws-detail-fs not = "00" then
               display "scratchcards_draw: no ../scratchcard_detail"
                   ".txt - run scratchcards first; nobody is "
                   "eligible"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-detail at
               end move 'Y' to ws-eof
               not at end
                   if detail-record(1:5) = "card "
                       move detail-record(6:3) to ws-cardnr
                       if ws-cardnr >= 1 and ws-cardnr <= 300
                           move 1 to ws-scored(ws-cardnr)
                           if detail-record(18:5) = " none"
                               move 1 to ws-no-match(ws-cardnr)
                           end-if
                       end-if
                   end-if
           end-perform.
           close f-detail.

      * only APPLIED maintenance counts - a rejected REPLACE never
      * touched the deck.
       load_maint_report.
           open input f-maint.
           if ws-maint-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-maint at
               end move 'Y' to ws-eof
               not at end
                   perform note_one_maint_line
           end-perform.
           close f-maint.

       note_one_maint_line.
           move spaces to ws-mw-action.
           move spaces to ws-mw-label.
           move spaces to ws-mw-card.
           move spaces to ws-mw-outcome.
           unstring maint-record delimited by all space
               into ws-mw-action, ws-mw-label, ws-mw-card,
               ws-mw-outcome
           end-unstring.
           if ws-mw-label not = "card"
               or ws-mw-outcome not = "APPLIED"
               exit paragraph
           end-if.
           if ws-mw-action not = "REPLACE"
               and ws-mw-action not = "DELETE"
               exit paragraph
           end-if.
           move function numval(ws-mw-card) to ws-cardnr.
           if ws-cardnr >= 1 and ws-cardnr <= 300
               move 1 to ws-maintained(ws-cardnr)
           end-if.

      * card order, so the pool - and with it the draw - depends
      * only on which cards are eligible.
       build_pool.
           perform varying ws-i from 1 by 1 until ws-i > 300
               if ws-on-deck(ws-i) = 1
                   evaluate true
                       when ws-drawn(ws-i) = 1
                           add 1 to ws-excl-drawn
                       when ws-maintained(ws-i) = 1
                           add 1 to ws-excl-maint
                       when ws-scored(ws-i) = 0
                           add 1 to ws-excl-unscored
                       when ws-no-match(ws-i) = 0
                           add 1 to ws-excl-winners
                       when other
                           add 1 to ws-pool-count
                           move ws-i to ws-pool-card(ws-pool-count)
                   end-evaluate
               end-if
           end-perform.

      * each prize takes the pool entry the generator points at and
      * closes the gap with the pool's last entry.
       draw_prizes.
           move ws-seed to ws-rng-state.
           if ws-rng-state = 0 then
               move 1 to ws-rng-state
           end-if.
           move ws-pool-count to ws-pool-left.
           move 0 to ws-won-count.
           perform until ws-won-count >= ws-prizes
               or ws-pool-left = 0
               compute ws-rng-work = ws-rng-state * 16807
               compute ws-rng-state =
                   function mod(ws-rng-work, 2147483647)
               compute ws-pick =
                   function mod(ws-rng-state, ws-pool-left) + 1
               add 1 to ws-won-count
               move ws-pool-card(ws-pick) to ws-won-card(ws-won-count)
               move ws-pool-card(ws-pool-left) to ws-pool-card(ws-pick)
               subtract 1 from ws-pool-left
           end-perform.

       write_report_header.
           move "Second-chance drawing" to report-line.
           write report-line.
           move "============================================"
               to report-line.
           write report-line.
           move ws-amount to ws-amount-show.
           move spaces to ws-print-line.
           string "draw " ws-draw-id " season " ws-season
               " mode " ws-mode " prizes " ws-prizes
               " of " ws-amount-show " seed " ws-seed
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "run " ws-run-id " business date " ws-bus-date
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "eligible pool " ws-pool-count " card(s); left out "
               ws-excl-winners " winner(s), " ws-excl-maint
               " maintained, " ws-excl-drawn " drawn this season, "
               ws-excl-unscored " not scored"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

      * the drawing register line per prize carries the seed and
      * the pool size - everything an auditor needs to re-perform.
       record_draw.
           open extend f-register.
           if ws-register-fs = "35" then
               open output f-register
           end-if.
           perform varying ws-w from 1 by 1 until ws-w > ws-won-count
               move ws-draw-id to dr-draw-id
               move ws-season to dr-season
               move ws-w to dr-prize-nr
               move ws-won-card(ws-w) to dr-cardnr
               move ws-amount to dr-amount
               move ws-seed to dr-seed
               move ws-pool-count to dr-pool
               move ws-run-id to dr-run-id
               move ws-bus-date to dr-bus-date
               move ws-cur-date(1:8) to dr-date
               move ws-cur-date(9:6) to dr-time
               write register-record
               move ws-won-card(ws-w) to ws-cardnr
               move ws-amount to ws-sc-amount(ws-cardnr)
               move spaces to ws-print-line
               string "  prize " ws-w " card " ws-won-card(ws-w)
                   " wins " ws-amount-show
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-perform.
           close f-register.
           if ws-won-count < ws-prizes then
               move spaces to ws-print-line
               string "  ** only " ws-won-count " of " ws-prizes
                   " prize(s) drawn - the pool ran out"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.

      * the season's prizes to date, in the payout register's
      * columns.
       write_season_payouts.
           open output f-scpay.
           perform varying ws-i from 1 by 1 until ws-i > 300
               if ws-sc-amount(ws-i) > 0
                   move ws-i to sp-cardnr
                   move 0 to sp-matches
                   move ws-sc-amount(ws-i) to sp-amount
                   write scpay-record
               end-if
           end-perform.
           close f-scpay.

      * the prize replaces the card's zero payout in the register
      * scratchcards last wrote; without a register yet, the next
      * scratchcards run applies it.
       apply_to_payout_register.
           open input f-payout.
           if ws-payout-fs not = "00" then
               move "  no payout_register.txt yet - scratchcards "
                   & "applies the prizes on its next run"
                   to report-line
               write report-line
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-payout at
               end move 'Y' to ws-eof
               not at end
                   if ws-po-count < 600
                       add 1 to ws-po-count
                       move pr-cardnr to ws-po-cardnr(ws-po-count)
                       move pr-matches to ws-po-matches(ws-po-count)
                       move function numval(pr-amount-x)
                           to ws-po-amount(ws-po-count)
                   end-if
           end-perform.
           close f-payout.

           open output f-payout.
           perform varying ws-i from 1 by 1 until ws-i > ws-po-count
               move ws-po-cardnr(ws-i) to ws-cardnr
               if ws-cardnr >= 1 and ws-cardnr <= 300
                   and ws-po-amount(ws-i) = 0
                   and ws-sc-amount(ws-cardnr) > 0
                   move ws-sc-amount(ws-cardnr) to ws-po-amount(ws-i)
                   add 1 to ws-po-applied
               end-if
               move ws-po-cardnr(ws-i) to pr-cardnr
               move ws-po-matches(ws-i) to pr-matches
               move ws-po-amount(ws-i) to ws-po-edit
               move ws-po-edit to pr-amount-x
               write payout-record
           end-perform.
           close f-payout.
           move spaces to ws-print-line.
           string "  " ws-po-applied " season prize(s) applied to "
               "payout_register.txt"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * the same seed over today's pool must give the recorded
      * winners - a different pool size says the deck, the detail
      * or the maintenance has moved on since the draw.
       verify_draw.
           move spaces to ws-print-line.
           string "recorded: pool " ws-rec-pool " seed " ws-rec-seed
               " prizes " ws-rec-count
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-rec-pool not = ws-pool-count then
               move spaces to ws-print-line
               string "  ** the pool is " ws-pool-count
                   " card(s) now against " ws-rec-pool
                   " at the draw - the inputs have changed since"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.
           perform varying ws-w from 1 by 1 until ws-w > ws-rec-count
               move spaces to ws-print-line
               if ws-w > ws-won-count
                   add 1 to ws-differ
                   string "  prize " ws-w " recorded card "
                       ws-rec-card(ws-w) " re-performed: none"
                       " DIFFERS"
                       delimited by size into ws-print-line
               else
                   if ws-won-card(ws-w) = ws-rec-card(ws-w)
                       string "  prize " ws-w " recorded card "
                           ws-rec-card(ws-w) " re-performed card "
                           ws-won-card(ws-w) " MATCHES"
                           delimited by size into ws-print-line
                   else
                       add 1 to ws-differ
                       string "  prize " ws-w " recorded card "
                           ws-rec-card(ws-w) " re-performed card "
                           ws-won-card(ws-w) " DIFFERS"
                           delimited by size into ws-print-line
                   end-if
               end-if
               move ws-print-line to report-line
               write report-line
           end-perform.
           move spaces to report-line.
           write report-line.
           if ws-differ = 0 then
               move "draw re-performed - every prize matches the "
                   & "register" to report-line
           else
               move spaces to ws-print-line
               string ws-differ " prize(s) differ from the register"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
           end-if.
           write report-line.
