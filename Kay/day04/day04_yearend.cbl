      * day4_yearend
       identification division.
           program-id. scratchcards_yearend.
           author. kayms.
      *
      * year-end winner statements - every claim scratchcards_claims
      * paid is on the withholding register with who claimed it and
      * what was withheld, so the tax year's statements are built
      * from there: one statement per identified claimant listing
      * each claim paid in the year with the gross, withheld and net
      * totals, in winner_statements.txt. Claims at or under the
      * reporting threshold that gave no identity get no statement
      * and are shown on their own in the control summary.
      *
      * The control summary (winner_statement_control.txt) ties the
      * statements back to the claims master: the register's claims
      * for the year against the wins the master shows PAID with a
      * claim date in that year, card by card. A PAID win with no
      * register record, a register record with no PAID win behind
      * it, or a gross that differs is listed, and the run ends with
      * return code 8 - the statements don't go out until the
      * summary is in balance.
      *
      * yearend_card.txt: "TAX-YEAR yyyy" chooses the tax year; no
      * card means the calendar year before today's.
       environment division.
           input-output section.
           file-control.
           select f-card assign to "../yearend_card.txt"
           organization is line sequential
           file status is ws-card-fs.
           select f-whreg assign to "../withholding_register.txt"
           organization is line sequential
           file status is ws-whreg-fs.
           select f-claims assign to "../claims_master.dat"
           organization is indexed
           access mode is sequential
           record key is cm-cardnr
           file status is ws-claims-fs.
           select f-statements assign to "../winner_statements.txt"
           organization is line sequential.
           select f-control assign to
               "../winner_statement_control.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-card.
           01 card-line pic x(80).

           fd f-whreg.
           copy WHREG.

           fd f-claims.
      * the claims master scratchcards_claims keeps.
           01 claims-record.
               02 cm-cardnr pic 999.
               02 cm-status pic x(8).
               02 cm-points pic 9(9).
               02 cm-amount pic 9(7)v99.
               02 cm-first-seen pic 9(8).
               02 cm-claim-date pic 9(8).

           fd f-statements.
           01 statement-line pic x(132).

           fd f-control.
           01 control-line pic x(132).

           working-storage section.

           01 ws-card-fs pic xx.
           01 ws-whreg-fs pic xx.
           01 ws-claims-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-cur-date pic x(21).
           01 ws-tax-year pic 9(4).
           01 ws-tax-year-x pic x(4).

      * the tax year's register claims, sorted by claimant and claim
      * date for the statements' control break.
           01 ws-cl-count pic 9(4) value 0.
           01 ws-cl-dropped pic 9(5) value 0.
           01 ws-cl-table.
               02 ws-cl-entry occurs 1000 times.
                   03 ws-cl-id pic x(12).
                   03 ws-cl-date pic 9(8).
                   03 ws-cl-cardnr pic 999.
                   03 ws-cl-name pic x(30).
                   03 ws-cl-gross pic 9(7)v99.
                   03 ws-cl-rate pic 9(2)v999.
                   03 ws-cl-withheld pic 9(7)v99.
                   03 ws-cl-net pic 9(7)v99.
           01 ws-cl pic 9(4).
           01 ws-wh-gross pic 9(7)v99.

      * card by card, the register's gross for the year and the
      * master's PAID amount - the tie-back.
           01 ws-tie-table.
               02 ws-tie-entry occurs 1000 times.
                   03 ws-tie-reg-count pic 9(3).
                   03 ws-tie-reg-gross pic 9(9)v99.
                   03 ws-tie-paid pic 9(1).
                   03 ws-tie-paid-amount pic 9(7)v99.
           01 ws-tie pic 9(4).
           01 ws-tie-card pic 999.
           01 ws-tie-breaks pic 9(5) value 0.

      * the statement being built.
           01 ws-st-id pic x(12).
           01 ws-st-name pic x(30).
           01 ws-st-claims pic 9(5).
           01 ws-st-gross pic 9(11)v99.
           01 ws-st-withheld pic 9(11)v99.
           01 ws-st-net pic 9(11)v99.

      * control totals.
           01 ws-statements pic 9(5) value 0.
           01 ws-id-claims pic 9(5) value 0.
           01 ws-id-gross pic 9(11)v99 value 0.
           01 ws-id-withheld pic 9(11)v99 value 0.
           01 ws-id-net pic 9(11)v99 value 0.
           01 ws-anon-claims pic 9(5) value 0.
           01 ws-anon-gross pic 9(11)v99 value 0.
           01 ws-reg-claims pic 9(5) value 0.
           01 ws-reg-gross pic 9(11)v99 value 0.
           01 ws-paid-claims pic 9(5) value 0.
           01 ws-paid-gross pic 9(11)v99 value 0.

           01 ws-amount-show pic z(6)9.99.
           01 ws-rate-show pic z9.999.
           01 ws-total-show pic z(10)9.99.
           01 ws-total-show2 pic z(10)9.99.
           01 ws-total-show3 pic z(10)9.99.
           01 ws-print-line pic x(132).

       procedure division.

           perform read_yearend_card.
           move ws-tax-year to ws-tax-year-x.
           display "scratchcards_yearend: winner statements for "
               "tax year " ws-tax-year.

           perform varying ws-tie from 1 by 1 until ws-tie > 1000
               move 0 to ws-tie-reg-count(ws-tie)
               move 0 to ws-tie-reg-gross(ws-tie)
               move 0 to ws-tie-paid(ws-tie)
               move 0 to ws-tie-paid-amount(ws-tie)
           end-perform.

           perform load_year_claims.
           perform load_paid_wins.
           perform write_statements.
           perform write_control_summary.

           move ws-id-gross to ws-total-show.
           display "scratchcards_yearend: " ws-statements
               " statement(s) for " ws-id-claims " claim(s), gross "
               ws-total-show.
           if ws-tie-breaks > 0 or ws-cl-dropped > 0 then
               display "scratchcards_yearend: OUT OF BALANCE with "
                   "the claims master - see "
                   "../winner_statement_control.txt"
               move 8 to return-code
           else
               display "scratchcards_yearend: in balance with the "
                   "claims master"
           end-if.
           stop run.

      * the card's tax year, else the calendar year before today's.
       read_yearend_card.
           move function current-date to ws-cur-date.
           move ws-cur-date(1:4) to ws-tax-year.
           subtract 1 from ws-tax-year.
           open input f-card.
           if ws-card-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-card at
               end move 'Y' to ws-eof
               not at end
                   if card-line(1:9) = "TAX-YEAR "
                       move card-line(10:4) to ws-tax-year-x
                       if ws-tax-year-x is numeric
                           move ws-tax-year-x to ws-tax-year
                       else
                           display "scratchcards_yearend: card "
                               "tax year " ws-tax-year-x
                               " is not a year - refusing to run"
                           move 12 to return-code
                           stop run
                       end-if
                   end-if
           end-perform.
           close f-card.

      * the register's claims dated in the tax year onto the claims
      * table and the tie-back.
       load_year_claims.
           open input f-whreg.
           if ws-whreg-fs not = "00" then
               display "no ../withholding_register.txt - no claims "
                   "paid under withholding"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-whreg at
               end move 'Y' to ws-eof
               not at end
                   if wh-claim-date(1:4) = ws-tax-year-x
                       perform note_year_claim
                   end-if
           end-perform.
           close f-whreg.
      * the unused slots sort after every real claim.
           if ws-cl-count > 1 then
               perform varying ws-cl from ws-cl-count by 1
                   until ws-cl >= 1000
                   move high-values to ws-cl-id(ws-cl + 1)
                   move 99999999 to ws-cl-date(ws-cl + 1)
                   move 999 to ws-cl-cardnr(ws-cl + 1)
               end-perform
               sort ws-cl-entry on ascending key ws-cl-id
                   ws-cl-date ws-cl-cardnr
           end-if.

       note_year_claim.
           move wh-gross to ws-wh-gross.
           add 1 to ws-reg-claims.
           add ws-wh-gross to ws-reg-gross.
           compute ws-tie = wh-cardnr + 1.
           add 1 to ws-tie-reg-count(ws-tie).
           add ws-wh-gross to ws-tie-reg-gross(ws-tie).
           if ws-cl-count >= 1000 then
               add 1 to ws-cl-dropped
               exit paragraph
           end-if.
           add 1 to ws-cl-count.
           move wh-claimant-id to ws-cl-id(ws-cl-count).
           move wh-claim-date to ws-cl-date(ws-cl-count).
           move wh-cardnr to ws-cl-cardnr(ws-cl-count).
           move wh-claimant-name to ws-cl-name(ws-cl-count).
           move wh-gross to ws-cl-gross(ws-cl-count).
           move wh-rate to ws-cl-rate(ws-cl-count).
           move wh-withheld to ws-cl-withheld(ws-cl-count).
           move wh-net to ws-cl-net(ws-cl-count).

      * the wins the claims master shows PAID in the tax year.
       load_paid_wins.
           open input f-claims.
           if ws-claims-fs not = "00" then
               display "claims master ../claims_master.dat not "
                   "readable (status " ws-claims-fs ") - nothing to "
                   "tie the statements to"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-claims next record at
               end move 'Y' to ws-eof
               not at end
                   if cm-status = "PAID"
                       and cm-claim-date(1:4) = ws-tax-year-x
                       add 1 to ws-paid-claims
                       add cm-amount to ws-paid-gross
                       compute ws-tie = cm-cardnr + 1
                       move 1 to ws-tie-paid(ws-tie)
                       move cm-amount to ws-tie-paid-amount(ws-tie)
                   end-if
           end-perform.
           close f-claims.

      * one statement per claimant id - the table is in claimant
      * order, so each change of id closes the statement before it.
      * The unidentified claims sort first, under a blank id.
       write_statements.
           open output f-statements.
           move spaces to ws-st-id.
           perform varying ws-cl from 1 by 1 until ws-cl > ws-cl-count
               if ws-cl-id(ws-cl) = spaces
                   add 1 to ws-anon-claims
                   add ws-cl-gross(ws-cl) to ws-anon-gross
               else
                   if ws-cl-id(ws-cl) not = ws-st-id
                       if ws-st-id not = spaces
                           perform close_statement
                       end-if
                       perform open_statement
                   end-if
                   perform write_statement_claim
               end-if
           end-perform.
           if ws-st-id not = spaces then
               perform close_statement
           end-if.
           close f-statements.

       open_statement.
           move ws-cl-id(ws-cl) to ws-st-id.
           move ws-cl-name(ws-cl) to ws-st-name.
           move 0 to ws-st-claims.
           move 0 to ws-st-gross.
           move 0 to ws-st-withheld.
           move 0 to ws-st-net.
           add 1 to ws-statements.
           move spaces to ws-print-line.
           string "YEAR-END WINNER STATEMENT - SCRATCHCARD PRIZES - "
               "TAX YEAR " ws-tax-year
               delimited by size into ws-print-line.
           move ws-print-line to statement-line.
           write statement-line.
           move spaces to ws-print-line.
           string "  claimant " ws-st-id " " ws-st-name
               delimited by size into ws-print-line.
           move ws-print-line to statement-line.
           write statement-line.
           move spaces to statement-line.
           write statement-line.
           move spaces to statement-line.
           move "card" to statement-line(3:4).
           move "claim date" to statement-line(9:10).
           move "gross" to statement-line(25:5).
           move "rate" to statement-line(33:4).
           move "withheld" to statement-line(44:8).
           move "net" to statement-line(63:3).
           write statement-line.

       write_statement_claim.
           add 1 to ws-st-claims.
           add ws-cl-gross(ws-cl) to ws-st-gross.
           add ws-cl-withheld(ws-cl) to ws-st-withheld.
           add ws-cl-net(ws-cl) to ws-st-net.
           add 1 to ws-id-claims.
           add ws-cl-gross(ws-cl) to ws-id-gross.
           add ws-cl-withheld(ws-cl) to ws-id-withheld.
           add ws-cl-net(ws-cl) to ws-id-net.
           move spaces to ws-print-line.
           move ws-cl-gross(ws-cl) to ws-amount-show.
           move ws-cl-rate(ws-cl) to ws-rate-show.
           string "  " ws-cl-cardnr(ws-cl) "   " ws-cl-date(ws-cl)
               "   " ws-amount-show " " ws-rate-show
               delimited by size into ws-print-line.
           move ws-cl-withheld(ws-cl) to ws-amount-show.
           move ws-amount-show to ws-print-line(42:10).
           move ws-cl-net(ws-cl) to ws-amount-show.
           move ws-amount-show to ws-print-line(56:10).
           move ws-print-line to statement-line.
           write statement-line.

       close_statement.
           move spaces to ws-print-line.
           move ws-st-gross to ws-total-show.
           move ws-st-withheld to ws-total-show2.
           move ws-st-net to ws-total-show3.
           string "  totals for " ws-st-claims " claim(s)  gross "
               ws-total-show "  withheld " ws-total-show2
               "  net " ws-total-show3
               delimited by size into ws-print-line.
           move ws-print-line to statement-line.
           write statement-line.
           move spaces to statement-line.
           move all "=" to statement-line(1:72).
           write statement-line.

      * the statements' totals, the unidentified claims, and the
      * register against the claims master card by card.
       write_control_summary.
           open output f-control.
           move spaces to ws-print-line.
           string "Winner statement control summary - tax year "
               ws-tax-year delimited by size into ws-print-line.
           move ws-print-line to control-line.
           write control-line.
           move spaces to control-line.
           move all "=" to control-line(1:72).
           write control-line.

           move ws-id-gross to ws-total-show.
           move spaces to ws-print-line.
           string "statements written          " ws-statements
               "  claims " ws-id-claims "  gross " ws-total-show
               delimited by size into ws-print-line.
           move ws-print-line to control-line.
           write control-line.
           move ws-id-withheld to ws-total-show.
           move ws-id-net to ws-total-show2.
           move spaces to ws-print-line.
           string "  withheld " ws-total-show "  net " ws-total-show2
               delimited by size into ws-print-line.
           move ws-print-line to control-line.
           write control-line.
           move ws-anon-gross to ws-total-show.
           move spaces to ws-print-line.
           string "unidentified claims (no statement)  claims "
               ws-anon-claims "  gross " ws-total-show
               delimited by size into ws-print-line.
           move ws-print-line to control-line.
           write control-line.
           move ws-reg-gross to ws-total-show.
           move spaces to ws-print-line.
           string "withholding register, tax year  claims "
               ws-reg-claims "  gross " ws-total-show
               delimited by size into ws-print-line.
           move ws-print-line to control-line.
           write control-line.
           move ws-paid-gross to ws-total-show.
           move spaces to ws-print-line.
           string "claims master PAID, tax year    claims "
               ws-paid-claims "  gross " ws-total-show
               delimited by size into ws-print-line.
           move ws-print-line to control-line.
           write control-line.
           move spaces to control-line.
           write control-line.

           perform varying ws-tie from 1 by 1 until ws-tie > 1000
               perform tie_one_card
           end-perform.
           if ws-cl-dropped > 0 then
               move spaces to ws-print-line
               string "  ** " ws-cl-dropped " register claim(s) "
                   "beyond the 1000-claim table - not on any "
                   "statement"
                   delimited by size into ws-print-line
               move ws-print-line to control-line
               write control-line
           end-if.
           if ws-tie-breaks = 0 and ws-cl-dropped = 0 then
               move "IN BALANCE - statements tie to the claims master"
                   to control-line
           else
               move spaces to ws-print-line
               string "OUT OF BALANCE - " ws-tie-breaks
                   " card(s) do not tie to the claims master"
                   delimited by size into ws-print-line
               move ws-print-line to control-line
           end-if.
           write control-line.
           close f-control.

      * one card's register claims against its PAID win - a card is
      * paid once, so more than one register record is a break too.
       tie_one_card.
           compute ws-tie-card = ws-tie - 1.
           move spaces to ws-print-line.
           evaluate true
               when ws-tie-paid(ws-tie) = 1
                   and ws-tie-reg-count(ws-tie) = 0
                   move ws-tie-paid-amount(ws-tie) to ws-amount-show
                   string "  ** card " ws-tie-card " PAID "
                       ws-amount-show " on the claims master - no "
                       "withholding register record"
                       delimited by size into ws-print-line
               when ws-tie-paid(ws-tie) = 0
                   and ws-tie-reg-count(ws-tie) > 0
                   string "  ** card " ws-tie-card " on the "
                       "withholding register - no PAID win on the "
                       "claims master for the year"
                       delimited by size into ws-print-line
               when ws-tie-reg-count(ws-tie) > 1
                   string "  ** card " ws-tie-card " has "
                       ws-tie-reg-count(ws-tie) " withholding "
                       "register records - paid once"
                       delimited by size into ws-print-line
               when ws-tie-paid(ws-tie) = 1
                   and ws-tie-reg-gross(ws-tie)
                       not = ws-tie-paid-amount(ws-tie)
                   move ws-tie-paid-amount(ws-tie) to ws-amount-show
                   string "  ** card " ws-tie-card " register gross "
                       "differs from the PAID amount " ws-amount-show
                       delimited by size into ws-print-line
               when other
                   exit paragraph
           end-evaluate.
           add 1 to ws-tie-breaks.
           move ws-print-line to control-line.
           write control-line.
