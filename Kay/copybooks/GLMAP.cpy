      * general-ledger account map record layout
      * one line per scratchcard money event, in
      * day04/gl_account_map.txt: the accounts scratchcards_journal
      * debits and credits for that event.
      *   PAYOUT    payout liability raised (payout_register.txt)
      *   CLAIM     claim paid, net of withholding (claims master,
      *             claimed that day)
      *   WITHHOLD  tax withheld from those claims (withholding
      *             register)
      *   FUNDING   bank funding received against a payable
      *             (settlement_report.txt MATCHED)
      *   OVERFUND  bank funding with no payable
      *             (settlement_report.txt OVERFUNDED)
      *   UNFUNDED  unfunded payable carried forward
      *             (payout_outstanding.txt)
      * An effective-dated reference table like the others - the
      * version in force on the business date is read.
      *   e.g. "PAYOUT     5100-PRIZE 2200-PAYBL prize liability"
           01 gl-map-record.
               02 gm-event pic x(10).
               02 filler pic x(1).
               02 gm-debit-acct pic x(10).
               02 filler pic x(1).
               02 gm-credit-acct pic x(10).
               02 filler pic x(1).
               02 gm-narrative pic x(30).
