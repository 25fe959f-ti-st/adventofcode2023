      * positive-pay issuance file record layouts
      * day04/positive_pay.txt, written by scratchcards_issuance for
      * the bank: one header, one item per authorized payout, and a
      * trailer, told apart by the record type in column 1. The
      * bank pays an item only when its card number and amount are
      * on the file. Amounts carry an implied decimal point (2
      * places); the trailer's amount hash is the sum of the items'
      * amounts, its record count the number of items.
           01 pp-header-record.
               02 pp-h-type pic x(1).
               02 pp-h-batch-id pic x(12).
               02 pp-h-file-date pic x(8).
               02 pp-h-source pic x(12).
               02 filler pic x(27).
           01 pp-item-record.
               02 pp-i-type pic x(1).
               02 pp-i-cardnr pic 9(3).
               02 pp-i-amount pic 9(9)v99.
               02 pp-i-issue-date pic x(8).
               02 filler pic x(37).
           01 pp-trailer-record.
               02 pp-t-type pic x(1).
               02 pp-t-record-count pic 9(6).
               02 pp-t-amount-hash pic 9(13)v99.
               02 filler pic x(38).
