      * positive-pay issued-items register record layout
      * one line per payout ever sent to the bank on a positive-pay
      * file, in day04/positive_pay_issued.txt - appended by
      * scratchcards_issuance so no payout is sent twice, and read
      * by scratchcards_settlement to tell bank funding we
      * authorized from funding we never did. The amount uses the
      * payout register's money format.
           01 pp-issued-record.
               02 pi-cardnr pic 9(3).
               02 filler pic x(1).
               02 pi-amount pic 9(7).99.
               02 filler pic x(1).
               02 pi-issue-date pic x(8).
               02 filler pic x(1).
               02 pi-batch-id pic x(12).
