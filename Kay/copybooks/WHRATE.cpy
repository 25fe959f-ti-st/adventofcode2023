      * withholding rate table record layout
      * day04/withholding_rates.txt - the tax withholding schedule
      * scratchcards_claims applies to a claim paid. The rows with
      * the latest effective date not after the claim date are the
      * schedule in force: a claim whose amount is above the lowest
      * threshold among them is reportable - the claimant must be
      * identified - and is withheld at the rate of the highest
      * threshold its amount is above. Rate is a percentage of the
      * gross claim; money in the payout register's 9(7).99 format.
      *   e.g. "20260101 0000600.00 00.000 reportable, no withholding"
      *        "20260101 0005000.00 24.000 withheld at 24 percent"
           01 withholding-rate-record.
               02 wr-effective   pic x(8).
               02 filler         pic x(1).
               02 wr-threshold-x pic x(10).
               02 filler         pic x(1).
               02 wr-rate-x      pic x(6).
               02 filler         pic x(1).
               02 wr-description pic x(30).
