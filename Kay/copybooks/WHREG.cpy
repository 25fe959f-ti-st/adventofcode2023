      * withholding register record layout
      * day04/withholding_register.txt - one record per claim
      * scratchcards_claims pays, appended run after run: the claim
      * date, the card, who claimed it (blank for a claim at or
      * under the reporting threshold that gave no identity), the
      * gross claim, the withholding rate and amount, the net paid,
      * and whether the claim was reportable. Read by
      * scratchcards_journal for the day's withholding and by
      * scratchcards_yearend for the winner statements. The FILLER
      * separators must be moved spaces before a WRITE.
           01 withholding-register-record.
               02 wh-claim-date     pic 9(8).
               02 filler            pic x(1).
               02 wh-cardnr         pic 999.
               02 filler            pic x(1).
               02 wh-claimant-id    pic x(12).
               02 filler            pic x(1).
               02 wh-claimant-name  pic x(30).
               02 filler            pic x(1).
               02 wh-gross          pic 9(7).99.
               02 filler            pic x(1).
               02 wh-rate           pic 99.999.
               02 filler            pic x(1).
               02 wh-withheld       pic 9(7).99.
               02 filler            pic x(1).
               02 wh-net            pic 9(7).99.
               02 filler            pic x(1).
               02 wh-reportable     pic x(1).
