      * race record-book master record layout
      * one record per race in day06/race_record_book.dat, indexed
      * on the race number: the standing record distance, the boat
      * that set it, the business date it was set (yyyymmdd) and
      * the record it replaced. race_results_recon adds or rewrites
      * a race's record whenever an actual distance beats the
      * standing one; boot-race checks the race sheet's record
      * distances against it.
           01 record-book-record.
               02 rk-race pic 9(3).
               02 rk-record pic 9(15).
               02 rk-holder pic x(8).
               02 rk-date-set pic x(8).
               02 rk-prior-record pic 9(15).
