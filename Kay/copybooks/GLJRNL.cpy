      * general-ledger journal interface file record layouts
      * day04/gl_journal.txt, written by scratchcards_journal for
      * finance to load: one batch header, the journal lines, and a
      * control-total trailer, told apart by the record type in
      * column 1. Amounts carry an implied decimal point (2 places),
      * unsigned - gl-d-side says which side of the entry a line is.
      * Every event is two lines, a debit and a credit of the same
      * amount, so the trailer's debit and credit totals agree.
           01 gl-header-record.
               02 gl-h-type pic x(1).
               02 gl-h-batch-id pic x(12).
               02 gl-h-bus-date pic x(8).
               02 gl-h-source pic x(12).
               02 gl-h-created pic x(14).
               02 filler pic x(53).
           01 gl-detail-record.
               02 gl-d-type pic x(1).
               02 gl-d-seq pic 9(6).
               02 gl-d-event pic x(10).
               02 gl-d-account pic x(10).
               02 gl-d-side pic x(1).
               02 gl-d-amount pic 9(11)v99.
               02 gl-d-cardnr pic 9(3).
               02 gl-d-narrative pic x(30).
               02 filler pic x(26).
           01 gl-trailer-record.
               02 gl-t-type pic x(1).
               02 gl-t-line-count pic 9(6).
               02 gl-t-debit-total pic 9(13)v99.
               02 gl-t-credit-total pic 9(13)v99.
               02 gl-t-event-count pic 9(6).
               02 filler pic x(57).
