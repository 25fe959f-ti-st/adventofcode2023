      * exception case master record layout
      * one case per recurring problem in batch/exception_cases.dat,
      * keyed on the exception's program, locator and description
      * pattern (the description with its digits masked to 9, first
      * 40 characters) - fifty records of one problem are one case.
      *   cs-status     OPEN, ASSIGNED, RESOLVED or WONT-FIX
      *   cs-owner      operator the case is assigned to
      *   cs-resolution resolution code given at RESOLVED/WONT-FIX
      *   cs-first-seen business date of the first occurrence,
      *   cs-last-seen  and of the latest
      *   cs-opened     business date the case last became open -
      *                 the aging clock
      *   cs-reopened   times the case recurred after it was closed
           01 case-record.
               02 cs-key.
                   03 cs-program pic x(20).
                   03 cs-locator pic x(20).
                   03 cs-pattern pic x(40).
               02 cs-day pic x(6).
               02 cs-status pic x(8).
               02 cs-owner pic x(12).
               02 cs-resolution pic x(8).
               02 cs-first-seen pic x(8).
               02 cs-last-seen pic x(8).
               02 cs-opened pic x(8).
               02 cs-occurrences pic 9(7).
               02 cs-reopened pic 9(3).
               02 cs-last-operator pic x(12).
               02 cs-last-action pic x(8).
               02 cs-description pic x(100).
