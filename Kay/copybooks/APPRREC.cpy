      * override approval record layout
      * one line per approval in batch/override_approvals.txt, kept
      * by the checker. An operator override or destructive control
      * card (report_override.txt, deck_override.txt,
      * run_override.txt, the CONFIRM card in season_close.txt) names
      * its maker on a "REQUESTED-BY <operator>" line, and only takes
      * effect when a record here names the same card and maker,
      * carries a different operator as approver, and has not yet
      * reached its expiry. apr-expiry-time is hhmm; the card is
      * matched on its bare file name. aoc-approvals lists every
      * card still waiting on a checker.
           01 apr-record.
               02 apr-file         pic x(30).
               02 apr-requested-by pic x(12).
               02 apr-approved-by  pic x(12).
               02 apr-expiry-date  pic x(8).
               02 apr-expiry-time  pic x(4).
               02 apr-reference    pic x(20).
