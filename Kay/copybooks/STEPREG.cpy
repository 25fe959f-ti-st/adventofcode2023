      * attempts that were retried), so retries stay visible.
               02 reg-retry-count pic 9(1).
               02 reg-retry-delay pic 9(3).
      * contingency steps - a row naming another step's ledger
      * program here is not part of the ordinary walk: it runs only
      * when that step's final outcome (after its retries) matches
      * the trigger, like JCL COND logic. The trigger is an outcome
      * (FAILED, OVERRUNNING, OUTPUT-MISSING ...) and/or a
      * condition-code range; with neither given it fires on any
      * outcome but OK. A contingency that ends clean lets the batch
      * carry on - rerun "Y" then runs the covered step once more,
      * its outcome replacing the failure - and one that does not
      * stops the batch: every step not yet run is bypassed.
               02 reg-cont-of pic x(20).
               02 reg-cont-outcome pic x(20).
               02 reg-cont-cc-low pic 9(2).
               02 reg-cont-cc-high pic 9(2).
               02 reg-cont-rerun pic x(1).
