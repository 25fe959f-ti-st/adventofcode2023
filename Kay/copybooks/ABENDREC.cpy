      *       capacity exceeded)
      *   12  control abend (missing or malformed control card or
      *       registry - fix the controls, not the data)
      *   16  override refused (an override or destructive control
      *       card with no unexpired approval from a second operator
      *       in batch/override_approvals.txt)
      * every record also carries the environment (PROD, QA,
      * TRAIN) it was written in, from the environment card -
      * reporting readers refuse records from another one.
           01 abend-record.
               02 ab-program        pic x(20).
               02 ab-day            pic x(10).
               02 ab-run-id         pic x(12).
               02 ab-bus-date       pic x(8).
               02 ab-time           pic x(6).
               02 ab-env            pic x(8).
