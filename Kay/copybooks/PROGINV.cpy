      * program build inventory record layout
      * one line per source member in batch/program_inventory.txt,
      * rewritten whole by aoc-program-inventory on every run; the
      * approved baseline (batch/program_baseline.txt) carries the
      * same layout. inv-kind says what the member is:
      *   PROGRAM   a registered step's own source - its status is
      *             rolled up over the copybooks it pulls in (and
      *             the run-services module, for day steps), so the
      *             driver reads one line per step
      *   SERVICE   common/runservices.cbl
      *   COPYBOOK  a copybook some member COPYs
      * The fingerprint is the line count, the character count and
      * a rolling checksum over every character of the member.
      * inv-status: MATCH, APPROVED (differs from the baseline but
      * an approval record names the change), DRIFTED, NEW (not in
      * the baseline), MISSING (no such source) or NO-BASE (no
      * baseline approved yet).
           01 inv-record.
               02 inv-kind       pic x(8).
               02 inv-day-dir    pic x(10).
               02 inv-program    pic x(20).
               02 inv-member     pic x(40).
               02 inv-lines      pic 9(6).
               02 inv-chars      pic 9(9).
               02 inv-checksum   pic 9(15).
               02 inv-status     pic x(10).
               02 inv-change-ref pic x(20).
               02 inv-cause      pic x(40).
