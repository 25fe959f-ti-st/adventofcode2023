      * triage register record layout
      * batch/triage_register.txt, rewritten by aoc-runbook for the
      * run the run-control card names: one line per abend record
      * and one per group of like exception records (same program,
      * day and runbook line - or, unmatched, the same description),
      * each carrying the runbook's recommended action, escalation
      * contact and rerun-safe flag, or tr-matched N when no
      * runbook line covers it. aoc-alert and the ops report read
      * the action from here.
           01 triage-record.
               02 tr-kind       pic x(6).
               02 tr-program    pic x(20).
               02 tr-day        pic x(10).
               02 tr-where      pic x(30).
               02 tr-detail     pic x(60).
               02 tr-count      pic 9(6).
               02 tr-run-id     pic x(12).
               02 tr-time       pic x(6).
               02 tr-matched    pic x(1).
               02 tr-rerun-safe pic x(1).
               02 tr-contact    pic x(20).
               02 tr-action     pic x(100).
