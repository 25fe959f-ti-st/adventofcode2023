      * record-count balancing rule layout
      * batch/balance_rules.txt, one line per day program (its
      * ledger program name, as on the quality record). How its
      * records read should stand against the lines staging placed
      * in the day's input.txt - EQ every line is a record, LE
      * section headers or a delta rerun may read fewer, NONE the
      * program counts something other than lines (seeds, races) -
      * and, when it writes a detail register in its day directory,
      * the register, the leading text that marks a detail line in
      * it (blank = every non-blank line) and which count the
      * detail lines must equal: READ, CLEAN (read less warned and
      * rejected) or ACCEPTED (read less rejected).
           01 bal-rule-record.
               02 brl-program    pic x(20).
               02 filler         pic x(1).
               02 brl-input      pic x(4).
               02 filler         pic x(1).
               02 brl-register   pic x(30).
               02 filler         pic x(1).
               02 brl-prefix     pic x(16).
               02 filler         pic x(1).
               02 brl-reg-basis  pic x(8).
