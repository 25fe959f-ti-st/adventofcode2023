      * roll/prune candidate record layout
      * batch/space_candidates.txt, rewritten by every
      * aoc-space-monitor run: the files to free space from first,
      * most urgent area first and biggest file first within it.
      * aoc-housekeeping works the list ahead of its own pass -
      *   ROLL    an append-only log or trace file - roll it into a
      *           dated generation now
      *   PRUNE   an archived generation - delete it ahead of the
      *           retention limit (the source keeps one generation)
      *   REVIEW  a master, register or snapshot only an operator
      *           can decide about - listed, never touched
           01 space-candidate-record.
               02 spc-rank        pic 9(3).
               02 filler          pic x(1).
               02 spc-action      pic x(6).
               02 filler          pic x(1).
               02 spc-area        pic x(10).
               02 filler          pic x(1).
               02 spc-bytes       pic 9(15).
               02 filler          pic x(1).
               02 spc-path        pic x(80).
               02 filler          pic x(1).
               02 spc-reason      pic x(40).
