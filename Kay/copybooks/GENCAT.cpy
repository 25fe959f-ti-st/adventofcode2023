      * generation catalog record layout
      * one line per kept generation of a per-run report or register
      * file, in batch/generation_catalog.txt - rewritten whole by
      * aoc-generations after every batch. gc-generation counts up
      * per day-dir/file and is never reused; the newest generation
      * is relative generation 0, the one before it -1, and so on.
      * gc-path is the generation copy, relative to a _tests_bin
      * directory (../../<day-dir>/<file>.Gnnnn), so day programs and
      * batch programs resolve it alike. The diff programs take
      * "GEN -n" or "DATE yyyymmdd" in their control cards and look
      * the file up here instead of a hand-typed path.
           01 gc-record.
               02 gc-day-dir    pic x(10).
               02 gc-file       pic x(30).
               02 gc-generation pic 9(4).
               02 gc-run-id     pic x(12).
               02 gc-bus-date   pic x(8).
               02 gc-lines      pic 9(9).
               02 gc-taken-date pic x(8).
               02 gc-taken-time pic x(6).
               02 gc-path       pic x(80).
