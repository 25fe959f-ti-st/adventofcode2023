      * seed variety master record layout
      * one line per variety in day05/seed_varieties.txt: the seed
      * number range it covers (start inclusive, end exclusive, the
      * same convention the seeds ranges and field capacity master
      * use), the crop, the variety and the seed supplier - so the
      * almanac's bare seed numbers can be read by crop.
           01 seed-variety-record.
               02 sv-seed-start pic 9(12).
               02 filler pic x(1).
               02 sv-seed-end pic 9(12).
               02 filler pic x(1).
               02 sv-crop pic x(12).
               02 filler pic x(1).
               02 sv-variety pic x(20).
               02 filler pic x(1).
               02 sv-supplier pic x(12).
