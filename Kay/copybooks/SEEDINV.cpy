      * seed inventory master record layout
      * one line per stock lot in day05/seed_inventory.txt: the seed
      * number range the lot holds (start inclusive, end exclusive,
      * the same convention as the seed variety master), the seeds
      * on hand and the seeds already reserved. A lot holding at
      * least one seed per number in its range is whole - any part
      * of its range can be drawn on; a lot holding fewer can only
      * be drawn on by a plan range covering all of it.
           01 seed-inventory-record.
               02 si-seed-start pic 9(12).
               02 filler pic x(1).
               02 si-seed-end pic 9(12).
               02 filler pic x(1).
               02 si-on-hand pic 9(9).
               02 filler pic x(1).
               02 si-reserved pic 9(9).
