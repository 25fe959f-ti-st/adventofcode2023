      * print-lot register record layout
      * one line per lot of scratchcards delivered by the printer, in
      * day04/print_lots.txt: the lot id, the first and last card
      * number of the range the lot covers, the printing vendor, the
      * print date (yyyymmdd) and the number of cards in the lot,
      * which must equal the range's size. Every issued card should
      * fall in exactly one lot - scratchcards_lots reports a card
      * in no lot, or in two, as a register error.
      *   e.g. "LOT0001  001 100 ACME PRINTING LTD    20230815 00100"
           01 print-lot-record.
               02 lot-id pic x(8).
               02 filler pic x(1).
               02 lot-card-from pic 9(3).
               02 filler pic x(1).
               02 lot-card-to pic 9(3).
               02 filler pic x(1).
               02 lot-vendor pic x(20).
               02 filler pic x(1).
               02 lot-print-date pic 9(8).
               02 filler pic x(1).
               02 lot-card-count pic 9(5).
