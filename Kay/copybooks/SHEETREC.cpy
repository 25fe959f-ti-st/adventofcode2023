      * schematic sheet-set control record layout
      * one line per sheet in day03/schematic_sheets.txt - a large
      * drawing arrives as several sheet files that continue each
      * other top-to-bottom and side-by-side, and this says which
      * sheets make up which logical schematic and where each one
      * sits in the set's grid (row 1 column 1 top left). A
      * schematic_batch.txt entry (or ENGPARTS_INPUT_DD) naming a
      * sheet-set id runs the whole set as one schematic. Every
      * grid row needs the same columns 1 thru n, sheets side by
      * side share a height, and the stitched width still fits the
      * 140-column schematic line.
      *   e.g. "PUMP-HOUSING-A       01 01 ../sheets/pump_a_r1c1.txt"
      *        "PUMP-HOUSING-A       01 02 ../sheets/pump_a_r1c2.txt"
           01 sheet-set-record.
               02 sh-schematic-id pic x(20).
               02 filler          pic x(1).
               02 sh-grid-row     pic x(2).
               02 filler          pic x(1).
               02 sh-grid-col     pic x(2).
               02 filler          pic x(1).
               02 sh-file         pic x(200).
