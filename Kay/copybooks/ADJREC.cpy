      * schematic adjacency extract record layout
      * one record per part/symbol adjacency, written by engine_parts
      * to day03/schematic_adjacency.txt for the CAD side and read
      * back by engine_parts_bom: the part number, its absolute row
      * and column span, the symbol and its coordinates. adj-class
      * is the symbol's class from the symbol class master
      * (CONNECTOR, GEAR, MARKER - copybooks/SYMCLASS.cpy), and
      * adj-schematic names the schematic the adjacency came from,
      * so a schematic_batch.txt run's extract can be split per
      * schematic; both trail the original fields, so a loader
      * reading the leading columns is unaffected. The FILLER
      * separators must be moved spaces before a WRITE - line
      * sequential refuses the low-values a fresh record area
      * carries.
           01 adjacency-record.
               02 adj-part pic 9(5).
               02 filler pic x(1).
               02 adj-row pic 9(4).
               02 filler pic x(1).
               02 adj-col-start pic 9(3).
               02 filler pic x(1).
               02 adj-col-end pic 9(3).
               02 filler pic x(1).
               02 adj-symbol pic x(1).
               02 filler pic x(1).
               02 adj-sym-row pic 9(4).
               02 filler pic x(1).
               02 adj-sym-col pic 9(3).
               02 filler pic x(1).
               02 adj-class pic x(10).
               02 filler pic x(1).
               02 adj-schematic pic x(100).
