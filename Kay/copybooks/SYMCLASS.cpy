      * symbol class master record layout
      * one line per schematic symbol character, in
      * day03/symbol_classes.txt - what the symbol means to the
      * connectivity rules engine_parts, engine_parts_lookup and
      * schematic_diff apply:
      *   CONNECTOR  a part touching it counts toward the part sum
      *   GEAR       a connector that is also an assembly point -
      *              with exactly sc-neighbors distinct adjacent
      *              parts it is a gear, its ratio the PRODUCT or
      *              SUM of their part numbers (PRODUCT takes at
      *              most 3 neighbors, SUM up to 8)
      *   MARKER     a symbol (test point, ground) that makes no
      *              part count and is never an orphan
      *   IGNORE     not a symbol at all - read like the '.' filler
      * A symbol not on the master is a CONNECTOR. With no master at
      * all, '*' is a two-neighbor PRODUCT gear and every other
      * symbol a connector. An effective-dated reference table like
      * the others - the version in force on the business date is
      * read.
      *   e.g. "* GEAR       2 PRODUCT"
      *        "T MARKER"
           01 symbol-class-record.
               02 sc-symbol    pic x(1).
               02 filler       pic x(1).
               02 sc-class     pic x(10).
               02 filler       pic x(1).
               02 sc-neighbors pic x(1).
               02 filler       pic x(1).
               02 sc-ratio     pic x(10).
