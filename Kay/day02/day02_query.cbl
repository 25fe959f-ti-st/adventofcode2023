               02 ghx-min-red pic 9(9).
               02 ghx-min-green pic 9(9).
               02 ghx-combined pic 9(9).
               02 ghx-rounds pic 9(2).

      * the parsed per-round detail from elf_game (req 071).
           fd f-detail.
