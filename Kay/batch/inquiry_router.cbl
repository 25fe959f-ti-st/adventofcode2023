               02 ghx-min-red pic 9(9).
               02 ghx-min-green pic 9(9).
               02 ghx-combined pic 9(9).
               02 ghx-rounds pic 9(2).

      * same layout scratchcards_indexed builds.
           fd f-cards.
