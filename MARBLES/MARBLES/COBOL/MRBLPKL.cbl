      * ordered by BIN-LOCATION so the picker walks the floor once,
      * the same walk-order discipline the MRBLCYC count sheet keeps.
      * The picker takes the sheet to the floor and confirms the pick
      * with MRBO PCK, which posts the SUBs and closes the order --
      * or, on the handheld, line by line with MRBV PCK, scanning the
      * bin, color and quantity actually picked, so a short shelf
      * posts short and backorders the rest (see MRBLRFP). When
      * many small orders are waiting, MRBLWAV gathers them into
      * one wave and prints a single bin-walk sheet for them all.
      *
      * A line whose color has vanished from EVENT.MARBLES prints
      * with a NO BIN flag instead of dropping off the sheet -- a
