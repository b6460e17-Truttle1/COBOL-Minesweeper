      ******************************************************************
      * Copybook: PLAYRRTG
      * Purpose:  Record layout for the PLAYRRTG skill-rating file,
      *           a keyed file indexed on RTG-PLAYER-ID with one
      *           record per player, seeded at 1000 by RATINGS and
      *           moved after every decided game.  MINESWEEPER locks
      *           just the one player's record while moving it, so
      *           any number of sessions can finish games together.
      *           A game later held or voided on REVIEWQ has its
      *           change backed out again (see REVIEWQ.CPY).
      *
      *           Both MINESWEEPER (live update at game end) and
      *           RATINGS (history rebuild) apply the same rule and
      *                  (linear approximation, 50..950);
      *             win:  new = old + (32 * (1000 - E)) / 1000
      *             loss: new = old - (32 * E) / 1000
      *           with the result floored at 100.  The K-factor (32)
      *           and the four board ratings are the built-in
      *           defaults; both programs use the values in force on
      *           the game's date on the SYSPARM parameter master.
      ******************************************************************
       01 PLAYER-RATING-RECORD.
            05 RTG-PLAYER-ID PIC X(8).
