      * Copybook: DIFFTBL
      * Purpose:  Shared Beginner/Intermediate/Expert difficulty
      *           lookup table (playfield width, height and mine
      *           count), used to classify PLAYER-STATS history by
      *           difficulty.  Every program that classifies games
      *           now takes the sizes in force on the game's date
      *           from the SYSPARM parameter master instead (see
      *           PARMTBL, whose built-in defaults are these sizes).
      ******************************************************************
       01 DIFFICULTY-DATA.
            05 FILLER PIC X(10) VALUE IS '0090090010'.
