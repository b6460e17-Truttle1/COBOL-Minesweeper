      * Purpose:  Record layout for the HISCORE top-10 high-score
      *           file, kept in descending score order.  MINESWEEPER
      *           re-ranks and rewrites the file whenever a winning
      *           game's score breaks into the list.  Scores held on
      *           REVIEWQ stay in their place among the ten cleared
      *           ones without taking a slot; RESREVW drops one only
      *           when its game is voided.
      ******************************************************************
       01 HIGH-SCORE-RECORD.
            05 HS-SCORE PIC 9(6).
