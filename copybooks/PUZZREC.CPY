      *           player's completion of one puzzle on the PUZZDONE
      *           file, written at the winning game's end and shown
      *           as a SOLVED mark in the puzzle list.
      *
      *           PUZ-OPEN-X/Y is the opening cell the designer
      *           states: the first uncover the puzzle is meant to
      *           be played from.  PUZVRFY plays every layout from
      *           that cell with the hint engine's deduction rules
      *           and sets PUZ-VERIFY-STATUS and PUZ-GRADE; only a
      *           verified no-guess puzzle is offered to players.
      *           Adding a puzzle or changing its opening cell
      *           clears the status, so it must be verified again.
      *           Records written before these fields existed read
      *           back as spaces: no opening cell, unverified.
      ******************************************************************
       01 PUZZLE-RECORD.
            05 PUZ-ID PIC X(4).
            05 PUZ-POSITION OCCURS 99 TIMES.
               10 PUZ-MINE-X PIC 9(3).
               10 PUZ-MINE-Y PIC 9(3).
            05 PUZ-OPEN-X PIC 9(3).
            05 PUZ-OPEN-Y PIC 9(3).
            05 PUZ-VERIFY-STATUS PIC X(1).
                88 PUZ-VERIFIED VALUE 'V'.
                88 PUZ-NEEDS-GUESS VALUE 'G'.
                88 PUZ-UNVERIFIED VALUE ' '.
            05 PUZ-GRADE PIC 9(1).
                88 PUZ-GRADE-EASY VALUE 1.
                88 PUZ-GRADE-MEDIUM VALUE 2.
                88 PUZ-GRADE-HARD VALUE 3.
                88 PUZ-GRADE-EXPERT VALUE 4.

       01 PUZZLE-DONE-RECORD.
            05 PDN-PLAYER-ID PIC X(8).
