      *          (enter a designed board's dimensions and explicit
      *          mine positions under an ID and title, list the
      *          library, and print a layout proof) for the
      *          play-by-puzzle mode in MINESWEEPER.  Each puzzle
      *          states the opening cell it is meant to be played
      *          from; PUZVRFY verifies it can be solved from there
      *          without guessing before players are offered it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
       FILE SECTION.
       FD  PUZZLE-FILE.
       01  PUZZLE-FILE-RECORD PIC X(646).

       WORKING-STORAGE SECTION.
       01 PUZZLE-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PUZZLE-FOUND PIC 9(1) VALUE IS 0.
       01 ENTRY-ABORTED PIC 9(1) VALUE IS 0.
       01 LISTED-COUNT PIC 9(3) VALUE IS 0.
       01 OPENING-SET PIC 9(1) VALUE IS 0.
       01 STATUS-TEXT PIC X(11) VALUE IS SPACES.

       01 PUZZLE-TABLE.
            05 PUZZLE-ENTRY PIC X(646) OCCURS 200 TIMES.
       01 PUZZLE-COUNT PIC 9(3) VALUE IS 0.
       01 PUZZLE-INDEX PIC 9(3) VALUE IS 0.
       01 PUZZLE-TABLE-FULL PIC 9(1) VALUE IS 0.
       01 PUZZLE-TABLE-SAVED PIC 9(1) VALUE IS 0.

       01 MINES-ENTERED PIC 9(4) VALUE IS 0.
       01 IN-X PIC 9(3) VALUE IS 0.
       MAINT-MENU.
           DISPLAY " ".
           DISPLAY "PUZZLE LIBRARY MAINTENANCE".
           DISPLAY "(A)dd (L)ist (V)iew layout (O)pening cell"
               " (Q)uit:".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE EQUAL 'A' OR MENU-CHOICE EQUAL 'a'
               PERFORM ADD-PUZZLE
                   IF MENU-CHOICE EQUAL 'V' OR MENU-CHOICE EQUAL 'v'
                       PERFORM VIEW-PUZZLE
                   ELSE
                       IF MENU-CHOICE EQUAL 'O' OR MENU-CHOICE EQUAL 'o'
                           PERFORM CHANGE-OPENING-CELL
                       ELSE
                           IF MENU-CHOICE EQUAL 'Q' OR
                               MENU-CHOICE EQUAL 'q'
                               MOVE 1 TO MAINT-DONE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE 1 TO ENTRY-ABORTED
           ELSE
               PERFORM ENTER-MINE-POSITIONS
           END-IF
           IF ENTRY-ABORTED EQUAL 0
               PERFORM ENTER-OPENING-CELL
               IF OPENING-SET EQUAL 0
                   DISPLAY "Entry abandoned - puzzle not added."
                   MOVE 1 TO ENTRY-ABORTED
               END-IF
           END-IF.

      ******************************************************************
      * The opening cell is the first uncover the puzzle is played
      * from, so it must be a safe cell on the board.  A new or
      * changed opening leaves the puzzle unverified until PUZVRFY
      * has proved it can be solved from there without guessing.
      ******************************************************************
       ENTER-OPENING-CELL.
           MOVE 0 TO OPENING-SET.
           MOVE 1 TO IN-X.
           PERFORM UNTIL OPENING-SET EQUAL 1 OR IN-X EQUAL 0
               DISPLAY "Opening cell X coordinate (0 aborts):"
               ACCEPT IN-X
               IF IN-X > 0
                   DISPLAY "Opening cell Y coordinate:"
                   ACCEPT IN-Y
                   PERFORM TAKE-OPENING-CELL
               END-IF
           END-PERFORM.

       TAKE-OPENING-CELL.
           IF IN-X < 1 OR IN-X > PUZ-WIDTH
               OR IN-Y < 1 OR IN-Y > PUZ-HEIGHT
               DISPLAY "Position is off the board - try again."
           ELSE
               MOVE 0 TO DUPLICATE-POSITION
               MOVE 1 TO POSITION-INDEX
               PERFORM UNTIL POSITION-INDEX > PUZ-MINES
                   IF PUZ-MINE-X(POSITION-INDEX) EQUAL IN-X
                       AND PUZ-MINE-Y(POSITION-INDEX) EQUAL IN-Y
                       MOVE 1 TO DUPLICATE-POSITION
                       MOVE PUZ-MINES TO POSITION-INDEX
                   END-IF
                   ADD 1 TO POSITION-INDEX
               END-PERFORM
               IF DUPLICATE-POSITION EQUAL 1
                   DISPLAY "That cell holds a mine - try again."
               ELSE
                   MOVE IN-X TO PUZ-OPEN-X
                   MOVE IN-Y TO PUZ-OPEN-Y
                   MOVE SPACE TO PUZ-VERIFY-STATUS
                   MOVE 0 TO PUZ-GRADE
                   MOVE 1 TO OPENING-SET
               END-IF
           END-IF.

       ENTER-MINE-POSITIONS.
               MOVE 1 TO PUZZLE-EOF
           ELSE
               DISPLAY "ID   TITLE                          BOARD"
                   "        OPENS   STATUS"
           END-IF
           PERFORM UNTIL PUZZLE-EOF EQUAL 1
               READ PUZZLE-FILE INTO PUZZLE-RECORD
                       MOVE 1 TO PUZZLE-EOF
                   NOT AT END
                       ADD 1 TO LISTED-COUNT
                       PERFORM DESCRIBE-PUZZLE-STATUS
                       DISPLAY PUZ-ID " " PUZ-TITLE " "
                           PUZ-WIDTH "x" PUZ-HEIGHT "/" PUZ-MINES
                           " " PUZ-OPEN-X "," PUZ-OPEN-Y " "
                           STATUS-TEXT
               END-READ
           END-PERFORM.
           IF PUZZLE-FILE-STATUS EQUAL '00' OR
               DISPLAY "No puzzles in the library yet."
           END-IF.

       DESCRIBE-PUZZLE-STATUS.
           IF PUZ-OPEN-X NOT NUMERIC OR PUZ-OPEN-Y NOT NUMERIC
               MOVE ZEROS TO PUZ-OPEN-X
               MOVE ZEROS TO PUZ-OPEN-Y
           END-IF
           IF PUZ-VERIFIED
               MOVE 'EXPERT' TO STATUS-TEXT
               IF PUZ-GRADE-EASY
                   MOVE 'EASY' TO STATUS-TEXT
               END-IF
               IF PUZ-GRADE-MEDIUM
                   MOVE 'MEDIUM' TO STATUS-TEXT
               END-IF
               IF PUZ-GRADE-HARD
                   MOVE 'HARD' TO STATUS-TEXT
               END-IF
           ELSE
               IF PUZ-NEEDS-GUESS
                   MOVE 'NEEDS GUESS' TO STATUS-TEXT
               ELSE
                   MOVE 'UNVERIFIED' TO STATUS-TEXT
               END-IF
           END-IF.

       VIEW-PUZZLE.
           DISPLAY "Puzzle ID to view:".
           ACCEPT WORK-PUZZLE-ID.
               DISPLAY "Puzzle " WORK-PUZZLE-ID " not found."
           ELSE
               DISPLAY PUZ-ID ": " PUZ-TITLE
               PERFORM DESCRIBE-PUZZLE-STATUS
               DISPLAY "Opening cell (" PUZ-OPEN-X "," PUZ-OPEN-Y
                   ") marked O - " STATUS-TEXT
               PERFORM PRINT-PUZZLE-LAYOUT
           END-IF.

               END-IF
               ADD 1 TO POSITION-INDEX
           END-PERFORM.
           IF PUZ-OPEN-X > 0 AND PUZ-OPEN-X NOT > PUZ-WIDTH
               AND PUZ-OPEN-Y > 0 AND PUZ-OPEN-Y NOT > PUZ-HEIGHT
               MOVE 'O' TO LAYOUT-CELL(PUZ-OPEN-X, PUZ-OPEN-Y)
           END-IF
           MOVE 1 TO Y.
           PERFORM UNTIL Y > PUZ-HEIGHT
               MOVE 1 TO X
               ADD 1 TO Y
           END-PERFORM.

      ******************************************************************
      * Puzzles written before opening cells were kept, or whose
      * opening turned out to need a guess, get a new opening here.
      * The library is rewritten whole with the changed puzzle
      * unverified again.
      ******************************************************************
       CHANGE-OPENING-CELL.
           DISPLAY "Puzzle ID to change:".
           ACCEPT WORK-PUZZLE-ID.
           PERFORM LOAD-PUZZLE-TABLE.
           MOVE 0 TO PUZZLE-FOUND.
           MOVE 1 TO PUZZLE-INDEX.
           PERFORM UNTIL PUZZLE-INDEX > PUZZLE-COUNT
               OR PUZZLE-FOUND EQUAL 1
               MOVE PUZZLE-ENTRY(PUZZLE-INDEX) TO PUZZLE-RECORD
               IF PUZ-ID EQUAL WORK-PUZZLE-ID
                   MOVE 1 TO PUZZLE-FOUND
               ELSE
                   ADD 1 TO PUZZLE-INDEX
               END-IF
           END-PERFORM.
           IF PUZZLE-TABLE-FULL EQUAL 1
               DISPLAY "Library is larger than the work table -"
                   " nothing was changed."
           ELSE
               IF PUZZLE-FOUND EQUAL 0
                   DISPLAY "Puzzle " WORK-PUZZLE-ID " not found."
               ELSE
                   PERFORM ENTER-OPENING-CELL
                   IF OPENING-SET EQUAL 1
                       MOVE PUZZLE-RECORD TO PUZZLE-ENTRY(PUZZLE-INDEX)
                       PERFORM SAVE-PUZZLE-TABLE
                       IF PUZZLE-TABLE-SAVED EQUAL 1
                           DISPLAY "Opening cell changed - puzzle "
                               PUZ-ID
                               " is unverified until PUZVRFY runs."
                       END-IF
                   ELSE
                       DISPLAY "Nothing was changed."
                   END-IF
               END-IF
           END-IF.

       LOAD-PUZZLE-TABLE.
           MOVE 0 TO PUZZLE-COUNT.
           MOVE 0 TO PUZZLE-TABLE-FULL.
           MOVE 0 TO PUZZLE-EOF.
           OPEN INPUT PUZZLE-FILE.
           IF PUZZLE-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO PUZZLE-EOF
           END-IF
           PERFORM UNTIL PUZZLE-EOF EQUAL 1
               READ PUZZLE-FILE
                   AT END
                       MOVE 1 TO PUZZLE-EOF
                   NOT AT END
                       IF PUZZLE-COUNT < 200
                           ADD 1 TO PUZZLE-COUNT
                           MOVE PUZZLE-FILE-RECORD TO
                               PUZZLE-ENTRY(PUZZLE-COUNT)
                       ELSE
                           MOVE 1 TO PUZZLE-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM.
           IF PUZZLE-FILE-STATUS EQUAL '00' OR
               PUZZLE-FILE-STATUS EQUAL '10'
               CLOSE PUZZLE-FILE
           END-IF.

       SAVE-PUZZLE-TABLE.
           MOVE 0 TO PUZZLE-TABLE-SAVED.
           OPEN OUTPUT PUZZLE-FILE.
           IF PUZZLE-FILE-STATUS NOT EQUAL '00'
               DISPLAY "PUZZLES could not be rewritten (status "
                   PUZZLE-FILE-STATUS ") - nothing was changed."
           ELSE
               MOVE 1 TO PUZZLE-INDEX
               PERFORM UNTIL PUZZLE-INDEX > PUZZLE-COUNT
                   MOVE PUZZLE-ENTRY(PUZZLE-INDEX) TO
                       PUZZLE-FILE-RECORD
                   WRITE PUZZLE-FILE-RECORD
                   ADD 1 TO PUZZLE-INDEX
               END-PERFORM
               CLOSE PUZZLE-FILE
               MOVE 1 TO PUZZLE-TABLE-SAVED
           END-IF.

       END PROGRAM PUZZMNT.
