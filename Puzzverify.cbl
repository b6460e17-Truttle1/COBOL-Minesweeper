      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: No-guess verification of the PUZZLES library.  Each
      *          designed layout is played from the opening cell its
      *          designer stated, using only the deductions of
      *          MINESWEEPER's hint engine: a number whose flags are
      *          satisfied makes its other covered neighbors safe, a
      *          number whose flags plus covered neighbors equal it
      *          makes those neighbors mines.  A puzzle the rules
      *          clear completely is marked verified and graded by
      *          how many deductions it took; one where they run out
      *          is marked as needing a guess.  The proof listing on
      *          PUZPROOF shows every step and, for a puzzle that
      *          needs a guess, the board where the solver got
      *          stuck.  MINESWEEPER only offers verified puzzles.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PUZVRFY.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUZZLE-FILE ASSIGN TO "PUZZLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLE-FILE-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "PUZPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PUZZLE-FILE.
       01  PUZZLE-FILE-RECORD PIC X(646).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-RECORD PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-LEDGER-LINE PIC X(63).

       WORKING-STORAGE SECTION.
       01 PUZZLE-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PROOF-REPORT-STATUS PIC X(2) VALUE IS '00'.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 PUZZLE-EOF PIC 9(1) VALUE IS 0.
       01 RUN-PERIOD-TEXT PIC X(8) VALUE IS SPACES.

       COPY RUNCTL.

       COPY PUZZREC.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

      *    The whole library is held so it can be rewritten with
      *    each puzzle's status and grade.
       01 PUZZLE-TABLE.
            05 PUZZLE-ENTRY PIC X(646) OCCURS 200 TIMES.
       01 PUZZLE-COUNT PIC 9(3) VALUE IS 0.
       01 PUZZLE-INDEX PIC 9(3) VALUE IS 0.
       01 PUZZLE-TABLE-FULL PIC 9(1) VALUE IS 0.
       01 PUZZLE-SAVE-FAILED PIC 9(1) VALUE IS 0.

       01 PLAYFIELD-WIDTH PIC 9(3) VALUE IS 10.
       01 PLAYFIELD-HEIGHT PIC 9(3) VALUE IS 10.

       01 MINES.
            05 MINE-X OCCURS 200 TIMES.
               10 MINE-Y OCCURS 200 TIMES.
                   15 MINE PIC X(1) VALUE IS '-'.

       01 SURROUNDING.
            05 SURROUNDING-X OCCURS 200 TIMES.
               10 SURROUNDING-Y OCCURS 200 TIMES.
                   15 SUR PIC 9(1) VALUE IS 0.

       01 VISIBLE.
            05 VISIBLE-X OCCURS 200 TIMES.
               10 VISIBLE-Y OCCURS 200 TIMES.
                   15 VIS PIC 9(1) VALUE IS 0.

       01 FLAGS.
            05 FLAG-X OCCURS 200 TIMES.
               10 FLAG-Y OCCURS 200 TIMES.
                   15 FLG PIC 9(1) VALUE IS 0.

       01 X PIC S9(3).
       01 Y PIC S9(3).
       01 XX PIC S9(1).
       01 YY PIC S9(1).
       01 MINE-COUNT PIC 9(4).
       01 POSITION-INDEX PIC 9(3) VALUE IS 0.

       01 FLOOD-QUEUE.
            05 FLOOD-ENTRY OCCURS 40000 TIMES.
               10 FLOOD-ENTRY-X PIC 9(3) COMP.
               10 FLOOD-ENTRY-Y PIC 9(3) COMP.
       01 FLOOD-HEAD PIC 9(5) COMP VALUE IS 1.
       01 FLOOD-TAIL PIC 9(5) COMP VALUE IS 0.
       01 FLOOD-SEED-X PIC 9(3) VALUE IS 0.
       01 FLOOD-SEED-Y PIC 9(3) VALUE IS 0.

      *    Hint engine work fields, as in MINESWEEPER.
       01 HINT-MODE PIC X(1) VALUE IS SPACE.
       01 HINT-X PIC 9(3) VALUE IS 0.
       01 HINT-Y PIC 9(3) VALUE IS 0.
       01 HINT-SAFE-FOUND PIC 9(1) VALUE IS 0.
       01 HINT-MINE-FOUND PIC 9(1) VALUE IS 0.
       01 MINE-HINT-X PIC 9(3) VALUE IS 0.
       01 MINE-HINT-Y PIC 9(3) VALUE IS 0.
       01 FLAG-COUNT PIC 9(1) VALUE IS 0.
       01 COVERED-COUNT PIC 9(1) VALUE IS 0.
       01 NEIGHBOR-X PIC 9(3) VALUE IS 0.
       01 NEIGHBOR-Y PIC 9(3) VALUE IS 0.

       01 SAFE-CELLS PIC 9(5) VALUE IS 0.
       01 UNCOVERED-CELLS PIC 9(5) VALUE IS 0.
       01 MINES-PLACED PIC 9(4) VALUE IS 0.
       01 OPENING-VALID PIC 9(1) VALUE IS 0.
       01 SOLVER-DONE PIC 9(1) VALUE IS 0.
       01 SOLVER-STUCK PIC 9(1) VALUE IS 0.
       01 UNCOVER-STEPS PIC 9(5) VALUE IS 0.
       01 FLAG-STEPS PIC 9(5) VALUE IS 0.
       01 STEP-NUMBER PIC 9(5) VALUE IS 0.
       01 GRADE-POINTS PIC 9(6) VALUE IS 0.
       01 GRADE-NAME PIC X(6) VALUE IS SPACES.

       01 PUZZLES-READ PIC 9(6) VALUE IS 0.
       01 PUZZLES-VERIFIED PIC 9(6) VALUE IS 0.
       01 PUZZLES-NEED-GUESS PIC 9(6) VALUE IS 0.

       01 PROOF-HEADER-LINE.
            05 FILLER PIC X(7) VALUE IS 'PUZZLE '.
            05 PRH-ID PIC X(4).
            05 FILLER PIC X(2) VALUE IS SPACES.
            05 PRH-TITLE PIC X(30).
            05 FILLER PIC X(1) VALUE IS SPACE.
            05 PRH-WIDTH PIC ZZ9.
            05 FILLER PIC X(1) VALUE IS 'x'.
            05 PRH-HEIGHT PIC ZZ9.
            05 FILLER PIC X(1) VALUE IS '/'.
            05 PRH-MINES PIC ZZZ9.
            05 FILLER PIC X(10) VALUE IS '  OPENING '.
            05 PRH-OPEN-X PIC ZZ9.
            05 FILLER PIC X(1) VALUE IS ','.
            05 PRH-OPEN-Y PIC ZZ9.

       01 PROOF-STEP-LINE.
            05 FILLER PIC X(7) VALUE IS '  STEP '.
            05 PRS-STEP PIC ZZZZ9.
            05 FILLER PIC X(1) VALUE IS SPACE.
            05 PRS-ACTION PIC X(8).
            05 FILLER PIC X(1) VALUE IS '('.
            05 PRS-X PIC ZZ9.
            05 FILLER PIC X(1) VALUE IS ','.
            05 PRS-Y PIC ZZ9.
            05 FILLER PIC X(2) VALUE IS ') '.
            05 PRS-REASON PIC X(40).

       01 PROOF-RESULT-LINE.
            05 FILLER PIC X(2) VALUE IS SPACES.
            05 PRR-TEXT PIC X(36).
            05 FILLER PIC X(8) VALUE IS ' GRADE: '.
            05 PRR-GRADE PIC X(6).
            05 FILLER PIC X(9) VALUE IS '  STEPS: '.
            05 PRR-STEPS PIC ZZZZ9.

      *    Covered '#', flagged 'F', blank '.', otherwise the number.
       01 PROOF-ROW-LINE.
            05 FILLER PIC X(2) VALUE IS SPACES.
            05 PROOF-ROW-CELL PIC X(1) OCCURS 78 TIMES.
       01 PROOF-ROW-WIDTH PIC 9(3) VALUE IS 0.

       01 SUMMARY-LINE.
            05 SUM-LABEL PIC X(30).
            05 SUM-VALUE PIC ZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE CURRENT-DATE TO RUN-PERIOD-TEXT.
           PERFORM WRITE-RUN-START.
           PERFORM LOAD-PUZZLE-TABLE.
           IF PUZZLE-TABLE-FULL EQUAL 1
               DISPLAY "PUZZLES holds more than 200 puzzles -"
                   " nothing was verified."
               MOVE 'OVERFLOW' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE.
           MOVE 'MINESWEEPER PUZZLE NO-GUESS VERIFICATION' TO
               PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 1 TO PUZZLE-INDEX.
           PERFORM UNTIL PUZZLE-INDEX > PUZZLE-COUNT
               MOVE PUZZLE-ENTRY(PUZZLE-INDEX) TO PUZZLE-RECORD
               PERFORM VERIFY-ONE-PUZZLE
               MOVE PUZZLE-RECORD TO PUZZLE-ENTRY(PUZZLE-INDEX)
               ADD 1 TO PUZZLE-INDEX
           END-PERFORM.
           PERFORM WRITE-SUMMARY.
           CLOSE PROOF-REPORT-FILE.
           PERFORM SAVE-PUZZLE-TABLE.
           DISPLAY "Puzzle verification complete.".
           DISPLAY "  Puzzles read        : " PUZZLES-READ.
           DISPLAY "  Verified no-guess   : " PUZZLES-VERIFIED.
           DISPLAY "  Needing a guess     : " PUZZLES-NEED-GUESS.
           DISPLAY "Proof listing is on PUZPROOF.".
           IF PUZZLE-SAVE-FAILED EQUAL 1
               MOVE 'FAILED  ' TO RC-OUTCOME
           ELSE
               MOVE 'COMPLETE' TO RC-OUTCOME
           END-IF
           PERFORM WRITE-RUN-END.
           STOP RUN.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
      * LOGROLL, STATAUDIT and EXTRACT.  Verification can be repeated
      * at will, so a rerun on the same day is not refused.
      ******************************************************************
       WRITE-RUN-START.
           MOVE 'PUZVRFY ' TO RC-PROGRAM.
           MOVE 'S' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE SPACES TO RC-OUTCOME.
           MOVE 0 TO RC-RECORDS-READ.
           MOVE 0 TO RC-RECORDS-WRITTEN.
           MOVE 0 TO RC-RECORDS-ARCHIVED.
           MOVE 0 TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.

       WRITE-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE 'PUZVRFY ' TO RC-PROGRAM.
           MOVE 'E' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE PUZZLES-READ TO RC-RECORDS-READ.
           MOVE PUZZLES-VERIFIED TO RC-RECORDS-WRITTEN.
           MOVE 0 TO RC-RECORDS-ARCHIVED.
           MOVE 0 TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.

       APPEND-RUN-ENTRY.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS EQUAL '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-LEDGER-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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
                       ADD 1 TO PUZZLES-READ
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

      *    The verified flags only reach the game once PUZZLES is
      *    rewritten, so a failed rewrite fails the run.
       SAVE-PUZZLE-TABLE.
           MOVE 0 TO PUZZLE-SAVE-FAILED.
           OPEN OUTPUT PUZZLE-FILE.
           IF PUZZLE-FILE-STATUS NOT EQUAL '00'
               DISPLAY "PUZZLES could not be rewritten (status "
                   PUZZLE-FILE-STATUS ") - verified flags not saved."
               MOVE 1 TO PUZZLE-SAVE-FAILED
           ELSE
               MOVE 1 TO PUZZLE-INDEX
               PERFORM UNTIL PUZZLE-INDEX > PUZZLE-COUNT
                   MOVE PUZZLE-ENTRY(PUZZLE-INDEX) TO
                       PUZZLE-FILE-RECORD
                   WRITE PUZZLE-FILE-RECORD
                   IF PUZZLE-FILE-STATUS NOT EQUAL '00'
                       DISPLAY "PUZZLES write failed (status "
                           PUZZLE-FILE-STATUS ")."
                       MOVE 1 TO PUZZLE-SAVE-FAILED
                       MOVE PUZZLE-COUNT TO PUZZLE-INDEX
                   END-IF
                   ADD 1 TO PUZZLE-INDEX
               END-PERFORM
               CLOSE PUZZLE-FILE
           END-IF.

      ******************************************************************
      * Lay the puzzle out, uncover its opening cell and apply the
      * hint engine's rules until the board is clear or no forced
      * move is left.  Each deduction is one step on the proof.
      ******************************************************************
       VERIFY-ONE-PUZZLE.
           MOVE PUZ-WIDTH TO PLAYFIELD-WIDTH.
           MOVE PUZ-HEIGHT TO PLAYFIELD-HEIGHT.
           IF PUZ-WIDTH NOT NUMERIC OR PUZ-HEIGHT NOT NUMERIC
               OR PUZ-WIDTH > 200 OR PUZ-HEIGHT > 200
               MOVE 0 TO PLAYFIELD-WIDTH
               MOVE 0 TO PLAYFIELD-HEIGHT
           END-IF
           IF PUZ-OPEN-X NOT NUMERIC OR PUZ-OPEN-Y NOT NUMERIC
               MOVE ZEROS TO PUZ-OPEN-X
               MOVE ZEROS TO PUZ-OPEN-Y
           END-IF
           MOVE PUZ-ID TO PRH-ID.
           MOVE PUZ-TITLE TO PRH-TITLE.
           MOVE PUZ-WIDTH TO PRH-WIDTH.
           MOVE PUZ-HEIGHT TO PRH-HEIGHT.
           MOVE PUZ-MINES TO PRH-MINES.
           MOVE PUZ-OPEN-X TO PRH-OPEN-X.
           MOVE PUZ-OPEN-Y TO PRH-OPEN-Y.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD FROM PROOF-HEADER-LINE.
           MOVE 0 TO UNCOVER-STEPS.
           MOVE 0 TO FLAG-STEPS.
           MOVE 0 TO STEP-NUMBER.
           MOVE 0 TO SOLVER-STUCK.
           PERFORM RESET-BOARD.
           PERFORM LAY-OUT-MINES.
           PERFORM CALCULATE-SURROUNDING.
           COMPUTE SAFE-CELLS =
               PLAYFIELD-WIDTH * PLAYFIELD-HEIGHT - MINES-PLACED.
           PERFORM CHECK-OPENING-CELL.
           IF OPENING-VALID EQUAL 0
               MOVE 1 TO SOLVER-STUCK
               MOVE 'NO VALID OPENING CELL - NOT PLAYABLE' TO PRR-TEXT
           ELSE
               MOVE PUZ-OPEN-X TO HINT-X
               MOVE PUZ-OPEN-Y TO HINT-Y
               MOVE 'OPEN    ' TO PRS-ACTION
               MOVE 'OPENING CELL' TO PRS-REASON
               PERFORM UNCOVER-HINT-CELL
               MOVE 0 TO SOLVER-DONE
               PERFORM SOLVE-ONE-STEP UNTIL SOLVER-DONE EQUAL 1
               IF SOLVER-STUCK EQUAL 1
                   MOVE 'STUCK - A GUESS IS NEEDED' TO PRR-TEXT
               ELSE
                   MOVE 'VERIFIED - NO GUESS NEEDED' TO PRR-TEXT
               END-IF
           END-IF
           IF SOLVER-STUCK EQUAL 1
               MOVE 'G' TO PUZ-VERIFY-STATUS
               MOVE 0 TO PUZ-GRADE
               MOVE 'NONE' TO GRADE-NAME
               ADD 1 TO PUZZLES-NEED-GUESS
           ELSE
               MOVE 'V' TO PUZ-VERIFY-STATUS
               PERFORM GRADE-PUZZLE
               ADD 1 TO PUZZLES-VERIFIED
           END-IF
           MOVE GRADE-NAME TO PRR-GRADE.
           MOVE STEP-NUMBER TO PRR-STEPS.
           WRITE PROOF-REPORT-RECORD FROM PROOF-RESULT-LINE.
           IF SOLVER-STUCK EQUAL 1 AND OPENING-VALID EQUAL 1
               PERFORM PRINT-STUCK-BOARD
           END-IF.

       LAY-OUT-MINES.
           MOVE 0 TO MINES-PLACED.
           MOVE 1 TO POSITION-INDEX.
           PERFORM UNTIL POSITION-INDEX > PUZ-MINES
               OR POSITION-INDEX > 99
               IF PUZ-MINE-X(POSITION-INDEX) > 0
                   AND PUZ-MINE-X(POSITION-INDEX)
                       NOT > PLAYFIELD-WIDTH
                   AND PUZ-MINE-Y(POSITION-INDEX) > 0
                   AND PUZ-MINE-Y(POSITION-INDEX)
                       NOT > PLAYFIELD-HEIGHT
                   IF MINE(PUZ-MINE-X(POSITION-INDEX),
                       PUZ-MINE-Y(POSITION-INDEX)) EQUAL '-'
                       MOVE '*' TO MINE(PUZ-MINE-X(POSITION-INDEX),
                           PUZ-MINE-Y(POSITION-INDEX))
                       ADD 1 TO MINES-PLACED
                   END-IF
               END-IF
               ADD 1 TO POSITION-INDEX
           END-PERFORM.

       CHECK-OPENING-CELL.
           MOVE 0 TO OPENING-VALID.
           IF PUZ-OPEN-X > 0 AND PUZ-OPEN-X NOT > PLAYFIELD-WIDTH
               AND PUZ-OPEN-Y > 0 AND PUZ-OPEN-Y NOT > PLAYFIELD-HEIGHT
               IF MINE(PUZ-OPEN-X, PUZ-OPEN-Y) EQUAL '-'
                   MOVE 1 TO OPENING-VALID
               END-IF
           END-IF.

      ******************************************************************
      * One pass of the hint engine.  The board is done when every
      * safe cell is uncovered; a provably safe cell is uncovered,
      * a provable mine flagged, and no forced move means stuck.
      ******************************************************************
       SOLVE-ONE-STEP.
           PERFORM COUNT-UNCOVERED-CELLS.
           IF UNCOVERED-CELLS NOT < SAFE-CELLS
               MOVE 1 TO SOLVER-DONE
           ELSE
               PERFORM COMPUTE-HINT
               IF HINT-MODE EQUAL 'U'
                   MOVE 'UNCOVER ' TO PRS-ACTION
                   MOVE 'SAFE - NUMBER ALREADY SATISFIED' TO PRS-REASON
                   ADD 1 TO UNCOVER-STEPS
                   PERFORM UNCOVER-HINT-CELL
               ELSE
                   IF HINT-MODE EQUAL 'F'
                       MOVE 'FLAG    ' TO PRS-ACTION
                       MOVE 'MINE - NUMBER NEEDS EVERY COVERED CELL'
                           TO PRS-REASON
                       ADD 1 TO FLAG-STEPS
                       MOVE 1 TO FLG(HINT-X, HINT-Y)
                       PERFORM WRITE-PROOF-STEP
                   ELSE
                       MOVE 1 TO SOLVER-STUCK
                       MOVE 1 TO SOLVER-DONE
                   END-IF
               END-IF
           END-IF.

       UNCOVER-HINT-CELL.
           MOVE 1 TO VIS(HINT-X, HINT-Y).
           PERFORM WRITE-PROOF-STEP.
           MOVE HINT-X TO FLOOD-SEED-X.
           MOVE HINT-Y TO FLOOD-SEED-Y.
           PERFORM FLOOD-UNCOVER.

       WRITE-PROOF-STEP.
           ADD 1 TO STEP-NUMBER.
           MOVE STEP-NUMBER TO PRS-STEP.
           MOVE HINT-X TO PRS-X.
           MOVE HINT-Y TO PRS-Y.
           WRITE PROOF-REPORT-RECORD FROM PROOF-STEP-LINE.

       COUNT-UNCOVERED-CELLS.
           MOVE 0 TO UNCOVERED-CELLS.
           MOVE 1 TO Y.
           PERFORM UNTIL Y > PLAYFIELD-HEIGHT
               MOVE 1 TO X
               PERFORM UNTIL X > PLAYFIELD-WIDTH
                   IF VIS(X, Y) EQUAL 1
                       ADD 1 TO UNCOVERED-CELLS
                   END-IF
                   ADD 1 TO X
               END-PERFORM
               ADD 1 TO Y
           END-PERFORM.

      ******************************************************************
      * Grade by the work the proof took: every deduced uncover is a
      * point and every deduced mine two, since a flag needs the
      * whole neighborhood accounted for.  Cascades from blank cells
      * are free.
      ******************************************************************
       GRADE-PUZZLE.
           COMPUTE GRADE-POINTS = UNCOVER-STEPS + 2 * FLAG-STEPS.
           IF GRADE-POINTS < 10
               MOVE 1 TO PUZ-GRADE
               MOVE 'EASY' TO GRADE-NAME
           ELSE
               IF GRADE-POINTS < 25
                   MOVE 2 TO PUZ-GRADE
                   MOVE 'MEDIUM' TO GRADE-NAME
               ELSE
                   IF GRADE-POINTS < 50
                       MOVE 3 TO PUZ-GRADE
                       MOVE 'HARD' TO GRADE-NAME
                   ELSE
                       MOVE 4 TO PUZ-GRADE
                       MOVE 'EXPERT' TO GRADE-NAME
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The position the solver was left with, so the designer can
      * see where the layout forces a guess.  Boards wider than the
      * listing show their first 78 columns.
      ******************************************************************
       PRINT-STUCK-BOARD.
           COMPUTE SAFE-CELLS = SAFE-CELLS - UNCOVERED-CELLS.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           STRING '  STUCK WITH ' DELIMITED BY SIZE
               SAFE-CELLS DELIMITED BY SIZE
               ' SAFE CELLS STILL COVERED (# COVERED, F FLAGGED)'
                   DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE PLAYFIELD-WIDTH TO PROOF-ROW-WIDTH.
           IF PROOF-ROW-WIDTH > 78
               MOVE 78 TO PROOF-ROW-WIDTH
           END-IF
           MOVE 1 TO Y.
           PERFORM UNTIL Y > PLAYFIELD-HEIGHT
               MOVE SPACES TO PROOF-ROW-LINE
               MOVE 1 TO X
               PERFORM UNTIL X > PROOF-ROW-WIDTH
                   IF VIS(X, Y) EQUAL 1
                       IF SUR(X, Y) EQUAL 0
                           MOVE '.' TO PROOF-ROW-CELL(X)
                       ELSE
                           MOVE SUR(X, Y) TO PROOF-ROW-CELL(X)
                       END-IF
                   ELSE
                       IF FLG(X, Y) EQUAL 1
                           MOVE 'F' TO PROOF-ROW-CELL(X)
                       ELSE
                           MOVE '#' TO PROOF-ROW-CELL(X)
                       END-IF
                   END-IF
                   ADD 1 TO X
               END-PERFORM
               WRITE PROOF-REPORT-RECORD FROM PROOF-ROW-LINE
               ADD 1 TO Y
           END-PERFORM.

       WRITE-SUMMARY.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 'PUZZLES READ' TO SUM-LABEL.
           MOVE PUZZLES-READ TO SUM-VALUE.
           WRITE PROOF-REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'VERIFIED NO-GUESS' TO SUM-LABEL.
           MOVE PUZZLES-VERIFIED TO SUM-VALUE.
           WRITE PROOF-REPORT-RECORD FROM SUMMARY-LINE.
           MOVE 'NEEDING A GUESS' TO SUM-LABEL.
           MOVE PUZZLES-NEED-GUESS TO SUM-VALUE.
           WRITE PROOF-REPORT-RECORD FROM SUMMARY-LINE.

       RESET-BOARD.
           MOVE 1 TO X.
           PERFORM UNTIL X > PLAYFIELD-WIDTH
               MOVE 1 TO Y
               PERFORM UNTIL Y > PLAYFIELD-HEIGHT
                   MOVE '-' TO MINE(X, Y)
                   MOVE 0 TO SUR(X, Y)
                   MOVE 0 TO VIS(X, Y)
                   MOVE 0 TO FLG(X, Y)
                   ADD 1 TO Y
               END-PERFORM
               ADD 1 TO X
           END-PERFORM.

       CALCULATE-SURROUNDING.
           MOVE 1 TO Y.
           PERFORM UNTIL Y > PLAYFIELD-HEIGHT
               MOVE 1 TO X
               PERFORM UNTIL X > PLAYFIELD-WIDTH
                   IF MINE(X, Y) EQUAL '-' THEN
                       MOVE 0 TO MINE-COUNT
                       MOVE -1 TO YY
                       IF Y EQUAL 1
                           MOVE 0 TO YY
                       END-IF
                       PERFORM UNTIL YY > 1 OR
                           (Y + YY > PLAYFIELD-HEIGHT)
                           MOVE -1 TO XX
                           IF X EQUAL 1
                               MOVE 0 TO XX
                           END-IF
                           PERFORM UNTIL XX > 1 OR
                               (X + XX > PLAYFIELD-WIDTH)
                               IF MINE(X + XX, Y + YY) = '*' THEN
                                   ADD 1 TO MINE-COUNT
                               END-IF
                               ADD 1 TO XX
                           END-PERFORM
                           ADD 1 TO YY
                       END-PERFORM
                       MOVE MINE-COUNT TO SUR(X, Y)
                   ELSE
                       MOVE 9 TO SUR(X, Y)
                   END-IF
                   ADD 1 TO X
               END-PERFORM
               ADD 1 TO Y
           END-PERFORM.

       FLOOD-UNCOVER.
           IF SUR(FLOOD-SEED-X, FLOOD-SEED-Y) EQUAL 0
               MOVE 1 TO FLOOD-HEAD
               MOVE 1 TO FLOOD-TAIL
               MOVE FLOOD-SEED-X TO FLOOD-ENTRY-X(1)
               MOVE FLOOD-SEED-Y TO FLOOD-ENTRY-Y(1)
               PERFORM FLOOD-EXPAND-CELL UNTIL FLOOD-HEAD > FLOOD-TAIL
           END-IF.

       FLOOD-EXPAND-CELL.
           MOVE FLOOD-ENTRY-X(FLOOD-HEAD) TO X.
           MOVE FLOOD-ENTRY-Y(FLOOD-HEAD) TO Y.
           ADD 1 TO FLOOD-HEAD.
           MOVE -1 TO YY.
           IF Y EQUAL 1
               MOVE 0 TO YY
           END-IF
           PERFORM UNTIL YY > 1 OR
               (Y + YY > PLAYFIELD-HEIGHT)
               MOVE -1 TO XX
               IF X EQUAL 1
                   MOVE 0 TO XX
               END-IF
               PERFORM UNTIL XX > 1 OR
                   (X + XX > PLAYFIELD-WIDTH)
                   IF VIS(X + XX, Y + YY) EQUAL 0
                       MOVE 1 TO VIS(X + XX, Y + YY)
                       IF SUR(X + XX, Y + YY) EQUAL 0
                           AND FLOOD-TAIL < 40000
                           ADD 1 TO FLOOD-TAIL
                           COMPUTE FLOOD-ENTRY-X(FLOOD-TAIL) = X + XX
                           COMPUTE FLOOD-ENTRY-Y(FLOOD-TAIL) = Y + YY
                       END-IF
                   END-IF
                   ADD 1 TO XX
               END-PERFORM
               ADD 1 TO YY
           END-PERFORM.

      ******************************************************************
      * MINESWEEPER's single-cell deduction, unchanged: a safe cell
      * is preferred; a mine is offered only when no cell is safe.
      ******************************************************************
       COMPUTE-HINT.
           MOVE 0 TO HINT-SAFE-FOUND.
           MOVE 0 TO HINT-MINE-FOUND.
           MOVE 'G' TO HINT-MODE.
           MOVE 1 TO Y.
           PERFORM UNTIL Y > PLAYFIELD-HEIGHT
               OR HINT-SAFE-FOUND EQUAL 1
               MOVE 1 TO X
               PERFORM UNTIL X > PLAYFIELD-WIDTH
                   OR HINT-SAFE-FOUND EQUAL 1
                   IF VIS(X, Y) EQUAL 1
                       AND SUR(X, Y) > 0 AND SUR(X, Y) < 9
                       PERFORM COUNT-CELL-NEIGHBORS
                       PERFORM JUDGE-CELL-NEIGHBORS
                   END-IF
                   ADD 1 TO X
               END-PERFORM
               ADD 1 TO Y
           END-PERFORM.
           IF HINT-SAFE-FOUND EQUAL 0 AND HINT-MINE-FOUND EQUAL 1
               MOVE 'F' TO HINT-MODE
               MOVE MINE-HINT-X TO HINT-X
               MOVE MINE-HINT-Y TO HINT-Y
           END-IF.

       COUNT-CELL-NEIGHBORS.
           MOVE 0 TO FLAG-COUNT.
           MOVE 0 TO COVERED-COUNT.
           MOVE -1 TO YY.
           IF Y EQUAL 1
               MOVE 0 TO YY
           END-IF
           PERFORM UNTIL YY > 1 OR
               (Y + YY > PLAYFIELD-HEIGHT)
               MOVE -1 TO XX
               IF X EQUAL 1
                   MOVE 0 TO XX
               END-IF
               PERFORM UNTIL XX > 1 OR
                   (X + XX > PLAYFIELD-WIDTH)
                   IF VIS(X + XX, Y + YY) EQUAL 0
                       IF FLG(X + XX, Y + YY) EQUAL 1
                           ADD 1 TO FLAG-COUNT
                       ELSE
                           ADD 1 TO COVERED-COUNT
                           COMPUTE NEIGHBOR-X = X + XX
                           COMPUTE NEIGHBOR-Y = Y + YY
                       END-IF
                   END-IF
                   ADD 1 TO XX
               END-PERFORM
               ADD 1 TO YY
           END-PERFORM.

       JUDGE-CELL-NEIGHBORS.
           IF COVERED-COUNT > 0
               IF FLAG-COUNT EQUAL SUR(X, Y)
                   MOVE 1 TO HINT-SAFE-FOUND
                   MOVE 'U' TO HINT-MODE
                   MOVE NEIGHBOR-X TO HINT-X
                   MOVE NEIGHBOR-Y TO HINT-Y
               ELSE
                   IF FLAG-COUNT + COVERED-COUNT EQUAL SUR(X, Y)
                       AND HINT-MINE-FOUND EQUAL 0
                       MOVE 1 TO HINT-MINE-FOUND
                       MOVE NEIGHBOR-X TO MINE-HINT-X
                       MOVE NEIGHBOR-Y TO MINE-HINT-Y
                   END-IF
               END-IF
           END-IF.

       END PROGRAM PUZVRFY.
