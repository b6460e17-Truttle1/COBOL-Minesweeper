      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Board efficiency (3BV) report for coaching.  Every
      *          finished game in a TXNLOG file has its board rebuilt
      *          from the seed and dimensions in its 'B' marker, the
      *          same way REPLAY rebuilds it, and the board's 3BV is
      *          worked out - the fewest clicks that clear it: one
      *          per opening (a connected area of blank cells, which
      *          one click cascades open) plus one per numbered cell
      *          that borders no opening.  The uncovers and chords the
      *          player actually logged are set against that minimum.
      *          Games are tied to their player by pairing each log
      *          game with its PLAYRSTA record the way STATAUDIT
      *          does.  Prints per-game lines, then efficiency per
      *          player and averages per difficulty.  Games played on
      *          a designed PUZZLES board cannot be rebuilt from the
      *          seed and are skipped, as REPLAY skips them.  The
      *          difficulty averages use the board sizes in force on
      *          the SYSPARM parameter master on the date each game
      *          ended, the date its stats record carries.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BVREPT.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN USING LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.
           SELECT PLAYER-STATS-FILE ASSIGN USING STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-STATS-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE.
       01  TRANSACTION-LOG-RECORD PIC X(60).

       FD  PLAYER-STATS-FILE.
           COPY PLYRSTAT.

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       WORKING-STORAGE SECTION.
       01 TRANSACTION-LOG-STATUS PIC X(2) VALUE IS '00'.
       01 PLAYER-STATS-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-EOF PIC 9(1) VALUE IS 0.
       01 STATS-EOF PIC 9(1) VALUE IS 0.
       01 LOG-FILE-NAME PIC X(12) VALUE IS 'TXNLOG'.
       01 LOG-FILE-ANSWER PIC X(12) VALUE IS SPACES.
       01 STATS-FILE-NAME PIC X(12) VALUE IS 'PLAYRSTA'.
       01 STATS-FILE-ANSWER PIC X(12) VALUE IS SPACES.

       COPY TXNREC.

       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY PARMTBL.

       01 LOG-LINE-TEXT PIC X(60).
       01 LOG-LINE-BYTES REDEFINES LOG-LINE-TEXT.
            05 FILLER PIC X(12).
            05 LOG-TYPE-BYTE PIC X(1).
            05 FILLER PIC X(47).

       01 RECORD-TEXT PIC X(60).
       01 RECORD-TEXT-BYTES REDEFINES RECORD-TEXT.
            05 RECORD-TAG PIC X(1).
            05 FILLER PIC X(59).

       01 PLAYFIELD-WIDTH PIC 9(3) VALUE IS 10.
       01 PLAYFIELD-HEIGHT PIC 9(3) VALUE IS 10.
       01 TOTAL-MINES PIC 9(4) VALUE IS 10.

       01 MINES.
            05 MINE-X OCCURS 200 TIMES.
               10 MINE-Y OCCURS 200 TIMES.
                   15 MINE PIC X(1) VALUE IS '-'.

       01 SURROUNDING.
            05 SURROUNDING-X OCCURS 200 TIMES.
               10 SURROUNDING-Y OCCURS 200 TIMES.
                   15 SUR PIC 9(1) VALUE IS 0.

      *    A cell is marked once an opening's cascade has reached it.
       01 VISIBLE.
            05 VISIBLE-X OCCURS 200 TIMES.
               10 VISIBLE-Y OCCURS 200 TIMES.
                   15 VIS PIC 9(1) VALUE IS 0.

       01 X PIC S9(3).
       01 Y PIC S9(3).
       01 XX PIC S9(1).
       01 YY PIC S9(1).

       01 MINE-COUNT PIC 9(4).
       01 RAND PIC 99.999(3).
       01 SEED PIC S9(4) COMP.

       01 FLOOD-QUEUE.
            05 FLOOD-ENTRY OCCURS 40000 TIMES.
               10 FLOOD-ENTRY-X PIC 9(3) COMP.
               10 FLOOD-ENTRY-Y PIC 9(3) COMP.
       01 FLOOD-HEAD PIC 9(5) COMP VALUE IS 1.
       01 FLOOD-TAIL PIC 9(5) COMP VALUE IS 0.
       01 FLOOD-SEED-X PIC 9(3) VALUE IS 0.
       01 FLOOD-SEED-Y PIC 9(3) VALUE IS 0.

      ******************************************************************
      * One entry per game in the log.  The first uncover is kept so
      * MINESWEEPER's first-click mine relocation can be repeated on
      * the rebuilt board, exactly as REPLAY repeats it.
      ******************************************************************
       01 GAME-DIRECTORY.
            05 DIR-ENTRY OCCURS 500 TIMES.
               10 DIR-GAME PIC 9(4).
               10 DIR-DATE PIC 9(8).
               10 DIR-END-DATE PIC 9(8).
               10 DIR-SEED PIC S9(4).
               10 DIR-WIDTH PIC 9(3).
               10 DIR-HEIGHT PIC 9(3).
               10 DIR-MINES PIC 9(4).
               10 DIR-RESULT PIC X(1).
               10 DIR-PUZZLE PIC X(4).
               10 DIR-HAS-END PIC 9(1).
               10 DIR-CLICKS PIC 9(4).
               10 DIR-FIRST-SEEN PIC 9(1).
               10 DIR-FIRST-X PIC 9(3).
               10 DIR-FIRST-Y PIC 9(3).
               10 DIR-FIRST-MINE PIC X(1).
               10 DIR-MATCHED PIC 9(1).
               10 DIR-PLAYER-ID PIC X(8).
               10 DIR-ELAPSED PIC 9(5).
       01 DIR-COUNT PIC 9(3) VALUE IS 0.
       01 DIR-INDEX PIC 9(3) VALUE IS 0.
       01 OPEN-GAME-INDEX PIC 9(3) VALUE IS 0.
       01 DIR-OVERFLOW PIC 9(1) VALUE IS 0.

       01 MOVE-X-TEXT PIC X(3).
       01 MOVE-Y-TEXT PIC X(3).
       01 MOVE-X PIC 9(3).
       01 MOVE-Y PIC 9(3).

       01 BOARD-3BV PIC 9(5) VALUE IS 0.
       01 GAME-EFFICIENCY PIC 9(3)V99 VALUE IS 0.
       01 GAME-BV-RATE PIC 9(3)V99 VALUE IS 0.
       01 BUCKET-INDEX PIC 9(1) VALUE IS 0.
       01 SCAN-INDEX PIC 9(4) VALUE IS 0.

       01 BUCKET-NAME-DATA.
            05 FILLER PIC X(12) VALUE IS 'BEGINNER'.
            05 FILLER PIC X(12) VALUE IS 'INTERMEDIATE'.
            05 FILLER PIC X(12) VALUE IS 'EXPERT'.
            05 FILLER PIC X(12) VALUE IS 'OTHER'.
       01 BUCKET-NAME-TABLE REDEFINES BUCKET-NAME-DATA.
            05 BUCKET-NAME PIC X(12) OCCURS 4 TIMES.

       01 BUCKET-TOTALS.
            05 BUCKET-ENTRY OCCURS 4 TIMES.
               10 BKT-GAMES PIC 9(6) VALUE IS 0.
               10 BKT-WINS PIC 9(6) VALUE IS 0.
               10 BKT-3BV PIC 9(8) VALUE IS 0.
               10 BKT-CLICKS PIC 9(8) VALUE IS 0.
               10 BKT-EFFICIENCY PIC 9(8)V99 VALUE IS 0.
               10 BKT-TIMED-WINS PIC 9(6) VALUE IS 0.
               10 BKT-BV-RATE PIC 9(8)V99 VALUE IS 0.

       01 PLAYER-TOTALS.
            05 PLAYER-ROW OCCURS 1000 TIMES.
               10 PT-PLAYER-ID PIC X(8).
               10 PT-GAMES PIC 9(6).
               10 PT-WINS PIC 9(6).
               10 PT-3BV PIC 9(8).
               10 PT-CLICKS PIC 9(8).
       01 PLAYER-COUNT PIC 9(4) VALUE IS 0.
       01 PLAYER-INDEX PIC 9(4) VALUE IS 0.
       01 PLAYER-OVERFLOW PIC 9(1) VALUE IS 0.

       01 GAMES-REPORTED PIC 9(6) VALUE IS 0.
       01 PUZZLE-GAMES-SKIPPED PIC 9(6) VALUE IS 0.
       01 UNFINISHED-GAMES-SKIPPED PIC 9(6) VALUE IS 0.

       01 DISPLAY-3BV PIC ZZZZ9.
       01 DISPLAY-CLICKS PIC ZZZZ9.
       01 DISPLAY-EFFICIENCY PIC ZZ9.99.
       01 DISPLAY-BV-RATE PIC ZZ9.99.
       01 DISPLAY-AVERAGE PIC ZZZZ9.99.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM PROMPT-INPUT-FILES.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM BUILD-GAME-DIRECTORY.
           IF DIR-COUNT EQUAL 0
               DISPLAY "No games with start markers in the log."
           ELSE
               PERFORM PAIR-STATS-RECORDS
               DISPLAY "============================================="
               DISPLAY "        BOARD EFFICIENCY (3BV) REPORT"
               DISPLAY "============================================="
               DISPLAY "GAME DATE     BOARD        R PLAYER     3BV "
                   "CLICKS   EFF%  3BV/S"
               MOVE 1 TO DIR-INDEX
               PERFORM UNTIL DIR-INDEX > DIR-COUNT
                   PERFORM REPORT-ONE-GAME
                   ADD 1 TO DIR-INDEX
               END-PERFORM
               PERFORM PRINT-PLAYER-SUMMARY
               PERFORM PRINT-DIFFICULTY-SUMMARY
               DISPLAY " "
               DISPLAY "Games reported          : " GAMES-REPORTED
               DISPLAY "Puzzle games skipped    : " PUZZLE-GAMES-SKIPPED
               DISPLAY "Unfinished games skipped: "
                   UNFINISHED-GAMES-SKIPPED
               IF DIR-OVERFLOW EQUAL 1
                   DISPLAY "WARNING: more than 500 games in the log -"
                   DISPLAY "games past the table were not reported."
               END-IF
               IF PLAYER-OVERFLOW EQUAL 1
                   DISPLAY "WARNING: more than 1000 players -"
                   DISPLAY "later players are missing from the"
                       " per-player summary."
               END-IF
           END-IF.
           STOP RUN.

       PROMPT-INPUT-FILES.
           DISPLAY "Log file to analyse".
           DISPLAY "(blank = live TXNLOG, or a TLOGYYYYMM segment):".
           ACCEPT LOG-FILE-ANSWER.
           IF LOG-FILE-ANSWER NOT EQUAL SPACES
               MOVE LOG-FILE-ANSWER TO LOG-FILE-NAME
           END-IF
           DISPLAY "Stats file holding the same games".
           DISPLAY "(blank = live PLAYRSTA, or an ARCHYYYYMM file):".
           ACCEPT STATS-FILE-ANSWER.
           IF STATS-FILE-ANSWER NOT EQUAL SPACES
               MOVE STATS-FILE-ANSWER TO STATS-FILE-NAME
           END-IF.

       BUILD-GAME-DIRECTORY.
           MOVE 0 TO DIR-COUNT.
           MOVE 0 TO OPEN-GAME-INDEX.
           MOVE 0 TO LOG-EOF.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRANSACTION-LOG-STATUS NOT EQUAL '00'
               DISPLAY "Log file " LOG-FILE-NAME " is not available."
               MOVE 1 TO LOG-EOF
           END-IF
           PERFORM UNTIL LOG-EOF EQUAL 1
               READ TRANSACTION-LOG-FILE INTO LOG-LINE-TEXT
                   AT END
                       MOVE 1 TO LOG-EOF
                   NOT AT END
                       PERFORM INDEX-LOG-LINE
               END-READ
           END-PERFORM.
           IF TRANSACTION-LOG-STATUS EQUAL '00' OR
               TRANSACTION-LOG-STATUS EQUAL '10'
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       INDEX-LOG-LINE.
           IF LOG-TYPE-BYTE EQUAL 'B'
               PERFORM OPEN-LOG-GAME
           ELSE
               IF LOG-TYPE-BYTE EQUAL 'E'
                   PERFORM CLOSE-LOG-GAME
               ELSE
                   PERFORM COUNT-LOG-MOVE
               END-IF
           END-IF.

      ******************************************************************
      * A 'B' for a game number already in the directory is a resumed
      * game's continuation marker: re-open the existing entry so its
      * later clicks keep counting toward the same game.
      ******************************************************************
       OPEN-LOG-GAME.
           MOVE LOG-LINE-TEXT TO TRANSACTION-MARKER-LINE.
           MOVE 0 TO OPEN-GAME-INDEX.
           MOVE 1 TO DIR-INDEX.
           PERFORM UNTIL DIR-INDEX > DIR-COUNT
               IF DIR-GAME(DIR-INDEX) EQUAL TXN-MARK-GAME
                   MOVE DIR-INDEX TO OPEN-GAME-INDEX
                   MOVE DIR-COUNT TO DIR-INDEX
               END-IF
               ADD 1 TO DIR-INDEX
           END-PERFORM.
           IF OPEN-GAME-INDEX EQUAL 0 AND DIR-COUNT EQUAL 500
               MOVE 1 TO DIR-OVERFLOW
           END-IF
           IF OPEN-GAME-INDEX EQUAL 0 AND DIR-COUNT < 500
               ADD 1 TO DIR-COUNT
               MOVE DIR-COUNT TO OPEN-GAME-INDEX
               MOVE TXN-MARK-GAME TO DIR-GAME(DIR-COUNT)
               MOVE TXN-MARK-DATE TO DIR-DATE(DIR-COUNT)
               MOVE TXN-MARK-DATE TO DIR-END-DATE(DIR-COUNT)
               MOVE TXN-MARK-SEED TO DIR-SEED(DIR-COUNT)
               MOVE TXN-MARK-WIDTH TO DIR-WIDTH(DIR-COUNT)
               MOVE TXN-MARK-HEIGHT TO DIR-HEIGHT(DIR-COUNT)
               MOVE TXN-MARK-MINES TO DIR-MINES(DIR-COUNT)
               MOVE '?' TO DIR-RESULT(DIR-COUNT)
               MOVE TXN-MARK-PUZZLE TO DIR-PUZZLE(DIR-COUNT)
               MOVE 0 TO DIR-HAS-END(DIR-COUNT)
               MOVE 0 TO DIR-CLICKS(DIR-COUNT)
               MOVE 0 TO DIR-FIRST-SEEN(DIR-COUNT)
               MOVE 0 TO DIR-MATCHED(DIR-COUNT)
               MOVE '(NONE)' TO DIR-PLAYER-ID(DIR-COUNT)
               MOVE 0 TO DIR-ELAPSED(DIR-COUNT)
           END-IF.

       CLOSE-LOG-GAME.
           MOVE LOG-LINE-TEXT TO TRANSACTION-MARKER-LINE.
           MOVE 1 TO DIR-INDEX.
           PERFORM UNTIL DIR-INDEX > DIR-COUNT
               IF DIR-GAME(DIR-INDEX) EQUAL TXN-MARK-GAME
                   MOVE TXN-MARK-RESULT TO DIR-RESULT(DIR-INDEX)
                   MOVE TXN-MARK-DATE TO DIR-END-DATE(DIR-INDEX)
                   MOVE 1 TO DIR-HAS-END(DIR-INDEX)
               END-IF
               ADD 1 TO DIR-INDEX
           END-PERFORM.
           MOVE 0 TO OPEN-GAME-INDEX.

      ******************************************************************
      * Clicks are counted the way STATAUDIT counts moves: uncovers
      * and chords count, flag toggles do not, and a takeback of an
      * uncover gives the click back.
      ******************************************************************
       COUNT-LOG-MOVE.
           MOVE LOG-LINE-TEXT TO TRANSACTION-LOG-LINE.
           IF OPEN-GAME-INDEX > 0
               IF TXN-MODE EQUAL 'T' OR TXN-MODE EQUAL 't'
                   IF TXN-MINE EQUAL 'U'
                       AND DIR-CLICKS(OPEN-GAME-INDEX) > 0
                       SUBTRACT 1 FROM DIR-CLICKS(OPEN-GAME-INDEX)
                   END-IF
               ELSE
                   IF TXN-MODE NOT EQUAL 'F' AND TXN-MODE NOT EQUAL 'f'
                       ADD 1 TO DIR-CLICKS(OPEN-GAME-INDEX)
                   END-IF
                   IF TXN-MODE NOT EQUAL 'F' AND TXN-MODE NOT EQUAL 'f'
                       AND TXN-MODE NOT EQUAL 'C'
                       AND TXN-MODE NOT EQUAL 'c'
                       AND DIR-FIRST-SEEN(OPEN-GAME-INDEX) EQUAL 0
                       PERFORM NOTE-FIRST-UNCOVER
                   END-IF
               END-IF
           END-IF.

       NOTE-FIRST-UNCOVER.
           MOVE TXN-X TO MOVE-X-TEXT.
           MOVE TXN-Y TO MOVE-Y-TEXT.
           INSPECT MOVE-X-TEXT REPLACING LEADING ' ' BY '0'.
           INSPECT MOVE-Y-TEXT REPLACING LEADING ' ' BY '0'.
           MOVE MOVE-X-TEXT TO DIR-FIRST-X(OPEN-GAME-INDEX).
           MOVE MOVE-Y-TEXT TO DIR-FIRST-Y(OPEN-GAME-INDEX).
           MOVE TXN-MINE TO DIR-FIRST-MINE(OPEN-GAME-INDEX).
           MOVE 1 TO DIR-FIRST-SEEN(OPEN-GAME-INDEX).

       PAIR-STATS-RECORDS.
           MOVE 0 TO STATS-EOF.
           OPEN INPUT PLAYER-STATS-FILE.
           IF PLAYER-STATS-STATUS NOT EQUAL '00'
               DISPLAY "Stats file " STATS-FILE-NAME
                   " is not available - players not shown."
               MOVE 1 TO STATS-EOF
           END-IF
           PERFORM UNTIL STATS-EOF EQUAL 1
               READ PLAYER-STATS-FILE
                   AT END
                       MOVE 1 TO STATS-EOF
                   NOT AT END
                       PERFORM PAIR-ONE-RECORD
               END-READ
           END-PERFORM.
           IF PLAYER-STATS-STATUS EQUAL '00' OR
               PLAYER-STATS-STATUS EQUAL '10'
               CLOSE PLAYER-STATS-FILE
           END-IF.

      *    Pairing rule as STATAUDIT's: date (start or end), board,
      *    result and counted moves, each log game used only once.
       PAIR-ONE-RECORD.
           MOVE PLAYER-STATS-RECORD TO RECORD-TEXT.
           IF RECORD-TAG NOT EQUAL 'T'
               MOVE 1 TO DIR-INDEX
               PERFORM UNTIL DIR-INDEX > DIR-COUNT
                   IF DIR-MATCHED(DIR-INDEX) EQUAL 0
                       AND DIR-HAS-END(DIR-INDEX) EQUAL 1
                       AND (DIR-END-DATE(DIR-INDEX) EQUAL STAT-DATE
                           OR DIR-DATE(DIR-INDEX) EQUAL STAT-DATE)
                       AND DIR-WIDTH(DIR-INDEX) EQUAL STAT-WIDTH
                       AND DIR-HEIGHT(DIR-INDEX) EQUAL STAT-HEIGHT
                       AND DIR-MINES(DIR-INDEX) EQUAL STAT-TOTAL-MINES
                       AND DIR-RESULT(DIR-INDEX) EQUAL STAT-RESULT
                       AND DIR-CLICKS(DIR-INDEX) EQUAL STAT-MOVES
                       MOVE 1 TO DIR-MATCHED(DIR-INDEX)
                       IF STAT-PLAYER-ID NOT EQUAL SPACES
                           MOVE STAT-PLAYER-ID TO
                               DIR-PLAYER-ID(DIR-INDEX)
                       END-IF
                       MOVE STAT-ELAPSED-SECONDS TO
                           DIR-ELAPSED(DIR-INDEX)
                       MOVE DIR-COUNT TO DIR-INDEX
                   END-IF
                   ADD 1 TO DIR-INDEX
               END-PERFORM
           END-IF.

       REPORT-ONE-GAME.
           IF DIR-PUZZLE(DIR-INDEX) NOT EQUAL SPACES
               ADD 1 TO PUZZLE-GAMES-SKIPPED
           ELSE
               IF DIR-RESULT(DIR-INDEX) NOT EQUAL 'W'
                   AND DIR-RESULT(DIR-INDEX) NOT EQUAL 'L'
                   ADD 1 TO UNFINISHED-GAMES-SKIPPED
               ELSE
                   ADD 1 TO GAMES-REPORTED
                   PERFORM REBUILD-GAME-BOARD
                   PERFORM COMPUTE-BOARD-3BV
                   PERFORM CLASSIFY-GAME-BUCKET
                   PERFORM PRINT-GAME-LINE
                   PERFORM ACCUMULATE-GAME
               END-IF
           END-IF.

       REBUILD-GAME-BOARD.
           MOVE DIR-WIDTH(DIR-INDEX) TO PLAYFIELD-WIDTH.
           MOVE DIR-HEIGHT(DIR-INDEX) TO PLAYFIELD-HEIGHT.
           MOVE DIR-MINES(DIR-INDEX) TO TOTAL-MINES.
           MOVE DIR-SEED(DIR-INDEX) TO SEED.
           PERFORM RESET-BOARD.
           PERFORM GENERATE-MINES.
           PERFORM CALCULATE-SURROUNDING.
           IF DIR-FIRST-SEEN(DIR-INDEX) EQUAL 1
               MOVE DIR-FIRST-X(DIR-INDEX) TO MOVE-X
               MOVE DIR-FIRST-Y(DIR-INDEX) TO MOVE-Y
               IF DIR-FIRST-MINE(DIR-INDEX) EQUAL '-'
                   AND MINE(MOVE-X, MOVE-Y) EQUAL '*'
                   PERFORM RELOCATE-FIRST-MINE
               END-IF
           END-IF.

      ******************************************************************
      * MINESWEEPER relocates a mine hit on the very first uncover,
      * drawing from the same random sequence that placed the mines.
      * The logged mine flag says whether it happened: the log says
      * '-' but the rebuilt board says '*'.
      ******************************************************************
       RELOCATE-FIRST-MINE.
           MOVE '-' TO MINE(MOVE-X, MOVE-Y).
           MOVE 0 TO MINE-COUNT.
           PERFORM UNTIL MINE-COUNT EQUAL 1
               COMPUTE RAND = 1 + FUNCTION RANDOM * PLAYFIELD-WIDTH
               MOVE RAND TO X
               COMPUTE RAND = 1 + FUNCTION RANDOM * PLAYFIELD-HEIGHT
               MOVE RAND TO Y
               IF MINE(X, Y) EQUAL '-'
                   AND (X NOT EQUAL MOVE-X OR Y NOT EQUAL MOVE-Y)
                   MOVE '*' TO MINE(X, Y)
                   MOVE 1 TO MINE-COUNT
               END-IF
           END-PERFORM.
           PERFORM CALCULATE-SURROUNDING.

      ******************************************************************
      * 3BV: each unmarked blank cell starts a new opening, which is
      * cascaded open and marked along with its numbered border; then
      * every safe cell still unmarked needs a click of its own.
      ******************************************************************
       COMPUTE-BOARD-3BV.
           MOVE 0 TO BOARD-3BV.
           MOVE 1 TO Y.
           PERFORM UNTIL Y > PLAYFIELD-HEIGHT
               MOVE 1 TO X
               PERFORM UNTIL X > PLAYFIELD-WIDTH
                   IF MINE(X, Y) EQUAL '-'
                       AND SUR(X, Y) EQUAL 0
                       AND VIS(X, Y) EQUAL 0
                       ADD 1 TO BOARD-3BV
                       MOVE 1 TO VIS(X, Y)
                       MOVE X TO FLOOD-SEED-X
                       MOVE Y TO FLOOD-SEED-Y
                       PERFORM FLOOD-UNCOVER
                       MOVE FLOOD-SEED-X TO X
                       MOVE FLOOD-SEED-Y TO Y
                   END-IF
                   ADD 1 TO X
               END-PERFORM
               ADD 1 TO Y
           END-PERFORM.
           MOVE 1 TO Y.
           PERFORM UNTIL Y > PLAYFIELD-HEIGHT
               MOVE 1 TO X
               PERFORM UNTIL X > PLAYFIELD-WIDTH
                   IF MINE(X, Y) EQUAL '-'
                       AND VIS(X, Y) EQUAL 0
                       ADD 1 TO BOARD-3BV
                   END-IF
                   ADD 1 TO X
               END-PERFORM
               ADD 1 TO Y
           END-PERFORM.

      *    A game is classified by the difficulty sizes in force on
      *    the date it ended, which its STAT-DATE carries.
       CLASSIFY-GAME-BUCKET.
           PERFORM RESOLVE-RULES-FOR-GAME.
           MOVE 4 TO BUCKET-INDEX.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > 3
               IF DIR-WIDTH(DIR-INDEX) EQUAL
                   RULE-DIFF-WIDTH(SCAN-INDEX)
                   AND DIR-HEIGHT(DIR-INDEX) EQUAL
                       RULE-DIFF-HEIGHT(SCAN-INDEX)
                   AND DIR-MINES(DIR-INDEX) EQUAL
                       RULE-DIFF-MINES(SCAN-INDEX)
                   MOVE SCAN-INDEX TO BUCKET-INDEX
                   MOVE 3 TO SCAN-INDEX
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.

      *    Efficiency is only meaningful for a cleared board, so a
      *    lost game shows its 3BV and clicks alone.
       PRINT-GAME-LINE.
           MOVE BOARD-3BV TO DISPLAY-3BV.
           MOVE DIR-CLICKS(DIR-INDEX) TO DISPLAY-CLICKS.
           MOVE 0 TO GAME-EFFICIENCY.
           MOVE 0 TO GAME-BV-RATE.
           IF DIR-RESULT(DIR-INDEX) EQUAL 'W'
               AND DIR-CLICKS(DIR-INDEX) > 0
               COMPUTE GAME-EFFICIENCY ROUNDED =
                   BOARD-3BV * 100 / DIR-CLICKS(DIR-INDEX)
                   ON SIZE ERROR
                       MOVE 999.99 TO GAME-EFFICIENCY
               END-COMPUTE
           END-IF
           IF DIR-RESULT(DIR-INDEX) EQUAL 'W'
               AND DIR-MATCHED(DIR-INDEX) EQUAL 1
               AND DIR-ELAPSED(DIR-INDEX) > 0
               COMPUTE GAME-BV-RATE ROUNDED =
                   BOARD-3BV / DIR-ELAPSED(DIR-INDEX)
                   ON SIZE ERROR
                       MOVE 999.99 TO GAME-BV-RATE
               END-COMPUTE
           END-IF
           MOVE GAME-EFFICIENCY TO DISPLAY-EFFICIENCY.
           MOVE GAME-BV-RATE TO DISPLAY-BV-RATE.
           IF DIR-RESULT(DIR-INDEX) EQUAL 'W'
               DISPLAY DIR-GAME(DIR-INDEX) " " DIR-DATE(DIR-INDEX) " "
                   DIR-WIDTH(DIR-INDEX) "x" DIR-HEIGHT(DIR-INDEX) "/"
                   DIR-MINES(DIR-INDEX) " W "
                   DIR-PLAYER-ID(DIR-INDEX) " " DISPLAY-3BV " "
                   DISPLAY-CLICKS " " DISPLAY-EFFICIENCY " "
                   DISPLAY-BV-RATE
           ELSE
               DISPLAY DIR-GAME(DIR-INDEX) " " DIR-DATE(DIR-INDEX) " "
                   DIR-WIDTH(DIR-INDEX) "x" DIR-HEIGHT(DIR-INDEX) "/"
                   DIR-MINES(DIR-INDEX) " L "
                   DIR-PLAYER-ID(DIR-INDEX) " " DISPLAY-3BV " "
                   DISPLAY-CLICKS "   lost"
           END-IF.

       ACCUMULATE-GAME.
           ADD 1 TO BKT-GAMES(BUCKET-INDEX).
           IF DIR-RESULT(DIR-INDEX) EQUAL 'W'
               ADD 1 TO BKT-WINS(BUCKET-INDEX)
               ADD BOARD-3BV TO BKT-3BV(BUCKET-INDEX)
               ADD DIR-CLICKS(DIR-INDEX) TO BKT-CLICKS(BUCKET-INDEX)
               ADD GAME-EFFICIENCY TO BKT-EFFICIENCY(BUCKET-INDEX)
               IF GAME-BV-RATE > 0
                   ADD 1 TO BKT-TIMED-WINS(BUCKET-INDEX)
                   ADD GAME-BV-RATE TO BKT-BV-RATE(BUCKET-INDEX)
               END-IF
           END-IF.
           PERFORM FIND-PLAYER-ROW.
           IF PLAYER-INDEX > 0
               ADD 1 TO PT-GAMES(PLAYER-INDEX)
               IF DIR-RESULT(DIR-INDEX) EQUAL 'W'
                   ADD 1 TO PT-WINS(PLAYER-INDEX)
                   ADD BOARD-3BV TO PT-3BV(PLAYER-INDEX)
                   ADD DIR-CLICKS(DIR-INDEX) TO PT-CLICKS(PLAYER-INDEX)
               END-IF
           END-IF.

       FIND-PLAYER-ROW.
           MOVE 0 TO PLAYER-INDEX.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > PLAYER-COUNT
               IF PT-PLAYER-ID(SCAN-INDEX) EQUAL
                   DIR-PLAYER-ID(DIR-INDEX)
                   MOVE SCAN-INDEX TO PLAYER-INDEX
                   MOVE PLAYER-COUNT TO SCAN-INDEX
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.
           IF PLAYER-INDEX EQUAL 0
               IF PLAYER-COUNT < 1000
                   ADD 1 TO PLAYER-COUNT
                   MOVE PLAYER-COUNT TO PLAYER-INDEX
                   MOVE DIR-PLAYER-ID(DIR-INDEX) TO
                       PT-PLAYER-ID(PLAYER-INDEX)
                   MOVE 0 TO PT-GAMES(PLAYER-INDEX)
                   MOVE 0 TO PT-WINS(PLAYER-INDEX)
                   MOVE 0 TO PT-3BV(PLAYER-INDEX)
                   MOVE 0 TO PT-CLICKS(PLAYER-INDEX)
               ELSE
                   MOVE 1 TO PLAYER-OVERFLOW
               END-IF
           END-IF.

      *    A player's efficiency is total 3BV over total clicks across
      *    their won games, so a long board weighs more than a short
      *    one.  Games with no paired stats record show as (NONE).
       PRINT-PLAYER-SUMMARY.
           DISPLAY " ".
           DISPLAY "BY PLAYER        GAMES   WINS      3BV   CLICKS"
               "   EFF%".
           MOVE 1 TO PLAYER-INDEX.
           PERFORM UNTIL PLAYER-INDEX > PLAYER-COUNT
               MOVE 0 TO GAME-EFFICIENCY
               IF PT-CLICKS(PLAYER-INDEX) > 0
                   COMPUTE GAME-EFFICIENCY ROUNDED =
                       PT-3BV(PLAYER-INDEX) * 100 /
                       PT-CLICKS(PLAYER-INDEX)
                       ON SIZE ERROR
                           MOVE 999.99 TO GAME-EFFICIENCY
                   END-COMPUTE
               END-IF
               MOVE GAME-EFFICIENCY TO DISPLAY-EFFICIENCY
               DISPLAY "  " PT-PLAYER-ID(PLAYER-INDEX) "     "
                   PT-GAMES(PLAYER-INDEX) " " PT-WINS(PLAYER-INDEX)
                   " " PT-3BV(PLAYER-INDEX) " "
                   PT-CLICKS(PLAYER-INDEX) " " DISPLAY-EFFICIENCY
               ADD 1 TO PLAYER-INDEX
           END-PERFORM.

       PRINT-DIFFICULTY-SUMMARY.
           DISPLAY " ".
           DISPLAY "AVERAGES BY DIFFICULTY (won games)".
           MOVE 1 TO BUCKET-INDEX.
           PERFORM UNTIL BUCKET-INDEX > 4
               IF BKT-GAMES(BUCKET-INDEX) > 0
                   PERFORM PRINT-BUCKET-AVERAGES
               END-IF
               ADD 1 TO BUCKET-INDEX
           END-PERFORM.

       PRINT-BUCKET-AVERAGES.
           DISPLAY " ".
           DISPLAY BUCKET-NAME(BUCKET-INDEX).
           DISPLAY "  Games reported : " BKT-GAMES(BUCKET-INDEX).
           DISPLAY "  Wins           : " BKT-WINS(BUCKET-INDEX).
           IF BKT-WINS(BUCKET-INDEX) > 0
               COMPUTE DISPLAY-AVERAGE ROUNDED =
                   BKT-3BV(BUCKET-INDEX) / BKT-WINS(BUCKET-INDEX)
               DISPLAY "  Average 3BV    : " DISPLAY-AVERAGE
               COMPUTE DISPLAY-AVERAGE ROUNDED =
                   BKT-CLICKS(BUCKET-INDEX) / BKT-WINS(BUCKET-INDEX)
               DISPLAY "  Average clicks : " DISPLAY-AVERAGE
               COMPUTE DISPLAY-AVERAGE ROUNDED =
                   BKT-EFFICIENCY(BUCKET-INDEX) /
                   BKT-WINS(BUCKET-INDEX)
               DISPLAY "  Average eff %  : " DISPLAY-AVERAGE
               IF BKT-TIMED-WINS(BUCKET-INDEX) > 0
                   COMPUTE DISPLAY-AVERAGE ROUNDED =
                       BKT-BV-RATE(BUCKET-INDEX) /
                       BKT-TIMED-WINS(BUCKET-INDEX)
                   DISPLAY "  Average 3BV/s  : " DISPLAY-AVERAGE
               ELSE
                   DISPLAY "  Average 3BV/s  : N/A"
               END-IF
           ELSE
               DISPLAY "  Average 3BV    : N/A"
           END-IF.

       RESET-BOARD.
           MOVE 1 TO X.
           PERFORM UNTIL X > 200
               MOVE 1 TO Y
               PERFORM UNTIL Y > 200
                   MOVE '-' TO MINE(X, Y)
                   MOVE 0 TO SUR(X, Y)
                   MOVE 0 TO VIS(X, Y)
                   ADD 1 TO Y
               END-PERFORM
               ADD 1 TO X
           END-PERFORM.

       GENERATE-MINES.
           MOVE TOTAL-MINES TO MINE-COUNT.
           COMPUTE RAND = FUNCTION RANDOM(SEED).
           PERFORM UNTIL MINE-COUNT EQUAL 0
               COMPUTE RAND = 1 + FUNCTION RANDOM * PLAYFIELD-WIDTH
               MOVE RAND TO X
               COMPUTE RAND = 1 + FUNCTION RANDOM * PLAYFIELD-HEIGHT
               MOVE RAND TO Y
               IF MINE(X, Y) EQUAL '-'
                   SUBTRACT 1 FROM MINE-COUNT
                   MOVE '*' TO MINE(X, Y)
               END-IF
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
      * The SYSPARM rules, as PARMMNT keeps them.  No file means no
      * rule has been changed from its built-in default.
      ******************************************************************
       LOAD-PARAMETER-TABLE.
           MOVE 0 TO PARAMETER-COUNT.
           MOVE 0 TO PARAMETER-EOF.
           MOVE 0 TO RULE-SET-DATE.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO PARAMETER-EOF
           END-IF
           PERFORM UNTIL PARAMETER-EOF EQUAL 1
               READ PARAMETER-FILE
                   AT END
                       MOVE 1 TO PARAMETER-EOF
                   NOT AT END
                       IF PARAMETER-COUNT < 500
                           ADD 1 TO PARAMETER-COUNT
                           MOVE PRM-CODE TO PT-CODE(PARAMETER-COUNT)
                           MOVE PRM-EFFECTIVE-DATE TO
                               PT-EFFECTIVE-DATE(PARAMETER-COUNT)
                           MOVE PRM-VALUE TO PT-VALUE(PARAMETER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF PARAMETER-FILE-STATUS EQUAL '00' OR
               PARAMETER-FILE-STATUS EQUAL '10'
               CLOSE PARAMETER-FILE
           END-IF.

      *    The value of each rule in force on RULE-SET-DATE: the
      *    latest SYSPARM value effective on or before it, else the
      *    built-in default.
       RESOLVE-RULE-SET.
           MOVE 1 TO RULE-INDEX.
           PERFORM UNTIL RULE-INDEX > RULE-COUNT
               MOVE RULE-DEFAULT(RULE-INDEX) TO RULE-VALUE(RULE-INDEX)
               MOVE 0 TO RULE-BEST-DATE
               MOVE 1 TO PARAMETER-INDEX
               PERFORM UNTIL PARAMETER-INDEX > PARAMETER-COUNT
                   IF PT-CODE(PARAMETER-INDEX) EQUAL
                       RULE-CODE(RULE-INDEX)
                       AND PT-EFFECTIVE-DATE(PARAMETER-INDEX)
                           NOT > RULE-SET-DATE
                       AND PT-EFFECTIVE-DATE(PARAMETER-INDEX)
                           NOT < RULE-BEST-DATE
                       MOVE PT-EFFECTIVE-DATE(PARAMETER-INDEX) TO
                           RULE-BEST-DATE
                       MOVE PT-VALUE(PARAMETER-INDEX) TO
                           RULE-VALUE(RULE-INDEX)
                   END-IF
                   ADD 1 TO PARAMETER-INDEX
               END-PERFORM
               ADD 1 TO RULE-INDEX
           END-PERFORM.

       RESOLVE-RULES-FOR-GAME.
           IF DIR-END-DATE(DIR-INDEX) NOT EQUAL RULE-SET-DATE
               MOVE DIR-END-DATE(DIR-INDEX) TO RULE-SET-DATE
               PERFORM RESOLVE-RULE-SET
           END-IF.

       END PROGRAM BVREPT.
