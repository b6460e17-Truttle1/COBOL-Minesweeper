           SELECT PLAYER-STATS-FILE ASSIGN USING STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-STATS-FILE.
           COPY PLYRSTAT.

       FD  REVIEW-FILE.
       01  REVIEW-LINE PIC X(97).

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       WORKING-STORAGE SECTION.
       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY PARMTBL.

       COPY ARCHTRLR.

       01 STATS-FILE-NAME PIC X(12) VALUE IS 'PLAYRSTA'.
       01 STATS-FILE-ANSWER PIC X(12) VALUE IS SPACES.

       01 REVIEW-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 REVIEW-EOF PIC 9(1) VALUE IS 0.

       COPY REVIEWQ.

      ******************************************************************
      * Games held for review or voided on REVIEWQ; they are left out
      * until the operator releases them.
      ******************************************************************
       01 HOLD-TABLE.
            05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HOLD-STAT-DATE PIC 9(8).
               10 HOLD-STAT-TIME PIC 9(6).
               10 HOLD-PLAYER-ID PIC X(8).
               10 HOLD-SCORE PIC 9(6).
       01 HOLD-COUNT PIC 9(4) VALUE IS 0.
       01 HOLD-INDEX PIC 9(4) VALUE IS 0.
       01 RESULT-HELD PIC 9(1) VALUE IS 0.
       01 RESULTS-HELD-OUT PIC 9(6) VALUE IS 0.

       01 RECORD-TEXT PIC X(60).
       01 RECORD-TEXT-BYTES REDEFINES RECORD-TEXT.
            05 RECORD-TAG PIC X(1).
       01 DETAIL-COUNT PIC 9(6) VALUE IS 0.
       01 TOTAL-WINS PIC 9(6) VALUE IS 0.
       01 TOTAL-LOSSES PIC 9(6) VALUE IS 0.
       01 HELD-WINS PIC 9(6) VALUE IS 0.
       01 HELD-LOSSES PIC 9(6) VALUE IS 0.

       01 BOARD-CODE-FILTER PIC X(5) VALUE IS SPACES.
       01 CODE-RANK-TABLE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM PROMPT-STATS-FILE.
           PERFORM LOAD-REVIEW-HOLDS.
           PERFORM LOAD-PARAMETER-TABLE.
           OPEN INPUT PLAYER-STATS-FILE.
           IF STATS-FILE-STATUS NOT EQUAL '00'
               DISPLAY "No player statistics have been recorded yet."
               CLOSE PLAYER-STATS-FILE
               PERFORM CHECK-TRAILER-TOTALS
               PERFORM PRINT-REPORT
               IF RESULTS-HELD-OUT > 0
                   DISPLAY " "
                   DISPLAY "Results held for review or voided, "
                       "not counted: " RESULTS-HELD-OUT
               END-IF
               IF BOARD-CODE-FILTER NOT EQUAL SPACES
                   PERFORM PRINT-CODE-RANKING
               END-IF
               MOVE 1 TO TRAILER-SEEN
           ELSE
               ADD 1 TO DETAIL-COUNT
               PERFORM CHECK-RESULT-HELD
               IF RESULT-HELD EQUAL 1
                   PERFORM TALLY-HELD-RECORD
               ELSE
                   PERFORM CLASSIFY-RECORD
                   PERFORM FIND-PLAYER-ROW
                   PERFORM ACCUMULATE-RECORD
                   IF BOARD-CODE-FILTER NOT EQUAL SPACES
                       AND STAT-BOARD-CODE EQUAL BOARD-CODE-FILTER
                       PERFORM ACCUMULATE-CODE-RANK
                   END-IF
               END-IF
           END-IF.

      *    A held result is still on the file, so it still counts
      *    toward the archive trailer's totals.
       TALLY-HELD-RECORD.
           ADD 1 TO RESULTS-HELD-OUT.
           IF STAT-RESULT-WIN
               ADD 1 TO HELD-WINS
           ELSE
               ADD 1 TO HELD-LOSSES
           END-IF.

       ACCUMULATE-CODE-RANK.
           MOVE 0 TO CODE-RANK-INDEX.
           MOVE 1 TO SCAN-INDEX.
                       TRAILER-RECORD-COUNT " records but "
                       DETAIL-COUNT " were read."
               END-IF
               MOVE HELD-WINS TO TOTAL-WINS
               MOVE HELD-LOSSES TO TOTAL-LOSSES
               MOVE 1 TO BUCKET-INDEX
               PERFORM UNTIL BUCKET-INDEX > 4
                   ADD BUCKET-WINS(BUCKET-INDEX) TO TOTAL-WINS
               END-IF
           END-IF.

      ******************************************************************
      * Held and voided games from the REVIEWQ review queue.  No queue
      * means nothing has been flagged.
      ******************************************************************
       LOAD-REVIEW-HOLDS.
           MOVE 0 TO HOLD-COUNT.
           MOVE 0 TO RESULTS-HELD-OUT.
           MOVE 0 TO REVIEW-EOF.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO REVIEW-EOF
           END-IF
           PERFORM UNTIL REVIEW-EOF EQUAL 1
               READ REVIEW-FILE
                   AT END
                       MOVE 1 TO REVIEW-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-REVIEW-HOLD
               END-READ
           END-PERFORM.
           IF REVIEW-FILE-STATUS EQUAL '00' OR
               REVIEW-FILE-STATUS EQUAL '10'
               CLOSE REVIEW-FILE
           END-IF.

       LOAD-ONE-REVIEW-HOLD.
           MOVE REVIEW-LINE TO REVIEW-CONTROL-RECORD.
           MOVE REVIEW-LINE TO REVIEW-RECORD.
           IF NOT REV-CTL-RECORD
               AND (REV-HELD OR REV-VOIDED)
               AND HOLD-COUNT < 1000
               ADD 1 TO HOLD-COUNT
               MOVE REV-STAT-DATE TO HOLD-STAT-DATE(HOLD-COUNT)
               MOVE REV-STAT-TIME TO HOLD-STAT-TIME(HOLD-COUNT)
               MOVE REV-PLAYER-ID TO HOLD-PLAYER-ID(HOLD-COUNT)
               MOVE REV-SCORE TO HOLD-SCORE(HOLD-COUNT)
           END-IF.

       CHECK-RESULT-HELD.
           MOVE 0 TO RESULT-HELD.
           MOVE 1 TO HOLD-INDEX.
           PERFORM UNTIL HOLD-INDEX > HOLD-COUNT
               IF HOLD-STAT-DATE(HOLD-INDEX) EQUAL STAT-DATE
                   AND HOLD-STAT-TIME(HOLD-INDEX) EQUAL STAT-TIME
                   AND HOLD-PLAYER-ID(HOLD-INDEX) EQUAL STAT-PLAYER-ID
                   MOVE 1 TO RESULT-HELD
                   MOVE HOLD-COUNT TO HOLD-INDEX
               END-IF
               ADD 1 TO HOLD-INDEX
           END-PERFORM.

       READ-NEXT-RECORD.
           READ PLAYER-STATS-FILE
               AT END
                   MOVE 1 TO STATS-EOF
           END-READ.

      *    A game is classified by the difficulty sizes in force
      *    on its STAT-DATE.
       CLASSIFY-RECORD.
           PERFORM RESOLVE-RULES-FOR-GAME.
           MOVE 4 TO BUCKET-INDEX.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > 3
               IF STAT-WIDTH EQUAL RULE-DIFF-WIDTH(SCAN-INDEX)
                   AND STAT-HEIGHT EQUAL
                       RULE-DIFF-HEIGHT(SCAN-INDEX)
                   AND STAT-TOTAL-MINES EQUAL
                       RULE-DIFF-MINES(SCAN-INDEX)
                   MOVE SCAN-INDEX TO BUCKET-INDEX
                   MOVE 3 TO SCAN-INDEX
               END-IF
               ADD 1 TO SCAN-INDEX
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
           IF STAT-DATE NOT EQUAL RULE-SET-DATE
               MOVE STAT-DATE TO RULE-SET-DATE
               PERFORM RESOLVE-RULE-SET
           END-IF.

       FIND-PLAYER-ROW.
           IF STAT-PLAYER-ID EQUAL SPACES
               MOVE '(NONE)' TO STAT-PLAYER-ID
