      *          Points: a win scores 3, plus a speed bonus of 2 for
      *          the round's fastest winning time and 1 for the second
      *          fastest; a played-but-lost round scores 1; a no-show
      *          scores 0.  These are the built-in defaults; the values
      *          in force on the date of the game that counted are
      *          taken from the SYSPARM parameter master.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
           COPY PLAYRMST.

       FD  REVIEW-FILE.
       01  REVIEW-LINE PIC X(97).

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       WORKING-STORAGE SECTION.
       01 FIXTURE-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 SIGNUP-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 STATS-FILE-NAME PIC X(12) VALUE IS 'PLAYRSTA'.
       01 STATS-FILE-ANSWER PIC X(12) VALUE IS SPACES.

       01 REVIEW-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 REVIEW-EOF PIC 9(1) VALUE IS 0.

       COPY REVIEWQ.

       COPY JOBSTEP.

       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY PARMTBL.

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

       01 MENU-CHOICE PIC X(1) VALUE IS ' '.
       01 LEAGUE-DONE PIC 9(1) VALUE IS 0.

                  15 PW-LOSS PIC 9(1).
                  15 PW-BEST-SECONDS PIC 9(5).
                  15 PW-BEST-MOVES PIC 9(4).
                  15 PW-GAME-DATE PIC 9(8).
       01 POSTED-ROUND-FLAGS.
            05 ROUND-POSTED PIC 9(1) OCCURS 20 TIMES.

       01 POST-ROUND-PICK PIC 9(2) VALUE IS 0.
       01 LIVE-FIRST-DATE PIC 9(8) VALUE IS 0.
       01 STATS-EOF PIC 9(1) VALUE IS 0.
       01 FILE-EOF PIC 9(1) VALUE IS 0.

       MAIN-PROCEDURE.
           PERFORM LOAD-FIXTURES.
           PERFORM LOAD-SIGNUPS.
           IF JS-IN-STREAM
               PERFORM POST-RESULTS
               MOVE 'COMPLETE' TO JS-STEP-OUTCOME
           ELSE
               PERFORM LEAGUE-MENU UNTIL LEAGUE-DONE EQUAL 1
           END-IF
           GOBACK.

       LEAGUE-MENU.
           DISPLAY " ".
      * are recomputed from the stats file and replace their old
      * LGRESULT lines; other rounds' lines are kept as they stand,
      * so a season that spans archived months can be posted round
      * by round from the right ARCHYYYYMM file.  The nightly stream
      * posts from the live file only the rounds fixed on or after
      * its oldest record, whose games must all still be there; an
      * older round is left as it was last posted.
      ******************************************************************
       POST-RESULTS.
           IF FIXTURE-COUNT EQUAL 0 OR SIGNUP-COUNT EQUAL 0
               DISPLAY "Fix rounds and sign up players first."
           ELSE
               IF JS-IN-STREAM
                   MOVE 'PLAYRSTA' TO STATS-FILE-NAME
                   PERFORM FIND-LIVE-FIRST-DATE
                   PERFORM MARK-OPEN-ROUNDS
               ELSE
                   DISPLAY "Round to post (0 = all rounds):"
                   ACCEPT POST-ROUND-PICK
                   DISPLAY "Stats file to post from"
                   DISPLAY "(blank = live PLAYRSTA, or an ARCHYYYYMM"
                       " file):"
                   ACCEPT STATS-FILE-ANSWER
                   IF STATS-FILE-ANSWER NOT EQUAL SPACES
                       MOVE STATS-FILE-ANSWER TO STATS-FILE-NAME
                   ELSE
                       MOVE 'PLAYRSTA' TO STATS-FILE-NAME
                   END-IF
                   PERFORM MARK-POSTED-ROUNDS
               END-IF
               PERFORM CLEAR-POST-GRID
               PERFORM LOAD-REVIEW-HOLDS
               PERFORM SCAN-STATS-FOR-POSTING
               PERFORM LOAD-KEPT-RESULTS
               PERFORM LOAD-PARAMETER-TABLE
               PERFORM REWRITE-RESULT-FILE
               DISPLAY "Posting complete."
               IF RESULTS-HELD-OUT > 0
                   DISPLAY "Games held for review or voided, "
                       "not posted: " RESULTS-HELD-OUT
               END-IF
           END-IF.

       MARK-POSTED-ROUNDS.
               ADD 1 TO FIXTURE-INDEX
           END-PERFORM.

       MARK-OPEN-ROUNDS.
           MOVE 1 TO FIXTURE-INDEX.
           PERFORM UNTIL FIXTURE-INDEX > FIXTURE-COUNT
               IF LIVE-FIRST-DATE > 0
                   AND FIX-DATE(FIXTURE-INDEX) NOT < LIVE-FIRST-DATE
                   MOVE 1 TO ROUND-POSTED(FIXTURE-INDEX)
               ELSE
                   MOVE 0 TO ROUND-POSTED(FIXTURE-INDEX)
               END-IF
               ADD 1 TO FIXTURE-INDEX
           END-PERFORM.

       FIND-LIVE-FIRST-DATE.
           MOVE 0 TO LIVE-FIRST-DATE.
           MOVE 0 TO STATS-EOF.
           OPEN INPUT PLAYER-STATS-FILE.
           IF PLAYER-STATS-STATUS NOT EQUAL '00'
               MOVE 1 TO STATS-EOF
           END-IF
           PERFORM UNTIL STATS-EOF EQUAL 1
               READ PLAYER-STATS-FILE
                   AT END
                       MOVE 1 TO STATS-EOF
                   NOT AT END
                       IF STAT-DATE NUMERIC
                           IF LIVE-FIRST-DATE EQUAL 0
                               OR STAT-DATE < LIVE-FIRST-DATE
                               MOVE STAT-DATE TO LIVE-FIRST-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PLAYER-STATS-STATUS EQUAL '00' OR
               PLAYER-STATS-STATUS EQUAL '10'
               CLOSE PLAYER-STATS-FILE
           END-IF.

       CLEAR-POST-GRID.
           MOVE 1 TO FIXTURE-INDEX.
           PERFORM UNTIL FIXTURE-INDEX > FIXTURE-COUNT
                       PW-BEST-SECONDS(FIXTURE-INDEX, SIGNUP-INDEX)
                   MOVE 9999 TO
                       PW-BEST-MOVES(FIXTURE-INDEX, SIGNUP-INDEX)
                   MOVE 0 TO PW-GAME-DATE(FIXTURE-INDEX, SIGNUP-INDEX)
                   ADD 1 TO SIGNUP-INDEX
               END-PERFORM
               ADD 1 TO FIXTURE-INDEX
           END-IF.

       POST-ONE-STAT.
           PERFORM CHECK-RESULT-HELD.
           IF RESULT-HELD EQUAL 1
               ADD 1 TO RESULTS-HELD-OUT
           ELSE
               MOVE 1 TO FIXTURE-INDEX
               PERFORM UNTIL FIXTURE-INDEX > FIXTURE-COUNT
                   IF ROUND-POSTED(FIXTURE-INDEX) EQUAL 1
                       AND STAT-BOARD-CODE EQUAL
                           FIX-BOARD-CODE(FIXTURE-INDEX)
                       PERFORM POST-STAT-TO-ROUND
                   END-IF
                   ADD 1 TO FIXTURE-INDEX
               END-PERFORM
           END-IF.

       POST-STAT-TO-ROUND.
           MOVE 1 TO SIGNUP-INDEX.
                           MOVE STAT-MOVES TO
                               PW-BEST-MOVES
                                   (FIXTURE-INDEX, SIGNUP-INDEX)
                           MOVE STAT-DATE TO
                               PW-GAME-DATE(FIXTURE-INDEX, SIGNUP-INDEX)
                       END-IF
                   ELSE
                       IF STAT-RESULT-LOSS
                           MOVE 1 TO
                               PW-LOSS(FIXTURE-INDEX, SIGNUP-INDEX)
                           IF PW-WIN(FIXTURE-INDEX, SIGNUP-INDEX)
                               EQUAL 0
                               MOVE STAT-DATE TO PW-GAME-DATE
                                   (FIXTURE-INDEX, SIGNUP-INDEX)
                           END-IF
                       END-IF
                   END-IF
                   MOVE SIGNUP-COUNT TO SIGNUP-INDEX
               ADD 1 TO SIGNUP-INDEX
           END-PERFORM.

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

       LOAD-KEPT-RESULTS.
           MOVE 0 TO RESULT-COUNT.
           MOVE 0 TO FILE-EOF.

      ******************************************************************
      * The speed bonus goes to the round's two fastest winning
      * times: +2 to the fastest, +1 to the runner-up as built in.
      ******************************************************************
       FIND-SPEED-BONUSES.
           MOVE 0 TO BONUS-FIRST-INDEX.
               ADD 1 TO SIGNUP-INDEX
           END-PERFORM.

      ******************************************************************
      * A player's points for a round are scored under the SYSPARM
      * rules in force on the date of the game that counted: the
      * best win, or else the loss.
      ******************************************************************
       WRITE-ONE-RESULT.
           MOVE FIX-ROUND(FIXTURE-INDEX) TO LGR-ROUND.
           MOVE SGN-PLAYER-ID(SIGNUP-INDEX) TO LGR-PLAYER-ID.
           MOVE 0 TO WORK-POINTS.
           IF PW-GAME-DATE(FIXTURE-INDEX, SIGNUP-INDEX) > 0
               AND PW-GAME-DATE(FIXTURE-INDEX, SIGNUP-INDEX) NOT EQUAL
                   RULE-SET-DATE
               MOVE PW-GAME-DATE(FIXTURE-INDEX, SIGNUP-INDEX) TO
                   RULE-SET-DATE
               PERFORM RESOLVE-RULE-SET
           END-IF
           IF PW-WIN(FIXTURE-INDEX, SIGNUP-INDEX) EQUAL 1
               MOVE 'W ' TO LGR-STATUS
               MOVE PW-BEST-SECONDS(FIXTURE-INDEX, SIGNUP-INDEX)
                   TO LGR-SECONDS
               MOVE PW-BEST-MOVES(FIXTURE-INDEX, SIGNUP-INDEX)
                   TO LGR-MOVES
               MOVE RULE-LEAGUE-WIN-POINTS TO WORK-POINTS
               IF SIGNUP-INDEX EQUAL BONUS-FIRST-INDEX
                   ADD RULE-LEAGUE-FASTEST-POINTS TO WORK-POINTS
               END-IF
               IF SIGNUP-INDEX EQUAL BONUS-SECOND-INDEX
                   ADD RULE-LEAGUE-SECOND-POINTS TO WORK-POINTS
               END-IF
           ELSE
               IF PW-LOSS(FIXTURE-INDEX, SIGNUP-INDEX) EQUAL 1
                   MOVE 'L ' TO LGR-STATUS
                   MOVE ZEROS TO LGR-SECONDS
                   MOVE ZEROS TO LGR-MOVES
                   MOVE RULE-LEAGUE-LOSS-POINTS TO WORK-POINTS
               ELSE
                   MOVE 'NS' TO LGR-STATUS
                   MOVE ZEROS TO LGR-SECONDS
           MOVE WORK-POINTS TO LGR-POINTS.
           WRITE RESULT-RECORD.

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

       PRINT-STANDINGS.
           PERFORM BUILD-STANDINGS.
           IF STANDINGS-COUNT EQUAL 0
