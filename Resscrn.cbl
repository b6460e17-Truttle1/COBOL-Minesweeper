      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Batch plausibility screening of new wins.  Every
      *          PLAYRSTA win stamped after the REVIEWQ control record
      *          is scored against the plausibility rules, using the
      *          record itself and the bracketed moves of its game in
      *          TXNLOG (paired the same way STATAUDIT cross-foots).
      *          A game scoring at or over the flag threshold is added
      *          to the REVIEWQ queue as held, with its rule codes, so
      *          it stays out of the high-score list, ratings rebuild,
      *          league posting and leaderboard until the operator
      *          releases or voids it with RESREVW.  Boards are
      *          classified by the difficulty sizes in force on each
      *          game's STAT-DATE on the SYSPARM parameter master.
      *
      *          A held game's rating change, already made at game
      *          end, is backed out of PLAYRRTG; each run also backs
      *          out any voided game's change still on file and puts
      *          back the change of a game released since.  Each
      *          player's record is locked only for its own change,
      *          and one still busy after the retry limit is left for
      *          the next run.  The queue is read and written back
      *          under the TXNCTL review-queue gate, held for the
      *          whole run, so a RESREVW decision made meanwhile waits
      *          rather than being lost.  Run by JOBSTRM as a nightly
      *          step.
      *
      *          Rules and suspicion points:
      *            PACE 60  elapsed seconds below STAT-MOVES times
      *                     the minimum seconds one move can take;
      *            QUIK 60  elapsed seconds below the floor for a
      *                     standard board (Beginner, Intermediate,
      *                     Expert);
      *            BRST 50  in the logged moves, a run of moves only
      *                     hundredths of a second apart - enough of
      *                     them, and a large enough share of all the
      *                     game's move gaps;
      *            NLOG 30  no ended TXNLOG game backs the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RESSCRN.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-STATS-FILE ASSIGN TO "PLAYRSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-STATS-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TXNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTG-PLAYER-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-TAG
               LOCK MODE IS MANUAL
               FILE STATUS IS LOG-CONTROL-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-STATS-FILE.
           COPY PLYRSTAT.

       FD  TRANSACTION-LOG-FILE.
       01  TRANSACTION-LOG-RECORD PIC X(60).

       FD  REVIEW-FILE.
       01  REVIEW-LINE PIC X(97).

       FD  RUN-CONTROL-FILE.
       01  RUN-LEDGER-LINE PIC X(63).

       FD  RATING-FILE.
           COPY PLAYRRTG.

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       WORKING-STORAGE SECTION.
       01 PLAYER-STATS-STATUS PIC X(2) VALUE IS '00'.
       01 TRANSACTION-LOG-STATUS PIC X(2) VALUE IS '00'.
       01 REVIEW-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY RUNCTL.

       COPY REVIEWQ.

       COPY TXNREC.

       COPY PARMTBL.

       COPY RECLOCK.

       COPY JOBSTEP.

       01 RUN-PERIOD-TEXT PIC X(8) VALUE IS SPACES.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

      ******************************************************************
      * Plausibility limits.  A move cannot be entered in less than
      * MIN-MOVE-HUNDREDTHS; two logged moves closer together than
      * BURST-LIMIT-HUNDREDTHS count as a burst.
      ******************************************************************
       01 MIN-MOVE-HUNDREDTHS PIC 9(3) VALUE IS 20.
       01 BURST-LIMIT-HUNDREDTHS PIC 9(3) VALUE IS 5.
       01 BURST-MIN-COUNT PIC 9(4) VALUE IS 5.
       01 FLAG-THRESHOLD PIC 9(3) VALUE IS 50.
       01 BOARD-FLOOR-DATA.
            05 FILLER PIC X(9) VALUE IS '001007030'.
       01 BOARD-FLOOR-TABLE REDEFINES BOARD-FLOOR-DATA.
            05 BOARD-FLOOR-SECONDS PIC 9(3) OCCURS 3 TIMES.

       01 LOG-LINE-TEXT PIC X(60).
       01 LOG-LINE-BYTES REDEFINES LOG-LINE-TEXT.
            05 FILLER PIC X(12).
            05 LOG-TYPE-BYTE PIC X(1).
            05 FILLER PIC X(47).

       01 RECORD-TEXT PIC X(60).
       01 RECORD-TEXT-BYTES REDEFINES RECORD-TEXT.
            05 RECORD-TAG PIC X(1).
            05 FILLER PIC X(59).

       01 LOG-GAME-TABLE.
            05 LOG-GAME-ENTRY OCCURS 500 TIMES.
               10 LGT-GAME PIC 9(4).
               10 LGT-DATE PIC 9(8).
               10 LGT-END-DATE PIC 9(8).
               10 LGT-WIDTH PIC 9(3).
               10 LGT-HEIGHT PIC 9(3).
               10 LGT-MINES PIC 9(4).
               10 LGT-RESULT PIC X(1).
               10 LGT-COUNTED-MOVES PIC 9(4).
               10 LGT-HAS-END PIC 9(1).
               10 LGT-MATCHED PIC 9(1).
               10 LGT-LAST-HUNDREDTHS PIC 9(7).
               10 LGT-HAS-MOVE PIC 9(1).
               10 LGT-GAPS PIC 9(4).
               10 LGT-BURSTS PIC 9(4).
       01 LOG-GAME-COUNT PIC 9(3) VALUE IS 0.
       01 LOG-GAME-INDEX PIC 9(3) VALUE IS 0.
       01 OPEN-GAME-INDEX PIC 9(3) VALUE IS 0.
       01 MATCHED-GAME-INDEX PIC 9(3) VALUE IS 0.
       01 LOG-TABLE-OVERFLOW PIC 9(1) VALUE IS 0.
       01 MOVE-HUNDREDTHS PIC 9(7) VALUE IS 0.
       01 GAP-HUNDREDTHS PIC S9(8) VALUE IS 0.

       01 QUEUE-TABLE.
            05 QUEUE-ENTRY PIC X(97) OCCURS 1000 TIMES.
       01 QUEUE-COUNT PIC 9(4) VALUE IS 0.
       01 QUEUE-INDEX PIC 9(4) VALUE IS 0.
       01 QUEUE-OVERFLOW PIC 9(1) VALUE IS 0.
       01 ALREADY-QUEUED PIC 9(1) VALUE IS 0.

       01 LAST-SCREENED-STAMP PIC X(14) VALUE IS SPACES.
       01 HIGHEST-SEEN-STAMP PIC X(14) VALUE IS SPACES.
       01 RECORD-STAMP.
            05 RECORD-STAMP-DATE PIC X(8).
            05 RECORD-STAMP-TIME PIC X(6).

       01 STATS-EOF PIC 9(1) VALUE IS 0.
       01 FILE-EOF PIC 9(1) VALUE IS 0.
       01 SCAN-INDEX PIC 9(4) VALUE IS 0.
       01 BUCKET-INDEX PIC 9(1) VALUE IS 0.

       01 SUSPICION-POINTS PIC 9(3) VALUE IS 0.
       01 REASON-TEXT PIC X(20) VALUE IS SPACES.
       01 REASON-POINTER PIC 9(2) VALUE IS 1.
       01 PACE-NEEDED PIC 9(9) VALUE IS 0.
       01 PACE-TAKEN PIC 9(9) VALUE IS 0.

       01 RECORDS-READ PIC 9(6) VALUE IS 0.
       01 WINS-SCREENED PIC 9(6) VALUE IS 0.
       01 GAMES-FLAGGED PIC 9(6) VALUE IS 0.

       01 RATING-FILE-OPEN PIC 9(1) VALUE IS 0.
       01 RATING-HELD PIC 9(1) VALUE IS 0.
       01 RATING-MISSING PIC 9(1) VALUE IS 0.
       01 RATING-SHIFTED PIC 9(1) VALUE IS 0.
       01 RATING-DIRECTION PIC S9(1) VALUE IS 0.
       01 RATING-WORK PIC S9(5) VALUE IS 0.
       01 RATINGS-BACKED-OUT PIC 9(6) VALUE IS 0.
       01 RATINGS-PUT-BACK PIC 9(6) VALUE IS 0.
       01 RATINGS-BUSY PIC 9(6) VALUE IS 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE CURRENT-DATE TO RUN-PERIOD-TEXT.
           PERFORM WRITE-RUN-START.
           MOVE 'Q' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 0
               DISPLAY "REVIEWQ is being updated by another program -"
               DISPLAY "nothing was screened; run again shortly."
               PERFORM RELEASE-CONTROL-RECORD
               MOVE 'QBUSY   ' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               GOBACK
           END-IF
           PERFORM LOAD-REVIEW-QUEUE.
           IF QUEUE-OVERFLOW EQUAL 1
               DISPLAY "Review queue is larger than the work table -"
               DISPLAY "nothing was screened; purge decided entries"
               DISPLAY "with RESREVW."
               PERFORM RELEASE-CONTROL-RECORD
               MOVE 'OVERFLOW' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               GOBACK
           END-IF
           MOVE LAST-SCREENED-STAMP TO HIGHEST-SEEN-STAMP.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM LOAD-LOG-GAMES.
           PERFORM SCREEN-STATS-FILE.
      *    A game dropped for want of table room would never be
      *    screened once the stamp moved past it, so an overflowed
      *    run writes nothing at all.
           IF QUEUE-OVERFLOW EQUAL 1
               DISPLAY "Review queue filled during the run -"
               DISPLAY "nothing was written; the queue is unchanged."
               MOVE 'OVERFLOW' TO RC-OUTCOME
           ELSE
               PERFORM SETTLE-QUEUE-RATINGS
               PERFORM SAVE-REVIEW-QUEUE
               MOVE 'COMPLETE' TO RC-OUTCOME
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.
           DISPLAY "Screening complete."
           DISPLAY "  Stats records read : " RECORDS-READ.
           DISPLAY "  New wins screened  : " WINS-SCREENED.
           DISPLAY "  Games held         : " GAMES-FLAGGED.
           DISPLAY "  Ratings backed out : " RATINGS-BACKED-OUT.
           DISPLAY "  Ratings put back   : " RATINGS-PUT-BACK.
           IF LOG-TABLE-OVERFLOW EQUAL 1
               DISPLAY "WARNING: more than 500 games in TXNLOG -"
               DISPLAY "games past the table were screened as NLOG."
           END-IF
           IF RATINGS-BUSY > 0
               DISPLAY "WARNING: " RATINGS-BUSY " rating change(s)"
                   " left for the next run - PLAYRRTG busy."
           END-IF
           PERFORM WRITE-RUN-END.
           GOBACK.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
      * LOGROLL, STATAUDIT and EXTRACT.  The period is the run date;
      * a rerun is harmless because the queue stamp makes screening
      * incremental, so no completed period is refused.
      ******************************************************************
       WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE 'RESSCRN ' TO RC-PROGRAM.
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
           MOVE 'RESSCRN ' TO RC-PROGRAM.
           MOVE 'E' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE RECORDS-READ TO RC-RECORDS-READ.
           MOVE GAMES-FLAGGED TO RC-RECORDS-WRITTEN.
           MOVE 0 TO RC-RECORDS-ARCHIVED.
           MOVE 0 TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.
           MOVE RC-OUTCOME TO JS-STEP-OUTCOME.

       APPEND-RUN-ENTRY.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS EQUAL '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-LEDGER-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       LOAD-REVIEW-QUEUE.
           MOVE 0 TO QUEUE-COUNT.
           MOVE 0 TO QUEUE-OVERFLOW.
           MOVE SPACES TO LAST-SCREENED-STAMP.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ REVIEW-FILE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-QUEUE-LINE
               END-READ
           END-PERFORM.
           IF REVIEW-FILE-STATUS EQUAL '00' OR
               REVIEW-FILE-STATUS EQUAL '10'
               CLOSE REVIEW-FILE
           END-IF.

       LOAD-ONE-QUEUE-LINE.
           MOVE REVIEW-LINE TO REVIEW-CONTROL-RECORD.
           IF REV-CTL-RECORD
               MOVE REV-LAST-SCREENED-DATE TO RECORD-STAMP-DATE
               MOVE REV-LAST-SCREENED-TIME TO RECORD-STAMP-TIME
               MOVE RECORD-STAMP TO LAST-SCREENED-STAMP
           ELSE
               IF QUEUE-COUNT EQUAL 1000
                   MOVE 1 TO QUEUE-OVERFLOW
               ELSE
                   ADD 1 TO QUEUE-COUNT
                   MOVE REVIEW-LINE TO QUEUE-ENTRY(QUEUE-COUNT)
               END-IF
           END-IF.

       SAVE-REVIEW-QUEUE.
           OPEN OUTPUT REVIEW-FILE.
           MOVE '*' TO REV-CTL-TAG.
           IF HIGHEST-SEEN-STAMP EQUAL SPACES
               MOVE ZEROS TO REV-LAST-SCREENED-DATE
               MOVE ZEROS TO REV-LAST-SCREENED-TIME
           ELSE
               MOVE HIGHEST-SEEN-STAMP TO RECORD-STAMP
               MOVE RECORD-STAMP-DATE TO REV-LAST-SCREENED-DATE
               MOVE RECORD-STAMP-TIME TO REV-LAST-SCREENED-TIME
           END-IF
           MOVE SPACES TO REVIEW-LINE.
           MOVE REVIEW-CONTROL-RECORD TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE 1 TO QUEUE-INDEX.
           PERFORM UNTIL QUEUE-INDEX > QUEUE-COUNT
               MOVE QUEUE-ENTRY(QUEUE-INDEX) TO REVIEW-LINE
               WRITE REVIEW-LINE
               ADD 1 TO QUEUE-INDEX
           END-PERFORM.
           CLOSE REVIEW-FILE.

      ******************************************************************
      * Game table from the B/E markers, as STATAUDIT builds it, with
      * the gap in hundredths between consecutive logged moves of
      * each game.  A gap is only measured inside one bracket, so the
      * pause across a checkpoint resume is never a burst.
      ******************************************************************
       LOAD-LOG-GAMES.
           MOVE 0 TO LOG-GAME-COUNT.
           MOVE 0 TO OPEN-GAME-INDEX.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF TRANSACTION-LOG-STATUS NOT EQUAL '00'
               DISPLAY "No transaction log - move timing not checked."
               MOVE 1 TO FILE-EOF
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ TRANSACTION-LOG-FILE INTO LOG-LINE-TEXT
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM TALLY-LOG-LINE
               END-READ
           END-PERFORM.
           IF TRANSACTION-LOG-STATUS EQUAL '00' OR
               TRANSACTION-LOG-STATUS EQUAL '10'
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       TALLY-LOG-LINE.
           IF LOG-TYPE-BYTE EQUAL 'B'
               PERFORM OPEN-LOG-GAME
           ELSE
               IF LOG-TYPE-BYTE EQUAL 'E'
                   PERFORM CLOSE-LOG-GAME
               ELSE
                   PERFORM TIME-LOG-MOVE
               END-IF
           END-IF.

       OPEN-LOG-GAME.
           MOVE LOG-LINE-TEXT TO TRANSACTION-MARKER-LINE.
           MOVE 0 TO OPEN-GAME-INDEX.
           MOVE 1 TO LOG-GAME-INDEX.
           PERFORM UNTIL LOG-GAME-INDEX > LOG-GAME-COUNT
               IF LGT-GAME(LOG-GAME-INDEX) EQUAL TXN-MARK-GAME
                   MOVE LOG-GAME-INDEX TO OPEN-GAME-INDEX
                   MOVE LOG-GAME-COUNT TO LOG-GAME-INDEX
               END-IF
               ADD 1 TO LOG-GAME-INDEX
           END-PERFORM.
           IF OPEN-GAME-INDEX EQUAL 0 AND LOG-GAME-COUNT EQUAL 500
               MOVE 1 TO LOG-TABLE-OVERFLOW
           END-IF
           IF OPEN-GAME-INDEX EQUAL 0 AND LOG-GAME-COUNT < 500
               ADD 1 TO LOG-GAME-COUNT
               MOVE LOG-GAME-COUNT TO OPEN-GAME-INDEX
               MOVE TXN-MARK-GAME TO LGT-GAME(OPEN-GAME-INDEX)
               MOVE TXN-MARK-DATE TO LGT-DATE(OPEN-GAME-INDEX)
               MOVE TXN-MARK-DATE TO LGT-END-DATE(OPEN-GAME-INDEX)
               MOVE TXN-MARK-WIDTH TO LGT-WIDTH(OPEN-GAME-INDEX)
               MOVE TXN-MARK-HEIGHT TO LGT-HEIGHT(OPEN-GAME-INDEX)
               MOVE TXN-MARK-MINES TO LGT-MINES(OPEN-GAME-INDEX)
               MOVE SPACE TO LGT-RESULT(OPEN-GAME-INDEX)
               MOVE 0 TO LGT-COUNTED-MOVES(OPEN-GAME-INDEX)
               MOVE 0 TO LGT-HAS-END(OPEN-GAME-INDEX)
               MOVE 0 TO LGT-MATCHED(OPEN-GAME-INDEX)
               MOVE 0 TO LGT-GAPS(OPEN-GAME-INDEX)
               MOVE 0 TO LGT-BURSTS(OPEN-GAME-INDEX)
           END-IF
           IF OPEN-GAME-INDEX > 0
               MOVE 0 TO LGT-HAS-MOVE(OPEN-GAME-INDEX)
           END-IF.

       CLOSE-LOG-GAME.
           MOVE LOG-LINE-TEXT TO TRANSACTION-MARKER-LINE.
           MOVE 1 TO LOG-GAME-INDEX.
           PERFORM UNTIL LOG-GAME-INDEX > LOG-GAME-COUNT
               IF LGT-GAME(LOG-GAME-INDEX) EQUAL TXN-MARK-GAME
                   MOVE TXN-MARK-RESULT TO LGT-RESULT(LOG-GAME-INDEX)
                   MOVE TXN-MARK-DATE TO LGT-END-DATE(LOG-GAME-INDEX)
                   MOVE 1 TO LGT-HAS-END(LOG-GAME-INDEX)
               END-IF
               ADD 1 TO LOG-GAME-INDEX
           END-PERFORM.
           MOVE 0 TO OPEN-GAME-INDEX.

      *    Moves are counted exactly as STATAUDIT counts them, for
      *    pairing; every logged entry except a takeback is timed.
       TIME-LOG-MOVE.
           MOVE LOG-LINE-TEXT TO TRANSACTION-LOG-LINE.
           IF OPEN-GAME-INDEX > 0
               IF TXN-MODE EQUAL 'T' OR TXN-MODE EQUAL 't'
                   IF TXN-MINE EQUAL 'U'
                       AND LGT-COUNTED-MOVES(OPEN-GAME-INDEX) > 0
                       SUBTRACT 1 FROM
                           LGT-COUNTED-MOVES(OPEN-GAME-INDEX)
                   END-IF
               ELSE
                   IF TXN-MODE NOT EQUAL 'F' AND TXN-MODE NOT EQUAL 'f'
                       ADD 1 TO LGT-COUNTED-MOVES(OPEN-GAME-INDEX)
                   END-IF
                   PERFORM MEASURE-MOVE-GAP
               END-IF
           END-IF.

       MEASURE-MOVE-GAP.
           IF TXN-HOUR NUMERIC AND TXN-MINUTE NUMERIC
               AND TXN-SECOND NUMERIC AND TXN-MS NUMERIC
               COMPUTE MOVE-HUNDREDTHS = TXN-HOUR * 360000
                   + TXN-MINUTE * 6000 + TXN-SECOND * 100 + TXN-MS
               IF LGT-HAS-MOVE(OPEN-GAME-INDEX) EQUAL 1
                   COMPUTE GAP-HUNDREDTHS = MOVE-HUNDREDTHS
                       - LGT-LAST-HUNDREDTHS(OPEN-GAME-INDEX)
      *            A game played across midnight wraps the clock.
                   IF GAP-HUNDREDTHS < 0
                       ADD 8640000 TO GAP-HUNDREDTHS
                   END-IF
                   ADD 1 TO LGT-GAPS(OPEN-GAME-INDEX)
                   IF GAP-HUNDREDTHS < BURST-LIMIT-HUNDREDTHS
                       ADD 1 TO LGT-BURSTS(OPEN-GAME-INDEX)
                   END-IF
               END-IF
               MOVE MOVE-HUNDREDTHS TO
                   LGT-LAST-HUNDREDTHS(OPEN-GAME-INDEX)
               MOVE 1 TO LGT-HAS-MOVE(OPEN-GAME-INDEX)
           END-IF.

       SCREEN-STATS-FILE.
           MOVE 0 TO STATS-EOF.
           OPEN INPUT PLAYER-STATS-FILE.
           IF PLAYER-STATS-STATUS NOT EQUAL '00'
               DISPLAY "No player stats file to screen."
               MOVE 1 TO STATS-EOF
           END-IF
           PERFORM UNTIL STATS-EOF EQUAL 1
               READ PLAYER-STATS-FILE
                   AT END
                       MOVE 1 TO STATS-EOF
                   NOT AT END
                       PERFORM SCREEN-ONE-RECORD
               END-READ
           END-PERFORM.
           IF PLAYER-STATS-STATUS EQUAL '00' OR
               PLAYER-STATS-STATUS EQUAL '10'
               CLOSE PLAYER-STATS-FILE
           END-IF.

      ******************************************************************
      * Every record claims its log game, old or new, so a new win can
      * never pair with a game an earlier record already owns; only
      * wins stamped after the queue's control stamp are scored.
      ******************************************************************
       SCREEN-ONE-RECORD.
           MOVE PLAYER-STATS-RECORD TO RECORD-TEXT.
           IF RECORD-TAG NOT EQUAL 'T'
               AND STAT-DATE NUMERIC
               AND STAT-TIME NUMERIC
               ADD 1 TO RECORDS-READ
               PERFORM MATCH-LOG-GAME
               MOVE STAT-DATE TO RECORD-STAMP-DATE
               MOVE STAT-TIME TO RECORD-STAMP-TIME
               IF RECORD-STAMP > LAST-SCREENED-STAMP
                   IF RECORD-STAMP > HIGHEST-SEEN-STAMP
                       MOVE RECORD-STAMP TO HIGHEST-SEEN-STAMP
                   END-IF
                   IF STAT-RESULT-WIN
                       ADD 1 TO WINS-SCREENED
                       PERFORM SCORE-ONE-WIN
                   END-IF
               END-IF
           END-IF.

       MATCH-LOG-GAME.
           MOVE 0 TO MATCHED-GAME-INDEX.
           MOVE 1 TO LOG-GAME-INDEX.
           PERFORM UNTIL LOG-GAME-INDEX > LOG-GAME-COUNT
               IF LGT-MATCHED(LOG-GAME-INDEX) EQUAL 0
                   AND LGT-HAS-END(LOG-GAME-INDEX) EQUAL 1
                   AND (LGT-END-DATE(LOG-GAME-INDEX) EQUAL STAT-DATE
                       OR LGT-DATE(LOG-GAME-INDEX) EQUAL STAT-DATE)
                   AND LGT-WIDTH(LOG-GAME-INDEX) EQUAL STAT-WIDTH
                   AND LGT-HEIGHT(LOG-GAME-INDEX) EQUAL STAT-HEIGHT
                   AND LGT-MINES(LOG-GAME-INDEX) EQUAL STAT-TOTAL-MINES
                   AND LGT-RESULT(LOG-GAME-INDEX) EQUAL STAT-RESULT
                   AND LGT-COUNTED-MOVES(LOG-GAME-INDEX) EQUAL
                       STAT-MOVES
                   MOVE 1 TO LGT-MATCHED(LOG-GAME-INDEX)
                   MOVE LOG-GAME-INDEX TO MATCHED-GAME-INDEX
                   MOVE LOG-GAME-COUNT TO LOG-GAME-INDEX
               END-IF
               ADD 1 TO LOG-GAME-INDEX
           END-PERFORM.

       SCORE-ONE-WIN.
           MOVE 0 TO SUSPICION-POINTS.
           MOVE SPACES TO REASON-TEXT.
           MOVE 1 TO REASON-POINTER.
           IF STAT-MOVES NUMERIC AND STAT-ELAPSED-SECONDS NUMERIC
               COMPUTE PACE-NEEDED = STAT-MOVES * MIN-MOVE-HUNDREDTHS
               COMPUTE PACE-TAKEN = STAT-ELAPSED-SECONDS * 100
               IF PACE-TAKEN < PACE-NEEDED
                   ADD 60 TO SUSPICION-POINTS
                   STRING 'PACE' DELIMITED BY SIZE
                       INTO REASON-TEXT WITH POINTER REASON-POINTER
               END-IF
               PERFORM CLASSIFY-RECORD-BUCKET
               IF BUCKET-INDEX < 4
                   AND STAT-ELAPSED-SECONDS <
                       BOARD-FLOOR-SECONDS(BUCKET-INDEX)
                   ADD 60 TO SUSPICION-POINTS
                   STRING 'QUIK' DELIMITED BY SIZE
                       INTO REASON-TEXT WITH POINTER REASON-POINTER
               END-IF
           END-IF
           IF MATCHED-GAME-INDEX EQUAL 0
               ADD 30 TO SUSPICION-POINTS
               STRING 'NLOG' DELIMITED BY SIZE
                   INTO REASON-TEXT WITH POINTER REASON-POINTER
           ELSE
               IF LGT-BURSTS(MATCHED-GAME-INDEX) NOT < BURST-MIN-COUNT
                   AND LGT-BURSTS(MATCHED-GAME-INDEX) * 4 NOT <
                       LGT-GAPS(MATCHED-GAME-INDEX)
                   ADD 50 TO SUSPICION-POINTS
                   STRING 'BRST' DELIMITED BY SIZE
                       INTO REASON-TEXT WITH POINTER REASON-POINTER
               END-IF
           END-IF
           IF SUSPICION-POINTS NOT < FLAG-THRESHOLD
               PERFORM QUEUE-FLAGGED-WIN
           END-IF.

      *    A game is classified by the difficulty sizes in force
      *    on its STAT-DATE.
       CLASSIFY-RECORD-BUCKET.
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

      *    A forced rescreen of the same stats cannot queue a game
      *    twice or undo the operator's decision on it.
       QUEUE-FLAGGED-WIN.
           MOVE 0 TO ALREADY-QUEUED.
           MOVE 1 TO QUEUE-INDEX.
           PERFORM UNTIL QUEUE-INDEX > QUEUE-COUNT
               MOVE QUEUE-ENTRY(QUEUE-INDEX) TO REVIEW-RECORD
               IF REV-STAT-DATE EQUAL STAT-DATE
                   AND REV-STAT-TIME EQUAL STAT-TIME
                   AND REV-PLAYER-ID EQUAL STAT-PLAYER-ID
                   MOVE 1 TO ALREADY-QUEUED
                   MOVE QUEUE-COUNT TO QUEUE-INDEX
               END-IF
               ADD 1 TO QUEUE-INDEX
           END-PERFORM.
           IF ALREADY-QUEUED EQUAL 0
               IF QUEUE-COUNT EQUAL 1000
                   MOVE 1 TO QUEUE-OVERFLOW
               ELSE
                   MOVE STAT-DATE TO REV-STAT-DATE
                   MOVE STAT-TIME TO REV-STAT-TIME
                   MOVE STAT-PLAYER-ID TO REV-PLAYER-ID
                   MOVE STAT-WIDTH TO REV-WIDTH
                   MOVE STAT-HEIGHT TO REV-HEIGHT
                   MOVE STAT-TOTAL-MINES TO REV-MINES
                   MOVE STAT-MOVES TO REV-MOVES
                   MOVE STAT-ELAPSED-SECONDS TO REV-ELAPSED
                   IF STAT-SCORE NUMERIC
                       MOVE STAT-SCORE TO REV-SCORE
                   ELSE
                       MOVE 0 TO REV-SCORE
                   END-IF
                   MOVE STAT-BOARD-CODE TO REV-BOARD-CODE
                   MOVE SUSPICION-POINTS TO REV-SUSPICION
                   MOVE REASON-TEXT TO REV-REASONS
                   MOVE 'H' TO REV-STATUS
                   MOVE CURRENT-DATE TO REV-FLAGGED-DATE
                   MOVE 0 TO REV-DECIDED-DATE
                   IF STAT-RATING-APPLIED
                       AND STAT-RATING-CHANGE NUMERIC
                       MOVE 'Y' TO REV-RATING-STATE
                       MOVE STAT-RATING-CHANGE TO REV-RATING-CHANGE
                   ELSE
                       MOVE SPACE TO REV-RATING-STATE
                       MOVE 0 TO REV-RATING-CHANGE
                   END-IF
                   ADD 1 TO QUEUE-COUNT
                   MOVE REVIEW-RECORD TO QUEUE-ENTRY(QUEUE-COUNT)
                   ADD 1 TO GAMES-FLAGGED
                   DISPLAY "HELD " STAT-DATE " " STAT-TIME " "
                       STAT-PLAYER-ID " " STAT-WIDTH "x" STAT-HEIGHT
                       "/" STAT-TOTAL-MINES " " STAT-ELAPSED-SECONDS
                       "s " STAT-MOVES " moves " REASON-TEXT
               END-IF
           END-IF.

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

      ******************************************************************
      * Ratings follow the queue.  A held or voided game whose rating
      * change is still on PLAYRRTG has it taken back off; a released
      * game whose change was taken off has it put back.  An entry
      * is settled before the queue is saved, so its state always
      * goes out with the change it describes.
      ******************************************************************
       SETTLE-QUEUE-RATINGS.
           PERFORM OPEN-RATING-FILE.
           IF RATING-FILE-OPEN EQUAL 1
               MOVE 1 TO QUEUE-INDEX
               PERFORM UNTIL QUEUE-INDEX > QUEUE-COUNT
                   MOVE QUEUE-ENTRY(QUEUE-INDEX) TO REVIEW-RECORD
                   PERFORM SETTLE-ONE-RATING
                   MOVE REVIEW-RECORD TO QUEUE-ENTRY(QUEUE-INDEX)
                   ADD 1 TO QUEUE-INDEX
               END-PERFORM
               CLOSE RATING-FILE
           END-IF.

       SETTLE-ONE-RATING.
           IF REV-RATING-ON-FILE AND NOT REV-RELEASED
               AND REV-RATING-CHANGE NUMERIC
               MOVE -1 TO RATING-DIRECTION
               PERFORM SHIFT-PLAYER-RATING
               IF RATING-SHIFTED EQUAL 1
                   MOVE 'B' TO REV-RATING-STATE
                   ADD 1 TO RATINGS-BACKED-OUT
               END-IF
           ELSE
               IF REV-RATING-BACKED-OUT AND REV-RELEASED
                   AND REV-RATING-CHANGE NUMERIC
                   MOVE 1 TO RATING-DIRECTION
                   PERFORM SHIFT-PLAYER-RATING
                   IF RATING-SHIFTED EQUAL 1
                       MOVE 'Y' TO REV-RATING-STATE
                       ADD 1 TO RATINGS-PUT-BACK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Takes the game's change off (RATING-DIRECTION -1) or puts it
      * back on (+1) with the game it counted as, floored at 100 as
      * the rating rule is.  A player with no rating record has
      * nothing to move.
      ******************************************************************
       SHIFT-PLAYER-RATING.
           MOVE 0 TO RATING-SHIFTED.
           PERFORM LOCK-RATING-RECORD.
           IF RATING-MISSING EQUAL 1
               MOVE 1 TO RATING-SHIFTED
           ELSE
               IF RATING-HELD EQUAL 0
                   ADD 1 TO RATINGS-BUSY
                   DISPLAY "Rating of " REV-PLAYER-ID
                       " is busy - left for the next run."
               ELSE
                   COMPUTE RATING-WORK = RTG-RATING
                       + REV-RATING-CHANGE * RATING-DIRECTION
                   IF RATING-WORK < 100
                       MOVE 100 TO RATING-WORK
                   END-IF
                   MOVE RATING-WORK TO RTG-RATING
                   IF RATING-DIRECTION < 0
                       IF RTG-GAMES > 0
                           SUBTRACT 1 FROM RTG-GAMES
                       END-IF
                   ELSE
                       ADD 1 TO RTG-GAMES
                   END-IF
                   REWRITE PLAYER-RATING-RECORD
                   IF RATING-FILE-STATUS EQUAL '00'
                       MOVE 1 TO RATING-SHIFTED
                   ELSE
                       ADD 1 TO RATINGS-BUSY
                       DISPLAY "Rating of " REV-PLAYER-ID
                           " not changed - PLAYRRTG status "
                           RATING-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

      *    A missing rating file means nobody is rated yet, so there
      *    is nothing to move.
       OPEN-RATING-FILE.
           MOVE 0 TO RATING-FILE-OPEN.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           PERFORM UNTIL RATING-FILE-OPEN EQUAL 1
               OR RECORD-BUSY EQUAL 1
               OPEN I-O RATING-FILE
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RATING-FILE-OPEN
               ELSE
                   IF RATING-FILE-STATUS EQUAL '35'
                       MOVE 1 TO RECORD-BUSY
                   ELSE
                       PERFORM COUNT-RECORD-RETRY
                   END-IF
               END-IF
           END-PERFORM.
           IF RATING-FILE-OPEN EQUAL 0
               AND RATING-FILE-STATUS NOT EQUAL '35'
               DISPLAY "PLAYRRTG could not be opened (status "
                   RATING-FILE-STATUS ") - no rating is moved."
           END-IF.

       LOCK-RATING-RECORD.
           MOVE 0 TO RATING-HELD.
           MOVE 0 TO RATING-MISSING.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           PERFORM UNTIL RATING-HELD EQUAL 1 OR RECORD-BUSY EQUAL 1
               OR RATING-MISSING EQUAL 1
               MOVE REV-PLAYER-ID TO RTG-PLAYER-ID
               READ RATING-FILE WITH LOCK
                   KEY IS RTG-PLAYER-ID
               END-READ
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RATING-HELD
               ELSE
                   IF RATING-FILE-STATUS EQUAL '23'
                       MOVE 1 TO RATING-MISSING
                   ELSE
                       PERFORM COUNT-RECORD-RETRY
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Locks the TXNCTL gate record keyed CONTROL-KEY-WANTED ('Q'
      * for REVIEWQ), which every program rewriting the queue takes
      * first, so no program's rewrite can overwrite an update
      * another session has just made.  A gate not on file yet is
      * added and then locked like any other.  CONTROL-HELD says
      * whether the lock was had; the file stays open either way
      * until RELEASE-CONTROL-RECORD.
      ******************************************************************
       TAKE-CONTROL-RECORD.
           MOVE 0 TO CONTROL-HELD.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           PERFORM OPEN-LOG-CONTROL.
           PERFORM UNTIL CONTROL-HELD EQUAL 1 OR RECORD-BUSY EQUAL 1
               MOVE CONTROL-KEY-WANTED TO CTL-TAG
               READ LOG-CONTROL-FILE WITH LOCK
                   KEY IS CTL-TAG
               END-READ
               IF LOG-CONTROL-STATUS EQUAL '00'
                   MOVE 1 TO CONTROL-HELD
               ELSE
                   IF LOG-CONTROL-STATUS EQUAL '23'
                       PERFORM ADD-CONTROL-RECORD
                   ELSE
                       PERFORM COUNT-RECORD-RETRY
                   END-IF
               END-IF
           END-PERFORM.

      *    A file held exclusively elsewhere is waited for like a
      *    busy record.
       OPEN-LOG-CONTROL.
           MOVE 0 TO CONTROL-FILE-OPEN.
           PERFORM UNTIL CONTROL-FILE-OPEN EQUAL 1
               OR RECORD-BUSY EQUAL 1
               OPEN I-O LOG-CONTROL-FILE
               IF LOG-CONTROL-STATUS EQUAL '35'
                   OPEN OUTPUT LOG-CONTROL-FILE
                   CLOSE LOG-CONTROL-FILE
                   OPEN I-O LOG-CONTROL-FILE
               END-IF
               IF LOG-CONTROL-STATUS EQUAL '00'
                   MOVE 1 TO CONTROL-FILE-OPEN
               ELSE
                   PERFORM COUNT-RECORD-RETRY
               END-IF
           END-PERFORM.

      *    A '22' means another session added the gate first; the
      *    next pass simply locks theirs.
       ADD-CONTROL-RECORD.
           MOVE CONTROL-KEY-WANTED TO CTL-TAG.
           MOVE 0 TO CTL-LAST-GAME.
           MOVE FUNCTION CURRENT-DATE TO RETRY-CLOCK.
           MOVE RETRY-DATE TO CTL-STAMP-DATE.
           WRITE LOG-CONTROL-RECORD.
           IF LOG-CONTROL-STATUS NOT EQUAL '00'
               AND LOG-CONTROL-STATUS NOT EQUAL '22'
               PERFORM COUNT-RECORD-RETRY
           END-IF.

      *    Closing the file frees any lock still held on it.
       RELEASE-CONTROL-RECORD.
           IF CONTROL-FILE-OPEN EQUAL 1
               CLOSE LOG-CONTROL-FILE
               MOVE 0 TO CONTROL-FILE-OPEN
           END-IF.

      *    One more try used up: give up at the limit, otherwise
      *    pause before the next.
       COUNT-RECORD-RETRY.
           ADD 1 TO RECORD-RETRIES.
           IF RECORD-RETRIES NOT < RECORD-RETRY-LIMIT
               MOVE 1 TO RECORD-BUSY
           ELSE
               PERFORM PAUSE-BEFORE-RETRY
           END-IF.

      *    About a fifth of a second by the clock; a pause that
      *    straddles midnight is simply cut short.
       PAUSE-BEFORE-RETRY.
           MOVE FUNCTION CURRENT-DATE TO RETRY-CLOCK.
           COMPUTE RETRY-START-HUNDREDTHS =
               ((RETRY-HOUR * 60 + RETRY-MINUTE) * 60 + RETRY-SECOND)
               * 100 + RETRY-HUNDREDTH.
           MOVE RETRY-START-HUNDREDTHS TO RETRY-NOW-HUNDREDTHS.
           PERFORM UNTIL RETRY-NOW-HUNDREDTHS
               NOT < RETRY-START-HUNDREDTHS + 20
               OR RETRY-NOW-HUNDREDTHS < RETRY-START-HUNDREDTHS
               MOVE FUNCTION CURRENT-DATE TO RETRY-CLOCK
               COMPUTE RETRY-NOW-HUNDREDTHS =
                   ((RETRY-HOUR * 60 + RETRY-MINUTE) * 60
                   + RETRY-SECOND) * 100 + RETRY-HUNDREDTH
           END-PERFORM.

       END PROGRAM RESSCRN.
