               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIGH-SCORE-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-TAG
               LOCK MODE IS MANUAL
               FILE STATUS IS LOG-CONTROL-STATUS.
           SELECT BADGE-FILE ASSIGN TO "BADGEDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARD-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTG-PLAYER-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "PLAYRSUM"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PIN-AUDIT-FILE ASSIGN TO "PINAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIN-AUDIT-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           COPY HISCORE.

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       FD  BADGE-FILE.
       01  BADGE-RECORD PIC X(34).
       01  SUMMARY-RECORD PIC X(50).

       FD  PUZZLE-FILE.
       01  PUZZLE-FILE-RECORD PIC X(646).

       FD  PUZZLE-DONE-FILE.
       01  PUZZLE-DONE-LINE PIC X(20).
       FD  PIN-AUDIT-FILE.
       01  PIN-AUDIT-RECORD PIC X(33).

       FD  REVIEW-FILE.
       01  REVIEW-LINE PIC X(97).

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       FD  SESSION-FILE.
       01  SESSION-RECORD PIC X(70).

       WORKING-STORAGE SECTION.
       01 PLAYFIELD-WIDTH PIC 9(3) VALUE IS 10.
       01 PLAYFIELD-HEIGHT PIC 9(3) VALUE IS 10.
       01 TOTAL-MINES PIC 9(4) VALUE IS 10.

       01 DIFFICULTY-CHOICE PIC 9(1) VALUE IS 1.

      ******************************************************************
      * Game rules - difficulty sizes, takeback and PIN attempt
      * limits, score weights, rating K-factor and board ratings -
      * come from the SYSPARM parameter master as in force today.
      ******************************************************************
       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY PARMTBL.
       01 RULES-DATE-FIELDS.
            05 RULES-TODAY PIC 9(8).
            05 FILLER PIC X(13).

      ******************************************************************
      * A board code names an exact mine layout: the difficulty digit
       01 BOARD-CELLS PIC 9(5) VALUE IS 0.
       01 DENSITY-PER-MILLE PIC 9(4) VALUE IS 0.

      *    Room for the ten cleared scores and the held ones among
      *    them.
       01 HIGH-SCORE-TABLE.
            05 HS-ENTRY PIC X(42) OCCURS 60 TIMES.
       01 HS-SCORE-TABLE.
            05 HS-RANKING OCCURS 60 TIMES.
               10 HS-ENTRY-SCORE PIC 9(6).
               10 HS-ENTRY-HELD PIC 9(1).
       01 HS-LIMIT PIC 9(2) VALUE IS 60.
       01 HS-COUNT PIC 9(2) VALUE IS 0.
       01 HS-INDEX PIC 9(2) VALUE IS 0.
       01 HS-SHIFT-INDEX PIC 9(2) VALUE IS 0.
       01 HS-INSERT-AT PIC 9(2) VALUE IS 0.
       01 HS-CLEARED PIC 9(2) VALUE IS 0.
       01 RANK-POSITION PIC 9(2) VALUE IS 0.
       01 HS-EOF PIC 9(1) VALUE IS 0.
       01 HS-SHOWN PIC 9(2) VALUE IS 0.
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

       01 BATCH-BEST-SCORE PIC 9(6) VALUE IS 0.

       01 PLAYER-ID PIC X(8) VALUE IS SPACES.
       01 PLAYER-VALID PIC 9(1) VALUE IS 0.

      ******************************************************************
      * PIN verification at sign-on: a profile with a PIN gets the
      * PIN attempt limit (three as built in) in total (failures
      * accumulate on the master record, so restarting the program
      * buys nothing) and locks on the last.  Every failure and lock
      * is appended to PINAUDIT for the operator; PLAYRMNT shows and
      * clears the lock.
      ******************************************************************
       01 PIN-AUDIT-STATUS PIC X(2) VALUE IS '00'.
       01 PIN-ENTRY PIC X(4) VALUE IS SPACES.
       01 PIN-REFUSED PIC 9(1) VALUE IS 0.
       01 PIN-AUDIT-LINE.
            05 PIN-AUDIT-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE IS SPACE.
            05 FILLER PIC X(1) VALUE IS SPACE.
            05 PIN-AUDIT-EVENT PIC X(8).

      ******************************************************************
      * Session activity: a SESSLOG entry at sign-on, sign-off and
      * each round end, checkpoint save and resume, for USAGERPT.
      * The session is named by its sign-on stamp and player ID.
      ******************************************************************
       01 SESSION-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 SESSION-START-DATE PIC 9(8) VALUE IS 0.
       01 SESSION-START-TIME PIC 9(8) VALUE IS 0.
       01 SESSION-ROUNDS PIC 9(3) VALUE IS 0.
       01 SESSION-CHECKPOINTS PIC 9(5) VALUE IS 0.
       01 SESSION-RESUMES PIC 9(2) VALUE IS 0.
       01 SESSION-CLOCK.
            05 SESSION-CLOCK-DATE PIC 9(8).
            05 SESSION-CLOCK-TIME PIC 9(8).
            05 FILLER PIC X(5).

       COPY SESSREC.

       COPY BADGEREC.

       01 BADGE-FILE-STATUS PIC X(2) VALUE IS '00'.
      * history, so the two must stay in step.
      ******************************************************************
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 RATING-SCAN-INDEX PIC 9(3) VALUE IS 0.
       01 BOARD-RATING PIC 9(4) VALUE IS 0.
       01 RATING-DIFF PIC S9(4) VALUE IS 0.
       01 EXPECT-PER-MILLE PIC 9(4) VALUE IS 0.
       01 RATING-WORK PIC S9(5) VALUE IS 0.
       01 RATING-DELTA PIC S9(4) VALUE IS 0.
       01 RATING-DELTA-DISPLAY PIC ++++9.
       01 RATING-MOVED PIC X(1) VALUE IS 'N'.

       COPY PLAYRSUM.

       01 PUZZLE-FOUND PIC 9(1) VALUE IS 0.
       01 PUZZLE-POS-INDEX PIC 9(3) VALUE IS 0.
       01 PUZZLE-LISTED PIC 9(3) VALUE IS 0.
       01 GRADE-NAME PIC X(6) VALUE IS SPACES.
       01 SOLVED-MARK PIC X(8) VALUE IS SPACES.
       01 SOLVED-TABLE.
            05 SOLVED-PUZZLE-ID PIC X(4) OCCURS 100 TIMES.

       COPY TXNREC.

       01 LOG-GAME-NUMBER PIC 9(4) VALUE IS 0.
       01 LOG-EOF PIC 9(1) VALUE IS 0.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.

       COPY RECLOCK.
       01 RATING-HELD PIC 9(1) VALUE IS 0.
       01 RATING-FILE-OPEN PIC 9(1) VALUE IS 0.

       01 MINE-COUNT PIC 9(4).

       01 LAST-MOVE-X PIC 9(3) VALUE IS 0.
       01 LAST-MOVE-Y PIC 9(3) VALUE IS 0.
       01 TAKEBACKS-USED PIC 9(2) VALUE IS 0.

       01 FLAGS-PLACED PIC 9(4) VALUE IS 0.
       01 MINES-LEFT PIC S9(4) VALUE IS 0.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM RESOLVE-TODAYS-RULES.
           PERFORM PLAYER-SIGN-ON.
           PERFORM PROMPT-BATCH-ROUNDS.
           PERFORM PLAY-ROUND BATCH-ROUNDS TIMES.
           PERFORM PRINT-BATCH-SUMMARY.
           MOVE 'SIGNOFF ' TO SES-EVENT.
           MOVE 'N' TO SES-DETAIL.
           PERFORM WRITE-SESSION-ENTRY.
           STOP RUN.

       PLAYER-SIGN-ON.
                   DISPLAY "Unknown or inactive player ID: " PLAYER-ID
               END-IF
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO SESSION-CLOCK.
           MOVE SESSION-CLOCK-DATE TO SESSION-START-DATE.
           MOVE SESSION-CLOCK-TIME TO SESSION-START-TIME.
           MOVE 'SIGNON  ' TO SES-EVENT.
           MOVE SPACE TO SES-DETAIL.
           PERFORM WRITE-SESSION-ENTRY.
           PERFORM SHOW-NEW-BADGES.
           PERFORM SHOW-CAREER-LINE.

      * signed on are announced once, then marked shown and the
      * awards file rewritten.  If the file outgrows the table the
      * announcements still print but nothing is marked or rewritten,
      * so no award line can be lost.  The whole read-mark-rewrite
      * runs under the TXNCTL award gate, so an award written or
      * marked by another session meanwhile cannot be overwritten;
      * if the gate stays busy the badges are announced but left
      * unmarked, to be shown again at the next sign-on.
      ******************************************************************
       SHOW-NEW-BADGES.
           PERFORM LOAD-BADGE-TITLES.
           MOVE 'A' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           MOVE 0 TO AWARD-COUNT.
           MOVE 0 TO AWARD-OVERFLOW.
           MOVE 0 TO AWARD-EOF.
               ADD 1 TO AWARD-INDEX
           END-PERFORM.
           IF AWARDS-MARKED EQUAL 1 AND AWARD-OVERFLOW EQUAL 0
               AND CONTROL-HELD EQUAL 1
               OPEN OUTPUT AWARD-FILE
               MOVE 1 TO AWARD-INDEX
               PERFORM UNTIL AWARD-INDEX > AWARD-COUNT
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.
           PERFORM RELEASE-CONTROL-RECORD.

       LOAD-BADGE-TITLES.
           MOVE 0 TO BADGE-DEF-COUNT.
           ADD 1 TO MASTER-FAIL-COUNT.
           MOVE 'BADPIN  ' TO PIN-AUDIT-EVENT.
           PERFORM WRITE-PIN-AUDIT.
           IF MASTER-FAIL-COUNT NOT < RULE-PIN-ATTEMPT-LIMIT
               MOVE 'L' TO MASTER-LOCK
               MOVE 'LOCKED  ' TO PIN-AUDIT-EVENT
               PERFORM WRITE-PIN-AUDIT
           WRITE PIN-AUDIT-RECORD FROM PIN-AUDIT-LINE.
           CLOSE PIN-AUDIT-FILE.

      ******************************************************************
      * Appends one SESSLOG entry.  The caller sets SES-EVENT (and
      * SES-DETAIL where the event has one); the game number and the
      * session's running totals are filled in here.
      ******************************************************************
       WRITE-SESSION-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO SESSION-CLOCK.
           MOVE SESSION-START-DATE TO SES-START-DATE.
           MOVE SESSION-START-TIME TO SES-START-TIME.
           MOVE PLAYER-ID TO SES-PLAYER-ID.
           MOVE SESSION-CLOCK-DATE TO SES-EVENT-DATE.
           MOVE SESSION-CLOCK-TIME TO SES-EVENT-TIME.
           MOVE LOG-GAME-NUMBER TO SES-GAME-NUMBER.
           MOVE SESSION-ROUNDS TO SES-ROUNDS.
           MOVE SESSION-CHECKPOINTS TO SES-CHECKPOINTS.
           MOVE SESSION-RESUMES TO SES-RESUMES.
           OPEN EXTEND SESSION-FILE.
           IF SESSION-FILE-STATUS EQUAL '35'
               OPEN OUTPUT SESSION-FILE
           END-IF.
           WRITE SESSION-RECORD FROM SESSION-ACTIVITY-RECORD.
           CLOSE SESSION-FILE.
           MOVE SPACE TO SES-DETAIL.

       PROMPT-BATCH-ROUNDS.
           DISPLAY "How many games would you like to play?".
           ACCEPT BATCH-ROUNDS.
           IF BATCH-ROUNDS EQUAL 1
               PERFORM CLEAR-CHECKPOINT
           END-IF
           PERFORM UPDATE-PLAYER-RATING.
           PERFORM RECORD-STATS.
           PERFORM RECORD-PUZZLE-COMPLETION.
           PERFORM WRITE-GAME-END-MARKER.
           PERFORM ACCUMULATE-BATCH-TOTALS.
           ADD 1 TO SESSION-ROUNDS.
           MOVE 'ROUNDEND' TO SES-EVENT.
           IF GAME-RESULT EQUAL 'W' OR GAME-RESULT EQUAL 'L'
               MOVE GAME-RESULT TO SES-DETAIL
           ELSE
               MOVE 'Q' TO SES-DETAIL
           END-IF
           PERFORM WRITE-SESSION-ENTRY.

       RESET-ROUND.
           MOVE 1 TO X.
                   PERFORM WRITE-GAME-START-MARKER
               END-IF
               PERFORM MARK-GAME-START
               ADD 1 TO SESSION-RESUMES
               MOVE 'RESUMED ' TO SES-EVENT
               PERFORM WRITE-SESSION-ENTRY
           END-IF.

       READ-CHECKPOINT-ROWS.
               ADD 1 TO X
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO SESSION-CHECKPOINTS.
           MOVE 'CHECKPNT' TO SES-EVENT.
           PERFORM WRITE-SESSION-ENTRY.

       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE TRANSACTION-LOG-FILE.

      ******************************************************************
      * Game numbers come from the TXNCTL 'G' record, maintained here
      * and by LOGROLL.  Each game takes the next number under a
      * record lock, so two sessions starting games together can
      * never be handed the same one.  The full-log scan is only
      * needed when no control record exists yet; its result is
      * written as the control record, so the scan is a one-time
      * migration cost per site.  With no number to be had the
      * session cannot log the game, so it ends before play starts
      * and signs off on SESSLOG as an abnormal end; so does one
      * whose new number could not be written back, since the next
      * game would be handed the same number.
      ******************************************************************
       ALLOCATE-GAME-NUMBER.
           MOVE 'G' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 0
               PERFORM RELEASE-CONTROL-RECORD
               DISPLAY "The game-number record on TXNCTL is busy -"
                   " no game could be started.  Please sign on"
                   " again in a moment."
               MOVE 'SIGNOFF ' TO SES-EVENT
               MOVE 'A' TO SES-DETAIL
               PERFORM WRITE-SESSION-ENTRY
               STOP RUN
           END-IF
           IF CTL-LAST-GAME NOT NUMERIC
               MOVE 0 TO CTL-LAST-GAME
           END-IF
           ADD 1 TO CTL-LAST-GAME.
           MOVE CTL-LAST-GAME TO LOG-GAME-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO RETRY-CLOCK.
           MOVE RETRY-DATE TO CTL-STAMP-DATE.
           REWRITE LOG-CONTROL-RECORD.
           IF LOG-CONTROL-STATUS NOT EQUAL '00'
               DISPLAY "The game-number record on TXNCTL could not be"
                   " updated (status " LOG-CONTROL-STATUS ") - no"
                   " game could be started."
               PERFORM RELEASE-CONTROL-RECORD
               MOVE 'SIGNOFF ' TO SES-EVENT
               MOVE 'A' TO SES-DETAIL
               PERFORM WRITE-SESSION-ENTRY
               STOP RUN
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

      ******************************************************************
      * Locks the TXNCTL record keyed CONTROL-KEY-WANTED: the 'G'
      * game-number record, or the 'H' or 'A' gate that every
      * program rewriting HISCORE or PLAYRAWD takes first.  A record
      * not on file yet is added (the 'G' record from a log scan, a
      * gate at zero) and then locked like any other.  CONTROL-HELD
      * says whether the lock was had; the file stays open either
      * way until RELEASE-CONTROL-RECORD.
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

      *    A file held exclusively elsewhere (LOGROLL at month end)
      *    is waited for like a busy record.
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

      *    A '22' means another session added the record first; the
      *    next pass simply reads theirs.
       ADD-CONTROL-RECORD.
           IF CONTROL-KEY-WANTED EQUAL 'G'
               PERFORM SCAN-LOG-FOR-GAME-NUMBER
               MOVE LOG-GAME-NUMBER TO CTL-LAST-GAME
           ELSE
               MOVE 0 TO CTL-LAST-GAME
           END-IF
           MOVE CONTROL-KEY-WANTED TO CTL-TAG.
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

       SCAN-LOG-FOR-GAME-NUMBER.
           MOVE 0 TO LOG-GAME-NUMBER.
           END-IF.

       WRITE-GAME-START-MARKER.
           PERFORM ALLOCATE-GAME-NUMBER.
           PERFORM WRITE-START-MARKER-RECORD.

      ******************************************************************
      * A second 'B' for a game number already in the log is a
           CLOSE TRANSACTION-LOG-FILE.

       SELECT-DIFFICULTY.
           PERFORM RESOLVE-TODAYS-RULES.
           DISPLAY "Select Difficulty:".
           DISPLAY "1. Beginner".
           DISPLAY "2. Intermediate".
           IF DIFFICULTY-CHOICE < 1 OR DIFFICULTY-CHOICE > 3
               MOVE 1 TO DIFFICULTY-CHOICE
           END-IF
           MOVE RULE-DIFF-WIDTH(DIFFICULTY-CHOICE) TO PLAYFIELD-WIDTH
           MOVE RULE-DIFF-HEIGHT(DIFFICULTY-CHOICE) TO PLAYFIELD-HEIGHT
           MOVE RULE-DIFF-MINES(DIFFICULTY-CHOICE) TO TOTAL-MINES.

       RECORD-STATS.
           IF GAME-RESULT EQUAL 'W' OR GAME-RESULT EQUAL 'L'
                   MOVE BOARD-CODE TO STAT-BOARD-CODE
               END-IF
               MOVE GAME-SCORE TO STAT-SCORE
               MOVE RATING-MOVED TO STAT-RATING-MOVED
               MOVE RATING-DELTA TO STAT-RATING-CHANGE
               WRITE PLAYER-STATS-RECORD
               CLOSE PLAYER-STATS-FILE
           END-IF.
      * rebuild classifies the stats record it will see, so a live
      * update and a later rebuild land on the same numbers - a
      * puzzle board that matches no standard difficulty rates as
      * an "other" board.  Both use the rules in force on the date
      * the game is recorded under.  The change made is kept for the
      * stats record, so a game RESSCRN later holds can be backed out
      * of the rating.
      ******************************************************************
       UPDATE-PLAYER-RATING.
           MOVE 'N' TO RATING-MOVED.
           MOVE 0 TO RATING-DELTA.
           IF GAME-RESULT EQUAL 'W' OR GAME-RESULT EQUAL 'L'
               PERFORM RESOLVE-TODAYS-RULES
               PERFORM LOCK-RATING-RECORD
               IF RATING-HELD EQUAL 0
                   DISPLAY "Your rating record is busy - rating not"
                       " updated.  The next RATINGS rebuild will"
                       " bring it up to date."
               ELSE
                   PERFORM CLASSIFY-BOARD-RATING
                   PERFORM MOVE-PLAYER-RATING
                   REWRITE PLAYER-RATING-RECORD
                   IF RATING-FILE-STATUS NOT EQUAL '00'
                       DISPLAY "Rating not updated - PLAYRRTG status "
                           RATING-FILE-STATUS
                       MOVE 0 TO RATING-DELTA
                   ELSE
                       MOVE 'Y' TO RATING-MOVED
                       IF AUTO-PLAY EQUAL 0
                           MOVE RATING-DELTA TO RATING-DELTA-DISPLAY
                           DISPLAY "Rating: " RTG-RATING
                               " (" RATING-DELTA-DISPLAY ")"
                       END-IF
                   END-IF
               END-IF
               IF RATING-FILE-OPEN EQUAL 1
                   CLOSE RATING-FILE
                   MOVE 0 TO RATING-FILE-OPEN
               END-IF
           END-IF.

      ******************************************************************
      * Reads and locks this player's PLAYRRTG record, keyed on the
      * player ID.  A player RATINGS has not seeded yet starts at
      * 1000: the record is added, then locked like any other (a
      * '22' on the add means another session added it first).  A
      * record or file another session holds is retried after a
      * pause until the retry limit.
      ******************************************************************
       LOCK-RATING-RECORD.
           MOVE 0 TO RATING-HELD.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           PERFORM OPEN-RATING-FILE.
           PERFORM UNTIL RATING-HELD EQUAL 1 OR RECORD-BUSY EQUAL 1
               MOVE PLAYER-ID TO RTG-PLAYER-ID
               READ RATING-FILE WITH LOCK
                   KEY IS RTG-PLAYER-ID
               END-READ
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RATING-HELD
               ELSE
                   IF RATING-FILE-STATUS EQUAL '23'
                       PERFORM ADD-RATING-RECORD
                   ELSE
                       PERFORM COUNT-RECORD-RETRY
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-RATING-FILE.
           MOVE 0 TO RATING-FILE-OPEN.
           PERFORM UNTIL RATING-FILE-OPEN EQUAL 1
               OR RECORD-BUSY EQUAL 1
               OPEN I-O RATING-FILE
               IF RATING-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT RATING-FILE
                   CLOSE RATING-FILE
                   OPEN I-O RATING-FILE
               END-IF
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RATING-FILE-OPEN
               ELSE
                   PERFORM COUNT-RECORD-RETRY
               END-IF
           END-PERFORM.

       ADD-RATING-RECORD.
           MOVE PLAYER-ID TO RTG-PLAYER-ID.
           MOVE 1000 TO RTG-RATING.
           MOVE 0 TO RTG-GAMES.
           WRITE PLAYER-RATING-RECORD.
           IF RATING-FILE-STATUS NOT EQUAL '00'
               AND RATING-FILE-STATUS NOT EQUAL '22'
               PERFORM COUNT-RECORD-RETRY
           END-IF.

       CLASSIFY-BOARD-RATING.
           MOVE RULE-OTHER-BOARD-RATING TO BOARD-RATING.
           MOVE 1 TO RATING-SCAN-INDEX.
           PERFORM UNTIL RATING-SCAN-INDEX > 3
               IF PLAYFIELD-WIDTH EQUAL
                   RULE-DIFF-WIDTH(RATING-SCAN-INDEX)
                   AND PLAYFIELD-HEIGHT EQUAL
                       RULE-DIFF-HEIGHT(RATING-SCAN-INDEX)
                   AND TOTAL-MINES EQUAL
                       RULE-DIFF-MINES(RATING-SCAN-INDEX)
                   MOVE RULE-BOARD-RATING(RATING-SCAN-INDEX) TO
                       BOARD-RATING
                   MOVE 3 TO RATING-SCAN-INDEX
               END-IF
               ADD 1 TO RATING-SCAN-INDEX
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

      *    Re-resolved whenever the date has moved on, so a session
      *    running past midnight plays by the new day's rules.
       RESOLVE-TODAYS-RULES.
           MOVE FUNCTION CURRENT-DATE TO RULES-DATE-FIELDS.
           IF RULES-TODAY NOT EQUAL RULE-SET-DATE
               MOVE RULES-TODAY TO RULE-SET-DATE
               PERFORM RESOLVE-RULE-SET
           END-IF.

      ******************************************************************
      * The rating rule from PLAYRRTG.CPY, kept in step with the
      * RATINGS rebuild; the K-factor is today's SYSPARM value.
      ******************************************************************
       MOVE-PLAYER-RATING.
           COMPUTE RATING-DIFF =
               RTG-RATING - BOARD-RATING.
           IF RATING-DIFF > 360
               MOVE 360 TO RATING-DIFF
           END-IF
           END-IF
           COMPUTE EXPECT-PER-MILLE = 500 + (RATING-DIFF * 5) / 4.
           IF GAME-RESULT EQUAL 'W'
               COMPUTE RATING-WORK = RTG-RATING
                   + (RULE-RATING-K-FACTOR * (1000 - EXPECT-PER-MILLE))
                   / 1000
           ELSE
               COMPUTE RATING-WORK = RTG-RATING
                   - (RULE-RATING-K-FACTOR * EXPECT-PER-MILLE) / 1000
           END-IF
           IF RATING-WORK < 100
               MOVE 100 TO RATING-WORK
           END-IF
           COMPUTE RATING-DELTA =
               RATING-WORK - RTG-RATING.
           MOVE RATING-WORK TO RTG-RATING.
           ADD 1 TO RTG-GAMES.

       GENERATE-MINES.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.

      ******************************************************************
      * The puzzle list shows SOLVED against every puzzle this
      * player has already completed, from the PUZZDONE file.  Only
      * puzzles PUZVRFY has proved solvable from their opening cell
      * without a guess are offered, each with its difficulty grade.
      ******************************************************************
       CHOOSE-PUZZLE.
           PERFORM LOAD-SOLVED-PUZZLES.
           PERFORM LIST-PUZZLE-LIBRARY.
           IF PUZZLE-LISTED EQUAL 0
               DISPLAY "No verified puzzles in the library - dealing"
                   " a new board."
           ELSE
               DISPLAY "Puzzle ID to play (blank for a new board):"
               ACCEPT PUZZLE-CHOICE
                       MOVE 1 TO PUZZLE-GAME
                       MOVE PUZ-ID TO CURRENT-PUZZLE-ID
                       DISPLAY "Playing puzzle " PUZ-ID ": " PUZ-TITLE
                       DISPLAY "Start by uncovering (" PUZ-OPEN-X ","
                           PUZ-OPEN-Y ") - the rest needs no guess."
                   ELSE
                       DISPLAY "Puzzle " PUZZLE-CHOICE " not found -"
                           " dealing a new board."
               MOVE 1 TO PUZZLE-EOF
           ELSE
               DISPLAY "ID   TITLE                          BOARD"
                   "        GRADE"
           END-IF
           PERFORM UNTIL PUZZLE-EOF EQUAL 1
               READ PUZZLE-FILE INTO PUZZLE-RECORD
                   AT END
                       MOVE 1 TO PUZZLE-EOF
                   NOT AT END
                       IF PUZ-VERIFIED
                           ADD 1 TO PUZZLE-LISTED
                           PERFORM SHOW-PUZZLE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF PUZZLE-FILE-STATUS EQUAL '00' OR
               END-IF
               ADD 1 TO SOLVED-INDEX
           END-PERFORM.
           MOVE 'EXPERT' TO GRADE-NAME.
           IF PUZ-GRADE-EASY
               MOVE 'EASY' TO GRADE-NAME
           END-IF
           IF PUZ-GRADE-MEDIUM
               MOVE 'MEDIUM' TO GRADE-NAME
           END-IF
           IF PUZ-GRADE-HARD
               MOVE 'HARD' TO GRADE-NAME
           END-IF
           DISPLAY PUZ-ID " " PUZ-TITLE " "
               PUZ-WIDTH "x" PUZ-HEIGHT "/" PUZ-MINES
               " " GRADE-NAME " " SOLVED-MARK.

       FIND-PUZZLE-RECORD.
           MOVE 0 TO PUZZLE-FOUND.
                   AT END
                       MOVE 1 TO PUZZLE-EOF
                   NOT AT END
                       IF PUZ-ID EQUAL PUZZLE-CHOICE AND PUZ-VERIFIED
                           MOVE 1 TO PUZZLE-FOUND
                           MOVE 1 TO PUZZLE-EOF
                       END-IF
           END-IF.

       SETUP-CODED-BOARD.
           PERFORM RESOLVE-TODAYS-RULES.
           MOVE BC-DIFFICULTY TO DIFFICULTY-CHOICE.
           MOVE RULE-DIFF-WIDTH(DIFFICULTY-CHOICE) TO PLAYFIELD-WIDTH.
           MOVE RULE-DIFF-HEIGHT(DIFFICULTY-CHOICE) TO
               PLAYFIELD-HEIGHT.
           MOVE RULE-DIFF-MINES(DIFFICULTY-CHOICE) TO TOTAL-MINES.
           MOVE BC-SEED TO SEED.
           PERFORM PLACE-MINES.

      * divided by the time and moves it took.  The board-size term
      * keeps a big slow win ahead of a small fast one: a typical
      * Expert win must outrank even a very fast Beginner win.
      * Losses always score zero.  The density bonus, the weights
      * on time and moves and the divisor pad (10, 1, 1 and 10 as
      * built in) are today's SYSPARM values.
      ******************************************************************
       COMPUTE-GAME-SCORE.
           PERFORM RESOLVE-TODAYS-RULES.
           COMPUTE BOARD-CELLS = PLAYFIELD-WIDTH * PLAYFIELD-HEIGHT.
           COMPUTE DENSITY-PER-MILLE =
               (TOTAL-MINES * 1000) / BOARD-CELLS.
           COMPUTE SCORE-WORK =
               (TOTAL-MINES
                   * (DENSITY-PER-MILLE + RULE-SCORE-DENSITY-BONUS)
                   * BOARD-CELLS)
               / (ELAPSED-SECONDS * RULE-SCORE-TIME-WEIGHT
                   + MOVES-MADE * RULE-SCORE-MOVE-WEIGHT
                   + RULE-SCORE-DIVISOR-PAD).
           IF SCORE-WORK > 999999
               MOVE 999999 TO SCORE-WORK
           END-IF
           MOVE SCORE-WORK TO GAME-SCORE.

      ******************************************************************
      * HISCORE is read, ranked and rewritten under the TXNCTL
      * high-score gate, so two games finishing together each see
      * the other's entry rather than the last rewrite winning.
      ******************************************************************
       UPDATE-HIGH-SCORES.
           MOVE 'H' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 0
               DISPLAY "The high-score list is busy - this score could"
                   " not be ranked."
           ELSE
               PERFORM RANK-GAME-SCORE
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

      *    The game's rank counts only the cleared scores above it;
      *    held ones keep their place on the file but take no slot.
       RANK-GAME-SCORE.
           PERFORM LOAD-HIGH-SCORES.
           MOVE 0 TO HS-INSERT-AT.
           MOVE 1 TO RANK-POSITION.
           MOVE 1 TO HS-INDEX.
           PERFORM UNTIL HS-INDEX > HS-COUNT OR HS-INSERT-AT > 0
               IF GAME-SCORE > HS-ENTRY-SCORE(HS-INDEX)
                   MOVE HS-INDEX TO HS-INSERT-AT
               ELSE
                   IF HS-ENTRY-HELD(HS-INDEX) EQUAL 0
                       ADD 1 TO RANK-POSITION
                   END-IF
               END-IF
               ADD 1 TO HS-INDEX
           END-PERFORM.
           IF HS-INSERT-AT EQUAL 0
               COMPUTE HS-INSERT-AT = HS-COUNT + 1
           END-IF
           IF RANK-POSITION > 10 OR HS-INSERT-AT > HS-LIMIT
               MOVE 0 TO RANK-POSITION
           END-IF
           IF RANK-POSITION > 0
               PERFORM INSERT-HIGH-SCORE
               PERFORM TRIM-HIGH-SCORES
               PERFORM SAVE-HIGH-SCORES
               DISPLAY "HIGH SCORE! You are rank " RANK-POSITION
                   " on the all-time list:"
               PERFORM DISPLAY-HIGH-SCORES
           END-IF.

      ******************************************************************
      * The list is the ten best cleared scores.  A score held or
      * voided on REVIEWQ takes none of the ten slots but stays on
      * the file in score order until the operator decides, so a
      * release puts it straight back and a void takes it off.  Rows
      * after the tenth cleared score are not loaded, so the next
      * rewrite drops them.
      ******************************************************************
       LOAD-HIGH-SCORES.
           PERFORM LOAD-REVIEW-HOLDS.
           MOVE 0 TO HS-COUNT.
           MOVE 0 TO HS-CLEARED.
           MOVE 0 TO HS-EOF.
           OPEN INPUT HIGH-SCORE-FILE.
           IF HIGH-SCORE-STATUS NOT EQUAL '00'
               MOVE 1 TO HS-EOF
           ELSE
               PERFORM UNTIL HS-EOF EQUAL 1 OR HS-CLEARED EQUAL 10
                   OR HS-COUNT EQUAL HS-LIMIT
                   READ HIGH-SCORE-FILE
                       AT END
                           MOVE 1 TO HS-EOF
                       NOT AT END
                           PERFORM TAKE-HIGH-SCORE
                   END-READ
               END-PERFORM
               CLOSE HIGH-SCORE-FILE
           END-IF.

       TAKE-HIGH-SCORE.
           ADD 1 TO HS-COUNT.
           MOVE HIGH-SCORE-RECORD TO HS-ENTRY(HS-COUNT).
           MOVE HS-SCORE TO HS-ENTRY-SCORE(HS-COUNT).
           PERFORM CHECK-HIGH-SCORE-HELD.
           MOVE RESULT-HELD TO HS-ENTRY-HELD(HS-COUNT).
           IF RESULT-HELD EQUAL 0
               ADD 1 TO HS-CLEARED
           END-IF.

       INSERT-HIGH-SCORE.
           IF HS-COUNT < HS-LIMIT
               ADD 1 TO HS-COUNT
           END-IF
           COMPUTE HS-SHIFT-INDEX = HS-COUNT - 1.
           PERFORM UNTIL HS-SHIFT-INDEX < HS-INSERT-AT
               MOVE HS-ENTRY(HS-SHIFT-INDEX) TO
                   HS-ENTRY(HS-SHIFT-INDEX + 1)
               MOVE HS-RANKING(HS-SHIFT-INDEX) TO
                   HS-RANKING(HS-SHIFT-INDEX + 1)
               SUBTRACT 1 FROM HS-SHIFT-INDEX
           END-PERFORM.
           MOVE GAME-SCORE TO HS-SCORE.
               MOVE BOARD-CODE TO HS-BOARD-CODE
           END-IF.
           MOVE ELAPSED-SECONDS TO HS-ELAPSED.
           MOVE HIGH-SCORE-RECORD TO HS-ENTRY(HS-INSERT-AT).
           MOVE GAME-SCORE TO HS-ENTRY-SCORE(HS-INSERT-AT).
           MOVE 0 TO HS-ENTRY-HELD(HS-INSERT-AT).

      *    Everything after the tenth cleared score falls off the list.
       TRIM-HIGH-SCORES.
           MOVE 0 TO HS-CLEARED.
           MOVE 1 TO HS-INDEX.
           PERFORM UNTIL HS-INDEX > HS-COUNT
               IF HS-ENTRY-HELD(HS-INDEX) EQUAL 0
                   ADD 1 TO HS-CLEARED
                   IF HS-CLEARED EQUAL 10
                       MOVE HS-INDEX TO HS-COUNT
                   END-IF
               END-IF
               ADD 1 TO HS-INDEX
           END-PERFORM.

       SAVE-HIGH-SCORES.
           OPEN OUTPUT HIGH-SCORE-FILE.
           END-PERFORM.
           CLOSE HIGH-SCORE-FILE.

      *    Scores held for review or voided stay on the file but
      *    are not shown until the operator releases them.
       DISPLAY-HIGH-SCORES.
           MOVE 0 TO HS-SHOWN.
           MOVE 1 TO HS-INDEX.
           PERFORM UNTIL HS-INDEX > HS-COUNT OR HS-SHOWN EQUAL 10
               MOVE HS-ENTRY(HS-INDEX) TO HIGH-SCORE-RECORD
               IF HS-ENTRY-HELD(HS-INDEX) EQUAL 0
                   ADD 1 TO HS-SHOWN
                   DISPLAY "  " HS-SHOWN ". " HS-SCORE " "
                       HS-PLAYER-ID " " HS-WIDTH "x" HS-HEIGHT
                       "/" HS-MINES " " HS-ELAPSED "s"
               END-IF
               ADD 1 TO HS-INDEX
           END-PERFORM.

      *    HISCORE keeps no time of day, so an entry is matched on
      *    player, date and score.
       CHECK-HIGH-SCORE-HELD.
           MOVE 0 TO RESULT-HELD.
           MOVE 1 TO HOLD-INDEX.
           PERFORM UNTIL HOLD-INDEX > HOLD-COUNT
               IF HOLD-STAT-DATE(HOLD-INDEX) EQUAL HS-DATE
                   AND HOLD-PLAYER-ID(HOLD-INDEX) EQUAL HS-PLAYER-ID
                   AND HOLD-SCORE(HOLD-INDEX) EQUAL HS-SCORE
                   MOVE 1 TO RESULT-HELD
                   MOVE HOLD-COUNT TO HOLD-INDEX
               END-IF
               ADD 1 TO HOLD-INDEX
           END-PERFORM.

      ******************************************************************
      * Held and voided games from the REVIEWQ review queue.  No queue
      * means nothing has been flagged.
      ******************************************************************
       LOAD-REVIEW-HOLDS.
           MOVE 0 TO HOLD-COUNT.
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

       GAME.
           IF AUTO-PLAY EQUAL 0
               PERFORM PRINT-GAME

      ******************************************************************
      * Takeback: reverses the last flag toggle or single-cell safe
      * uncover, up to the takeback limit per game; a move that already
      * hit a mine can never be taken back because it ends the game
      * first.  The reversal is logged as an explicit 'T' record so
      * the log stays a true account of the session: REPLAY shows the
           IF LAST-MOVE-MODE EQUAL SPACE
               DISPLAY "Nothing there to take back."
           ELSE
               IF TAKEBACKS-USED NOT < RULE-TAKEBACK-LIMIT
                   DISPLAY "No takebacks left this game."
               ELSE
                   IF LAST-MOVE-MODE EQUAL 'F'
