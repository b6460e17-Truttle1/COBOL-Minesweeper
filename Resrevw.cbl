      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Operator review of the REVIEWQ suspicious-result
      *          queue built by RESSCRN.  Lists the held games with
      *          the rule codes that flagged them, and releases or
      *          voids one game at a time.  A released game counts as
      *          normal again; a voided game stays out of every
      *          standing for good and is taken off the HISCORE list
      *          straight away.  The game's rating change goes back
      *          on PLAYRRTG when it is released and comes off when it
      *          is voided, under a lock on the player's record; one
      *          still busy is left for RESSCRN's next run.  League
      *          points follow on the next LEAGUE posting.
      *
      *          Every change is made to the queue as it stands at the
      *          time: it is read again and written back under the
      *          TXNCTL review-queue gate, and the chosen game is
      *          found by its date, time and player, so a RESSCRN
      *          run, RATINGS rebuild or PLAYMRGE made while the
      *          session was open is never overwritten.
      *
      *          Purge rewrites the queue without the released games
      *          decided before a retention date: a released game
      *          counts as normal whether listed or not.  Held and
      *          voided games stay, since the queue is what keeps
      *          them out of the standings, and so does a released
      *          game whose rating change is still to be put back.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RESREVW.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT HIGH-SCORE-FILE ASSIGN TO "HISCORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIGH-SCORE-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-TAG
               LOCK MODE IS MANUAL
               FILE STATUS IS LOG-CONTROL-STATUS.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTG-PLAYER-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS RATING-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       01  REVIEW-LINE PIC X(97).

       FD  HIGH-SCORE-FILE.
           COPY HISCORE.

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       FD  RATING-FILE.
           COPY PLAYRRTG.

       WORKING-STORAGE SECTION.
       01 REVIEW-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 HIGH-SCORE-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.

       COPY RECLOCK.

       COPY REVIEWQ.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

       01 MENU-CHOICE PIC X(1) VALUE IS ' '.
       01 CONFIRM-CHOICE PIC X(1) VALUE IS ' '.
       01 REVIEW-DONE PIC 9(1) VALUE IS 0.
       01 FILE-EOF PIC 9(1) VALUE IS 0.

       01 CONTROL-LINE PIC X(97) VALUE IS SPACES.
       01 HAS-CONTROL-LINE PIC 9(1) VALUE IS 0.
       01 QUEUE-TABLE.
            05 QUEUE-ENTRY PIC X(97) OCCURS 1000 TIMES.
       01 QUEUE-COUNT PIC 9(4) VALUE IS 0.
       01 QUEUE-INDEX PIC 9(4) VALUE IS 0.
       01 QUEUE-OVERFLOW PIC 9(1) VALUE IS 0.
       01 CHOSEN-ENTRY PIC 9(4) VALUE IS 0.
       01 CHOSEN-DATE PIC 9(8) VALUE IS 0.
       01 CHOSEN-TIME PIC 9(6) VALUE IS 0.
       01 CHOSEN-PLAYER PIC X(8) VALUE IS SPACES.
       01 CHOSEN-STATUS PIC X(1) VALUE IS SPACE.
       01 DECISION-STATUS PIC X(1) VALUE IS SPACE.
       01 DECISION-MADE PIC 9(1) VALUE IS 0.
       01 LISTED-COUNT PIC 9(4) VALUE IS 0.
       01 LIST-HELD-ONLY PIC 9(1) VALUE IS 0.
       01 STATUS-TEXT PIC X(8) VALUE IS SPACES.
       01 PURGE-BEFORE-DATE PIC 9(8) VALUE IS 0.
       01 PURGED-COUNT PIC 9(4) VALUE IS 0.

       01 RATING-FILE-OPEN PIC 9(1) VALUE IS 0.
       01 RATING-HELD PIC 9(1) VALUE IS 0.
       01 RATING-MISSING PIC 9(1) VALUE IS 0.
       01 RATING-SHIFTED PIC 9(1) VALUE IS 0.
       01 RATING-DIRECTION PIC S9(1) VALUE IS 0.
       01 RATING-WORK PIC S9(5) VALUE IS 0.

      *    HISCORE holds the ten cleared scores and the held ones
      *    among them, never more than MINESWEEPER's 60 rows.
       01 HIGH-SCORE-TABLE.
            05 HS-ENTRY PIC X(42) OCCURS 60 TIMES.
       01 HS-LIMIT PIC 9(2) VALUE IS 60.
       01 HS-COUNT PIC 9(2) VALUE IS 0.
       01 HS-INDEX PIC 9(2) VALUE IS 0.
       01 HS-REMOVED PIC 9(2) VALUE IS 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM LOAD-REVIEW-QUEUE.
      *    Saving a truncated table would lose queue entries, so an
      *    oversized queue may only be listed.
           IF QUEUE-OVERFLOW EQUAL 1
               DISPLAY "Review queue holds more than 1000 games -"
               DISPLAY "decisions are disabled; only the first 1000"
               DISPLAY "can be listed.  (P)urge old released games"
               DISPLAY "to make room."
           END-IF
           PERFORM REVIEW-MENU UNTIL REVIEW-DONE EQUAL 1.
           STOP RUN.

       REVIEW-MENU.
           DISPLAY " ".
           DISPLAY "SUSPICIOUS-RESULT REVIEW".
           DISPLAY "(L)ist held (A)ll (R)elease (V)oid (P)urge"
               " (Q)uit:".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE EQUAL 'L' OR MENU-CHOICE EQUAL 'l'
               MOVE 1 TO LIST-HELD-ONLY
               PERFORM LIST-QUEUE
           ELSE
               IF MENU-CHOICE EQUAL 'A' OR MENU-CHOICE EQUAL 'a'
                   MOVE 0 TO LIST-HELD-ONLY
                   PERFORM LIST-QUEUE
               ELSE
                   IF MENU-CHOICE EQUAL 'R' OR MENU-CHOICE EQUAL 'r'
                       PERFORM RELEASE-GAME
                   ELSE
                       IF MENU-CHOICE EQUAL 'V' OR MENU-CHOICE EQUAL 'v'
                           PERFORM VOID-GAME
                       ELSE
                           IF MENU-CHOICE EQUAL 'P' OR
                               MENU-CHOICE EQUAL 'p'
                               PERFORM PURGE-DECIDED-ENTRIES
                           ELSE
                               IF MENU-CHOICE EQUAL 'Q' OR
                                   MENU-CHOICE EQUAL 'q'
                                   MOVE 1 TO REVIEW-DONE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-REVIEW-QUEUE.
           MOVE 0 TO QUEUE-COUNT.
           MOVE 0 TO QUEUE-OVERFLOW.
           MOVE 0 TO HAS-CONTROL-LINE.
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

      *    While a purge is loading (PURGE-BEFORE-DATE set) the
      *    entries it drops are counted and not kept.
       LOAD-ONE-QUEUE-LINE.
           MOVE REVIEW-LINE TO REVIEW-CONTROL-RECORD.
           MOVE REVIEW-LINE TO REVIEW-RECORD.
           IF REV-CTL-RECORD
               MOVE REVIEW-LINE TO CONTROL-LINE
               MOVE 1 TO HAS-CONTROL-LINE
           ELSE
               IF PURGE-BEFORE-DATE > 0 AND REV-RELEASED
                   AND NOT REV-RATING-BACKED-OUT
                   AND REV-DECIDED-DATE < PURGE-BEFORE-DATE
                   ADD 1 TO PURGED-COUNT
               ELSE
                   IF QUEUE-COUNT EQUAL 1000
                       MOVE 1 TO QUEUE-OVERFLOW
                   ELSE
                       ADD 1 TO QUEUE-COUNT
                       MOVE REVIEW-LINE TO QUEUE-ENTRY(QUEUE-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Only done under the review-queue gate, straight after the
      *    queue was read again.  The control line goes back first,
      *    untouched, so the next screening run carries on from the
      *    same stamp.
       SAVE-REVIEW-QUEUE.
           OPEN OUTPUT REVIEW-FILE.
           IF HAS-CONTROL-LINE EQUAL 1
               MOVE CONTROL-LINE TO REVIEW-LINE
               WRITE REVIEW-LINE
           END-IF
           MOVE 1 TO QUEUE-INDEX.
           PERFORM UNTIL QUEUE-INDEX > QUEUE-COUNT
               MOVE QUEUE-ENTRY(QUEUE-INDEX) TO REVIEW-LINE
               WRITE REVIEW-LINE
               ADD 1 TO QUEUE-INDEX
           END-PERFORM.
           CLOSE REVIEW-FILE.

      *    The queue is read afresh for each list, so it shows what
      *    RESSCRN and other sessions have done since.
       LIST-QUEUE.
           PERFORM LOAD-REVIEW-QUEUE.
           MOVE 0 TO LISTED-COUNT.
           DISPLAY " ".
           DISPLAY "  NO.  DATE     TIME   PLAYER   BOARD        "
               "SECS  MOVES  SCORE PTS RULES".
           MOVE 1 TO QUEUE-INDEX.
           PERFORM UNTIL QUEUE-INDEX > QUEUE-COUNT
               MOVE QUEUE-ENTRY(QUEUE-INDEX) TO REVIEW-RECORD
               IF LIST-HELD-ONLY EQUAL 0 OR REV-HELD
                   PERFORM LIST-ONE-ENTRY
               END-IF
               ADD 1 TO QUEUE-INDEX
           END-PERFORM.
           IF LISTED-COUNT EQUAL 0
               IF LIST-HELD-ONLY EQUAL 1
                   DISPLAY "No games are waiting for review."
               ELSE
                   DISPLAY "The review queue is empty."
               END-IF
           END-IF.

       LIST-ONE-ENTRY.
           ADD 1 TO LISTED-COUNT.
           IF REV-HELD
               MOVE 'HELD    ' TO STATUS-TEXT
           ELSE
               IF REV-RELEASED
                   MOVE 'RELEASED' TO STATUS-TEXT
               ELSE
                   MOVE 'VOIDED  ' TO STATUS-TEXT
               END-IF
           END-IF
           DISPLAY QUEUE-INDEX " " REV-STAT-DATE " " REV-STAT-TIME " "
               REV-PLAYER-ID " " REV-WIDTH "x" REV-HEIGHT "/"
               REV-MINES " " REV-ELAPSED " " REV-MOVES " "
               REV-SCORE " " REV-SUSPICION " " REV-REASONS.
           IF REV-HELD
               DISPLAY "      " STATUS-TEXT " flagged " REV-FLAGGED-DATE
           ELSE
               DISPLAY "      " STATUS-TEXT " flagged " REV-FLAGGED-DATE
                   " decided " REV-DECIDED-DATE
           END-IF.

      *    Entries are chosen by their number on the last list; the
      *    game's date, time, player and status are kept so the
      *    decision can find it again on the queue as it is then.
       CHOOSE-ENTRY.
           MOVE 0 TO CHOSEN-ENTRY.
           IF QUEUE-OVERFLOW EQUAL 1
               DISPLAY "Decisions are disabled - queue too large."
           ELSE
               DISPLAY "Queue number of the game (0 cancels):"
               ACCEPT CHOSEN-ENTRY
               IF CHOSEN-ENTRY > QUEUE-COUNT
                   DISPLAY "No game has that number."
                   MOVE 0 TO CHOSEN-ENTRY
               END-IF
           END-IF
           IF CHOSEN-ENTRY > 0
               MOVE QUEUE-ENTRY(CHOSEN-ENTRY) TO REVIEW-RECORD
               MOVE REV-STAT-DATE TO CHOSEN-DATE
               MOVE REV-STAT-TIME TO CHOSEN-TIME
               MOVE REV-PLAYER-ID TO CHOSEN-PLAYER
               MOVE REV-STATUS TO CHOSEN-STATUS
               DISPLAY "Game " REV-STAT-DATE " " REV-STAT-TIME
                   " player " REV-PLAYER-ID " score " REV-SCORE
               DISPLAY "Flagged " REV-SUSPICION " points: "
                   REV-REASONS
           END-IF.

       RELEASE-GAME.
           PERFORM CHOOSE-ENTRY.
           IF CHOSEN-ENTRY > 0
               IF NOT REV-HELD
                   DISPLAY "Only a held game can be released."
               ELSE
                   DISPLAY "Release this game to the standings? "
                       "(Y/N):"
                   ACCEPT CONFIRM-CHOICE
                   IF CONFIRM-CHOICE EQUAL 'Y' OR
                       CONFIRM-CHOICE EQUAL 'y'
                       MOVE 'R' TO DECISION-STATUS
                       PERFORM RECORD-DECISION
                       IF DECISION-MADE EQUAL 1
                           DISPLAY "Game released."
                           DISPLAY "Run LEAGUE posting to count it in"
                               " the league."
                       END-IF
                   ELSE
                       DISPLAY "Nothing was changed."
                   END-IF
               END-IF
           END-IF.

      *    A released game may still be voided later if more comes to
      *    light; a voided game is final.
       VOID-GAME.
           PERFORM CHOOSE-ENTRY.
           IF CHOSEN-ENTRY > 0
               IF REV-VOIDED
                   DISPLAY "That game is already voided."
               ELSE
                   DISPLAY "Void this result permanently? (Y/N):"
                   ACCEPT CONFIRM-CHOICE
                   IF CONFIRM-CHOICE EQUAL 'Y' OR
                       CONFIRM-CHOICE EQUAL 'y'
                       MOVE 'V' TO DECISION-STATUS
                       PERFORM RECORD-DECISION
                       IF DECISION-MADE EQUAL 1
                           PERFORM REPORT-VOID
                       END-IF
                   ELSE
                       DISPLAY "Nothing was changed."
                   END-IF
               END-IF
           END-IF.

      *    The voided game's high-score entry is taken off under its
      *    own gate once the queue gate has been let go.
       REPORT-VOID.
           PERFORM REMOVE-HIGH-SCORE.
           DISPLAY "Game voided."
           IF HS-REMOVED > 0
               DISPLAY "Removed from the high-score list."
           END-IF
           IF CONTROL-HELD EQUAL 0
               DISPLAY "The high-score list was busy, so any entry"
                   " for this game was left on it; it stays hidden"
                   " as voided."
           END-IF
           DISPLAY "Run LEAGUE posting to take it out of the league.".

      ******************************************************************
      * A decision is made on the queue as it stands now, not as it
      * was listed.  Under the TXNCTL review-queue gate the queue is
      * read again, the game found by its date, time and player, and
      * it must still have the status the operator saw.  The rating
      * is moved and the queue written back before the gate is let
      * go, so a RESSCRN run, RATINGS rebuild or PLAYMRGE waits for
      * the decision instead of being overwritten by it.
      ******************************************************************
       RECORD-DECISION.
           MOVE 0 TO DECISION-MADE.
           MOVE 'Q' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 0
               DISPLAY "REVIEWQ is being updated by another program -"
                   " nothing was changed; try again shortly."
           ELSE
               PERFORM LOAD-REVIEW-QUEUE
               PERFORM CHECK-CHOSEN-GAME
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

       CHECK-CHOSEN-GAME.
           PERFORM FIND-CHOSEN-GAME.
           IF QUEUE-OVERFLOW EQUAL 1
               DISPLAY "Review queue now holds more than 1000 games -"
                   " nothing was changed."
           ELSE
               IF CHOSEN-ENTRY EQUAL 0
                   DISPLAY "That game is no longer on the review queue"
                       " - nothing was changed."
               ELSE
                   IF REV-STATUS NOT EQUAL CHOSEN-STATUS
                       DISPLAY "That game was decided in another"
                           " session since it was listed - nothing"
                           " was changed.  List the queue again."
                   ELSE
                       PERFORM APPLY-DECISION
                   END-IF
               END-IF
           END-IF.

       FIND-CHOSEN-GAME.
           MOVE 0 TO CHOSEN-ENTRY.
           MOVE 1 TO QUEUE-INDEX.
           PERFORM UNTIL QUEUE-INDEX > QUEUE-COUNT
               MOVE QUEUE-ENTRY(QUEUE-INDEX) TO REVIEW-RECORD
               IF REV-STAT-DATE EQUAL CHOSEN-DATE
                   AND REV-STAT-TIME EQUAL CHOSEN-TIME
                   AND REV-PLAYER-ID EQUAL CHOSEN-PLAYER
                   MOVE QUEUE-INDEX TO CHOSEN-ENTRY
                   MOVE QUEUE-COUNT TO QUEUE-INDEX
               END-IF
               ADD 1 TO QUEUE-INDEX
           END-PERFORM.
           IF CHOSEN-ENTRY > 0
               MOVE QUEUE-ENTRY(CHOSEN-ENTRY) TO REVIEW-RECORD
           END-IF.

       APPLY-DECISION.
           MOVE DECISION-STATUS TO REV-STATUS.
           IF REV-RELEASED AND REV-RATING-BACKED-OUT
               MOVE 1 TO RATING-DIRECTION
               PERFORM ADJUST-GAME-RATING
               IF RATING-SHIFTED EQUAL 1
                   MOVE 'Y' TO REV-RATING-STATE
                   DISPLAY "Rating change put back on " REV-PLAYER-ID
                       "."
               END-IF
           END-IF
           IF REV-VOIDED AND REV-RATING-ON-FILE
               MOVE -1 TO RATING-DIRECTION
               PERFORM ADJUST-GAME-RATING
               IF RATING-SHIFTED EQUAL 1
                   MOVE 'B' TO REV-RATING-STATE
                   DISPLAY "Rating change taken off " REV-PLAYER-ID "."
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE CURRENT-DATE TO REV-DECIDED-DATE.
           MOVE REVIEW-RECORD TO QUEUE-ENTRY(CHOSEN-ENTRY).
           PERFORM SAVE-REVIEW-QUEUE.
           MOVE 1 TO DECISION-MADE.

      ******************************************************************
      * Released games decided before the date the operator gives are
      * dropped by loading the queue again without them, so a queue
      * too large to decide on can still be purged.  If what is left
      * still overflows the table nothing is written.  The load and
      * the rewrite are made under the TXNCTL review-queue gate.
      ******************************************************************
       PURGE-DECIDED-ENTRIES.
           MOVE 0 TO PURGE-BEFORE-DATE.
           DISPLAY "Drop released games decided before (YYYYMMDD,"
               " 0 cancels):".
           ACCEPT PURGE-BEFORE-DATE.
           IF PURGE-BEFORE-DATE EQUAL 0
               DISPLAY "Nothing was changed."
           ELSE
               DISPLAY "Purge released games decided before "
                   PURGE-BEFORE-DATE "? (Y/N):"
               ACCEPT CONFIRM-CHOICE
               IF CONFIRM-CHOICE EQUAL 'Y' OR CONFIRM-CHOICE EQUAL 'y'
                   MOVE 'Q' TO CONTROL-KEY-WANTED
                   PERFORM TAKE-CONTROL-RECORD
                   IF CONTROL-HELD EQUAL 1
                       PERFORM PURGE-REVIEW-QUEUE
                   ELSE
                       DISPLAY "REVIEWQ is being updated by another"
                           " program - nothing was changed; try again"
                           " shortly."
                   END-IF
                   PERFORM RELEASE-CONTROL-RECORD
                   MOVE 0 TO PURGE-BEFORE-DATE
                   IF QUEUE-OVERFLOW EQUAL 1
                       PERFORM LOAD-REVIEW-QUEUE
                   END-IF
               ELSE
                   DISPLAY "Nothing was changed."
               END-IF
           END-IF.

       PURGE-REVIEW-QUEUE.
           MOVE 0 TO PURGED-COUNT.
           PERFORM LOAD-REVIEW-QUEUE.
           IF QUEUE-OVERFLOW EQUAL 1
               DISPLAY "Still more than 1000 games after the purge -"
                   " nothing was changed."
           ELSE
               IF PURGED-COUNT > 0
                   PERFORM SAVE-REVIEW-QUEUE
               END-IF
               DISPLAY PURGED-COUNT " released game(s) purged."
           END-IF.

      ******************************************************************
      * The game's rating change is taken off (RATING-DIRECTION -1)
      * or put back on (+1) with the game it counted as, floored at
      * 100 as the rating rule is, with the player's record locked
      * just for the change.  A player with no rating record has
      * nothing to move, nor has anyone when there is no rating file.
      * A record still busy keeps its state, so RESSCRN settles it on
      * its next run.
      ******************************************************************
       ADJUST-GAME-RATING.
           MOVE 0 TO RATING-SHIFTED.
           PERFORM OPEN-RATING-FILE.
           IF RATING-FILE-OPEN EQUAL 1
               PERFORM SHIFT-PLAYER-RATING
               CLOSE RATING-FILE
           ELSE
               IF RATING-FILE-STATUS EQUAL '35'
                   MOVE 1 TO RATING-SHIFTED
               END-IF
           END-IF
           IF RATING-SHIFTED EQUAL 0
               DISPLAY "PLAYRRTG is busy - RESSCRN will move the"
                   " rating on its next run."
           END-IF.

       SHIFT-PLAYER-RATING.
           MOVE 0 TO RATING-SHIFTED.
           PERFORM LOCK-RATING-RECORD.
           IF RATING-MISSING EQUAL 1
               MOVE 1 TO RATING-SHIFTED
           ELSE
               IF RATING-HELD EQUAL 1
                   AND REV-RATING-CHANGE NUMERIC
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
                   END-IF
               END-IF
           END-IF.

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
      * HISCORE keeps no time of day, so the voided game's entry is
      * the one with its player, date and score.  The list is kept in
      * descending order, so dropping rows keeps it ranked; every
      * other row, held ones included, is written back as it was.  The
      * read and rewrite run under the TXNCTL high-score gate so a
      * game finishing meanwhile cannot be lost from the list.
      ******************************************************************
       REMOVE-HIGH-SCORE.
           MOVE 0 TO HS-REMOVED.
           MOVE 'H' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 1
               PERFORM DROP-HIGH-SCORE
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

       DROP-HIGH-SCORE.
           MOVE 0 TO HS-COUNT.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT HIGH-SCORE-FILE.
           IF HIGH-SCORE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ HIGH-SCORE-FILE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM KEEP-HIGH-SCORE
               END-READ
           END-PERFORM.
           IF HIGH-SCORE-STATUS EQUAL '00' OR
               HIGH-SCORE-STATUS EQUAL '10'
               CLOSE HIGH-SCORE-FILE
           END-IF
           IF HS-REMOVED > 0
               OPEN OUTPUT HIGH-SCORE-FILE
               MOVE 1 TO HS-INDEX
               PERFORM UNTIL HS-INDEX > HS-COUNT
                   MOVE HS-ENTRY(HS-INDEX) TO HIGH-SCORE-RECORD
                   WRITE HIGH-SCORE-RECORD
                   ADD 1 TO HS-INDEX
               END-PERFORM
               CLOSE HIGH-SCORE-FILE
           END-IF.

       KEEP-HIGH-SCORE.
           IF HS-PLAYER-ID EQUAL REV-PLAYER-ID
               AND HS-DATE EQUAL REV-STAT-DATE
               AND HS-SCORE EQUAL REV-SCORE
               AND HS-REMOVED EQUAL 0
               ADD 1 TO HS-REMOVED
           ELSE
               IF HS-COUNT < HS-LIMIT
                   ADD 1 TO HS-COUNT
                   MOVE HIGH-SCORE-RECORD TO HS-ENTRY(HS-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * Locks the TXNCTL gate record keyed CONTROL-KEY-WANTED ('H'
      * for HISCORE, 'A' for PLAYRAWD, 'Q' for REVIEWQ), which every
      * program rewriting or appending to that file takes first, so
      * no program's rewrite can overwrite an update another session
      * has just made.  A gate not on file yet is added and then locked
      * like any other.  CONTROL-HELD says whether the lock was had;
      * the file stays open either way until RELEASE-CONTROL-RECORD.
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

       END PROGRAM RESREVW.
