      *          ratings from the PLAYRSTA history in date order
      *          (archives oldest first, then the live file) after a
      *          stats repair; the ladder report lists players by
      *          rating, leaving off the players DORMANT has found
      *          dormant or lapsed until they play again.  A rebuild
      *          replays games and then takes DORMANT's rating decay
      *          off again for each player still dormant or lapsed,
      *          and it leaves out the games held or voided on
      *          REVIEWQ, marking each queue entry's rating change
      *          as backed out or applied to match.  The update rule
      *          is documented in PLAYRRTG.CPY and mirrored by
      *          MINESWEEPER's live update at game end, which RESSCRN
      *          and RESREVW back out and put back as games are held,
      *          voided and released; its K-factor, the board ratings
      *          and the difficulty sizes that classify a board come
      *          from the SYSPARM parameter master as in force on
      *          each game's STAT-DATE.  PLAYRRTG is keyed on the
      *          player ID and is held exclusively while this program
      *          works on it; a game session finishing meanwhile
      *          waits its turn for the rating record.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTG-PLAYER-ID
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT PLAYER-STATS-FILE ASSIGN USING STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-TAG
               LOCK MODE IS MANUAL
               FILE STATUS IS LOG-CONTROL-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT STANDING-FILE ASSIGN TO "PLAYRDRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRM-PLAYER-ID
               FILE STATUS IS STANDING-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
           COPY PLAYRMST.

       FD  REVIEW-FILE.
       01  REVIEW-LINE PIC X(97).

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       FD  STANDING-FILE.
           COPY PLAYRDRM.

       WORKING-STORAGE SECTION.
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PLAYER-STATS-STATUS PIC X(2) VALUE IS '00'.
       01 FILES-SCANNED PIC 9(2) VALUE IS 0.
       01 SCAN-DONE PIC 9(1) VALUE IS 0.

       01 REVIEW-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.
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

       01 REVIEW-TABLE.
            05 REVIEW-ENTRY PIC X(97) OCCURS 1001 TIMES.
       01 REVIEW-COUNT PIC 9(4) VALUE IS 0.
       01 REVIEW-INDEX PIC 9(4) VALUE IS 0.
       01 REVIEW-OVERFLOW PIC 9(1) VALUE IS 0.
       01 REVIEW-STATES-CHANGED PIC 9(4) VALUE IS 0.
       01 NEW-RATING-STATE PIC X(1) VALUE IS SPACE.

       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY PARMTBL.

       COPY JOBSTEP.

       01 MENU-CHOICE PIC X(1) VALUE IS ' '.
       01 RATINGS-DONE PIC 9(1) VALUE IS 0.

       COPY RECLOCK.
       01 RATING-FILE-OPEN PIC 9(1) VALUE IS 0.

      ******************************************************************
      * The ladder keeps the best LADDER-LIMIT ratings in order as
      * the file is read, so a longer file still lists its top
      * players correctly and only the tail goes unlisted.
      ******************************************************************
       01 LADDER-TABLE.
            05 RATING-ROW OCCURS 2000 TIMES.
               10 RT-PLAYER-ID PIC X(8).
               10 RT-RATING PIC 9(4).
               10 RT-GAMES PIC 9(6).
       01 LADDER-LIMIT PIC 9(4) VALUE IS 2000.
       01 RATING-COUNT PIC 9(4) VALUE IS 0.
       01 RATING-INDEX PIC 9(4) VALUE IS 0.
       01 SCAN-INDEX PIC 9(4) VALUE IS 0.
       01 LADDER-UNLISTED PIC 9(6) VALUE IS 0.
       01 LADDER-DORMANT PIC 9(6) VALUE IS 0.
       01 STANDING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 STANDING-OPEN PIC 9(1) VALUE IS 0.
       01 RATING-OFF-LADDER PIC 9(1) VALUE IS 0.
       01 RATINGS-REDECAYED PIC 9(6) VALUE IS 0.
       01 DECAY-RUN-PERIOD PIC 9(6) VALUE IS 0.

       01 RECORD-TEXT PIC X(60).
       01 RECORD-TEXT-BYTES REDEFINES RECORD-TEXT.
       01 EXPECT-PER-MILLE PIC 9(4) VALUE IS 0.
       01 RATING-WORK PIC S9(5) VALUE IS 0.
       01 GAMES-APPLIED PIC 9(6) VALUE IS 0.
       01 PLAYERS-SEEDED PIC 9(6) VALUE IS 0.
       01 PLAYERS-ALREADY-RATED PIC 9(6) VALUE IS 0.
       01 PLAYERS-REBUILT PIC 9(6) VALUE IS 0.
       01 RATINGS-CLEARED PIC 9(6) VALUE IS 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *    In the nightly stream newly registered players are seeded;
      *    games already move ratings live at game end, and a rebuild
      *    after a stats repair stays an operator's decision.
       MAIN-PROCEDURE.
           IF JS-IN-STREAM
               PERFORM SEED-RATINGS
               IF RECORD-BUSY EQUAL 1
                   MOVE 'BUSY    ' TO JS-STEP-OUTCOME
               ELSE
                   IF PLAYER-MASTER-STATUS EQUAL '00'
                       MOVE 'COMPLETE' TO JS-STEP-OUTCOME
                   ELSE
                       MOVE 'NOMASTER' TO JS-STEP-OUTCOME
                   END-IF
               END-IF
           ELSE
               PERFORM RATINGS-MENU UNTIL RATINGS-DONE EQUAL 1
           END-IF
           GOBACK.

       RATINGS-MENU.
           DISPLAY " ".
               END-IF
           END-IF.

      ******************************************************************
      * PLAYRRTG is opened for update, created empty if it is not
      * there yet.  A game session holding it for a moment is waited
      * for; RATING-FILE-OPEN says whether the open succeeded.
      ******************************************************************
       OPEN-RATING-FILE.
           MOVE 0 TO RATING-FILE-OPEN.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
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
           IF RATING-FILE-OPEN EQUAL 0
               DISPLAY "PLAYRRTG could not be opened (status "
                   RATING-FILE-STATUS ") - nothing was changed."
           END-IF.

       CLOSE-RATING-FILE.
           IF RATING-FILE-OPEN EQUAL 1
               CLOSE RATING-FILE
               MOVE 0 TO RATING-FILE-OPEN
           END-IF.

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

      ******************************************************************
      * Seeding merges: every player on the keyed master gets a 1000
      * rating if not already rated, and existing ratings are kept.
      ******************************************************************
       SEED-RATINGS.
           MOVE 0 TO PLAYERS-SEEDED.
           MOVE 0 TO PLAYERS-ALREADY-RATED.
           PERFORM OPEN-RATING-FILE.
           IF RATING-FILE-OPEN EQUAL 1
               PERFORM SEED-FROM-MASTER
               PERFORM CLOSE-RATING-FILE
               DISPLAY "Seeded " PLAYERS-SEEDED " new ratings; "
                   PLAYERS-ALREADY-RATED " players already rated."
           END-IF.

       SEED-FROM-MASTER.
           MOVE 0 TO MASTER-EOF.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF PLAYER-MASTER-STATUS NOT EQUAL '00'
           IF PLAYER-MASTER-STATUS EQUAL '00' OR
               PLAYER-MASTER-STATUS EQUAL '10'
               CLOSE PLAYER-MASTER-FILE
           END-IF.

       SEED-ONE-PLAYER.
           MOVE MASTER-PLAYER-ID TO RTG-PLAYER-ID.
           READ RATING-FILE
               KEY IS RTG-PLAYER-ID
               INVALID KEY
                   MOVE MASTER-PLAYER-ID TO RTG-PLAYER-ID
                   MOVE 1000 TO RTG-RATING
                   MOVE 0 TO RTG-GAMES
                   WRITE PLAYER-RATING-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO PLAYERS-SEEDED
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO PLAYERS-ALREADY-RATED
           END-READ.

      ******************************************************************
      * The rebuild starts everyone over at 1000 and replays the
      * file.
      ******************************************************************
       REBUILD-RATINGS.
           MOVE 0 TO PLAYERS-REBUILT.
           MOVE 0 TO GAMES-APPLIED.
           MOVE 0 TO FILES-SCANNED.
           MOVE 0 TO SCAN-DONE.
           PERFORM OPEN-RATING-FILE.
           IF RATING-FILE-OPEN EQUAL 1
               PERFORM REPLAY-HISTORY
               PERFORM REAPPLY-RATING-DECAY
               PERFORM SETTLE-REVIEW-STATES
               PERFORM CLOSE-RATING-FILE
           END-IF.

       REPLAY-HISTORY.
           PERFORM CLEAR-RATING-FILE.
           PERFORM LOAD-REVIEW-HOLDS.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM UNTIL SCAN-DONE EQUAL 1
               DISPLAY "Stats file to replay, oldest first"
               DISPLAY "(ARCHYYYYMM files then live PLAYRSTA;"
                   PERFORM REBUILD-FROM-ONE-FILE
               END-IF
           END-PERFORM.
           DISPLAY "Rebuild applied " GAMES-APPLIED " games for "
               PLAYERS-REBUILT " players.".
           IF RESULTS-HELD-OUT > 0
               DISPLAY "Games held for review or voided, not applied: "
                   RESULTS-HELD-OUT
           END-IF.

      ******************************************************************
      * The replay knows nothing of DORMANT's decay, so each player
      * PLAYRDRM still holds dormant or lapsed loses the decay taken
      * so far (DRM-DECAY-TOTAL) again, no lower than the DRMFLOOR
      * rule DORMANT floored it at: the rule in force on the run
      * that last took it, or with that run since overtaken, on the
      * first of DRM-DECAY-PERIOD.  A rating the replay leaves at or
      * below that floor is not touched, as DORMANT would not touch
      * it.  No PLAYRDRM file means DORMANT has not run yet.
      ******************************************************************
       REAPPLY-RATING-DECAY.
           MOVE 0 TO RATINGS-REDECAYED.
           MOVE 0 TO FILE-EOF.
           MOVE 0 TO STANDING-OPEN.
           OPEN INPUT STANDING-FILE.
           IF STANDING-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO STANDING-OPEN
               MOVE LOW-VALUES TO RTG-PLAYER-ID
               START RATING-FILE
                   KEY NOT LESS THAN RTG-PLAYER-ID
                   INVALID KEY
                       MOVE 1 TO FILE-EOF
               END-START
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ RATING-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM REDECAY-ONE-RATING
               END-READ
           END-PERFORM.
           IF STANDING-OPEN EQUAL 1
               CLOSE STANDING-FILE
               MOVE 0 TO STANDING-OPEN
           END-IF
           IF RATINGS-REDECAYED > 0
               DISPLAY "Dormant decay taken off again for "
                   RATINGS-REDECAYED " players."
           END-IF.

       REDECAY-ONE-RATING.
           MOVE RTG-PLAYER-ID TO DRM-PLAYER-ID.
           READ STANDING-FILE
               KEY IS DRM-PLAYER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (DRM-DORMANT OR DRM-LAPSED)
                       AND DRM-DECAY-TOTAL > 0
                       PERFORM TAKE-OFF-DECAY
                   END-IF
           END-READ.

       TAKE-OFF-DECAY.
           DIVIDE DRM-RUN-DATE BY 100 GIVING DECAY-RUN-PERIOD.
           IF DECAY-RUN-PERIOD EQUAL DRM-DECAY-PERIOD
               MOVE DRM-RUN-DATE TO RULE-SET-DATE
           ELSE
               COMPUTE RULE-SET-DATE = DRM-DECAY-PERIOD * 100 + 1
           END-IF
           PERFORM RESOLVE-RULE-SET.
           IF RTG-RATING > RULE-DECAY-FLOOR
               COMPUTE RATING-WORK = RTG-RATING - DRM-DECAY-TOTAL
               IF RATING-WORK < RULE-DECAY-FLOOR
                   MOVE RULE-DECAY-FLOOR TO RATING-WORK
               END-IF
               MOVE RATING-WORK TO RTG-RATING
               REWRITE PLAYER-RATING-RECORD
               IF RATING-FILE-STATUS EQUAL '00'
                   ADD 1 TO RATINGS-REDECAYED
               ELSE
                   DISPLAY "Rating of " RTG-PLAYER-ID
                       " not decayed again - PLAYRRTG status "
                       RATING-FILE-STATUS
               END-IF
           END-IF.

      *    Every rating goes; the replay writes back each player it
      *    meets.
       CLEAR-RATING-FILE.
           MOVE 0 TO RATINGS-CLEARED.
           MOVE 0 TO FILE-EOF.
           MOVE LOW-VALUES TO RTG-PLAYER-ID.
           START RATING-FILE
               KEY NOT LESS THAN RTG-PLAYER-ID
               INVALID KEY
                   MOVE 1 TO FILE-EOF
           END-START.
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ RATING-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       DELETE RATING-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO RATINGS-CLEARED
                       END-DELETE
               END-READ
           END-PERFORM.

       REBUILD-FROM-ONE-FILE.
           MOVE 0 TO STATS-EOF.
           IF RECORD-TAG NOT EQUAL 'T'
               AND STAT-PLAYER-ID NOT EQUAL SPACES
               AND (STAT-RESULT-WIN OR STAT-RESULT-LOSS)
               PERFORM CHECK-RESULT-HELD
               IF RESULT-HELD EQUAL 1
                   ADD 1 TO RESULTS-HELD-OUT
               ELSE
                   PERFORM RESOLVE-RULES-FOR-GAME
                   PERFORM CLASSIFY-BOARD-RATING
                   PERFORM APPLY-TO-RATING-RECORD
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

      ******************************************************************
      * The rebuild left out exactly the games in the hold table, so
      * each queue entry with a known rating change is marked backed
      * out ('B') if it was left out and applied ('Y') if not.  This
      * is read from the queue as it is now, so a game decided or
      * queued while the rebuild ran is marked by what the rebuild
      * did with it, and RESSCRN settles it from there.  The queue is
      * only rewritten when a state changes, and is read and written
      * back under the TXNCTL review-queue gate.  Left unmarked, the
      * states would have RESSCRN move ratings the rebuild already
      * set, so a gate still busy asks for the rebuild to be run
      * again.
      ******************************************************************
       SETTLE-REVIEW-STATES.
           MOVE 'Q' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 1
               PERFORM MARK-REVIEW-STATES
           ELSE
               DISPLAY "REVIEWQ is being updated by another program -"
               DISPLAY "its rating states were not marked.  Run the"
               DISPLAY "rebuild again before RESSCRN next runs."
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

       MARK-REVIEW-STATES.
           MOVE 0 TO REVIEW-COUNT.
           MOVE 0 TO REVIEW-OVERFLOW.
           MOVE 0 TO REVIEW-STATES-CHANGED.
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
                       PERFORM SETTLE-ONE-REVIEW-STATE
               END-READ
           END-PERFORM.
           IF REVIEW-FILE-STATUS EQUAL '00' OR
               REVIEW-FILE-STATUS EQUAL '10'
               CLOSE REVIEW-FILE
           END-IF
           IF REVIEW-OVERFLOW EQUAL 1
               DISPLAY "REVIEWQ is too large to mark - run RESSCRN"
                   " after purging it with RESREVW."
           ELSE
               IF REVIEW-STATES-CHANGED > 0
                   OPEN OUTPUT REVIEW-FILE
                   MOVE 1 TO REVIEW-INDEX
                   PERFORM UNTIL REVIEW-INDEX > REVIEW-COUNT
                       MOVE REVIEW-ENTRY(REVIEW-INDEX) TO REVIEW-LINE
                       WRITE REVIEW-LINE
                       ADD 1 TO REVIEW-INDEX
                   END-PERFORM
                   CLOSE REVIEW-FILE
                   DISPLAY "Review queue rating changes marked: "
                       REVIEW-STATES-CHANGED
               END-IF
           END-IF.

       SETTLE-ONE-REVIEW-STATE.
           MOVE REVIEW-LINE TO REVIEW-CONTROL-RECORD.
           MOVE REVIEW-LINE TO REVIEW-RECORD.
           IF NOT REV-CTL-RECORD
               AND (REV-RATING-ON-FILE OR REV-RATING-BACKED-OUT)
               MOVE 'Y' TO NEW-RATING-STATE
               MOVE 1 TO HOLD-INDEX
               PERFORM UNTIL HOLD-INDEX > HOLD-COUNT
                   IF HOLD-STAT-DATE(HOLD-INDEX) EQUAL REV-STAT-DATE
                       AND HOLD-STAT-TIME(HOLD-INDEX) EQUAL
                           REV-STAT-TIME
                       AND HOLD-PLAYER-ID(HOLD-INDEX) EQUAL
                           REV-PLAYER-ID
                       MOVE 'B' TO NEW-RATING-STATE
                       MOVE HOLD-COUNT TO HOLD-INDEX
                   END-IF
                   ADD 1 TO HOLD-INDEX
               END-PERFORM
               IF NEW-RATING-STATE NOT EQUAL REV-RATING-STATE
                   MOVE NEW-RATING-STATE TO REV-RATING-STATE
                   ADD 1 TO REVIEW-STATES-CHANGED
               END-IF
           END-IF
           IF REVIEW-COUNT EQUAL 1001
               MOVE 1 TO REVIEW-OVERFLOW
           ELSE
               ADD 1 TO REVIEW-COUNT
               IF REV-CTL-RECORD
                   MOVE REVIEW-LINE TO REVIEW-ENTRY(REVIEW-COUNT)
               ELSE
                   MOVE REVIEW-RECORD TO REVIEW-ENTRY(REVIEW-COUNT)
               END-IF
           END-IF.

      *    A player met for the first time starts over at 1000.
       APPLY-TO-RATING-RECORD.
           MOVE STAT-PLAYER-ID TO RTG-PLAYER-ID.
           READ RATING-FILE
               KEY IS RTG-PLAYER-ID
               INVALID KEY
                   MOVE STAT-PLAYER-ID TO RTG-PLAYER-ID
                   MOVE 1000 TO RTG-RATING
                   MOVE 0 TO RTG-GAMES
                   PERFORM MOVE-PLAYER-RATING
                   WRITE PLAYER-RATING-RECORD
                       INVALID KEY
                           DISPLAY "Rating for " STAT-PLAYER-ID
                               " could not be written, status "
                               RATING-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO PLAYERS-REBUILT
                           ADD 1 TO GAMES-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   PERFORM MOVE-PLAYER-RATING
                   REWRITE PLAYER-RATING-RECORD
                       INVALID KEY
                           DISPLAY "Rating for " STAT-PLAYER-ID
                               " could not be rewritten, status "
                               RATING-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO GAMES-APPLIED
                   END-REWRITE
           END-READ.

       CLASSIFY-BOARD-RATING.
           MOVE RULE-OTHER-BOARD-RATING TO BOARD-RATING.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > 3
               IF STAT-WIDTH EQUAL RULE-DIFF-WIDTH(SCAN-INDEX)
                   AND STAT-HEIGHT EQUAL
                       RULE-DIFF-HEIGHT(SCAN-INDEX)
                   AND STAT-TOTAL-MINES EQUAL
                       RULE-DIFF-MINES(SCAN-INDEX)
                   MOVE RULE-BOARD-RATING(SCAN-INDEX) TO BOARD-RATING
                   MOVE 3 TO SCAN-INDEX
               END-IF
               ADD 1 TO SCAN-INDEX

      ******************************************************************
      * The rating rule from PLAYRRTG.CPY, kept in step with
      * MINESWEEPER's UPDATE-PLAYER-RATING; the K-factor and board
      * ratings are the SYSPARM values in force on the game's date.
      ******************************************************************
       MOVE-PLAYER-RATING.
           COMPUTE RATING-DIFF =
               RTG-RATING - BOARD-RATING.
           IF RATING-DIFF > 360
               MOVE 360 TO RATING-DIFF
           END-IF
           END-IF
           COMPUTE EXPECT-PER-MILLE = 500 + (RATING-DIFF * 5) / 4.
           IF STAT-RESULT-WIN
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
           MOVE RATING-WORK TO RTG-RATING.
           ADD 1 TO RTG-GAMES.

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

      *    History is replayed under the rules in force on each
      *    game's STAT-DATE.
       RESOLVE-RULES-FOR-GAME.
           IF STAT-DATE NOT EQUAL RULE-SET-DATE
               MOVE STAT-DATE TO RULE-SET-DATE
               PERFORM RESOLVE-RULE-SET
           END-IF.

       PRINT-LADDER.
           PERFORM LOAD-LADDER.
           IF RATING-COUNT EQUAL 0
               DISPLAY "No ratings on file - seed or rebuild first."
           ELSE
               DISPLAY " "
               DISPLAY "========================================"
               DISPLAY "           PLAYER RATING LADDER"
               DISPLAY "========================================"
               DISPLAY "POS  PLAYER   RATING GAMES"
               MOVE 1 TO RATING-INDEX
               PERFORM UNTIL RATING-INDEX > RATING-COUNT
                   DISPLAY " " RATING-INDEX " "
                       RT-GAMES(RATING-INDEX)
                   ADD 1 TO RATING-INDEX
               END-PERFORM
               IF LADDER-UNLISTED > 0
                   DISPLAY LADDER-UNLISTED " lower-rated players"
                       " not listed."
               END-IF
           END-IF
           IF LADDER-DORMANT > 0
               DISPLAY LADDER-DORMANT " dormant or lapsed players"
                   " not listed."
           END-IF.

       LOAD-LADDER.
           MOVE 0 TO RATING-COUNT.
           MOVE 0 TO LADDER-UNLISTED.
           MOVE 0 TO LADDER-DORMANT.
           MOVE 0 TO FILE-EOF.
           MOVE 0 TO STANDING-OPEN.
           OPEN INPUT STANDING-FILE.
           IF STANDING-FILE-STATUS EQUAL '00'
               MOVE 1 TO STANDING-OPEN
           END-IF
           PERFORM OPEN-RATING-FILE.
           IF RATING-FILE-OPEN EQUAL 0
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE LOW-VALUES TO RTG-PLAYER-ID
               START RATING-FILE
                   KEY NOT LESS THAN RTG-PLAYER-ID
                   INVALID KEY
                       MOVE 1 TO FILE-EOF
               END-START
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ RATING-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM CHECK-LADDER-STANDING
                       IF RATING-OFF-LADDER EQUAL 1
                           ADD 1 TO LADDER-DORMANT
                       ELSE
                           PERFORM PLACE-ON-LADDER
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-RATING-FILE.
           IF STANDING-OPEN EQUAL 1
               CLOSE STANDING-FILE
           END-IF.

      *    A player DORMANT last found dormant or lapsed stays off the
      *    ladder until a rated game moves their game count on.  No
      *    PLAYRDRM file means DORMANT has not run, and all are listed.
       CHECK-LADDER-STANDING.
           MOVE 0 TO RATING-OFF-LADDER.
           IF STANDING-OPEN EQUAL 1
               MOVE RTG-PLAYER-ID TO DRM-PLAYER-ID
               READ STANDING-FILE
                   KEY IS DRM-PLAYER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (DRM-DORMANT OR DRM-LAPSED)
                           AND DRM-RATED-GAMES EQUAL RTG-GAMES
                           MOVE 1 TO RATING-OFF-LADDER
                       END-IF
               END-READ
           END-IF.

      *    Each rating goes in below every rating at least as high,
      *    so equal ratings keep player-ID order.  A full table
      *    drops its lowest row to make room.
       PLACE-ON-LADDER.
           COMPUTE RATING-INDEX = RATING-COUNT + 1.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > RATING-COUNT
               IF RT-RATING(SCAN-INDEX) < RTG-RATING
                   MOVE SCAN-INDEX TO RATING-INDEX
                   MOVE RATING-COUNT TO SCAN-INDEX
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.
           IF RATING-INDEX > LADDER-LIMIT
               ADD 1 TO LADDER-UNLISTED
           ELSE
               IF RATING-COUNT EQUAL LADDER-LIMIT
                   ADD 1 TO LADDER-UNLISTED
               ELSE
                   ADD 1 TO RATING-COUNT
               END-IF
               MOVE RATING-COUNT TO SCAN-INDEX
               PERFORM UNTIL SCAN-INDEX NOT > RATING-INDEX
                   MOVE RATING-ROW(SCAN-INDEX - 1) TO
                       RATING-ROW(SCAN-INDEX)
                   SUBTRACT 1 FROM SCAN-INDEX
               END-PERFORM
               MOVE RTG-PLAYER-ID TO RT-PLAYER-ID(RATING-INDEX)
               MOVE RTG-RATING TO RT-RATING(RATING-INDEX)
               MOVE RTG-GAMES TO RT-GAMES(RATING-INDEX)
           END-IF.

       END PROGRAM RATINGS.
