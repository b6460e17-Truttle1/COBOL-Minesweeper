      *          row, FAST win in under 60 seconds, ZFLG win without
      *          placing a flag (cross-matched against the log the
      *          way STATAUDIT pairs games), CENT 100 lifetime games.
      *          An Expert board is the Expert size in force on the
      *          game's STAT-DATE on the SYSPARM parameter master.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT PLAYER-STATS-FILE ASSIGN USING STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-STATS-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN USING LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-LOG-STATUS.
           SELECT AWARD-FILE ASSIGN TO "PLAYRAWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARD-FILE-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-TAG
               LOCK MODE IS MANUAL
               FILE STATUS IS LOG-CONTROL-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-FILE.
       01  AWARD-RECORD PIC X(21).

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       WORKING-STORAGE SECTION.
       01 PLAYER-STATS-STATUS PIC X(2) VALUE IS '00'.
       01 TRANSACTION-LOG-STATUS PIC X(2) VALUE IS '00'.
       01 BADGE-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 AWARD-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.

       COPY RECLOCK.

       01 STATS-FILE-NAME PIC X(12) VALUE IS 'PLAYRSTA'.
       01 STATS-FILE-ANSWER PIC X(12) VALUE IS SPACES.
       01 FILES-SCANNED PIC 9(2) VALUE IS 0.
       01 SCAN-DONE PIC 9(1) VALUE IS 0.

      *    The nightly stream walks the archive months from the first
      *    month the game was played; months with no archive file
      *    are passed over.
       01 HISTORY-FIRST-PERIOD PIC 9(6) VALUE IS 202312.
       01 HISTORY-PERIOD PIC 9(6) VALUE IS 0.
       01 HISTORY-PERIOD-PARTS REDEFINES HISTORY-PERIOD.
            05 HISTORY-YEAR PIC 9(4).
            05 HISTORY-MONTH PIC 9(2).
       01 HISTORY-LAST-PERIOD PIC 9(6) VALUE IS 0.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

       COPY TXNREC.

       COPY BADGEREC.

       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY PARMTBL.

       COPY JOBSTEP.

       01 LOG-LINE-TEXT PIC X(60).
       01 LOG-LINE-BYTES REDEFINES LOG-LINE-TEXT.
       01 AWARD-ALREADY-HELD PIC 9(1) VALUE IS 0.

       01 AWARDS-WRITTEN PIC 9(4) VALUE IS 0.
       01 AWARDS-GATE-BUSY PIC 9(1) VALUE IS 0.
       01 IS-EXPERT-BOARD PIC 9(1) VALUE IS 0.
       01 SCAN-INDEX PIC 9(3) VALUE IS 0.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM SEED-BADGE-MASTER.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM LOAD-EXISTING-AWARDS.
           PERFORM PROMPT-LOG-FILE.
           PERFORM LOAD-LOG-GAMES.
           END-IF
           DISPLAY "Award scan complete: " AWARDS-WRITTEN
               " new badges written to PLAYRAWD.".
           IF PLAYER-WORK-OVERFLOW EQUAL 1
               OR EXISTING-AWARD-OVERFLOW EQUAL 1
               MOVE 'OVERFLOW' TO JS-STEP-OUTCOME
           ELSE
               IF AWARDS-GATE-BUSY EQUAL 1
                   MOVE 'BUSY    ' TO JS-STEP-OUTCOME
               ELSE
                   MOVE 'COMPLETE' TO JS-STEP-OUTCOME
               END-IF
           END-IF
           GOBACK.

       SEED-BADGE-MASTER.
           OPEN INPUT BADGE-FILE.
           END-IF.

       PROMPT-LOG-FILE.
           IF NOT JS-IN-STREAM
               DISPLAY "Log file for the zero-flag check"
               DISPLAY "(blank = live TXNLOG, or a TLOGYYYYMM segment):"
               ACCEPT LOG-FILE-ANSWER
               IF LOG-FILE-ANSWER NOT EQUAL SPACES
                   MOVE LOG-FILE-ANSWER TO LOG-FILE-NAME
               END-IF
           END-IF.

       LOAD-LOG-GAMES.
       SCAN-STATS-FILES.
           MOVE 0 TO FILES-SCANNED.
           MOVE 0 TO SCAN-DONE.
           IF JS-IN-STREAM
               PERFORM SCAN-STREAM-HISTORY
               MOVE 1 TO SCAN-DONE
           END-IF
           PERFORM UNTIL SCAN-DONE EQUAL 1
               DISPLAY "Stats file to scan, oldest first"
               DISPLAY "(ARCHYYYYMM files then live PLAYRSTA;"
               END-IF
           END-PERFORM.

      ******************************************************************
      * The nightly stream takes every ARCHYYYYMM file on hand in
      * period order, then the live month from PLAYRCLN - the copy
      * STATAUDIT has just cleaned, ahead of this step.
      ******************************************************************
       SCAN-STREAM-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           COMPUTE HISTORY-LAST-PERIOD =
               CURRENT-YEAR * 100 + CURRENT-MONTH.
           MOVE HISTORY-FIRST-PERIOD TO HISTORY-PERIOD.
           PERFORM UNTIL HISTORY-PERIOD NOT < HISTORY-LAST-PERIOD
               MOVE SPACES TO STATS-FILE-NAME
               STRING 'ARCH' DELIMITED BY SIZE
                   HISTORY-PERIOD DELIMITED BY SIZE
                   INTO STATS-FILE-NAME
               OPEN INPUT PLAYER-STATS-FILE
               IF PLAYER-STATS-STATUS EQUAL '00'
                   CLOSE PLAYER-STATS-FILE
                   PERFORM SCAN-ONE-STATS-FILE
               END-IF
               IF HISTORY-MONTH EQUAL 12
                   ADD 1 TO HISTORY-YEAR
                   MOVE 1 TO HISTORY-MONTH
               ELSE
                   ADD 1 TO HISTORY-MONTH
               END-IF
           END-PERFORM.
           MOVE 'PLAYRCLN' TO STATS-FILE-NAME.
           PERFORM SCAN-ONE-STATS-FILE.

       SCAN-ONE-STATS-FILE.
           MOVE 0 TO STATS-EOF.
           OPEN INPUT PLAYER-STATS-FILE.

       CHECK-EXPERT-BOARD.
           MOVE 0 TO IS-EXPERT-BOARD.
           PERFORM RESOLVE-RULES-FOR-GAME.
           IF STAT-WIDTH EQUAL RULE-DIFF-WIDTH(3)
               AND STAT-HEIGHT EQUAL RULE-DIFF-HEIGHT(3)
               AND STAT-TOTAL-MINES EQUAL RULE-DIFF-MINES(3)
               MOVE 1 TO IS-EXPERT-BOARD
           END-IF.

           END-PERFORM.

      *    With an overflowed duplicate check, appending would
      *    re-award badges already held, so nothing is written.  The
      *    append runs under the TXNCTL award gate so a player
      *    signing on cannot rewrite PLAYRAWD over it.
       WRITE-NEW-AWARDS.
           MOVE 0 TO AWARDS-GATE-BUSY.
           IF EXISTING-AWARD-OVERFLOW EQUAL 1
               DISPLAY "PLAYRAWD holds more awards than the duplicate"
               DISPLAY "check can carry - no new badges were written."
           ELSE
               MOVE 'A' TO CONTROL-KEY-WANTED
               PERFORM TAKE-CONTROL-RECORD
               IF CONTROL-HELD EQUAL 0
                   MOVE 1 TO AWARDS-GATE-BUSY
                   DISPLAY "PLAYRAWD is busy - no new badges were"
                       " written; run the award scan again."
               ELSE
                   PERFORM APPEND-NEW-AWARDS
               END-IF
               PERFORM RELEASE-CONTROL-RECORD
           END-IF.

       APPEND-NEW-AWARDS.
           OPEN EXTEND AWARD-FILE.
           IF AWARD-FILE-STATUS EQUAL '35'
               OPEN OUTPUT AWARD-FILE
           END-IF
           MOVE 1 TO PLAYER-WORK-INDEX.
           PERFORM UNTIL PLAYER-WORK-INDEX > PLAYER-WORK-COUNT
               MOVE 1 TO BADGE-SLOT
               PERFORM UNTIL BADGE-SLOT > 5
                   IF PWK-BADGE-WON(PLAYER-WORK-INDEX, BADGE-SLOT)
                       EQUAL 1
                       PERFORM WRITE-ONE-AWARD
                   END-IF
                   ADD 1 TO BADGE-SLOT
               END-PERFORM
               ADD 1 TO PLAYER-WORK-INDEX
           END-PERFORM.
           CLOSE AWARD-FILE.

       WRITE-ONE-AWARD.
           MOVE 0 TO AWARD-ALREADY-HELD.
           MOVE 1 TO EXISTING-AWARD-INDEX.
                   AWD-BADGE-ID " (" AWD-DATE ")"
           END-IF.

      ******************************************************************
      * Locks the TXNCTL gate record keyed CONTROL-KEY-WANTED ('H'
      * for HISCORE, 'A' for PLAYRAWD), which every program rewriting
      * or appending to that file takes first, so no program's
      * rewrite can overwrite an update another session has just
      * made.  A gate not on file yet is added and then locked
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

       END PROGRAM AWARDS.
