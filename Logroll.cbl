               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEGMENT-FILE-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-TAG
               LOCK MODE IS MANUAL
               FILE STATUS IS LOG-CONTROL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
       01  SEGMENT-RECORD PIC X(60).

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       FD  RUN-CONTROL-FILE.
       01  RUN-LEDGER-LINE PIC X(63).

       COPY TXNREC.

       COPY RECLOCK.

       COPY RUNCTL.

       COPY JOBSTEP.

       01 RUN-EOF PIC 9(1) VALUE IS 0.
       01 PERIOD-ALREADY-DONE PIC 9(1) VALUE IS 0.
       01 FORCE-ANSWER PIC X(1) VALUE IS 'N'.
       01 ARCHIVED-TOTAL PIC 9(6) VALUE IS 0.

       01 HIGHEST-GAME PIC 9(4) VALUE IS 0.
       01 CONTROL-ADDED PIC 9(1) VALUE IS 0.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
           IF PERIOD-ALREADY-DONE EQUAL 1
               DISPLAY "Period " RUN-PERIOD-TEXT " is already marked"
                   " complete on the run ledger."
               IF JS-IN-STREAM
                   MOVE 'N' TO FORCE-ANSWER
               ELSE
                   DISPLAY "Force the rerun? (Y/N):"
                   ACCEPT FORCE-ANSWER
               END-IF
               IF FORCE-ANSWER NOT EQUAL 'Y'
                   AND FORCE-ANSWER NOT EQUAL 'y'
                   MOVE 'SKIPPED ' TO RC-OUTCOME
                   PERFORM WRITE-RUN-END
                   DISPLAY "Run abandoned - nothing was changed."
                   GOBACK
               END-IF
           END-IF
           PERFORM COLLECT-CLOSED-MONTHS.
               PERFORM REWRITE-LIVE-LOG
           END-IF.
           PERFORM UPDATE-CONTROL-RECORD.
      *    A run that could not purge the live log, or could not
      *    carry the game number forward, is not complete: OPSREPT
      *    must show it and a rerun must not be refused.
           IF KEEP-OVERFLOW EQUAL 1
               MOVE 'OVERFLOW' TO RC-OUTCOME
           ELSE
               IF CONTROL-HELD EQUAL 0
                   MOVE 'CTLBUSY ' TO RC-OUTCOME
               ELSE
                   MOVE 'COMPLETE' TO RC-OUTCOME
               END-IF
           END-IF
           PERFORM WRITE-RUN-END.
           GOBACK.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
           MOVE ARCHIVED-TOTAL TO RC-RECORDS-ARCHIVED.
           MOVE 0 TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.
           MOVE RC-OUTCOME TO JS-STEP-OUTCOME.

       APPEND-RUN-ENTRY.
           OPEN EXTEND RUN-CONTROL-FILE.

       GET-CUTOFF-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
      *    The nightly stream always takes the current month.
           IF JS-IN-STREAM
               MOVE SPACES TO CUTOFF-ANSWER
           ELSE
               DISPLAY "Roll log months before period YYYYMM"
               DISPLAY "(blank for current month " CURRENT-YEAR
                   CURRENT-MONTH "):"
               ACCEPT CUTOFF-ANSWER
           END-IF
           IF CUTOFF-ANSWER NUMERIC
               MOVE CUTOFF-ANSWER TO CUTOFF-PERIOD
           ELSE
      ******************************************************************
      * The control record carries the highest game number the live
      * log has ever held; an existing control record may already be
      * ahead of the log (earlier rollovers, or games started since
      * the log was read), so the higher of the two wins and the
      * number can never regress.  The record is locked while it is
      * changed, exactly as MINESWEEPER locks it to take a number.
      ******************************************************************
       UPDATE-CONTROL-RECORD.
           MOVE 0 TO CONTROL-HELD.
           MOVE 0 TO CONTROL-ADDED.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           PERFORM OPEN-LOG-CONTROL.
           PERFORM UNTIL CONTROL-HELD EQUAL 1 OR RECORD-BUSY EQUAL 1
               MOVE 'G' TO CTL-TAG
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
           IF CONTROL-HELD EQUAL 1 AND CONTROL-ADDED EQUAL 0
               IF CTL-LAST-GAME NUMERIC
                   AND CTL-LAST-GAME > HIGHEST-GAME
                   MOVE CTL-LAST-GAME TO HIGHEST-GAME
               END-IF
               MOVE HIGHEST-GAME TO CTL-LAST-GAME
               MOVE CURRENT-DATE TO CTL-STAMP-DATE
               REWRITE LOG-CONTROL-RECORD
               IF LOG-CONTROL-STATUS NOT EQUAL '00'
                   MOVE 0 TO CONTROL-HELD
               END-IF
           END-IF
           IF CONTROL-FILE-OPEN EQUAL 1
               CLOSE LOG-CONTROL-FILE
               MOVE 0 TO CONTROL-FILE-OPEN
           END-IF
           IF CONTROL-HELD EQUAL 1
               DISPLAY "Control record on TXNCTL carries game number "
                   CTL-LAST-GAME "."
           ELSE
               DISPLAY "Control record on TXNCTL could not be updated"
                   " (status " LOG-CONTROL-STATUS ") - rerun LOGROLL"
                   " to carry game number " HIGHEST-GAME " forward."
           END-IF.

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

      *    No control record yet: this run's number becomes it.  A
      *    '22' means a game session added one first; the next pass
      *    reads and updates theirs.
       ADD-CONTROL-RECORD.
           MOVE 'G' TO CTL-TAG.
           MOVE HIGHEST-GAME TO CTL-LAST-GAME.
           MOVE CURRENT-DATE TO CTL-STAMP-DATE.
           WRITE LOG-CONTROL-RECORD.
           IF LOG-CONTROL-STATUS EQUAL '00'
               MOVE 1 TO CONTROL-HELD
               MOVE 1 TO CONTROL-ADDED
           ELSE
               IF LOG-CONTROL-STATUS NOT EQUAL '22'
                   PERFORM COUNT-RECORD-RETRY
               END-IF
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

       END PROGRAM LOGROLL.
