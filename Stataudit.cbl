       01  AUDIT-REPORT-RECORD PIC X(80).

       FD  CLEAN-STATS-FILE.
       01  CLEAN-STATS-RECORD PIC X(58).

       FD  RUN-CONTROL-FILE.
       01  RUN-LEDGER-LINE PIC X(63).

       COPY RUNCTL.

       COPY JOBSTEP.

       01 RUN-EOF PIC 9(1) VALUE IS 0.
       01 PERIOD-ALREADY-DONE PIC 9(1) VALUE IS 0.
       01 FORCE-ANSWER PIC X(1) VALUE IS 'N'.
           IF PERIOD-ALREADY-DONE EQUAL 1
               DISPLAY "An audit for " RUN-PERIOD-TEXT " is already"
                   " marked complete on the run ledger."
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
           OPEN OUTPUT AUDIT-REPORT-FILE.
           DISPLAY "cleaned stats file is on PLAYRCLN.".
           MOVE 'COMPLETE' TO RC-OUTCOME.
           PERFORM WRITE-RUN-END.
           GOBACK.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
           MOVE 0 TO RC-RECORDS-ARCHIVED.
           MOVE 0 TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.
           MOVE RC-OUTCOME TO JS-STEP-OUTCOME.

       APPEND-RUN-ENTRY.
           OPEN EXTEND RUN-CONTROL-FILE.
      ******************************************************************
      * An archived TLOGYYYYMM segment only cross-foots against the
      * stats of the same period, so the two prompts travel together:
      * audit the live pair, or an archived pair.  The nightly stream
      * always audits the live pair.
      ******************************************************************
       PROMPT-AUDIT-FILES.
           IF NOT JS-IN-STREAM
               DISPLAY "Stats file to audit"
               DISPLAY "(blank = live PLAYRSTA, or an ARCHYYYYMM file):"
               ACCEPT STATS-FILE-ANSWER
               IF STATS-FILE-ANSWER NOT EQUAL SPACES
                   MOVE STATS-FILE-ANSWER TO STATS-FILE-NAME
               END-IF
               DISPLAY "Log file to cross-foot against"
               DISPLAY "(blank = live TXNLOG, or a TLOGYYYYMM segment):"
               ACCEPT LOG-FILE-ANSWER
               IF LOG-FILE-ANSWER NOT EQUAL SPACES
                   MOVE LOG-FILE-ANSWER TO LOG-FILE-NAME
               END-IF
           END-IF.

      ******************************************************************
