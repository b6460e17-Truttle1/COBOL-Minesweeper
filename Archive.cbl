
       COPY RUNCTL.

       COPY JOBSTEP.

       01 RUN-EOF PIC 9(1) VALUE IS 0.
       01 PERIOD-ALREADY-DONE PIC 9(1) VALUE IS 0.
       01 FORCE-ANSWER PIC X(1) VALUE IS 'N'.
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
               MOVE 'COMPLETE' TO RC-OUTCOME
           END-IF
           PERFORM WRITE-RUN-END.
           GOBACK.

      ******************************************************************
      * Run-control ledger entries, shared convention with LOGROLL,
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
               DISPLAY "Archive months before period YYYYMM"
               DISPLAY "(blank for current month " CURRENT-YEAR
                   CURRENT-MONTH "):"
               ACCEPT CUTOFF-ANSWER
           END-IF
           IF CUTOFF-ANSWER NUMERIC
               MOVE CUTOFF-ANSWER TO CUTOFF-PERIOD
           ELSE
