
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
           PERFORM TALLY-PLAYERS.
               " detail records written to EXTRACT.".
           MOVE 'COMPLETE' TO RC-OUTCOME.
           PERFORM WRITE-RUN-END.
           GOBACK.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
           MOVE 0 TO RC-RECORDS-ARCHIVED.
           MOVE EXTRACT-COUNT TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.
           MOVE RC-OUTCOME TO JS-STEP-OUTCOME.

       APPEND-RUN-ENTRY.
           OPEN EXTEND RUN-CONTROL-FILE.
           END-IF.

       GET-DATE-RANGE.
           IF JS-IN-STREAM
               PERFORM SET-STREAM-DATE-RANGE
           ELSE
               DISPLAY "Stats file to extract from"
               DISPLAY "(blank = live PLAYRSTA, or an ARCHYYYYMM file):"
               ACCEPT STATS-FILE-ANSWER
               IF STATS-FILE-ANSWER NOT EQUAL SPACES
                   MOVE STATS-FILE-ANSWER TO STATS-FILE-NAME
               END-IF
               DISPLAY "From date YYYYMMDD (blank = open):"
               ACCEPT FROM-DATE
               DISPLAY "To date YYYYMMDD (blank = open):"
               ACCEPT TO-DATE
           END-IF.

      ******************************************************************
      * The nightly stream cuts the last closed month from the live
      * file, ahead of ARCHIVE purging it.  Day 31 bounds any month,
      * the range test being on the date text.  Once that month is
      * complete on the ledger the rest of the month's nights skip.
      ******************************************************************
       SET-STREAM-DATE-RANGE.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           IF CURRENT-MONTH EQUAL 1
               COMPUTE RUN-PERIOD-NUM =
                   (CURRENT-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE RUN-PERIOD-NUM =
                   CURRENT-YEAR * 100 + CURRENT-MONTH - 1
           END-IF
           MOVE 'PLAYRSTA' TO STATS-FILE-NAME.
           MOVE SPACES TO FROM-DATE.
           STRING RUN-PERIOD-NUM DELIMITED BY SIZE
               '01' DELIMITED BY SIZE
               INTO FROM-DATE.
           MOVE SPACES TO TO-DATE.
           STRING RUN-PERIOD-NUM DELIMITED BY SIZE
               '31' DELIMITED BY SIZE
               INTO TO-DATE.

      ******************************************************************
      * The numeric-date test also drops an archive's 'T' control
