      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Nightly job-stream driver.  Holds the batch stream
      *          definition and CALLs each step in dependency order,
      *          with the step area in JOBSTEP set so every program
      *          takes its nightly defaults instead of prompting.
      *          The stream stops at the first step whose outcome is
      *          not COMPLETE or SKIPPED, and the restart record on
      *          STRMCTL remembers that step: the next night's run,
      *          or a manual restart, resumes there instead of at
      *          the top.  The stream writes its own 'JOBSTRM' start
      *          and end entries on RUNCTL, the period being the
      *          night the stream belongs to, so OPSREPT shows which
      *          nights completed end to end.
      *
      *          A night already marked complete is skipped without a
      *          prompt; it is run again only when JOBSTRM is started
      *          with FORCE on the command line.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. JOBSTRM.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-CONTROL-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STREAM-CONTROL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-CONTROL-FILE.
       01  STREAM-CONTROL-LINE PIC X(34).

       FD  RUN-CONTROL-FILE.
       01  RUN-LEDGER-LINE PIC X(63).

       WORKING-STORAGE SECTION.
       01 STREAM-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE IS '00'.

       COPY RUNCTL.

       COPY STRMCTL.

       COPY JOBSTEP.

       01 RUN-EOF PIC 9(1) VALUE IS 0.
       01 PERIOD-ALREADY-DONE PIC 9(1) VALUE IS 0.
       01 FORCE-ANSWER PIC X(1) VALUE IS 'N'.
       01 STREAM-PARAMETER PIC X(8) VALUE IS SPACES.
       01 RUN-PERIOD-TEXT PIC X(8) VALUE IS SPACES.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

      ******************************************************************
      * The job stream, in the order the steps must run:
      *   STATAUDIT first, so later steps read an audited history
      *     and AWARDS can scan the cleaned PLAYRCLN file;
      *   RESSCRN holds tonight's suspicious wins, and settles their
      *     ratings, before anything posts from them;
      *   SUMPOST, RATINGS, AWARDS and LEAGUE posting while every
      *     one of tonight's games is still on the live PLAYRSTA;
      *   EXTRACT cuts the closed month before ARCHIVE purges it;
      *   ARCHIVE, then LOGROLL, which rolls the log last so the
      *     audit and the award scan had the whole month to pair.
      ******************************************************************
       01 STEP-PROGRAM-DATA.
            05 FILLER PIC X(10) VALUE IS 'STATAUDIT'.
            05 FILLER PIC X(10) VALUE IS 'RESSCRN'.
            05 FILLER PIC X(10) VALUE IS 'SUMPOST'.
            05 FILLER PIC X(10) VALUE IS 'RATINGS'.
            05 FILLER PIC X(10) VALUE IS 'AWARDS'.
            05 FILLER PIC X(10) VALUE IS 'LEAGUE'.
            05 FILLER PIC X(10) VALUE IS 'EXTRACT'.
            05 FILLER PIC X(10) VALUE IS 'ARCHIVE'.
            05 FILLER PIC X(10) VALUE IS 'LOGROLL'.
       01 STEP-PROGRAM-TABLE REDEFINES STEP-PROGRAM-DATA.
            05 STEP-PROGRAM PIC X(10) OCCURS 9 TIMES.

       01 STEP-TITLE-DATA.
            05 FILLER PIC X(30) VALUE IS 'AUDIT STATS AGAINST THE LOG'.
            05 FILLER PIC X(30) VALUE IS 'SCREEN NEW WINS FOR REVIEW'.
            05 FILLER PIC X(30) VALUE IS 'POST NEW STATS TO SUMMARIES'.
            05 FILLER PIC X(30) VALUE IS 'RATE NEW PLAYERS'.
            05 FILLER PIC X(30) VALUE IS 'SCAN FOR NEWLY EARNED BADGES'.
            05 FILLER PIC X(30) VALUE IS 'POST OPEN LEAGUE ROUNDS'.
            05 FILLER PIC X(30) VALUE IS 'CUT LAST MONTH EXTRACT'.
            05 FILLER PIC X(30) VALUE IS 'ARCHIVE CLOSED STATS MONTHS'.
            05 FILLER PIC X(30) VALUE IS 'ROLL CLOSED LOG MONTHS'.
       01 STEP-TITLE-TABLE REDEFINES STEP-TITLE-DATA.
            05 STEP-TITLE PIC X(30) OCCURS 9 TIMES.

       01 STEP-COUNT PIC 9(2) VALUE IS 9.
       01 STEP-INDEX PIC 9(2) VALUE IS 0.
       01 START-STEP PIC 9(2) VALUE IS 1.
       01 STEP-CALL-NAME PIC X(10) VALUE IS SPACES.
       01 STEPS-RUN PIC 9(2) VALUE IS 0.
       01 STEPS-COMPLETED PIC 9(2) VALUE IS 0.
       01 STREAM-RESUMED PIC 9(1) VALUE IS 0.
       01 STREAM-FAILED PIC 9(1) VALUE IS 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           ACCEPT STREAM-PARAMETER FROM COMMAND-LINE.
           IF STREAM-PARAMETER EQUAL 'FORCE' OR
               STREAM-PARAMETER EQUAL 'force'
               MOVE 'Y' TO FORCE-ANSWER
           END-IF
           PERFORM LOAD-STREAM-CONTROL.
           PERFORM RUN-STREAM.
      *    A stream resumed from an earlier night closes that night
      *    only; tonight's own stream follows it, most of its steps
      *    finding little left to do.
           IF STREAM-RESUMED EQUAL 1 AND STREAM-FAILED EQUAL 0
               AND STM-STREAM-DATE NOT EQUAL CURRENT-DATE
               MOVE 0 TO STREAM-RESUMED
               MOVE CURRENT-DATE TO STM-STREAM-DATE
               DISPLAY " "
               DISPLAY "Starting the stream of " CURRENT-DATE "."
               PERFORM RUN-STREAM
           END-IF
           STOP RUN.

       RUN-STREAM.
           MOVE 0 TO STEPS-RUN.
           MOVE 0 TO STEPS-COMPLETED.
           MOVE 0 TO PERIOD-ALREADY-DONE.
           MOVE STM-STREAM-DATE TO RUN-PERIOD-TEXT.
           IF STREAM-RESUMED EQUAL 1
               MOVE STM-NEXT-STEP TO START-STEP
               DISPLAY "Resuming the stream of " RUN-PERIOD-TEXT
                   " at step " START-STEP " ("
                   STEP-PROGRAM(START-STEP) ")"
               DISPLAY "after outcome " STM-LAST-OUTCOME "."
           ELSE
               MOVE 1 TO START-STEP
           END-IF
           PERFORM WRITE-RUN-START.
           IF STREAM-RESUMED EQUAL 0
               PERFORM CHECK-PERIOD-COMPLETE
           END-IF
           IF PERIOD-ALREADY-DONE EQUAL 1
               DISPLAY "The stream for " RUN-PERIOD-TEXT " is already"
                   " marked complete on the run ledger."
               IF FORCE-ANSWER NOT EQUAL 'Y'
                   MOVE 'SKIPPED ' TO RC-OUTCOME
                   PERFORM WRITE-RUN-END
                   DISPLAY "Run skipped - nothing was changed.  Start"
                       " JOBSTRM FORCE to run it again."
                   STOP RUN
               END-IF
               DISPLAY "Rerun forced from the command line."
           END-IF
           MOVE 0 TO STREAM-FAILED.
           MOVE START-STEP TO STEP-INDEX.
           PERFORM RUN-ONE-STEP
               UNTIL STEP-INDEX > STEP-COUNT OR STREAM-FAILED EQUAL 1.
           IF STREAM-FAILED EQUAL 1
               MOVE 'FAILED  ' TO RC-OUTCOME
               DISPLAY "Stream stopped at step " STEP-INDEX " ("
                   STEP-PROGRAM(STEP-INDEX) ") with outcome "
                   STM-LAST-OUTCOME "."
               DISPLAY "The next run resumes at that step."
           ELSE
               MOVE 'C' TO STM-STATUS
               MOVE 1 TO STM-NEXT-STEP
               PERFORM SAVE-STREAM-CONTROL
               MOVE 'COMPLETE' TO RC-OUTCOME
               DISPLAY "Stream for " RUN-PERIOD-TEXT
                   " completed end to end."
           END-IF
           PERFORM WRITE-RUN-END.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
      * LOGROLL, STATAUDIT and EXTRACT.  The period is the night the
      * stream belongs to, so a stream resumed the following night
      * still closes the night it started.  Steps run and steps
      * completed are carried as the read and written totals.
      ******************************************************************
       WRITE-RUN-START.
           MOVE 'JOBSTRM ' TO RC-PROGRAM.
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
           MOVE 'JOBSTRM ' TO RC-PROGRAM.
           MOVE 'E' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE STEPS-RUN TO RC-RECORDS-READ.
           MOVE STEPS-COMPLETED TO RC-RECORDS-WRITTEN.
           MOVE 0 TO RC-RECORDS-ARCHIVED.
           MOVE 0 TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.

       APPEND-RUN-ENTRY.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS EQUAL '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-LEDGER-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       CHECK-PERIOD-COMPLETE.
           MOVE 0 TO PERIOD-ALREADY-DONE.
           MOVE 0 TO RUN-EOF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT EQUAL '00'
               MOVE 1 TO RUN-EOF
           END-IF
           PERFORM UNTIL RUN-EOF EQUAL 1
               READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
                   AT END
                       MOVE 1 TO RUN-EOF
                   NOT AT END
                       IF RC-PROGRAM EQUAL 'JOBSTRM '
                           AND RC-RUN-END
                           AND RC-PERIOD EQUAL RUN-PERIOD-TEXT
                           AND RC-OUTCOME EQUAL 'COMPLETE'
                           MOVE 1 TO PERIOD-ALREADY-DONE
                       END-IF
               END-READ
           END-PERFORM.
           IF RUN-CONTROL-STATUS EQUAL '00' OR
               RUN-CONTROL-STATUS EQUAL '10'
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * A restart record left failed, or left running by a stream
      * that died, means the stream is resumed at its next step.
      ******************************************************************
       LOAD-STREAM-CONTROL.
           MOVE 0 TO STREAM-RESUMED.
           OPEN INPUT STREAM-CONTROL-FILE.
           IF STREAM-CONTROL-STATUS EQUAL '00'
               READ STREAM-CONTROL-FILE INTO STREAM-CONTROL-RECORD
                   NOT AT END
                       IF STM-RECORD AND STM-NEXT-STEP NUMERIC
                           AND STM-NEXT-STEP > 0
                           AND STM-NEXT-STEP NOT > STEP-COUNT
                           AND (STM-FAILED OR STM-RUNNING)
                           MOVE 1 TO STREAM-RESUMED
                       END-IF
               END-READ
               CLOSE STREAM-CONTROL-FILE
           END-IF.
           IF STREAM-RESUMED EQUAL 0
               MOVE 'J' TO STM-TAG
               MOVE CURRENT-DATE TO STM-STREAM-DATE
               MOVE 1 TO STM-NEXT-STEP
               MOVE SPACES TO STM-LAST-OUTCOME
           END-IF.

       SAVE-STREAM-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE CURRENT-DATE TO STM-UPDATED-DATE.
           MOVE CURRENT-TIME TO STM-UPDATED-TIME.
           OPEN OUTPUT STREAM-CONTROL-FILE.
           WRITE STREAM-CONTROL-LINE FROM STREAM-CONTROL-RECORD.
           CLOSE STREAM-CONTROL-FILE.

      ******************************************************************
      * The restart record is marked running on the step before it is
      * CALLed, so a step that dies outright is the one resumed.  A
      * step that hands back no outcome at all is treated as bad.
      ******************************************************************
       RUN-ONE-STEP.
           DISPLAY " ".
           DISPLAY "STEP " STEP-INDEX " " STEP-PROGRAM(STEP-INDEX)
               " - " STEP-TITLE(STEP-INDEX).
           MOVE 'R' TO STM-STATUS.
           MOVE STEP-INDEX TO STM-NEXT-STEP.
           PERFORM SAVE-STREAM-CONTROL.
           MOVE 'Y' TO JS-STREAM-MODE.
           MOVE SPACES TO JS-STEP-OUTCOME.
           MOVE STEP-PROGRAM(STEP-INDEX) TO STEP-CALL-NAME.
           CALL STEP-CALL-NAME
               ON EXCEPTION
                   MOVE 'NOTFOUND' TO JS-STEP-OUTCOME
           END-CALL.
           CANCEL STEP-CALL-NAME.
           MOVE SPACE TO JS-STREAM-MODE.
           ADD 1 TO STEPS-RUN.
           IF JS-STEP-OUTCOME EQUAL SPACES
               MOVE 'NORESULT' TO JS-STEP-OUTCOME
           END-IF
           MOVE JS-STEP-OUTCOME TO STM-LAST-OUTCOME.
           DISPLAY "STEP " STEP-INDEX " " STEP-PROGRAM(STEP-INDEX)
               " ended " JS-STEP-OUTCOME.
           IF JS-STEP-OUTCOME EQUAL 'COMPLETE'
               OR JS-STEP-OUTCOME EQUAL 'SKIPPED '
               ADD 1 TO STEPS-COMPLETED
               ADD 1 TO STEP-INDEX
               MOVE STEP-INDEX TO STM-NEXT-STEP
               PERFORM SAVE-STREAM-CONTROL
           ELSE
               MOVE 1 TO STREAM-FAILED
               MOVE 'F' TO STM-STATUS
               PERFORM SAVE-STREAM-CONTROL
           END-IF.

       END PROGRAM JOBSTRM.
