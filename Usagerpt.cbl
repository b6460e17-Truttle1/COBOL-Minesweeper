      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Games-room usage report over the SESSLOG session
      *          activity file MINESWEEPER writes.  For the sessions
      *          signed on within a date range it prints sessions
      *          and rounds by hour of day and by day of week, the
      *          average session length, how sessions ended (normal
      *          sign-off, abnormal end, abandoned) with the abandon
      *          rate, and the peak number of sessions running at
      *          once - the figures used to size the terminal count
      *          and to place league nights.
      *
      *          A session with no sign-off entry was abandoned; its
      *          length runs to its last entry.  One signed on today
      *          with no sign-off may still be in play, so it is
      *          shown as still open and kept out of the abandon
      *          rate.  Two sessions are concurrent when one signs on
      *          while the other has signed on and not yet reached
      *          its last entry; the peak is counted at the sign-on
      *          moments, where the count can only rise.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. USAGERPT.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "SESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-RECORD PIC X(70).

       WORKING-STORAGE SECTION.
       01 SESSION-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 SESSION-EOF PIC 9(1) VALUE IS 0.

       COPY SESSREC.

       01 FROM-DATE PIC X(8) VALUE IS SPACES.
       01 TO-DATE PIC X(8) VALUE IS SPACES.
       01 SESSION-DATE-TEXT PIC X(8) VALUE IS SPACES.
       01 REPORT-CLOCK.
            05 REPORT-TODAY PIC 9(8).
            05 FILLER PIC X(13).

      ******************************************************************
      * One row per session signed on within the range.  Times are
      * held as seconds from a fixed day zero so a session running
      * past midnight measures correctly.
      ******************************************************************
       01 SESSION-TABLE.
            05 SESSION-ROW OCCURS 5000 TIMES.
               10 ST-START-DATE PIC 9(8).
               10 ST-START-TIME PIC 9(8).
               10 ST-PLAYER-ID PIC X(8).
               10 ST-START-STAMP PIC 9(11).
               10 ST-LAST-STAMP PIC 9(11).
               10 ST-ENDED PIC X(1).
       01 SESSION-LIMIT PIC 9(4) VALUE IS 5000.
       01 SESSION-COUNT PIC 9(4) VALUE IS 0.
       01 SESSION-INDEX PIC S9(5) VALUE IS 0.
       01 OTHER-INDEX PIC 9(4) VALUE IS 0.
       01 FOUND-INDEX PIC 9(4) VALUE IS 0.
       01 SESSIONS-UNTABLED PIC 9(6) VALUE IS 0.
       01 ENTRIES-UNMATCHED PIC 9(6) VALUE IS 0.

       01 HOUR-TABLE.
            05 HOUR-ROW OCCURS 24 TIMES.
               10 HR-SESSIONS PIC 9(6).
               10 HR-ROUNDS PIC 9(6).
       01 HOUR-INDEX PIC 9(2) VALUE IS 0.
       01 HOUR-SHOWN PIC 9(2) VALUE IS 0.

       01 WEEKDAY-TABLE.
            05 WEEKDAY-ROW OCCURS 7 TIMES.
               10 WD-SESSIONS PIC 9(6).
               10 WD-ROUNDS PIC 9(6).
       01 WEEKDAY-INDEX PIC 9(1) VALUE IS 0.
       01 WEEKDAY-NAME-DATA.
            05 FILLER PIC X(9) VALUE IS 'SUNDAY'.
            05 FILLER PIC X(9) VALUE IS 'MONDAY'.
            05 FILLER PIC X(9) VALUE IS 'TUESDAY'.
            05 FILLER PIC X(9) VALUE IS 'WEDNESDAY'.
            05 FILLER PIC X(9) VALUE IS 'THURSDAY'.
            05 FILLER PIC X(9) VALUE IS 'FRIDAY'.
            05 FILLER PIC X(9) VALUE IS 'SATURDAY'.
       01 WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAME-DATA.
            05 WEEKDAY-NAME PIC X(9) OCCURS 7 TIMES.

      ******************************************************************
      * Date and time of one entry turned into a stamp in seconds,
      * its hour of day and its day of week (1 = Sunday).  The day
      * number counts days from 1 March of year zero, taking each
      * year from March so the leap day falls at the year's end.
      ******************************************************************
       01 STAMP-DATE PIC 9(8) VALUE IS 0.
       01 STAMP-DATE-PARTS REDEFINES STAMP-DATE.
            05 STAMP-YEAR PIC 9(4).
            05 STAMP-MONTH PIC 9(2).
            05 STAMP-DAY PIC 9(2).
       01 STAMP-TIME PIC 9(8) VALUE IS 0.
       01 STAMP-TIME-PARTS REDEFINES STAMP-TIME.
            05 STAMP-HOUR PIC 9(2).
            05 STAMP-MINUTE PIC 9(2).
            05 STAMP-SECOND PIC 9(2).
            05 STAMP-HUNDREDTH PIC 9(2).
       01 STAMP-SECONDS PIC 9(11) VALUE IS 0.
       01 STAMP-WEEKDAY PIC 9(1) VALUE IS 0.
       01 MARCH-YEAR PIC 9(4) VALUE IS 0.
       01 MARCH-MONTH PIC 9(2) VALUE IS 0.
       01 YEARS-BY-4 PIC 9(4) VALUE IS 0.
       01 YEARS-BY-100 PIC 9(4) VALUE IS 0.
       01 YEARS-BY-400 PIC 9(4) VALUE IS 0.
       01 DAYS-BEFORE-MONTH PIC 9(3) VALUE IS 0.
       01 DAY-NUMBER PIC 9(7) VALUE IS 0.
       01 WEEKDAY-QUOTIENT PIC 9(7) VALUE IS 0.

       01 TOTAL-SESSIONS PIC 9(6) VALUE IS 0.
       01 NORMAL-ENDS PIC 9(6) VALUE IS 0.
       01 ABNORMAL-ENDS PIC 9(6) VALUE IS 0.
       01 ABANDONED-SESSIONS PIC 9(6) VALUE IS 0.
       01 STILL-OPEN-SESSIONS PIC 9(6) VALUE IS 0.
       01 CLOSED-SESSIONS PIC 9(6) VALUE IS 0.
       01 ROUNDS-TOTAL PIC 9(7) VALUE IS 0.
       01 ROUNDS-WON PIC 9(7) VALUE IS 0.
       01 ROUNDS-LOST PIC 9(7) VALUE IS 0.
       01 ROUNDS-QUIT PIC 9(7) VALUE IS 0.
       01 CHECKPOINTS-TOTAL PIC 9(8) VALUE IS 0.
       01 RESUMES-TOTAL PIC 9(6) VALUE IS 0.

       01 SESSION-SECONDS PIC 9(11) VALUE IS 0.
       01 SESSION-SECONDS-TOTAL PIC 9(11) VALUE IS 0.
       01 TIMED-SESSIONS PIC 9(6) VALUE IS 0.
       01 AVERAGE-SECONDS PIC 9(7) VALUE IS 0.
       01 AVERAGE-MINUTES PIC 9(5) VALUE IS 0.
       01 AVERAGE-REMAINDER PIC 9(2) VALUE IS 0.
       01 LONGEST-SECONDS PIC 9(11) VALUE IS 0.
       01 LONGEST-MINUTES PIC 9(7) VALUE IS 0.
       01 RATE-WORK PIC 9(5)V9 VALUE IS 0.
       01 RATE-DISPLAY PIC ZZ9.9.

       01 CONCURRENT-COUNT PIC 9(4) VALUE IS 0.
       01 PEAK-CONCURRENT PIC 9(4) VALUE IS 0.
       01 PEAK-DATE PIC 9(8) VALUE IS 0.
       01 PEAK-TIME PIC 9(8) VALUE IS 0.
       01 PEAK-TIME-PARTS REDEFINES PEAK-TIME.
            05 PEAK-HOUR PIC 9(2).
            05 PEAK-MINUTE PIC 9(2).
            05 FILLER PIC 9(4).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "========================================".
           DISPLAY "       GAMES ROOM USAGE REPORT".
           DISPLAY "========================================".
           PERFORM PROMPT-DATE-RANGE.
           MOVE FUNCTION CURRENT-DATE TO REPORT-CLOCK.
           MOVE 1 TO HOUR-INDEX.
           PERFORM UNTIL HOUR-INDEX > 24
               MOVE 0 TO HR-SESSIONS(HOUR-INDEX)
               MOVE 0 TO HR-ROUNDS(HOUR-INDEX)
               ADD 1 TO HOUR-INDEX
           END-PERFORM.
           MOVE 1 TO WEEKDAY-INDEX.
           PERFORM UNTIL WEEKDAY-INDEX > 7
               MOVE 0 TO WD-SESSIONS(WEEKDAY-INDEX)
               MOVE 0 TO WD-ROUNDS(WEEKDAY-INDEX)
               ADD 1 TO WEEKDAY-INDEX
           END-PERFORM.
           OPEN INPUT SESSION-FILE.
           IF SESSION-FILE-STATUS NOT EQUAL '00'
               DISPLAY "No session file SESSLOG on file - no"
                   " sessions have been logged yet."
               MOVE 1 TO SESSION-EOF
           END-IF
           PERFORM UNTIL SESSION-EOF EQUAL 1
               READ SESSION-FILE INTO SESSION-ACTIVITY-RECORD
                   AT END
                       MOVE 1 TO SESSION-EOF
                   NOT AT END
                       PERFORM TAKE-SESSION-ENTRY
               END-READ
           END-PERFORM.
           IF SESSION-FILE-STATUS EQUAL '00' OR
               SESSION-FILE-STATUS EQUAL '10'
               CLOSE SESSION-FILE
           END-IF
           MOVE 1 TO SESSION-INDEX.
           PERFORM UNTIL SESSION-INDEX > SESSION-COUNT
               PERFORM TALLY-ONE-SESSION
               ADD 1 TO SESSION-INDEX
           END-PERFORM.
           PERFORM FIND-PEAK-CONCURRENCY.
           PERFORM PRINT-HOUR-SECTION.
           PERFORM PRINT-WEEKDAY-SECTION.
           PERFORM PRINT-SESSION-SECTION.
           STOP RUN.

       PROMPT-DATE-RANGE.
           DISPLAY "Sessions signed on from date YYYYMMDD"
               " (blank = open):".
           ACCEPT FROM-DATE.
           DISPLAY "To date YYYYMMDD (blank = open):".
           ACCEPT TO-DATE.

      ******************************************************************
      * A sign-on opens a session row; every later entry is matched
      * to its row by the sign-on stamp and player it carries,
      * searching back from the newest row since a session's entries
      * follow its sign-on closely.  Entries for a session signed on
      * outside the range are passed over.
      ******************************************************************
       TAKE-SESSION-ENTRY.
           MOVE SES-START-DATE TO SESSION-DATE-TEXT.
           IF (FROM-DATE NOT EQUAL SPACES
                   AND SESSION-DATE-TEXT < FROM-DATE)
               OR (TO-DATE NOT EQUAL SPACES
                   AND SESSION-DATE-TEXT > TO-DATE)
               CONTINUE
           ELSE
               IF SES-SIGN-ON
                   PERFORM OPEN-SESSION-ROW
               ELSE
                   PERFORM FIND-SESSION-ROW
                   IF FOUND-INDEX EQUAL 0
                       ADD 1 TO ENTRIES-UNMATCHED
                   ELSE
                       PERFORM APPLY-SESSION-ENTRY
                   END-IF
               END-IF
           END-IF.

       OPEN-SESSION-ROW.
           IF SESSION-COUNT NOT < SESSION-LIMIT
               ADD 1 TO SESSIONS-UNTABLED
           ELSE
               ADD 1 TO SESSION-COUNT
               MOVE SES-START-DATE TO ST-START-DATE(SESSION-COUNT)
               MOVE SES-START-TIME TO ST-START-TIME(SESSION-COUNT)
               MOVE SES-PLAYER-ID TO ST-PLAYER-ID(SESSION-COUNT)
               MOVE SPACE TO ST-ENDED(SESSION-COUNT)
               MOVE SES-START-DATE TO STAMP-DATE
               MOVE SES-START-TIME TO STAMP-TIME
               PERFORM WORK-OUT-STAMP
               MOVE STAMP-SECONDS TO ST-START-STAMP(SESSION-COUNT)
               MOVE STAMP-SECONDS TO ST-LAST-STAMP(SESSION-COUNT)
               ADD 1 TO HR-SESSIONS(STAMP-HOUR + 1)
               ADD 1 TO WD-SESSIONS(STAMP-WEEKDAY)
           END-IF.

       FIND-SESSION-ROW.
           MOVE 0 TO FOUND-INDEX.
           MOVE SESSION-COUNT TO SESSION-INDEX.
           PERFORM UNTIL SESSION-INDEX < 1 OR FOUND-INDEX > 0
               IF ST-START-DATE(SESSION-INDEX) EQUAL SES-START-DATE
                   AND ST-START-TIME(SESSION-INDEX)
                       EQUAL SES-START-TIME
                   AND ST-PLAYER-ID(SESSION-INDEX)
                       EQUAL SES-PLAYER-ID
                   MOVE SESSION-INDEX TO FOUND-INDEX
               END-IF
               SUBTRACT 1 FROM SESSION-INDEX
           END-PERFORM.

       APPLY-SESSION-ENTRY.
           MOVE SES-EVENT-DATE TO STAMP-DATE.
           MOVE SES-EVENT-TIME TO STAMP-TIME.
           PERFORM WORK-OUT-STAMP.
           IF STAMP-SECONDS > ST-LAST-STAMP(FOUND-INDEX)
               MOVE STAMP-SECONDS TO ST-LAST-STAMP(FOUND-INDEX)
           END-IF
           IF SES-ROUND-END
               ADD 1 TO ROUNDS-TOTAL
               ADD 1 TO HR-ROUNDS(STAMP-HOUR + 1)
               ADD 1 TO WD-ROUNDS(STAMP-WEEKDAY)
               IF SES-ROUND-WON
                   ADD 1 TO ROUNDS-WON
               ELSE
                   IF SES-ROUND-LOST
                       ADD 1 TO ROUNDS-LOST
                   ELSE
                       ADD 1 TO ROUNDS-QUIT
                   END-IF
               END-IF
           END-IF
           IF SES-CHECKPOINT
               ADD 1 TO CHECKPOINTS-TOTAL
           END-IF
           IF SES-RESUMED
               ADD 1 TO RESUMES-TOTAL
           END-IF
           IF SES-SIGN-OFF
               IF SES-ABNORMAL-END
                   MOVE 'A' TO ST-ENDED(FOUND-INDEX)
               ELSE
                   MOVE 'N' TO ST-ENDED(FOUND-INDEX)
               END-IF
           END-IF.

      *    Days from 1 March of year zero: 365 a year plus the leap
      *    days before it, then the days of the March-based months
      *    gone by ((153 x month + 2) / 5 gives 0, 31, 61, ...).
       WORK-OUT-STAMP.
           IF STAMP-MONTH < 3
               COMPUTE MARCH-YEAR = STAMP-YEAR - 1
               COMPUTE MARCH-MONTH = STAMP-MONTH + 9
           ELSE
               MOVE STAMP-YEAR TO MARCH-YEAR
               COMPUTE MARCH-MONTH = STAMP-MONTH - 3
           END-IF
           DIVIDE MARCH-YEAR BY 4 GIVING YEARS-BY-4.
           DIVIDE MARCH-YEAR BY 100 GIVING YEARS-BY-100.
           DIVIDE MARCH-YEAR BY 400 GIVING YEARS-BY-400.
           COMPUTE DAYS-BEFORE-MONTH = (153 * MARCH-MONTH + 2) / 5.
           COMPUTE DAY-NUMBER = 365 * MARCH-YEAR + YEARS-BY-4
               - YEARS-BY-100 + YEARS-BY-400 + DAYS-BEFORE-MONTH
               + STAMP-DAY - 1.
      *    Day zero fell on a Wednesday, so three more days puts
      *    Sunday at remainder zero.
           DIVIDE 7 INTO DAY-NUMBER GIVING WEEKDAY-QUOTIENT
               REMAINDER STAMP-WEEKDAY.
           ADD 3 TO STAMP-WEEKDAY.
           IF STAMP-WEEKDAY > 6
               SUBTRACT 7 FROM STAMP-WEEKDAY
           END-IF
           ADD 1 TO STAMP-WEEKDAY.
           COMPUTE STAMP-SECONDS = DAY-NUMBER * 86400
               + STAMP-HOUR * 3600 + STAMP-MINUTE * 60
               + STAMP-SECOND.

       TALLY-ONE-SESSION.
           ADD 1 TO TOTAL-SESSIONS.
           IF ST-ENDED(SESSION-INDEX) EQUAL 'N'
               ADD 1 TO NORMAL-ENDS
           ELSE
               IF ST-ENDED(SESSION-INDEX) EQUAL 'A'
                   ADD 1 TO ABNORMAL-ENDS
               ELSE
                   IF ST-START-DATE(SESSION-INDEX) EQUAL REPORT-TODAY
                       ADD 1 TO STILL-OPEN-SESSIONS
                   ELSE
                       ADD 1 TO ABANDONED-SESSIONS
                   END-IF
               END-IF
           END-IF
           IF ST-ENDED(SESSION-INDEX) NOT EQUAL SPACE
               OR ST-START-DATE(SESSION-INDEX) NOT EQUAL REPORT-TODAY
               COMPUTE SESSION-SECONDS = ST-LAST-STAMP(SESSION-INDEX)
                   - ST-START-STAMP(SESSION-INDEX)
               ADD SESSION-SECONDS TO SESSION-SECONDS-TOTAL
               ADD 1 TO TIMED-SESSIONS
               IF SESSION-SECONDS > LONGEST-SECONDS
                   MOVE SESSION-SECONDS TO LONGEST-SECONDS
               END-IF
           END-IF.

      ******************************************************************
      * At each session's sign-on, count the sessions then running:
      * signed on no later and not yet at their last entry.  The
      * highest such count is the peak.
      ******************************************************************
       FIND-PEAK-CONCURRENCY.
           MOVE 1 TO SESSION-INDEX.
           PERFORM UNTIL SESSION-INDEX > SESSION-COUNT
               MOVE 0 TO CONCURRENT-COUNT
               MOVE 1 TO OTHER-INDEX
               PERFORM UNTIL OTHER-INDEX > SESSION-COUNT
                   IF ST-START-STAMP(OTHER-INDEX)
                           NOT > ST-START-STAMP(SESSION-INDEX)
                       AND ST-LAST-STAMP(OTHER-INDEX)
                           NOT < ST-START-STAMP(SESSION-INDEX)
                       ADD 1 TO CONCURRENT-COUNT
                   END-IF
                   ADD 1 TO OTHER-INDEX
               END-PERFORM
               IF CONCURRENT-COUNT > PEAK-CONCURRENT
                   MOVE CONCURRENT-COUNT TO PEAK-CONCURRENT
                   MOVE ST-START-DATE(SESSION-INDEX) TO PEAK-DATE
                   MOVE ST-START-TIME(SESSION-INDEX) TO PEAK-TIME
               END-IF
               ADD 1 TO SESSION-INDEX
           END-PERFORM.

       PRINT-HOUR-SECTION.
           DISPLAY " ".
           DISPLAY "ACTIVITY BY HOUR OF DAY (sign-ons / rounds ended)".
           DISPLAY "HOUR   SESSIONS   ROUNDS".
           MOVE 1 TO HOUR-INDEX.
           PERFORM UNTIL HOUR-INDEX > 24
               IF HR-SESSIONS(HOUR-INDEX) > 0
                   OR HR-ROUNDS(HOUR-INDEX) > 0
                   COMPUTE HOUR-SHOWN = HOUR-INDEX - 1
                   DISPLAY HOUR-SHOWN ":00   " HR-SESSIONS(HOUR-INDEX)
                       "     " HR-ROUNDS(HOUR-INDEX)
               END-IF
               ADD 1 TO HOUR-INDEX
           END-PERFORM.

       PRINT-WEEKDAY-SECTION.
           DISPLAY " ".
           DISPLAY "ACTIVITY BY DAY OF WEEK".
           DISPLAY "DAY         SESSIONS   ROUNDS".
           MOVE 1 TO WEEKDAY-INDEX.
           PERFORM UNTIL WEEKDAY-INDEX > 7
               DISPLAY WEEKDAY-NAME(WEEKDAY-INDEX) "   "
                   WD-SESSIONS(WEEKDAY-INDEX) "     "
                   WD-ROUNDS(WEEKDAY-INDEX)
               ADD 1 TO WEEKDAY-INDEX
           END-PERFORM.

       PRINT-SESSION-SECTION.
           DISPLAY " ".
           DISPLAY "SESSIONS".
           DISPLAY "  Sessions signed on  : " TOTAL-SESSIONS.
           DISPLAY "  Signed off normally : " NORMAL-ENDS.
           DISPLAY "  Abnormal ends       : " ABNORMAL-ENDS.
           DISPLAY "  Abandoned           : " ABANDONED-SESSIONS.
           DISPLAY "  Still open (today)  : " STILL-OPEN-SESSIONS.
           COMPUTE CLOSED-SESSIONS = TOTAL-SESSIONS
               - STILL-OPEN-SESSIONS.
           IF CLOSED-SESSIONS > 0
               COMPUTE RATE-WORK ROUNDED =
                   ABANDONED-SESSIONS * 100 / CLOSED-SESSIONS
               MOVE RATE-WORK TO RATE-DISPLAY
               DISPLAY "  Abandon rate        : " RATE-DISPLAY " %"
               COMPUTE RATE-WORK ROUNDED =
                   ABNORMAL-ENDS * 100 / CLOSED-SESSIONS
               MOVE RATE-WORK TO RATE-DISPLAY
               DISPLAY "  Abnormal-end rate   : " RATE-DISPLAY " %"
           END-IF
           IF TIMED-SESSIONS > 0
               COMPUTE AVERAGE-SECONDS ROUNDED =
                   SESSION-SECONDS-TOTAL / TIMED-SESSIONS
               DIVIDE 60 INTO AVERAGE-SECONDS GIVING AVERAGE-MINUTES
                   REMAINDER AVERAGE-REMAINDER
               DISPLAY "  Average length      : " AVERAGE-MINUTES
                   " min " AVERAGE-REMAINDER " sec"
               COMPUTE LONGEST-MINUTES = LONGEST-SECONDS / 60
               DISPLAY "  Longest session     : " LONGEST-MINUTES
                   " min"
           END-IF
           DISPLAY "  Rounds ended        : " ROUNDS-TOTAL
               " (won " ROUNDS-WON ", lost " ROUNDS-LOST
               ", quit " ROUNDS-QUIT ")".
           DISPLAY "  Checkpoint saves    : " CHECKPOINTS-TOTAL.
           DISPLAY "  Saved games resumed : " RESUMES-TOTAL.
           IF PEAK-CONCURRENT > 0
               DISPLAY "  Peak concurrent     : " PEAK-CONCURRENT
                   " sessions, first reached " PEAK-DATE " "
                   PEAK-HOUR ":" PEAK-MINUTE
           END-IF
           IF SESSIONS-UNTABLED > 0
               DISPLAY "WARNING: more than 5000 sessions in the range"
                   " - " SESSIONS-UNTABLED " later sessions are"
                   " left out; narrow the date range."
           END-IF
           IF ENTRIES-UNMATCHED > 0
               DISPLAY "  Entries with no sign-on in the file: "
                   ENTRIES-UNMATCHED
           END-IF.

       END PROGRAM USAGERPT.
