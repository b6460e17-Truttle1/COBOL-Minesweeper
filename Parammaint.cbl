      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Maintain the SYSPARM effective-dated system parameter
      *          master.  Every rule MINESWEEPER, RATINGS, LEAGUE and
      *          LEADERBOARD used to carry as a literal (the difficulty
      *          sizes, takeback and PIN attempt limits, the game score
      *          weights, the rating K-factor and board ratings, and
      *          the league points) is listed in the PARMTBL catalogue;
      *          here a new value is set for a rule from a given date,
      *          a scheduled value is removed, and the rules in force
      *          on any date or the history of one rule are listed.
      *          A value set from an earlier date than today changes
      *          what the next RATINGS rebuild or LEAGUE re-post
      *          produces for games already played, so it has to be
      *          confirmed.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARMMNT.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           COPY SYSPARM.

       WORKING-STORAGE SECTION.
       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.
       01 PARAMETER-LOAD-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-SAVE-FAILED PIC 9(1) VALUE IS 0.
       01 TABLE-CHANGEABLE PIC 9(1) VALUE IS 0.

       COPY PARMTBL.

       01 MENU-CHOICE PIC X(1) VALUE IS ' '.
       01 MAINT-DONE PIC 9(1) VALUE IS 0.
       01 CONFIRM-ANSWER PIC X(1) VALUE IS ' '.

       01 CODE-ANSWER PIC X(8) VALUE IS SPACES.
       01 DATE-ANSWER PIC X(8) VALUE IS SPACES.

       01 ENTERED-DATE PIC 9(8) VALUE IS 0.
       01 ENTERED-DATE-PARTS REDEFINES ENTERED-DATE.
            05 ENTERED-YEAR PIC 9(4).
            05 ENTERED-MONTH PIC 9(2).
            05 ENTERED-DAY PIC 9(2).
       01 ENTERED-VALUE PIC 9(6) VALUE IS 0.
       01 ENTRY-VALID PIC 9(1) VALUE IS 0.

       01 PICKED-RULE PIC 9(2) VALUE IS 0.
       01 FOUND-INDEX PIC 9(3) VALUE IS 0.
       01 HISTORY-COUNT PIC 9(3) VALUE IS 0.
       01 DIFFICULTY-PICK PIC 9(1) VALUE IS 0.
       01 DIFFICULTY-FIRST-RULE PIC 9(2) VALUE IS 0.
       01 CHECK-INDEX PIC 9(3) VALUE IS 0.
       01 BOARD-CELLS PIC 9(5) VALUE IS 0.
       01 FROM-TEXT PIC X(8) VALUE IS SPACES.

       01 SORT-INDEX PIC 9(3) VALUE IS 0.
       01 SORT-SWAPPED PIC 9(1) VALUE IS 0.
       01 PARAMETER-SWAP PIC X(30).

       01 DISPLAY-VALUE PIC ZZZZZ9.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME                PIC  X(8).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM MAINT-MENU UNTIL MAINT-DONE EQUAL 1.
           STOP RUN.

       MAINT-MENU.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           DISPLAY " ".
           DISPLAY "SYSTEM PARAMETER MAINTENANCE".
           DISPLAY "(L)ist rules in force (H)istory of a rule"
               " (S)et a value (R)emove a value (Q)uit:".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE EQUAL 'L' OR MENU-CHOICE EQUAL 'l'
               PERFORM LIST-RULES-IN-FORCE
           ELSE
               IF MENU-CHOICE EQUAL 'H' OR MENU-CHOICE EQUAL 'h'
                   PERFORM LIST-RULE-HISTORY
               ELSE
                   IF MENU-CHOICE EQUAL 'S' OR MENU-CHOICE EQUAL 's'
                       PERFORM SET-RULE-VALUE
                   ELSE
                       IF MENU-CHOICE EQUAL 'R' OR MENU-CHOICE EQUAL 'r'
                           PERFORM REMOVE-RULE-VALUE
                       ELSE
                           IF MENU-CHOICE EQUAL 'Q' OR
                               MENU-CHOICE EQUAL 'q'
                               MOVE 1 TO MAINT-DONE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SYSPARM is held in code and effective-date order.  No file
      * means no rule has been changed from its built-in default; a
      * file that is there but cannot be read is kept in
      * PARAMETER-LOAD-STATUS, and nothing is changed until it can.
      ******************************************************************
       LOAD-PARAMETER-TABLE.
           MOVE 0 TO PARAMETER-COUNT.
           MOVE 0 TO PARAMETER-OVERFLOW.
           MOVE 0 TO PARAMETER-EOF.
           MOVE '00' TO PARAMETER-LOAD-STATUS.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO PARAMETER-EOF
               IF PARAMETER-FILE-STATUS NOT EQUAL '35'
                   MOVE PARAMETER-FILE-STATUS TO PARAMETER-LOAD-STATUS
               END-IF
           END-IF
           PERFORM UNTIL PARAMETER-EOF EQUAL 1
               READ PARAMETER-FILE
                   AT END
                       MOVE 1 TO PARAMETER-EOF
                   NOT AT END
                       IF PARAMETER-COUNT EQUAL 500
                           MOVE 1 TO PARAMETER-OVERFLOW
                       ELSE
                           ADD 1 TO PARAMETER-COUNT
                           MOVE PRM-CODE TO PT-CODE(PARAMETER-COUNT)
                           MOVE PRM-EFFECTIVE-DATE TO
                               PT-EFFECTIVE-DATE(PARAMETER-COUNT)
                           MOVE PRM-VALUE TO PT-VALUE(PARAMETER-COUNT)
                           MOVE PRM-SET-DATE TO
                               PT-SET-DATE(PARAMETER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF PARAMETER-FILE-STATUS EQUAL '00' OR
               PARAMETER-FILE-STATUS EQUAL '10'
               CLOSE PARAMETER-FILE
           END-IF.

      *    A failed open leaves SYSPARM as it was; a failed write
      *    leaves it short, to be restored from the last backup.
       SAVE-PARAMETER-TABLE.
           MOVE 0 TO PARAMETER-SAVE-FAILED.
           PERFORM SORT-PARAMETER-TABLE.
           OPEN OUTPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS NOT EQUAL '00'
               DISPLAY "SYSPARM could not be rewritten (status "
                   PARAMETER-FILE-STATUS ") - nothing was changed."
               MOVE 1 TO PARAMETER-SAVE-FAILED
           ELSE
               MOVE 1 TO PARAMETER-INDEX
               PERFORM UNTIL PARAMETER-INDEX > PARAMETER-COUNT
                   MOVE PT-CODE(PARAMETER-INDEX) TO PRM-CODE
                   MOVE PT-EFFECTIVE-DATE(PARAMETER-INDEX) TO
                       PRM-EFFECTIVE-DATE
                   MOVE PT-VALUE(PARAMETER-INDEX) TO PRM-VALUE
                   MOVE PT-SET-DATE(PARAMETER-INDEX) TO PRM-SET-DATE
                   WRITE SYSTEM-PARAMETER-RECORD
                   IF PARAMETER-FILE-STATUS NOT EQUAL '00'
                       DISPLAY "SYSPARM write failed (status "
                           PARAMETER-FILE-STATUS ") - restore it from"
                           " the last backup."
                       MOVE 1 TO PARAMETER-SAVE-FAILED
                       MOVE PARAMETER-COUNT TO PARAMETER-INDEX
                   END-IF
                   ADD 1 TO PARAMETER-INDEX
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.

       SORT-PARAMETER-TABLE.
           MOVE 1 TO SORT-SWAPPED.
           PERFORM UNTIL SORT-SWAPPED EQUAL 0
               MOVE 0 TO SORT-SWAPPED
               MOVE 1 TO SORT-INDEX
               PERFORM UNTIL SORT-INDEX NOT < PARAMETER-COUNT
                   IF PT-CODE(SORT-INDEX) > PT-CODE(SORT-INDEX + 1)
                       OR (PT-CODE(SORT-INDEX) EQUAL
                           PT-CODE(SORT-INDEX + 1)
                       AND PT-EFFECTIVE-DATE(SORT-INDEX) >
                           PT-EFFECTIVE-DATE(SORT-INDEX + 1))
                       MOVE PARAMETER-ROW(SORT-INDEX) TO PARAMETER-SWAP
                       MOVE PARAMETER-ROW(SORT-INDEX + 1) TO
                           PARAMETER-ROW(SORT-INDEX)
                       MOVE PARAMETER-SWAP TO
                           PARAMETER-ROW(SORT-INDEX + 1)
                       MOVE 1 TO SORT-SWAPPED
                   END-IF
                   ADD 1 TO SORT-INDEX
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * The value of each catalogue rule in force on RULE-SET-DATE:
      * the SYSPARM record with the latest effective date on or
      * before it, else the built-in default.  The same resolution
      * is done by every program that reads the rules.
      ******************************************************************
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

       LIST-RULES-IN-FORCE.
           PERFORM LOAD-PARAMETER-TABLE.
           DISPLAY "Rules in force on date YYYYMMDD (blank = today):".
           PERFORM ACCEPT-RULE-DATE.
           IF ENTRY-VALID EQUAL 1
               MOVE ENTERED-DATE TO RULE-SET-DATE
               PERFORM RESOLVE-RULE-SET
               DISPLAY " "
               DISPLAY "========================================"
               DISPLAY "   SYSTEM RULES IN FORCE ON " RULE-SET-DATE
               DISPLAY "========================================"
               DISPLAY "CODE     RULE                           "
                   " VALUE  FROM"
               MOVE 1 TO RULE-INDEX
               PERFORM UNTIL RULE-INDEX > RULE-COUNT
                   PERFORM FIND-VALUE-IN-FORCE
                   MOVE RULE-VALUE(RULE-INDEX) TO DISPLAY-VALUE
                   DISPLAY RULE-CODE(RULE-INDEX) " "
                       RULE-TITLE(RULE-INDEX) " " DISPLAY-VALUE
                       "  " FROM-TEXT
                   ADD 1 TO RULE-INDEX
               END-PERFORM
           END-IF.

      *    The effective date a listed value comes from, for the
      *    FROM column; DEFAULT when no record applies yet.
       FIND-VALUE-IN-FORCE.
           MOVE 'DEFAULT ' TO FROM-TEXT.
           MOVE 0 TO RULE-BEST-DATE.
           MOVE 1 TO PARAMETER-INDEX.
           PERFORM UNTIL PARAMETER-INDEX > PARAMETER-COUNT
               IF PT-CODE(PARAMETER-INDEX) EQUAL RULE-CODE(RULE-INDEX)
                   AND PT-EFFECTIVE-DATE(PARAMETER-INDEX)
                       NOT > RULE-SET-DATE
                   AND PT-EFFECTIVE-DATE(PARAMETER-INDEX)
                       NOT < RULE-BEST-DATE
                   MOVE PT-EFFECTIVE-DATE(PARAMETER-INDEX) TO
                       RULE-BEST-DATE
                   MOVE RULE-BEST-DATE TO FROM-TEXT
               END-IF
               ADD 1 TO PARAMETER-INDEX
           END-PERFORM.

       LIST-RULE-HISTORY.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM ACCEPT-RULE-CODE.
           IF PICKED-RULE > 0
               MOVE RULE-DEFAULT(PICKED-RULE) TO DISPLAY-VALUE
               DISPLAY " "
               DISPLAY RULE-CODE(PICKED-RULE) " "
                   RULE-TITLE(PICKED-RULE)
               DISPLAY "  EFFECTIVE  VALUE  SET ON"
               DISPLAY "  DEFAULT   " DISPLAY-VALUE
               MOVE 0 TO HISTORY-COUNT
               MOVE 1 TO PARAMETER-INDEX
               PERFORM UNTIL PARAMETER-INDEX > PARAMETER-COUNT
                   IF PT-CODE(PARAMETER-INDEX) EQUAL
                       RULE-CODE(PICKED-RULE)
                       MOVE PT-VALUE(PARAMETER-INDEX) TO DISPLAY-VALUE
                       DISPLAY "  " PT-EFFECTIVE-DATE(PARAMETER-INDEX)
                           "  " DISPLAY-VALUE "  "
                           PT-SET-DATE(PARAMETER-INDEX)
                       ADD 1 TO HISTORY-COUNT
                   END-IF
                   ADD 1 TO PARAMETER-INDEX
               END-PERFORM
               IF HISTORY-COUNT EQUAL 0
                   DISPLAY "  (never changed from the default)"
               END-IF
           END-IF.

      ******************************************************************
      * A new value for one rule from an effective date.  A value
      * already set for that rule and date is replaced.  The range
      * comes from the catalogue; a board size or mine count is also
      * checked against the rest of that difficulty as in force on
      * the effective date and on every later date that difficulty
      * changes, so a board always has a cell to spare.
      ******************************************************************
       SET-RULE-VALUE.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM CHECK-TABLE-CHANGEABLE.
           IF TABLE-CHANGEABLE EQUAL 1
               PERFORM ACCEPT-RULE-CODE
               IF PICKED-RULE > 0
                   DISPLAY "Effective date YYYYMMDD (blank = today):"
                   PERFORM ACCEPT-RULE-DATE
                   IF ENTRY-VALID EQUAL 1
                       PERFORM ACCEPT-RULE-VALUE
                   END-IF
                   IF ENTRY-VALID EQUAL 1
                       PERFORM PLACE-RULE-VALUE
                   END-IF
                   IF ENTRY-VALID EQUAL 1
                       PERFORM CHECK-BOARD-FITS
                   END-IF
                   IF ENTRY-VALID EQUAL 1
                       PERFORM CONFIRM-BACK-DATING
                   END-IF
                   IF ENTRY-VALID EQUAL 1
                       PERFORM STORE-RULE-VALUE
                   END-IF
               END-IF
           END-IF.

      *    The new value goes into the work table before it is
      *    checked; nothing reaches SYSPARM until it is stored, and
      *    the next menu choice loads the file afresh.
       PLACE-RULE-VALUE.
           PERFORM FIND-PARAMETER-ROW.
           IF FOUND-INDEX EQUAL 0 AND PARAMETER-COUNT EQUAL 500
               DISPLAY "SYSPARM is full - value not set."
               MOVE 0 TO ENTRY-VALID
           ELSE
               IF FOUND-INDEX EQUAL 0
                   ADD 1 TO PARAMETER-COUNT
                   MOVE PARAMETER-COUNT TO FOUND-INDEX
                   MOVE RULE-CODE(PICKED-RULE) TO PT-CODE(FOUND-INDEX)
                   MOVE ENTERED-DATE TO PT-EFFECTIVE-DATE(FOUND-INDEX)
               END-IF
               MOVE ENTERED-VALUE TO PT-VALUE(FOUND-INDEX)
               MOVE CURRENT-DATE TO PT-SET-DATE(FOUND-INDEX)
           END-IF.

       STORE-RULE-VALUE.
           PERFORM SAVE-PARAMETER-TABLE.
           IF PARAMETER-SAVE-FAILED EQUAL 1
               DISPLAY RULE-CODE(PICKED-RULE) " was not set."
           ELSE
               MOVE ENTERED-VALUE TO DISPLAY-VALUE
               DISPLAY RULE-CODE(PICKED-RULE) " set to " DISPLAY-VALUE
                   " from " ENTERED-DATE "."
           END-IF.

      *    Nothing is changed while SYSPARM cannot be read or holds
      *    more values than the table, or the rewrite would lose some.
       CHECK-TABLE-CHANGEABLE.
           MOVE 1 TO TABLE-CHANGEABLE.
           IF PARAMETER-LOAD-STATUS NOT EQUAL '00'
               DISPLAY "SYSPARM could not be read (status "
                   PARAMETER-LOAD-STATUS ") - nothing can be changed."
               MOVE 0 TO TABLE-CHANGEABLE
           END-IF
           IF PARAMETER-OVERFLOW EQUAL 1
               DISPLAY "SYSPARM holds more than 500 values -"
                   " nothing can be changed."
               MOVE 0 TO TABLE-CHANGEABLE
           END-IF.

      *    Removing a board value can bring back an earlier value or
      *    the default, so the board is checked as for a new value.
       REMOVE-RULE-VALUE.
           PERFORM LOAD-PARAMETER-TABLE.
           PERFORM CHECK-TABLE-CHANGEABLE.
           IF TABLE-CHANGEABLE EQUAL 1
               PERFORM ACCEPT-RULE-CODE
               IF PICKED-RULE > 0
                   DISPLAY "Effective date of the value to remove"
                       " YYYYMMDD:"
                   PERFORM ACCEPT-RULE-DATE
                   IF ENTRY-VALID EQUAL 1
                       PERFORM FIND-PARAMETER-ROW
                       IF FOUND-INDEX EQUAL 0
                           DISPLAY "No value is set for "
                               RULE-CODE(PICKED-RULE) " from "
                               ENTERED-DATE "."
                       ELSE
                           PERFORM DROP-PARAMETER-ROW
                           PERFORM CHECK-BOARD-FITS
                           IF ENTRY-VALID EQUAL 1
                               PERFORM CONFIRM-BACK-DATING
                           END-IF
                           IF ENTRY-VALID EQUAL 1
                               PERFORM SAVE-PARAMETER-TABLE
                               IF PARAMETER-SAVE-FAILED EQUAL 0
                                   DISPLAY "Value removed."
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DROP-PARAMETER-ROW.
           MOVE FOUND-INDEX TO PARAMETER-INDEX.
           PERFORM UNTIL PARAMETER-INDEX NOT < PARAMETER-COUNT
               MOVE PARAMETER-ROW(PARAMETER-INDEX + 1) TO
                   PARAMETER-ROW(PARAMETER-INDEX)
               ADD 1 TO PARAMETER-INDEX
           END-PERFORM.
           SUBTRACT 1 FROM PARAMETER-COUNT.

       FIND-PARAMETER-ROW.
           MOVE 0 TO FOUND-INDEX.
           MOVE 1 TO PARAMETER-INDEX.
           PERFORM UNTIL PARAMETER-INDEX > PARAMETER-COUNT
               IF PT-CODE(PARAMETER-INDEX) EQUAL RULE-CODE(PICKED-RULE)
                   AND PT-EFFECTIVE-DATE(PARAMETER-INDEX) EQUAL
                       ENTERED-DATE
                   MOVE PARAMETER-INDEX TO FOUND-INDEX
                   MOVE PARAMETER-COUNT TO PARAMETER-INDEX
               END-IF
               ADD 1 TO PARAMETER-INDEX
           END-PERFORM.

       ACCEPT-RULE-CODE.
           MOVE 0 TO PICKED-RULE.
           DISPLAY "Rule code (blank = list the codes):".
           MOVE SPACES TO CODE-ANSWER.
           ACCEPT CODE-ANSWER.
           IF CODE-ANSWER EQUAL SPACES
               PERFORM LIST-RULE-CODES
               DISPLAY "Rule code:"
               ACCEPT CODE-ANSWER
           END-IF
           INSPECT CODE-ANSWER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 1 TO RULE-INDEX.
           PERFORM UNTIL RULE-INDEX > RULE-COUNT
               IF RULE-CODE(RULE-INDEX) EQUAL CODE-ANSWER
                   MOVE RULE-INDEX TO PICKED-RULE
                   MOVE RULE-COUNT TO RULE-INDEX
               END-IF
               ADD 1 TO RULE-INDEX
           END-PERFORM.
           IF PICKED-RULE EQUAL 0
               DISPLAY "Unknown rule code: " CODE-ANSWER
           END-IF.

       LIST-RULE-CODES.
           MOVE 1 TO RULE-INDEX.
           PERFORM UNTIL RULE-INDEX > RULE-COUNT
               DISPLAY "  " RULE-CODE(RULE-INDEX) " "
                   RULE-TITLE(RULE-INDEX)
               ADD 1 TO RULE-INDEX
           END-PERFORM.

       ACCEPT-RULE-DATE.
           MOVE 1 TO ENTRY-VALID.
           MOVE SPACES TO DATE-ANSWER.
           ACCEPT DATE-ANSWER.
           IF DATE-ANSWER EQUAL SPACES
               MOVE CURRENT-DATE TO ENTERED-DATE
           ELSE
               IF DATE-ANSWER NUMERIC
                   MOVE DATE-ANSWER TO ENTERED-DATE
                   IF ENTERED-YEAR < 1900
                       OR ENTERED-MONTH < 1 OR ENTERED-MONTH > 12
                       OR ENTERED-DAY < 1 OR ENTERED-DAY > 31
                       MOVE 0 TO ENTRY-VALID
                   END-IF
               ELSE
                   MOVE 0 TO ENTRY-VALID
               END-IF
           END-IF
           IF ENTRY-VALID EQUAL 0
               DISPLAY "Not a date: " DATE-ANSWER
           END-IF.

       ACCEPT-RULE-VALUE.
           MOVE RULE-MINIMUM(PICKED-RULE) TO DISPLAY-VALUE.
           DISPLAY "New value for " RULE-TITLE(PICKED-RULE).
           DISPLAY "(" DISPLAY-VALUE " to " WITH NO ADVANCING.
           MOVE RULE-MAXIMUM(PICKED-RULE) TO DISPLAY-VALUE.
           DISPLAY DISPLAY-VALUE "):".
           MOVE 0 TO ENTERED-VALUE.
           ACCEPT ENTERED-VALUE.
           MOVE 0 TO ENTRY-VALID.
           IF ENTERED-VALUE NOT < RULE-MINIMUM(PICKED-RULE)
               AND ENTERED-VALUE NOT > RULE-MAXIMUM(PICKED-RULE)
               MOVE 1 TO ENTRY-VALID
           END-IF
           IF ENTRY-VALID EQUAL 0
               DISPLAY "Value out of range - nothing changed."
           END-IF.

      ******************************************************************
      * Difficulty rules are the first nine in the catalogue, three
      * to a difficulty: width, height, mines.  The work table
      * already holds the change.  The board is checked on the
      * change's date and again on every later date one of that
      * difficulty's three rules changes, since a value scheduled
      * further ahead meets the changed one there.
      ******************************************************************
       CHECK-BOARD-FITS.
           IF PICKED-RULE < 10
               COMPUTE DIFFICULTY-PICK = (PICKED-RULE + 2) / 3
               COMPUTE DIFFICULTY-FIRST-RULE = DIFFICULTY-PICK * 3 - 2
               MOVE ENTERED-DATE TO RULE-SET-DATE
               PERFORM CHECK-BOARD-ON-DATE
               MOVE 1 TO CHECK-INDEX
               PERFORM UNTIL CHECK-INDEX > PARAMETER-COUNT
                   OR ENTRY-VALID EQUAL 0
                   IF PT-EFFECTIVE-DATE(CHECK-INDEX) > ENTERED-DATE
                       AND (PT-CODE(CHECK-INDEX) EQUAL
                           RULE-CODE(DIFFICULTY-FIRST-RULE)
                       OR PT-CODE(CHECK-INDEX) EQUAL
                           RULE-CODE(DIFFICULTY-FIRST-RULE + 1)
                       OR PT-CODE(CHECK-INDEX) EQUAL
                           RULE-CODE(DIFFICULTY-FIRST-RULE + 2))
                       MOVE PT-EFFECTIVE-DATE(CHECK-INDEX) TO
                           RULE-SET-DATE
                       PERFORM CHECK-BOARD-ON-DATE
                   END-IF
                   ADD 1 TO CHECK-INDEX
               END-PERFORM
           END-IF.

       CHECK-BOARD-ON-DATE.
           PERFORM RESOLVE-RULE-SET.
           COMPUTE BOARD-CELLS =
               RULE-DIFF-WIDTH(DIFFICULTY-PICK)
               * RULE-DIFF-HEIGHT(DIFFICULTY-PICK).
           IF RULE-DIFF-MINES(DIFFICULTY-PICK) NOT < BOARD-CELLS
               MOVE 0 TO ENTRY-VALID
               DISPLAY "That leaves no mine-free cell on the board"
                   " from " RULE-SET-DATE " - nothing changed."
           END-IF.

       CONFIRM-BACK-DATING.
           IF ENTERED-DATE < CURRENT-DATE
               DISPLAY "Games already played from " ENTERED-DATE
                   " will re-rate and re-post under this change."
               DISPLAY "Continue? (Y/N):"
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT EQUAL 'Y'
                   AND CONFIRM-ANSWER NOT EQUAL 'y'
                   MOVE 0 TO ENTRY-VALID
                   DISPLAY "Nothing changed."
               END-IF
           END-IF.

       END PROGRAM PARMMNT.
