      *          pass is incremental instead of rescanning all
      *          history; the rebuild starts over from the archives
      *          and the live file.  MINESWEEPER reads the summary
      *          at sign-on for the player's career line.  A game's
      *          difficulty bucket is set by the board sizes in force
      *          on its STAT-DATE on the SYSPARM parameter master.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT PLAYER-STATS-FILE ASSIGN USING STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-STATS-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-STATS-FILE.
           COPY PLYRSTAT.

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       WORKING-STORAGE SECTION.
       01 SUMMARY-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PLAYER-STATS-STATUS PIC X(2) VALUE IS '00'.

       COPY PLAYRSUM.

       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY PARMTBL.

       COPY JOBSTEP.

       01 MENU-CHOICE PIC X(1) VALUE IS ' '.
       01 SUMPOST-DONE PIC 9(1) VALUE IS 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *    In the nightly stream the incremental posting runs alone.
       MAIN-PROCEDURE.
           PERFORM LOAD-PARAMETER-TABLE.
           IF JS-IN-STREAM
               PERFORM POST-INCREMENTAL
               IF TABLE-OVERFLOW EQUAL 1
                   MOVE 'OVERFLOW' TO JS-STEP-OUTCOME
               ELSE
                   MOVE 'COMPLETE' TO JS-STEP-OUTCOME
               END-IF
           ELSE
               PERFORM SUMPOST-MENU UNTIL SUMPOST-DONE EQUAL 1
           END-IF
           GOBACK.

       SUMPOST-MENU.
           DISPLAY " ".
               END-IF
           END-IF.

      *    A game is classified by the difficulty sizes in force
      *    on its STAT-DATE.
       CLASSIFY-RECORD-BUCKET.
           PERFORM RESOLVE-RULES-FOR-GAME.
           MOVE 4 TO BUCKET-INDEX.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > 3
               IF STAT-WIDTH EQUAL RULE-DIFF-WIDTH(SCAN-INDEX)
                   AND STAT-HEIGHT EQUAL
                       RULE-DIFF-HEIGHT(SCAN-INDEX)
                   AND STAT-TOTAL-MINES EQUAL
                       RULE-DIFF-MINES(SCAN-INDEX)
                   MOVE SCAN-INDEX TO BUCKET-INDEX
                   MOVE 3 TO SCAN-INDEX
               END-IF
               END-IF
           END-IF.

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

       END PROGRAM SUMPOST.
