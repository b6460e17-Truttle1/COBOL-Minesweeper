      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Monthly dormant-player processing.  Each player's
      *          last game is found on the PLAYRSTA history (every
      *          ARCHYYYYMM archive on hand, then the live file) and
      *          kept on the PLAYRDRM standing file.  Every active
      *          player on the keyed master is then classed active,
      *          dormant or lapsed by the days since that game
      *          against the SYSPARM thresholds in force today.
      *          Dormant and lapsed players lose rating on PLAYRRTG
      *          once a month, down to the SYSPARM floor, and RATINGS
      *          keeps them off the ladder.  A lapsed player goes on
      *          the notice list the first time; one already on an
      *          earlier month's notice list is made inactive on the
      *          master, and is reinstated through PLAYRMNT.  Prints
      *          the before/after audit report and the notice list
      *          for the club secretary, and is ledgered on RUNCTL
      *          under the month.  Rating records are locked one at
      *          a time, so games may go on while it runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DORMANT.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-STATS-FILE ASSIGN USING STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-STATS-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT STANDING-FILE ASSIGN TO "PLAYRDRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRM-PLAYER-ID
               FILE STATUS IS STANDING-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTG-PLAYER-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-STATS-FILE.
           COPY PLYRSTAT.

       FD  PLAYER-MASTER-FILE.
           COPY PLAYRMST.

       FD  STANDING-FILE.
           COPY PLAYRDRM.

       FD  RATING-FILE.
           COPY PLAYRRTG.

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       FD  RUN-CONTROL-FILE.
       01  RUN-LEDGER-LINE PIC X(63).

       WORKING-STORAGE SECTION.
       01 PLAYER-STATS-STATUS PIC X(2) VALUE IS '00'.
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE IS '00'.
       01 STANDING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE IS '00'.

       COPY RUNCTL.

       COPY PARMTBL.

       COPY RECLOCK.
       01 RATING-FILE-OPEN PIC 9(1) VALUE IS 0.
       01 RATING-HELD PIC 9(1) VALUE IS 0.
       01 RATING-FOUND PIC 9(1) VALUE IS 0.

       01 RUN-EOF PIC 9(1) VALUE IS 0.
       01 PERIOD-ALREADY-DONE PIC 9(1) VALUE IS 0.
       01 FORCE-ANSWER PIC X(1) VALUE IS 'N'.
       01 RUN-PERIOD-TEXT PIC X(8) VALUE IS SPACES.
       01 RUN-PERIOD PIC 9(6) VALUE IS 0.
       01 NOTICE-PERIOD PIC 9(6) VALUE IS 0.
       01 TODAY-DATE PIC 9(8) VALUE IS 0.
       01 TODAY-DAY-NUMBER PIC 9(7) VALUE IS 0.

       01 STATS-FILE-NAME PIC X(12) VALUE IS 'PLAYRSTA'.
       01 STATS-EOF PIC 9(1) VALUE IS 0.
       01 MASTER-EOF PIC 9(1) VALUE IS 0.
       01 STANDING-EOF PIC 9(1) VALUE IS 0.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.
       01 STANDING-OPEN PIC 9(1) VALUE IS 0.
       01 MASTER-OPEN PIC 9(1) VALUE IS 0.

      *    The archive months are walked from the first month the
      *    game was played; months with no archive file are passed
      *    over.
       01 HISTORY-FIRST-PERIOD PIC 9(6) VALUE IS 202312.
       01 HISTORY-PERIOD PIC 9(6) VALUE IS 0.
       01 HISTORY-PERIOD-PARTS REDEFINES HISTORY-PERIOD.
            05 HISTORY-YEAR PIC 9(4).
            05 HISTORY-MONTH PIC 9(2).

       01 RECORD-TEXT PIC X(60).
       01 RECORD-TEXT-BYTES REDEFINES RECORD-TEXT.
            05 RECORD-TAG PIC X(1).
            05 FILLER PIC X(59).

       01 STAMP-DATE PIC 9(8) VALUE IS 0.
       01 STAMP-DATE-PARTS REDEFINES STAMP-DATE.
            05 STAMP-YEAR PIC 9(4).
            05 STAMP-MONTH PIC 9(2).
            05 STAMP-DAY PIC 9(2).
       01 MARCH-YEAR PIC 9(4) VALUE IS 0.
       01 MARCH-MONTH PIC 9(2) VALUE IS 0.
       01 YEARS-BY-4 PIC 9(4) VALUE IS 0.
       01 YEARS-BY-100 PIC 9(4) VALUE IS 0.
       01 YEARS-BY-400 PIC 9(4) VALUE IS 0.
       01 DAYS-BEFORE-MONTH PIC 9(3) VALUE IS 0.
       01 DAY-NUMBER PIC 9(7) VALUE IS 0.

      ******************************************************************
      * One player's standing as the run finds it and leaves it.
      ******************************************************************
       01 ACTIVITY-DATE PIC 9(8) VALUE IS 0.
       01 IDLE-DAYS PIC 9(7) VALUE IS 0.
       01 NEW-CLASS PIC X(1) VALUE IS SPACE.
       01 BEFORE-CLASS PIC X(1) VALUE IS SPACE.
       01 BEFORE-STATUS PIC X(1) VALUE IS SPACE.
       01 BEFORE-RATING PIC 9(4) VALUE IS 0.
       01 AFTER-RATING PIC 9(4) VALUE IS 0.
       01 RATING-WORK PIC S9(5) VALUE IS 0.
       01 STANDING-NEW PIC 9(1) VALUE IS 0.
       01 PLAYER-ACTION PIC X(14) VALUE IS SPACES.
       01 BEFORE-CLASS-SHOWN PIC X(1) VALUE IS SPACE.
       01 RATING-SHOWN PIC X(4) VALUE IS SPACES.
       01 AFTER-RATING-SHOWN PIC X(4) VALUE IS SPACES.
       01 LAST-GAME-SHOWN PIC X(8) VALUE IS SPACES.

      *    The notice list prints three sections from one pass each
      *    over the standing file.
       01 NOTICE-SECTION PIC 9(1) VALUE IS 0.
       01 NOTICE-MATCH PIC 9(1) VALUE IS 0.
       01 NOTICE-LINES PIC 9(6) VALUE IS 0.

       01 STATS-RECORDS-READ PIC 9(6) VALUE IS 0.
       01 FILES-SCANNED PIC 9(3) VALUE IS 0.
       01 PLAYERS-CLASSIFIED PIC 9(6) VALUE IS 0.
       01 PLAYERS-ACTIVE PIC 9(6) VALUE IS 0.
       01 PLAYERS-DORMANT PIC 9(6) VALUE IS 0.
       01 PLAYERS-LAPSED PIC 9(6) VALUE IS 0.
       01 PLAYERS-RETURNED PIC 9(6) VALUE IS 0.
       01 PLAYERS-SKIPPED PIC 9(6) VALUE IS 0.
       01 NOTICES-ISSUED PIC 9(6) VALUE IS 0.
       01 PLAYERS-MADE-INACTIVE PIC 9(6) VALUE IS 0.
       01 RATINGS-DECAYED PIC 9(6) VALUE IS 0.
       01 RATINGS-BUSY PIC 9(6) VALUE IS 0.
       01 AUDIT-LINES PIC 9(6) VALUE IS 0.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE CURRENT-DATE TO TODAY-DATE.
           COMPUTE RUN-PERIOD = CURRENT-YEAR * 100 + CURRENT-MONTH.
           MOVE RUN-PERIOD TO RUN-PERIOD-TEXT.
           PERFORM WRITE-RUN-START.
           PERFORM CHECK-PERIOD-COMPLETE.
           IF PERIOD-ALREADY-DONE EQUAL 1
               DISPLAY "Period " RUN-PERIOD-TEXT " is already marked"
                   " complete on the run ledger."
               DISPLAY "Force the rerun? (Y/N):"
               ACCEPT FORCE-ANSWER
               IF FORCE-ANSWER NOT EQUAL 'Y'
                   AND FORCE-ANSWER NOT EQUAL 'y'
                   MOVE 'SKIPPED ' TO RC-OUTCOME
                   PERFORM WRITE-RUN-END
                   DISPLAY "Run abandoned - nothing was changed."
                   STOP RUN
               END-IF
           END-IF
           PERFORM LOAD-PARAMETER-TABLE.
           MOVE TODAY-DATE TO RULE-SET-DATE.
           PERFORM RESOLVE-RULE-SET.
           MOVE TODAY-DATE TO STAMP-DATE.
           PERFORM WORK-OUT-DAY-NUMBER.
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.
           PERFORM OPEN-STANDING-FILE.
           IF STANDING-OPEN EQUAL 0
               MOVE 'NOFILE  ' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-PLAYER-MASTER.
           IF MASTER-OPEN EQUAL 0
               CLOSE STANDING-FILE
               MOVE 'NOMASTER' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-RATING-FILE.
           PERFORM GATHER-LAST-GAMES.
           PERFORM CLASSIFY-PLAYERS.
           PERFORM PRINT-NOTICE-LIST.
           IF RATING-FILE-OPEN EQUAL 1
               CLOSE RATING-FILE
           END-IF
           CLOSE PLAYER-MASTER-FILE.
           CLOSE STANDING-FILE.
           DISPLAY " ".
           DISPLAY "Stats files scanned   : " FILES-SCANNED.
           DISPLAY "Stats records read    : " STATS-RECORDS-READ.
           DISPLAY "Players classified    : " PLAYERS-CLASSIFIED.
           DISPLAY "  active              : " PLAYERS-ACTIVE.
           DISPLAY "  dormant             : " PLAYERS-DORMANT.
           DISPLAY "  lapsed              : " PLAYERS-LAPSED.
           DISPLAY "Returned to play      : " PLAYERS-RETURNED.
           DISPLAY "Lapse notices issued  : " NOTICES-ISSUED.
           DISPLAY "Made inactive         : " PLAYERS-MADE-INACTIVE.
           DISPLAY "Ratings decayed       : " RATINGS-DECAYED.
           DISPLAY "Already inactive      : " PLAYERS-SKIPPED.
           IF RATINGS-BUSY > 0
               DISPLAY "WARNING: " RATINGS-BUSY " rating record(s)"
                   " were busy and not decayed - force a rerun to"
                   " finish them."
               MOVE 'BUSY    ' TO RC-OUTCOME
           ELSE
               MOVE 'COMPLETE' TO RC-OUTCOME
           END-IF
           PERFORM WRITE-RUN-END.
           STOP RUN.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
      * LOGROLL, STATAUDIT and EXTRACT: stats records read, players
      * classified, players made inactive and ratings decayed.
      ******************************************************************
       WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE 'DORMANT ' TO RC-PROGRAM.
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
           MOVE 'DORMANT ' TO RC-PROGRAM.
           MOVE 'E' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE STATS-RECORDS-READ TO RC-RECORDS-READ.
           MOVE PLAYERS-CLASSIFIED TO RC-RECORDS-WRITTEN.
           MOVE PLAYERS-MADE-INACTIVE TO RC-RECORDS-ARCHIVED.
           MOVE RATINGS-DECAYED TO RC-RECORDS-EXTRACTED.
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
                       IF RC-PROGRAM EQUAL 'DORMANT '
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

      ******************************************************************
      * The standing file is created empty the first time, so the
      * first run starts every player's count from scratch.
      ******************************************************************
       OPEN-STANDING-FILE.
           MOVE 0 TO STANDING-OPEN.
           OPEN I-O STANDING-FILE.
           IF STANDING-FILE-STATUS EQUAL '35'
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF
           IF STANDING-FILE-STATUS EQUAL '00'
               MOVE 1 TO STANDING-OPEN
           ELSE
               DISPLAY "Cannot open PLAYRDRM - status "
                   STANDING-FILE-STATUS
           END-IF.

       OPEN-PLAYER-MASTER.
           MOVE 0 TO MASTER-OPEN.
           OPEN I-O PLAYER-MASTER-FILE.
           IF PLAYER-MASTER-STATUS EQUAL '00'
               MOVE 1 TO MASTER-OPEN
           ELSE
               DISPLAY "Keyed player master PLAYRIDX is not available."
           END-IF.

      *    A missing rating file means nobody is rated yet: players
      *    are still classed, and there is nothing to decay.
       OPEN-RATING-FILE.
           MOVE 0 TO RATING-FILE-OPEN.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           PERFORM UNTIL RATING-FILE-OPEN EQUAL 1
               OR RECORD-BUSY EQUAL 1
               OPEN I-O RATING-FILE
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RATING-FILE-OPEN
               ELSE
                   IF RATING-FILE-STATUS EQUAL '35'
                       MOVE 1 TO RECORD-BUSY
                   ELSE
                       PERFORM COUNT-RECORD-RETRY
                   END-IF
               END-IF
           END-PERFORM.
           IF RATING-FILE-OPEN EQUAL 0
               DISPLAY "PLAYRRTG could not be opened (status "
                   RATING-FILE-STATUS ") - no rating is decayed."
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
      * Every ARCHYYYYMM file on hand before this month, then the
      * live PLAYRSTA.  A game later than the standing file's last
      * game moves it on; the order of the files does not matter.
      ******************************************************************
       GATHER-LAST-GAMES.
           MOVE HISTORY-FIRST-PERIOD TO HISTORY-PERIOD.
           PERFORM UNTIL HISTORY-PERIOD NOT < RUN-PERIOD
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
           MOVE 'PLAYRSTA' TO STATS-FILE-NAME.
           PERFORM SCAN-ONE-STATS-FILE.

       SCAN-ONE-STATS-FILE.
           MOVE 0 TO STATS-EOF.
           OPEN INPUT PLAYER-STATS-FILE.
           IF PLAYER-STATS-STATUS NOT EQUAL '00'
               DISPLAY "Stats file " STATS-FILE-NAME
                   " is not available."
               MOVE 1 TO STATS-EOF
           ELSE
               ADD 1 TO FILES-SCANNED
           END-IF
           PERFORM UNTIL STATS-EOF EQUAL 1
               READ PLAYER-STATS-FILE
                   AT END
                       MOVE 1 TO STATS-EOF
                   NOT AT END
                       ADD 1 TO STATS-RECORDS-READ
                       PERFORM NOTE-ONE-GAME
               END-READ
           END-PERFORM.
           IF PLAYER-STATS-STATUS EQUAL '00' OR
               PLAYER-STATS-STATUS EQUAL '10'
               CLOSE PLAYER-STATS-FILE
           END-IF.

      *    An archive's 'T' control trailer is not a stats record.
       NOTE-ONE-GAME.
           MOVE PLAYER-STATS-RECORD TO RECORD-TEXT.
           IF RECORD-TAG NOT EQUAL 'T'
               AND STAT-DATE NUMERIC
               AND STAT-PLAYER-ID NOT EQUAL SPACES
               MOVE STAT-PLAYER-ID TO DRM-PLAYER-ID
               READ STANDING-FILE
                   KEY IS DRM-PLAYER-ID
                   INVALID KEY
                       PERFORM SET-UP-STANDING-RECORD
                       MOVE STAT-PLAYER-ID TO DRM-PLAYER-ID
                       MOVE STAT-DATE TO DRM-LAST-GAME
                       WRITE PLAYER-STANDING-RECORD
                   NOT INVALID KEY
                       IF STAT-DATE > DRM-LAST-GAME
                           MOVE STAT-DATE TO DRM-LAST-GAME
                           REWRITE PLAYER-STANDING-RECORD
                       END-IF
               END-READ
           END-IF.

      *    A player first met today counts their idle days from today
      *    until a game is found for them.
       SET-UP-STANDING-RECORD.
           MOVE 0 TO DRM-LAST-GAME.
           MOVE TODAY-DATE TO DRM-FIRST-SEEN.
           MOVE 0 TO DRM-REINSTATED.
           MOVE SPACE TO DRM-CLASS.
           MOVE 0 TO DRM-CLASS-DATE.
           MOVE 0 TO DRM-NOTICE-DATE.
           MOVE 0 TO DRM-INACTIVE-DATE.
           MOVE 0 TO DRM-RATED-GAMES.
           MOVE 0 TO DRM-DECAY-PERIOD.
           MOVE 0 TO DRM-DECAY-TOTAL.
           MOVE 0 TO DRM-RUN-DATE.

      ******************************************************************
      * Every active player on the keyed master, in ID order.  The
      * audit report lists each player whose class, master status or
      * rating this run changed.
      ******************************************************************
       CLASSIFY-PLAYERS.
           DISPLAY " ".
           DISPLAY "================================================"
               "==========================".
           DISPLAY "  DORMANT PLAYER PROCESSING " RUN-PERIOD
               " - BEFORE/AFTER AUDIT".
           DISPLAY "================================================"
               "==========================".
           DISPLAY "Dormant after " RULE-DORMANT-DAYS
               " idle days, lapsed after " RULE-LAPSED-DAYS
               "; decay " RULE-DORMANT-DECAY " a month to "
               RULE-DECAY-FLOOR.
           DISPLAY "Class: A active  D dormant  L lapsed  - new".
           DISPLAY " ".
           DISPLAY "PLAYER   LAST GAME   IDLE  CLASS STATUS RATING"
               "    ACTION".
           MOVE 0 TO MASTER-EOF.
           MOVE LOW-VALUES TO MASTER-PLAYER-ID.
           START PLAYER-MASTER-FILE
               KEY NOT LESS THAN MASTER-PLAYER-ID
               INVALID KEY
                   MOVE 1 TO MASTER-EOF
           END-START.
           PERFORM UNTIL MASTER-EOF EQUAL 1
               READ PLAYER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO MASTER-EOF
                   NOT AT END
                       IF MASTER-PLAYER-INACTIVE
                           ADD 1 TO PLAYERS-SKIPPED
                       ELSE
                           PERFORM CLASSIFY-ONE-PLAYER
                       END-IF
               END-READ
           END-PERFORM.
           IF AUDIT-LINES EQUAL 0
               DISPLAY "(no player's standing changed)"
           END-IF.

       CLASSIFY-ONE-PLAYER.
           MOVE 0 TO STANDING-NEW.
           MOVE MASTER-PLAYER-ID TO DRM-PLAYER-ID.
           READ STANDING-FILE
               KEY IS DRM-PLAYER-ID
               INVALID KEY
                   PERFORM SET-UP-STANDING-RECORD
                   MOVE MASTER-PLAYER-ID TO DRM-PLAYER-ID
                   MOVE 1 TO STANDING-NEW
           END-READ.
           MOVE DRM-CLASS TO BEFORE-CLASS.
           MOVE MASTER-PLAYER-STATUS TO BEFORE-STATUS.
           MOVE SPACES TO PLAYER-ACTION.
           PERFORM WORK-OUT-IDLE-DAYS.
           IF IDLE-DAYS < RULE-DORMANT-DAYS
               MOVE 'A' TO NEW-CLASS
           ELSE
               IF IDLE-DAYS < RULE-LAPSED-DAYS
                   MOVE 'D' TO NEW-CLASS
               ELSE
                   MOVE 'L' TO NEW-CLASS
               END-IF
           END-IF
           PERFORM READ-PLAYER-RATING.
           IF NEW-CLASS EQUAL 'A'
               IF BEFORE-CLASS EQUAL 'D' OR BEFORE-CLASS EQUAL 'L'
                   MOVE 'RETURNED' TO PLAYER-ACTION
                   ADD 1 TO PLAYERS-RETURNED
               END-IF
               MOVE 0 TO DRM-NOTICE-DATE
               MOVE 0 TO DRM-DECAY-TOTAL
               ADD 1 TO PLAYERS-ACTIVE
           ELSE
               IF NEW-CLASS EQUAL 'D'
                   IF BEFORE-CLASS NOT EQUAL 'D'
                       MOVE 'NOW DORMANT' TO PLAYER-ACTION
                   END-IF
                   ADD 1 TO PLAYERS-DORMANT
               ELSE
                   PERFORM LAPSE-ONE-PLAYER
                   ADD 1 TO PLAYERS-LAPSED
               END-IF
               PERFORM DECAY-PLAYER-RATING
           END-IF
           IF NEW-CLASS NOT EQUAL BEFORE-CLASS
               MOVE TODAY-DATE TO DRM-CLASS-DATE
           END-IF
           MOVE NEW-CLASS TO DRM-CLASS.
           MOVE TODAY-DATE TO DRM-RUN-DATE.
           IF STANDING-NEW EQUAL 1
               WRITE PLAYER-STANDING-RECORD
           ELSE
               REWRITE PLAYER-STANDING-RECORD
           END-IF
           IF STANDING-FILE-STATUS NOT EQUAL '00'
               DISPLAY "Standing of " DRM-PLAYER-ID
                   " could not be saved, status " STANDING-FILE-STATUS
           END-IF
           ADD 1 TO PLAYERS-CLASSIFIED.
           IF (NEW-CLASS NOT EQUAL BEFORE-CLASS
                   AND BEFORE-CLASS NOT EQUAL SPACE)
               OR (NEW-CLASS NOT EQUAL 'A' AND BEFORE-CLASS EQUAL SPACE)
               OR MASTER-PLAYER-STATUS NOT EQUAL BEFORE-STATUS
               OR AFTER-RATING NOT EQUAL BEFORE-RATING
               PERFORM PRINT-AUDIT-LINE
           END-IF.

      *    Idle days run from the last game, or for a player with no
      *    game on record from the run that first met them; a later
      *    reinstatement starts the count again.
       WORK-OUT-IDLE-DAYS.
           IF DRM-LAST-GAME > 0
               MOVE DRM-LAST-GAME TO ACTIVITY-DATE
           ELSE
               MOVE DRM-FIRST-SEEN TO ACTIVITY-DATE
           END-IF
           IF DRM-REINSTATED > ACTIVITY-DATE
               MOVE DRM-REINSTATED TO ACTIVITY-DATE
           END-IF
           IF ACTIVITY-DATE NOT < TODAY-DATE
               MOVE 0 TO IDLE-DAYS
           ELSE
               MOVE ACTIVITY-DATE TO STAMP-DATE
               PERFORM WORK-OUT-DAY-NUMBER
               COMPUTE IDLE-DAYS = TODAY-DAY-NUMBER - DAY-NUMBER
           END-IF.

      *    Days from 1 March of year zero: 365 a year plus the leap
      *    days before it, then the days of the March-based months
      *    gone by ((153 x month + 2) / 5 gives 0, 31, 61, ...).
       WORK-OUT-DAY-NUMBER.
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

      ******************************************************************
      * A lapsed player is put on this run's notice list the first
      * time.  Only one already on an earlier month's list is made
      * inactive, so the secretary always has a month's warning,
      * even when a run is forced again later in the same month.
      ******************************************************************
       LAPSE-ONE-PLAYER.
           IF DRM-NOTICE-DATE EQUAL 0
               MOVE TODAY-DATE TO DRM-NOTICE-DATE
               MOVE 'LAPSE NOTICE' TO PLAYER-ACTION
               ADD 1 TO NOTICES-ISSUED
           ELSE
               COMPUTE NOTICE-PERIOD = DRM-NOTICE-DATE / 100
               IF NOTICE-PERIOD < RUN-PERIOD
                   MOVE 'I' TO MASTER-PLAYER-STATUS
                   REWRITE PLAYER-MASTER-RECORD
                   IF PLAYER-MASTER-STATUS EQUAL '00'
                       MOVE TODAY-DATE TO DRM-INACTIVE-DATE
                       MOVE 'SET INACTIVE' TO PLAYER-ACTION
                       ADD 1 TO PLAYERS-MADE-INACTIVE
                   ELSE
                       MOVE BEFORE-STATUS TO MASTER-PLAYER-STATUS
                       DISPLAY "Master of " MASTER-PLAYER-ID
                           " could not be updated, status "
                           PLAYER-MASTER-STATUS
                   END-IF
               END-IF
           END-IF.

      *    The rating as it stands, unlocked: it is only locked if it
      *    is to be decayed.  The rated-game count is kept on the
      *    standing record for RATINGS' ladder check.
       READ-PLAYER-RATING.
           MOVE 0 TO RATING-FOUND.
           MOVE 0 TO BEFORE-RATING.
           MOVE 0 TO DRM-RATED-GAMES.
           IF RATING-FILE-OPEN EQUAL 1
               MOVE MASTER-PLAYER-ID TO RTG-PLAYER-ID
               READ RATING-FILE
                   KEY IS RTG-PLAYER-ID
               END-READ
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RATING-FOUND
                   MOVE RTG-RATING TO BEFORE-RATING
                   MOVE RTG-GAMES TO DRM-RATED-GAMES
               END-IF
           END-IF
           MOVE BEFORE-RATING TO AFTER-RATING.

      ******************************************************************
      * Once a month a dormant or lapsed player's rating comes down by
      * the SYSPARM decay, stopping at the floor; a rating already at
      * or under the floor is left alone.  The record is locked only
      * for the change, so a game finishing meanwhile is not lost.
      ******************************************************************
       DECAY-PLAYER-RATING.
           IF RATING-FOUND EQUAL 1
               AND DRM-DECAY-PERIOD < RUN-PERIOD
               AND BEFORE-RATING > RULE-DECAY-FLOOR
               AND RULE-DORMANT-DECAY > 0
               PERFORM LOCK-RATING-RECORD
               IF RATING-HELD EQUAL 0
                   ADD 1 TO RATINGS-BUSY
                   DISPLAY "Rating of " MASTER-PLAYER-ID
                       " is busy - not decayed."
               ELSE
                   MOVE RTG-RATING TO BEFORE-RATING
                   COMPUTE RATING-WORK = RTG-RATING
                       - RULE-DORMANT-DECAY
                   IF RATING-WORK < RULE-DECAY-FLOOR
                       MOVE RULE-DECAY-FLOOR TO RATING-WORK
                   END-IF
                   IF RATING-WORK < RTG-RATING
                       MOVE RATING-WORK TO RTG-RATING
                   END-IF
                   MOVE RTG-GAMES TO DRM-RATED-GAMES
                   REWRITE PLAYER-RATING-RECORD
                   IF RATING-FILE-STATUS EQUAL '00'
                       MOVE RTG-RATING TO AFTER-RATING
                       COMPUTE DRM-DECAY-TOTAL = DRM-DECAY-TOTAL
                           + BEFORE-RATING - AFTER-RATING
                       MOVE RUN-PERIOD TO DRM-DECAY-PERIOD
                       IF AFTER-RATING < BEFORE-RATING
                           ADD 1 TO RATINGS-DECAYED
                       END-IF
                   ELSE
                       MOVE BEFORE-RATING TO AFTER-RATING
                       ADD 1 TO RATINGS-BUSY
                       DISPLAY "Rating of " MASTER-PLAYER-ID
                           " not decayed - PLAYRRTG status "
                           RATING-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

       LOCK-RATING-RECORD.
           MOVE 0 TO RATING-HELD.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           PERFORM UNTIL RATING-HELD EQUAL 1 OR RECORD-BUSY EQUAL 1
               MOVE MASTER-PLAYER-ID TO RTG-PLAYER-ID
               READ RATING-FILE WITH LOCK
                   KEY IS RTG-PLAYER-ID
               END-READ
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RATING-HELD
               ELSE
                   PERFORM COUNT-RECORD-RETRY
               END-IF
           END-PERFORM.

       PRINT-AUDIT-LINE.
           ADD 1 TO AUDIT-LINES.
           IF BEFORE-CLASS EQUAL SPACE
               MOVE '-' TO BEFORE-CLASS-SHOWN
           ELSE
               MOVE BEFORE-CLASS TO BEFORE-CLASS-SHOWN
           END-IF
           IF DRM-LAST-GAME EQUAL 0
               MOVE 'NONE' TO LAST-GAME-SHOWN
           ELSE
               MOVE DRM-LAST-GAME TO LAST-GAME-SHOWN
           END-IF
           IF RATING-FOUND EQUAL 0
               MOVE ' -  ' TO RATING-SHOWN
               MOVE ' -  ' TO AFTER-RATING-SHOWN
           ELSE
               MOVE BEFORE-RATING TO RATING-SHOWN
               MOVE AFTER-RATING TO AFTER-RATING-SHOWN
           END-IF
           DISPLAY DRM-PLAYER-ID " " LAST-GAME-SHOWN " " IDLE-DAYS
               "  " BEFORE-CLASS-SHOWN ">" NEW-CLASS "   "
               BEFORE-STATUS ">" MASTER-PLAYER-STATUS "    "
               RATING-SHOWN ">" AFTER-RATING-SHOWN " " PLAYER-ACTION.

      ******************************************************************
      * The club secretary's notice list, from this run's marks on
      * the standing file: players given a lapse notice, players made
      * inactive, and players newly dormant.
      ******************************************************************
       PRINT-NOTICE-LIST.
           DISPLAY " ".
           DISPLAY "================================================"
               "==========================".
           DISPLAY "  NOTICE LIST FOR THE CLUB SECRETARY - "
               TODAY-DATE.
           DISPLAY "================================================"
               "==========================".
           DISPLAY " ".
           DISPLAY "LAPSE NOTICES - made inactive at the next monthly"
               " run unless they play:".
           MOVE 1 TO NOTICE-SECTION.
           PERFORM LIST-NOTICE-SECTION.
           DISPLAY " ".
           DISPLAY "MADE INACTIVE - after an earlier notice;"
               " reinstate through PLAYRMNT:".
           MOVE 2 TO NOTICE-SECTION.
           PERFORM LIST-NOTICE-SECTION.
           DISPLAY " ".
           DISPLAY "NEWLY DORMANT - off the ladder, rating decaying"
               " until they play:".
           MOVE 3 TO NOTICE-SECTION.
           PERFORM LIST-NOTICE-SECTION.

       LIST-NOTICE-SECTION.
           MOVE 0 TO NOTICE-LINES.
           MOVE 0 TO STANDING-EOF.
           MOVE LOW-VALUES TO DRM-PLAYER-ID.
           START STANDING-FILE
               KEY NOT LESS THAN DRM-PLAYER-ID
               INVALID KEY
                   MOVE 1 TO STANDING-EOF
           END-START.
           PERFORM UNTIL STANDING-EOF EQUAL 1
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO STANDING-EOF
                   NOT AT END
                       PERFORM CHECK-NOTICE-MATCH
                       IF NOTICE-MATCH EQUAL 1
                           PERFORM PRINT-NOTICE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOTICE-LINES EQUAL 0
               DISPLAY "  (none)"
           END-IF.

       CHECK-NOTICE-MATCH.
           MOVE 0 TO NOTICE-MATCH.
           IF DRM-RUN-DATE EQUAL TODAY-DATE
               IF NOTICE-SECTION EQUAL 1
                   IF DRM-LAPSED AND DRM-NOTICE-DATE EQUAL TODAY-DATE
                       MOVE 1 TO NOTICE-MATCH
                   END-IF
               ELSE
                   IF NOTICE-SECTION EQUAL 2
                       IF DRM-INACTIVE-DATE EQUAL TODAY-DATE
                           MOVE 1 TO NOTICE-MATCH
                       END-IF
                   ELSE
                       IF DRM-DORMANT
                           AND DRM-CLASS-DATE EQUAL TODAY-DATE
                           MOVE 1 TO NOTICE-MATCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRINT-NOTICE-LINE.
           ADD 1 TO NOTICE-LINES.
           MOVE DRM-PLAYER-ID TO MASTER-PLAYER-ID.
           READ PLAYER-MASTER-FILE
               KEY IS MASTER-PLAYER-ID
               INVALID KEY
                   MOVE SPACES TO MASTER-PLAYER-NAME
           END-READ.
           IF DRM-LAST-GAME EQUAL 0
               MOVE 'NONE' TO LAST-GAME-SHOWN
           ELSE
               MOVE DRM-LAST-GAME TO LAST-GAME-SHOWN
           END-IF
           DISPLAY "  " DRM-PLAYER-ID " " MASTER-PLAYER-NAME
               " last game " LAST-GAME-SHOWN.

       END PROGRAM DORMANT.
