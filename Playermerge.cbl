      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Fold a retired player ID into a surviving ID when one
      *          person has ended up with two profiles on PLAYRIDX.
      *          Every file carrying the player ID is re-keyed in one
      *          controlled run: PLAYRSTA and every ARCHYYYYMM archive
      *          on hand, PLAYRSUM (buckets combined),
      *          PLAYRRTG (one rating kept), the PLAYRDRM standing
      *          file (later activity kept), PLAYRAWD and PUZZDONE
      *          (duplicates dropped), HISCORE, the LGPLAYRS/LGRESULT
      *          league files, PINAUDIT and the REVIEWQ review
      *          queue.  The retired master record is deactivated
      *          last and a before/after count report is printed per
      *          file.  The SESSLOG session log keeps the retired ID:
      *          it records who signed on at the time, every session
      *          appends to it with no gate to hold while it is
      *          rewritten, and USAGERPT counts sessions, not players.
      *
      *          Each file is loaded whole and rewritten only after
      *          it has been re-keyed in the work table, and a file
      *          holding no retired rows is not rewritten at all, so
      *          a run that dies part way through (an open start on
      *          RUNCTL with no end) is simply run again: files
      *          already merged hold nothing left to move.  The keyed
      *          PLAYRRTG and PLAYRDRM are instead updated record by
      *          record: the survivor's record is written before the
      *          retired one is deleted.  Both are held exclusively,
      *          and PLAYRAWD, HISCORE and REVIEWQ under their TXNCTL
      *          gates, so game sessions running meanwhile wait rather
      *          than lose an update; a file still busy after the
      *          retry limit is left alone and reported BUSY.
      *
      *          Rating kept: the rating of whichever profile has
      *          played more rated games (the survivor's on a tie),
      *          carrying the games of both.
      *
      *          Standing kept: the later last game and the later
      *          reinstatement of the two.  If that activity is within
      *          the SYSPARM DRMDAYS rule in force today the player is
      *          active again, with any lapse notice and decay cleared,
      *          so the retired profile's recent games keep DORMANT
      *          from making the merged player inactive.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PLAYMRGE.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT PLAYER-STATS-FILE ASSIGN USING STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYER-STATS-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "PLAYRSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTG-PLAYER-ID
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT STANDING-FILE ASSIGN TO "PLAYRDRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRM-PLAYER-ID
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS STANDING-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT AWARD-FILE ASSIGN TO "PLAYRAWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARD-FILE-STATUS.
           SELECT PUZZLE-DONE-FILE ASSIGN TO "PUZZDONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUZZLE-DONE-STATUS.
           SELECT HIGH-SCORE-FILE ASSIGN TO "HISCORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIGH-SCORE-STATUS.
           SELECT SIGNUP-FILE ASSIGN TO "LGPLAYRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNUP-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "LGRESULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-FILE-STATUS.
           SELECT PIN-AUDIT-FILE ASSIGN TO "PINAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIN-AUDIT-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "REVIEWQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-TAG
               LOCK MODE IS MANUAL
               FILE STATUS IS LOG-CONTROL-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
           COPY PLAYRMST.

       FD  PLAYER-STATS-FILE.
           COPY PLYRSTAT.

       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD PIC X(50).

       FD  RATING-FILE.
           COPY PLAYRRTG.

       FD  STANDING-FILE.
           COPY PLAYRDRM.

       FD  PARAMETER-FILE.
           COPY SYSPARM.

       FD  AWARD-FILE.
       01  AWARD-RECORD PIC X(21).

       FD  PUZZLE-DONE-FILE.
       01  PUZZLE-DONE-LINE PIC X(20).

       FD  HIGH-SCORE-FILE.
           COPY HISCORE.

       FD  SIGNUP-FILE.
       01  SIGNUP-RECORD.
            05 LGP-PLAYER-ID PIC X(8).

       FD  RESULT-FILE.
       01  RESULT-RECORD PIC X(24).

       FD  PIN-AUDIT-FILE.
       01  PIN-AUDIT-RECORD PIC X(33).

       FD  REVIEW-FILE.
       01  REVIEW-LINE PIC X(97).

       FD  RUN-CONTROL-FILE.
       01  RUN-LEDGER-LINE PIC X(63).

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       WORKING-STORAGE SECTION.
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE IS '00'.
       01 PLAYER-STATS-STATUS PIC X(2) VALUE IS '00'.
       01 SUMMARY-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 AWARD-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PUZZLE-DONE-STATUS PIC X(2) VALUE IS '00'.
       01 HIGH-SCORE-STATUS PIC X(2) VALUE IS '00'.
       01 SIGNUP-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 RESULT-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PIN-AUDIT-STATUS PIC X(2) VALUE IS '00'.
       01 REVIEW-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 STANDING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PARAMETER-EOF PIC 9(1) VALUE IS 0.

       COPY PARMTBL.

       COPY RECLOCK.

       01 STATS-FILE-NAME PIC X(12) VALUE IS 'PLAYRSTA'.

      *    The archive months are walked from the first month the
      *    game was played to this one; months with no archive file
      *    are passed over.
       01 HISTORY-FIRST-PERIOD PIC 9(6) VALUE IS 202312.
       01 HISTORY-LAST-PERIOD PIC 9(6) VALUE IS 0.
       01 HISTORY-PERIOD PIC 9(6) VALUE IS 0.
       01 HISTORY-PERIOD-PARTS REDEFINES HISTORY-PERIOD.
            05 HISTORY-YEAR PIC 9(4).
            05 HISTORY-MONTH PIC 9(2).
       01 ARCHIVES-UNCHANGED PIC 9(3) VALUE IS 0.

      *    A fold checkpoint on RUNCTL for the retired ID tells a
      *    rerun that the survivor's keyed record already carries it.
       01 FOLD-MARK-WANTED PIC X(8) VALUE IS SPACES.
       01 FOLD-ALREADY-DONE PIC 9(1) VALUE IS 0.

       COPY RUNCTL.

       COPY PLAYRSUM.

       COPY BADGEREC.

       COPY PUZZREC.

       01 RUN-EOF PIC 9(1) VALUE IS 0.
       01 PERIOD-ALREADY-DONE PIC 9(1) VALUE IS 0.
       01 FORCE-ANSWER PIC X(1) VALUE IS 'N'.
       01 RUN-PERIOD-TEXT PIC X(8) VALUE IS SPACES.
       01 RECORDS-READ-TOTAL PIC 9(6) VALUE IS 0.
       01 RECORDS-WRITTEN-TOTAL PIC 9(6) VALUE IS 0.

       01 RETIRED-ID PIC X(8) VALUE IS SPACES.
       01 SURVIVOR-ID PIC X(8) VALUE IS SPACES.
       01 CONFIRM-ANSWER PIC X(1) VALUE IS 'N'.
       01 MERGE-REFUSED PIC 9(1) VALUE IS 0.
       01 MERGE-OVERFLOW PIC 9(1) VALUE IS 0.
       01 MERGE-BUSY PIC 9(1) VALUE IS 0.
       01 PLAYER-FOUND PIC 9(1) VALUE IS 0.
       01 RETIRED-OLD-STATUS PIC X(1) VALUE IS SPACE.

       01 FILE-EOF PIC 9(1) VALUE IS 0.
       01 FILE-OPENED PIC 9(1) VALUE IS 0.
       01 REWRITE-NEEDED PIC 9(1) VALUE IS 0.
       01 TABLE-OVERFLOW PIC 9(1) VALUE IS 0.
       01 SCAN-INDEX PIC 9(4) VALUE IS 0.
       01 MATCH-INDEX PIC 9(4) VALUE IS 0.

       01 RECORD-TEXT PIC X(60).
       01 RECORD-TEXT-BYTES REDEFINES RECORD-TEXT.
            05 RECORD-TAG PIC X(1).
            05 FILLER PIC X(59).

      ******************************************************************
      * Plain re-key work table for files that only need the ID
      * changed in place (stats history, HISCORE, PINAUDIT).
      ******************************************************************
       01 TEXT-TABLE.
            05 TEXT-ENTRY PIC X(60) OCCURS 5000 TIMES.
       01 TEXT-COUNT PIC 9(4) VALUE IS 0.
       01 TEXT-INDEX PIC 9(4) VALUE IS 0.

       01 SUMMARY-CONTROL-TEXT PIC X(50) VALUE IS SPACES.
       01 HAVE-SUMMARY-CONTROL PIC 9(1) VALUE IS 0.
       01 SUMMARY-TABLE.
            05 SUMMARY-ROW OCCURS 1000 TIMES.
               10 SMT-PLAYER-ID PIC X(8).
               10 SMT-BUCKET PIC 9(1).
               10 SMT-GAMES PIC 9(6).
               10 SMT-WINS PIC 9(6).
               10 SMT-LOSSES PIC 9(6).
               10 SMT-MOVES PIC 9(8).
               10 SMT-SECONDS PIC 9(9).
               10 SMT-BEST-SCORE PIC 9(6).
               10 SMT-DROPPED PIC 9(1).
       01 SUMMARY-COUNT PIC 9(4) VALUE IS 0.

       01 RETIRED-RATING-FOUND PIC 9(1) VALUE IS 0.
       01 RETIRED-RATING PIC 9(4) VALUE IS 0.
       01 RETIRED-RATING-GAMES PIC 9(6) VALUE IS 0.
       01 SURVIVOR-RATING-FOUND PIC 9(1) VALUE IS 0.
       01 SURVIVOR-RATING PIC 9(4) VALUE IS 0.
       01 SURVIVOR-RATING-GAMES PIC 9(6) VALUE IS 0.
       01 RATING-FILE-BUSY PIC 9(1) VALUE IS 0.

       01 RETIRED-STANDING-FOUND PIC 9(1) VALUE IS 0.
       01 SURVIVOR-STANDING-FOUND PIC 9(1) VALUE IS 0.
       01 RETIRED-STANDING-TEXT PIC X(81) VALUE IS SPACES.
       01 RETIRED-LAST-GAME PIC 9(8) VALUE IS 0.
       01 RETIRED-REINSTATED PIC 9(8) VALUE IS 0.
       01 RETIRED-RATED-GAMES PIC 9(6) VALUE IS 0.
       01 STANDING-FILE-BUSY PIC 9(1) VALUE IS 0.
       01 TODAY-DATE PIC 9(8) VALUE IS 0.
       01 ACTIVITY-DATE PIC 9(8) VALUE IS 0.
       01 IDLE-DAYS PIC 9(7) VALUE IS 0.
       01 TODAY-DAY-NUMBER PIC 9(7) VALUE IS 0.
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

       01 AWARD-TABLE.
            05 AWARD-ROW OCCURS 2000 TIMES.
               10 AWT-PLAYER-ID PIC X(8).
               10 AWT-BADGE-ID PIC X(4).
               10 AWT-DATE PIC 9(8).
               10 AWT-SHOWN PIC X(1).
               10 AWT-DROPPED PIC 9(1).
       01 AWARD-COUNT PIC 9(4) VALUE IS 0.

       01 DONE-TABLE.
            05 DONE-ROW OCCURS 2000 TIMES.
               10 DNT-PLAYER-ID PIC X(8).
               10 DNT-PUZZLE-ID PIC X(4).
               10 DNT-DATE PIC 9(8).
               10 DNT-DROPPED PIC 9(1).
       01 DONE-COUNT PIC 9(4) VALUE IS 0.

       01 SIGNUP-TABLE.
            05 SIGNUP-ROW OCCURS 100 TIMES.
               10 SGN-PLAYER-ID PIC X(8).
               10 SGN-DROPPED PIC 9(1).
       01 SIGNUP-COUNT PIC 9(4) VALUE IS 0.

       01 LEAGUE-RESULT-LINE.
            05 LGR-ROUND PIC 9(2).
            05 LGR-PLAYER-ID PIC X(8).
            05 LGR-STATUS PIC X(2).
            05 LGR-SECONDS PIC 9(5).
            05 LGR-MOVES PIC 9(4).
            05 LGR-POINTS PIC 9(3).
       01 RESULT-TABLE.
            05 RESULT-ROW OCCURS 2000 TIMES.
               10 RST-ROUND PIC 9(2).
               10 RST-PLAYER-ID PIC X(8).
               10 RST-STATUS PIC X(2).
               10 RST-SECONDS PIC 9(5).
               10 RST-MOVES PIC 9(4).
               10 RST-POINTS PIC 9(3).
               10 RST-DROPPED PIC 9(1).
       01 RESULT-COUNT PIC 9(4) VALUE IS 0.

       01 PIN-AUDIT-LINE.
            05 PIN-AUDIT-DATE PIC 9(8).
            05 FILLER PIC X(1).
            05 PIN-AUDIT-TIME PIC X(6).
            05 FILLER PIC X(1).
            05 PIN-AUDIT-PLAYER PIC X(8).
            05 FILLER PIC X(1).
            05 PIN-AUDIT-EVENT PIC X(8).

       COPY REVIEWQ.
       01 REVIEW-TABLE.
            05 REVIEW-ENTRY PIC X(97) OCCURS 1001 TIMES.
       01 REVIEW-COUNT PIC 9(4) VALUE IS 0.
       01 REVIEW-INDEX PIC 9(4) VALUE IS 0.

      ******************************************************************
      * Before/after count report: one row per file handled, counting
      * the records held under each of the two IDs.
      ******************************************************************
       01 FILE-COUNT-TABLE.
            05 FILE-COUNT-ROW OCCURS 99 TIMES.
               10 FC-FILE-NAME PIC X(12).
               10 FC-RETIRED-BEFORE PIC 9(6).
               10 FC-SURVIVOR-BEFORE PIC 9(6).
               10 FC-RETIRED-AFTER PIC 9(6).
               10 FC-SURVIVOR-AFTER PIC 9(6).
               10 FC-NOTE PIC X(10).
       01 FILE-COUNT-COUNT PIC 9(2) VALUE IS 0.
       01 FILE-COUNT-INDEX PIC 9(2) VALUE IS 0.
       01 COUNT-FILE-NAME PIC X(12) VALUE IS SPACES.
       01 COUNT-PLAYER-ID PIC X(8) VALUE IS SPACES.

       01 COUNT-REPORT-LINE.
            05 CRL-FILE-NAME PIC X(12).
            05 FILLER PIC X(2) VALUE IS SPACES.
            05 CRL-RETIRED-BEFORE PIC ZZZZZ9.
            05 FILLER PIC X(3) VALUE IS SPACES.
            05 CRL-SURVIVOR-BEFORE PIC ZZZZZ9.
            05 FILLER PIC X(3) VALUE IS SPACES.
            05 CRL-RETIRED-AFTER PIC ZZZZZ9.
            05 FILLER PIC X(3) VALUE IS SPACES.
            05 CRL-SURVIVOR-AFTER PIC ZZZZZ9.
            05 FILLER PIC X(2) VALUE IS SPACES.
            05 CRL-NOTE PIC X(10).

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM GET-MERGE-IDS.
           IF MERGE-REFUSED EQUAL 1
               DISPLAY "Merge abandoned - nothing was changed."
               STOP RUN
           END-IF
           MOVE RETIRED-ID TO RUN-PERIOD-TEXT.
           PERFORM WRITE-RUN-START.
           PERFORM CHECK-PERIOD-COMPLETE.
           IF PERIOD-ALREADY-DONE EQUAL 1
               DISPLAY "Player " RUN-PERIOD-TEXT " is already marked"
                   " merged on the run ledger."
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
           PERFORM MERGE-STATS-HISTORY.
           PERFORM MERGE-SUMMARY-FILE.
           PERFORM MERGE-RATING-FILE.
           PERFORM MERGE-STANDING-FILE.
           PERFORM MERGE-AWARD-FILE.
           PERFORM MERGE-PUZZLE-DONE-FILE.
           PERFORM MERGE-HIGH-SCORE-FILE.
           PERFORM MERGE-SIGNUP-FILE.
           PERFORM MERGE-RESULT-FILE.
           PERFORM MERGE-PIN-AUDIT-FILE.
           PERFORM MERGE-REVIEW-QUEUE.
      *    The retired profile stays active until every file has
      *    been moved, so an incomplete merge can still be rerun
      *    and the player is not locked out of half a history.
           IF MERGE-OVERFLOW EQUAL 0 AND MERGE-BUSY EQUAL 0
               PERFORM RETIRE-MASTER-RECORD
           END-IF
           PERFORM PRINT-COUNT-REPORT.
           IF MERGE-OVERFLOW EQUAL 1
               MOVE 'OVERFLOW' TO RC-OUTCOME
           ELSE
               IF MERGE-BUSY EQUAL 1
                   MOVE 'BUSY    ' TO RC-OUTCOME
               ELSE
                   MOVE 'COMPLETE' TO RC-OUTCOME
               END-IF
           END-IF
           PERFORM WRITE-RUN-END.
           STOP RUN.

      ******************************************************************
      * Both IDs must be on the master; the survivor must be active.
      * A retired ID already deactivated is accepted so that a merge
      * can be rerun after a failure.
      ******************************************************************
       GET-MERGE-IDS.
           MOVE 0 TO MERGE-REFUSED.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF PLAYER-MASTER-STATUS NOT EQUAL '00'
               DISPLAY "Cannot open PLAYRIDX - status "
                   PLAYER-MASTER-STATUS
               MOVE 1 TO MERGE-REFUSED
           ELSE
               DISPLAY "Retired player ID (to be folded away):"
               ACCEPT RETIRED-ID
               DISPLAY "Surviving player ID (to keep):"
               ACCEPT SURVIVOR-ID
               PERFORM CHECK-MERGE-IDS
               CLOSE PLAYER-MASTER-FILE
           END-IF
           IF MERGE-REFUSED EQUAL 0
               DISPLAY "Move everything from " RETIRED-ID " to "
                   SURVIVOR-ID " and deactivate " RETIRED-ID "? (Y/N):"
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT EQUAL 'Y'
                   AND CONFIRM-ANSWER NOT EQUAL 'y'
                   MOVE 1 TO MERGE-REFUSED
               END-IF
           END-IF.

       CHECK-MERGE-IDS.
           IF RETIRED-ID EQUAL SPACES OR SURVIVOR-ID EQUAL SPACES
               DISPLAY "Player IDs may not be blank."
               MOVE 1 TO MERGE-REFUSED
           ELSE
               IF RETIRED-ID EQUAL SURVIVOR-ID
                   DISPLAY "The two player IDs are the same."
                   MOVE 1 TO MERGE-REFUSED
               END-IF
           END-IF
           IF MERGE-REFUSED EQUAL 0
               MOVE SURVIVOR-ID TO MASTER-PLAYER-ID
               PERFORM FIND-MASTER-RECORD
               IF PLAYER-FOUND EQUAL 0
                   DISPLAY "Player " SURVIVOR-ID " not found."
                   MOVE 1 TO MERGE-REFUSED
               ELSE
                   IF NOT MASTER-PLAYER-ACTIVE
                       DISPLAY "Player " SURVIVOR-ID " is not active"
                           " - reactivate it in PLAYRMNT first."
                       MOVE 1 TO MERGE-REFUSED
                   END-IF
               END-IF
           END-IF
           IF MERGE-REFUSED EQUAL 0
               MOVE RETIRED-ID TO MASTER-PLAYER-ID
               PERFORM FIND-MASTER-RECORD
               IF PLAYER-FOUND EQUAL 0
                   DISPLAY "Player " RETIRED-ID " not found."
                   MOVE 1 TO MERGE-REFUSED
               ELSE
                   IF MASTER-PLAYER-INACTIVE
                       DISPLAY "Player " RETIRED-ID " is already"
                           " inactive - any records left are moved."
                   END-IF
               END-IF
           END-IF.

       FIND-MASTER-RECORD.
           MOVE 0 TO PLAYER-FOUND.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO PLAYER-FOUND
           END-READ.

       RETIRE-MASTER-RECORD.
           OPEN I-O PLAYER-MASTER-FILE.
           IF PLAYER-MASTER-STATUS NOT EQUAL '00'
               DISPLAY "Cannot open PLAYRIDX - status "
                   PLAYER-MASTER-STATUS
               MOVE 1 TO MERGE-OVERFLOW
           ELSE
               MOVE RETIRED-ID TO MASTER-PLAYER-ID
               PERFORM FIND-MASTER-RECORD
               IF PLAYER-FOUND EQUAL 1
                   MOVE MASTER-PLAYER-STATUS TO RETIRED-OLD-STATUS
                   MOVE 'I' TO MASTER-PLAYER-STATUS
                   REWRITE PLAYER-MASTER-RECORD
                   DISPLAY "PLAYRIDX: " RETIRED-ID " status "
                       RETIRED-OLD-STATUS " now I."
               END-IF
               CLOSE PLAYER-MASTER-FILE
           END-IF.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
      * LOGROLL, STATAUDIT and EXTRACT.  The period is the retired
      * player ID, so a completed merge of that ID is refused unless
      * forced and a died merge shows on OPSREPT.
      ******************************************************************
       WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE 'PLAYMRGE' TO RC-PROGRAM.
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
           MOVE 'PLAYMRGE' TO RC-PROGRAM.
           MOVE 'E' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE RECORDS-READ-TOTAL TO RC-RECORDS-READ.
           MOVE RECORDS-WRITTEN-TOTAL TO RC-RECORDS-WRITTEN.
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
                       IF RC-PROGRAM EQUAL 'PLAYMRGE'
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
      * Fold checkpoints.  Once the survivor's PLAYRRTG or PLAYRDRM
      * record carries the retired one's figures, a 'C' entry with
      * outcome RTGFOLD or DRMFOLD is ledgered for the retired ID
      * before the retired record is deleted.  A rerun finding one,
      * with no COMPLETE end for the ID after it, only finishes the
      * delete, so rated games are never summed twice.
      ******************************************************************
       WRITE-FOLD-MARKER.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE 'PLAYMRGE' TO RC-PROGRAM.
           MOVE 'C' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE FOLD-MARK-WANTED TO RC-OUTCOME.
           MOVE 0 TO RC-RECORDS-READ.
           MOVE 0 TO RC-RECORDS-WRITTEN.
           MOVE 0 TO RC-RECORDS-ARCHIVED.
           MOVE 0 TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.

       CHECK-FOLD-MARKER.
           MOVE 0 TO FOLD-ALREADY-DONE.
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
                       PERFORM NOTE-FOLD-ENTRY
               END-READ
           END-PERFORM.
           IF RUN-CONTROL-STATUS EQUAL '00' OR
               RUN-CONTROL-STATUS EQUAL '10'
               CLOSE RUN-CONTROL-FILE
           END-IF.

       NOTE-FOLD-ENTRY.
           IF RC-PROGRAM EQUAL 'PLAYMRGE'
               AND RC-PERIOD EQUAL RUN-PERIOD-TEXT
               IF RC-CHECKPOINT
                   AND RC-OUTCOME EQUAL FOLD-MARK-WANTED
                   MOVE 1 TO FOLD-ALREADY-DONE
               END-IF
               IF RC-RUN-END
                   AND RC-OUTCOME EQUAL 'COMPLETE'
                   MOVE 0 TO FOLD-ALREADY-DONE
               END-IF
           END-IF.

      ******************************************************************
      * Count-report bookkeeping.  START-FILE-COUNT opens a row for
      * COUNT-FILE-NAME; the before counts are taken as each record
      * is loaded, the after counts as each record is written back.
      ******************************************************************
       START-FILE-COUNT.
           IF FILE-COUNT-COUNT < 99
               ADD 1 TO FILE-COUNT-COUNT
           END-IF
           MOVE FILE-COUNT-COUNT TO FILE-COUNT-INDEX.
           MOVE COUNT-FILE-NAME TO FC-FILE-NAME(FILE-COUNT-INDEX).
           MOVE 0 TO FC-RETIRED-BEFORE(FILE-COUNT-INDEX).
           MOVE 0 TO FC-SURVIVOR-BEFORE(FILE-COUNT-INDEX).
           MOVE 0 TO FC-RETIRED-AFTER(FILE-COUNT-INDEX).
           MOVE 0 TO FC-SURVIVOR-AFTER(FILE-COUNT-INDEX).
           MOVE SPACES TO FC-NOTE(FILE-COUNT-INDEX).

       COUNT-BEFORE.
           ADD 1 TO RECORDS-READ-TOTAL.
           IF COUNT-PLAYER-ID EQUAL RETIRED-ID
               ADD 1 TO FC-RETIRED-BEFORE(FILE-COUNT-INDEX)
           ELSE
               IF COUNT-PLAYER-ID EQUAL SURVIVOR-ID
                   ADD 1 TO FC-SURVIVOR-BEFORE(FILE-COUNT-INDEX)
               END-IF
           END-IF.

       COUNT-AFTER.
           ADD 1 TO RECORDS-WRITTEN-TOTAL.
           IF COUNT-PLAYER-ID EQUAL RETIRED-ID
               ADD 1 TO FC-RETIRED-AFTER(FILE-COUNT-INDEX)
           ELSE
               IF COUNT-PLAYER-ID EQUAL SURVIVOR-ID
                   ADD 1 TO FC-SURVIVOR-AFTER(FILE-COUNT-INDEX)
               END-IF
           END-IF.

      *    A file that is missing, overflows the work table or holds
      *    nothing under the retired ID is left exactly as it was.
       CLOSE-FILE-COUNT.
           IF FILE-OPENED EQUAL 0
               MOVE 'NOT FOUND' TO FC-NOTE(FILE-COUNT-INDEX)
           ELSE
               IF TABLE-OVERFLOW EQUAL 1
                   MOVE 'OVERFLOW' TO FC-NOTE(FILE-COUNT-INDEX)
                   MOVE 1 TO MERGE-OVERFLOW
               ELSE
                   IF FC-RETIRED-BEFORE(FILE-COUNT-INDEX) EQUAL 0
                       MOVE 'NO CHANGE' TO FC-NOTE(FILE-COUNT-INDEX)
                   ELSE
                       MOVE 'MERGED' TO FC-NOTE(FILE-COUNT-INDEX)
                   END-IF
               END-IF
           END-IF
           IF FC-NOTE(FILE-COUNT-INDEX) NOT EQUAL 'MERGED'
               MOVE FC-RETIRED-BEFORE(FILE-COUNT-INDEX) TO
                   FC-RETIRED-AFTER(FILE-COUNT-INDEX)
               MOVE FC-SURVIVOR-BEFORE(FILE-COUNT-INDEX) TO
                   FC-SURVIVOR-AFTER(FILE-COUNT-INDEX)
           END-IF.

      *    A file another session kept busy is left untouched; it
      *    holds the merge open just as an overflow does.
       NOTE-FILE-BUSY.
           PERFORM START-FILE-COUNT.
           MOVE 'BUSY' TO FC-NOTE(FILE-COUNT-INDEX).
           MOVE 1 TO MERGE-BUSY.

       FILE-NEEDS-REWRITE.
           MOVE 0 TO REWRITE-NEEDED.
           IF FILE-OPENED EQUAL 1
               AND TABLE-OVERFLOW EQUAL 0
               AND FC-RETIRED-BEFORE(FILE-COUNT-INDEX) > 0
               MOVE 1 TO REWRITE-NEEDED
           END-IF.

       PRINT-COUNT-REPORT.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY "  PLAYER MERGE " RETIRED-ID " INTO " SURVIVOR-ID.
           DISPLAY "========================================".
           DISPLAY "FILE          RETIRED  SURVIVOR   RETIRED"
               "  SURVIVOR".
           DISPLAY "               BEFORE    BEFORE     AFTER"
               "     AFTER".
           MOVE 1 TO FILE-COUNT-INDEX.
           PERFORM UNTIL FILE-COUNT-INDEX > FILE-COUNT-COUNT
               MOVE FC-FILE-NAME(FILE-COUNT-INDEX) TO CRL-FILE-NAME
               MOVE FC-RETIRED-BEFORE(FILE-COUNT-INDEX) TO
                   CRL-RETIRED-BEFORE
               MOVE FC-SURVIVOR-BEFORE(FILE-COUNT-INDEX) TO
                   CRL-SURVIVOR-BEFORE
               MOVE FC-RETIRED-AFTER(FILE-COUNT-INDEX) TO
                   CRL-RETIRED-AFTER
               MOVE FC-SURVIVOR-AFTER(FILE-COUNT-INDEX) TO
                   CRL-SURVIVOR-AFTER
               MOVE FC-NOTE(FILE-COUNT-INDEX) TO CRL-NOTE
               DISPLAY COUNT-REPORT-LINE
               ADD 1 TO FILE-COUNT-INDEX
           END-PERFORM.
           IF ARCHIVES-UNCHANGED > 0
               DISPLAY ARCHIVES-UNCHANGED " archive file(s) held"
                   " nothing for " RETIRED-ID "."
           END-IF
           IF MERGE-OVERFLOW EQUAL 1 OR MERGE-BUSY EQUAL 1
               DISPLAY "Some files were not merged - " RETIRED-ID
                   " is still active; rerun once resolved."
           END-IF.

      ******************************************************************
      * Stats history: the live file first, then every ARCHYYYYMM
      * file on hand from the first month played to this one, as
      * DORMANT and AWARDS walk them.  An archive holding no retired
      * rows takes no line on the count report, only a tally.  The
      * archive control trailer carries counts only, so it passes
      * through unchanged.
      ******************************************************************
       MERGE-STATS-HISTORY.
           MOVE 'PLAYRSTA' TO STATS-FILE-NAME.
           PERFORM MERGE-ONE-STATS-FILE.
           MOVE 0 TO ARCHIVES-UNCHANGED.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           COMPUTE HISTORY-LAST-PERIOD =
               CURRENT-YEAR * 100 + CURRENT-MONTH.
           MOVE HISTORY-FIRST-PERIOD TO HISTORY-PERIOD.
           PERFORM UNTIL HISTORY-PERIOD > HISTORY-LAST-PERIOD
               MOVE SPACES TO STATS-FILE-NAME
               STRING 'ARCH' DELIMITED BY SIZE
                   HISTORY-PERIOD DELIMITED BY SIZE
                   INTO STATS-FILE-NAME
               OPEN INPUT PLAYER-STATS-FILE
               IF PLAYER-STATS-STATUS EQUAL '00'
                   CLOSE PLAYER-STATS-FILE
                   PERFORM MERGE-ONE-STATS-FILE
                   IF FC-NOTE(FILE-COUNT-INDEX) EQUAL 'NO CHANGE'
                       SUBTRACT 1 FROM FILE-COUNT-COUNT
                       ADD 1 TO ARCHIVES-UNCHANGED
                   END-IF
               END-IF
               IF HISTORY-MONTH EQUAL 12
                   ADD 1 TO HISTORY-YEAR
                   MOVE 1 TO HISTORY-MONTH
               ELSE
                   ADD 1 TO HISTORY-MONTH
               END-IF
           END-PERFORM.

       MERGE-ONE-STATS-FILE.
           MOVE STATS-FILE-NAME TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO TEXT-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT PLAYER-STATS-FILE.
           IF PLAYER-STATS-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ PLAYER-STATS-FILE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM TAKE-STATS-RECORD
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE PLAYER-STATS-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               OPEN OUTPUT PLAYER-STATS-FILE
               MOVE 1 TO TEXT-INDEX
               PERFORM UNTIL TEXT-INDEX > TEXT-COUNT
                   MOVE TEXT-ENTRY(TEXT-INDEX) TO PLAYER-STATS-RECORD
                   MOVE TEXT-ENTRY(TEXT-INDEX) TO RECORD-TEXT
                   MOVE SPACES TO COUNT-PLAYER-ID
                   IF RECORD-TAG NOT EQUAL 'T'
                       MOVE STAT-PLAYER-ID TO COUNT-PLAYER-ID
                   END-IF
                   PERFORM COUNT-AFTER
                   WRITE PLAYER-STATS-RECORD
                   ADD 1 TO TEXT-INDEX
               END-PERFORM
               CLOSE PLAYER-STATS-FILE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

       TAKE-STATS-RECORD.
           MOVE PLAYER-STATS-RECORD TO RECORD-TEXT.
           MOVE SPACES TO COUNT-PLAYER-ID.
           IF RECORD-TAG NOT EQUAL 'T'
               MOVE STAT-PLAYER-ID TO COUNT-PLAYER-ID
           END-IF
           PERFORM COUNT-BEFORE.
           IF COUNT-PLAYER-ID EQUAL RETIRED-ID
               MOVE SURVIVOR-ID TO STAT-PLAYER-ID
           END-IF
           IF TEXT-COUNT EQUAL 5000
               MOVE 1 TO TABLE-OVERFLOW
           ELSE
               ADD 1 TO TEXT-COUNT
               MOVE PLAYER-STATS-RECORD TO TEXT-ENTRY(TEXT-COUNT)
           END-IF.

      ******************************************************************
      * PLAYRSUM: a retired bucket row is added into the survivor's
      * row for the same bucket (best score is the higher of the
      * two), or simply re-keyed when the survivor has no such row.
      * The control stamp record is written back as it was read.
      ******************************************************************
       MERGE-SUMMARY-FILE.
           MOVE 'PLAYRSUM' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO SUMMARY-COUNT.
           MOVE 0 TO HAVE-SUMMARY-CONTROL.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT SUMMARY-FILE.
           IF SUMMARY-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ SUMMARY-FILE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM TAKE-SUMMARY-RECORD
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE SUMMARY-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               MOVE 1 TO SCAN-INDEX
               PERFORM UNTIL SCAN-INDEX > SUMMARY-COUNT
                   IF SMT-PLAYER-ID(SCAN-INDEX) EQUAL RETIRED-ID
                       PERFORM FOLD-SUMMARY-ROW
                   END-IF
                   ADD 1 TO SCAN-INDEX
               END-PERFORM
               PERFORM SAVE-SUMMARY-TABLE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

       TAKE-SUMMARY-RECORD.
           MOVE SUMMARY-RECORD TO SUMMARY-CONTROL-RECORD.
           IF SUM-CTL-RECORD
               MOVE SUMMARY-RECORD TO SUMMARY-CONTROL-TEXT
               MOVE 1 TO HAVE-SUMMARY-CONTROL
           ELSE
               MOVE SUMMARY-RECORD TO PLAYER-SUMMARY-RECORD
               MOVE SUM-PLAYER-ID TO COUNT-PLAYER-ID
               PERFORM COUNT-BEFORE
               IF SUMMARY-COUNT EQUAL 1000
                   MOVE 1 TO TABLE-OVERFLOW
               ELSE
                   ADD 1 TO SUMMARY-COUNT
                   MOVE SUM-PLAYER-ID TO SMT-PLAYER-ID(SUMMARY-COUNT)
                   MOVE SUM-BUCKET TO SMT-BUCKET(SUMMARY-COUNT)
                   MOVE SUM-GAMES TO SMT-GAMES(SUMMARY-COUNT)
                   MOVE SUM-WINS TO SMT-WINS(SUMMARY-COUNT)
                   MOVE SUM-LOSSES TO SMT-LOSSES(SUMMARY-COUNT)
                   MOVE SUM-MOVES TO SMT-MOVES(SUMMARY-COUNT)
                   MOVE SUM-SECONDS TO SMT-SECONDS(SUMMARY-COUNT)
                   MOVE SUM-BEST-SCORE TO
                       SMT-BEST-SCORE(SUMMARY-COUNT)
                   MOVE 0 TO SMT-DROPPED(SUMMARY-COUNT)
               END-IF
           END-IF.

       FOLD-SUMMARY-ROW.
           MOVE 0 TO MATCH-INDEX.
           MOVE 1 TO TEXT-INDEX.
           PERFORM UNTIL TEXT-INDEX > SUMMARY-COUNT
               IF SMT-PLAYER-ID(TEXT-INDEX) EQUAL SURVIVOR-ID
                   AND SMT-BUCKET(TEXT-INDEX) EQUAL
                       SMT-BUCKET(SCAN-INDEX)
                   MOVE TEXT-INDEX TO MATCH-INDEX
                   MOVE SUMMARY-COUNT TO TEXT-INDEX
               END-IF
               ADD 1 TO TEXT-INDEX
           END-PERFORM.
           IF MATCH-INDEX EQUAL 0
               MOVE SURVIVOR-ID TO SMT-PLAYER-ID(SCAN-INDEX)
           ELSE
               ADD SMT-GAMES(SCAN-INDEX) TO SMT-GAMES(MATCH-INDEX)
               ADD SMT-WINS(SCAN-INDEX) TO SMT-WINS(MATCH-INDEX)
               ADD SMT-LOSSES(SCAN-INDEX) TO SMT-LOSSES(MATCH-INDEX)
               ADD SMT-MOVES(SCAN-INDEX) TO SMT-MOVES(MATCH-INDEX)
               ADD SMT-SECONDS(SCAN-INDEX) TO
                   SMT-SECONDS(MATCH-INDEX)
               IF SMT-BEST-SCORE(SCAN-INDEX) >
                   SMT-BEST-SCORE(MATCH-INDEX)
                   MOVE SMT-BEST-SCORE(SCAN-INDEX) TO
                       SMT-BEST-SCORE(MATCH-INDEX)
               END-IF
               MOVE 1 TO SMT-DROPPED(SCAN-INDEX)
           END-IF.

       SAVE-SUMMARY-TABLE.
           OPEN OUTPUT SUMMARY-FILE.
           IF HAVE-SUMMARY-CONTROL EQUAL 1
               MOVE SUMMARY-CONTROL-TEXT TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > SUMMARY-COUNT
               IF SMT-DROPPED(SCAN-INDEX) EQUAL 0
                   MOVE SMT-PLAYER-ID(SCAN-INDEX) TO SUM-PLAYER-ID
                   MOVE SMT-BUCKET(SCAN-INDEX) TO SUM-BUCKET
                   MOVE SMT-GAMES(SCAN-INDEX) TO SUM-GAMES
                   MOVE SMT-WINS(SCAN-INDEX) TO SUM-WINS
                   MOVE SMT-LOSSES(SCAN-INDEX) TO SUM-LOSSES
                   MOVE SMT-MOVES(SCAN-INDEX) TO SUM-MOVES
                   MOVE SMT-SECONDS(SCAN-INDEX) TO SUM-SECONDS
                   MOVE SMT-BEST-SCORE(SCAN-INDEX) TO SUM-BEST-SCORE
                   MOVE SUM-PLAYER-ID TO COUNT-PLAYER-ID
                   PERFORM COUNT-AFTER
                   WRITE SUMMARY-RECORD FROM PLAYER-SUMMARY-RECORD
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.
           CLOSE SUMMARY-FILE.

      ******************************************************************
      * PLAYRRTG: one record survives.  It carries the rating of the
      * profile with more rated games behind it and the games of
      * both, so the merged player keeps the better-founded rating.
      * Only the two players' records are read, by key.
      ******************************************************************
       MERGE-RATING-FILE.
           MOVE 'PLAYRRTG' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO RETIRED-RATING-FOUND.
           MOVE 0 TO SURVIVOR-RATING-FOUND.
           PERFORM OPEN-RATING-FILE.
           IF FILE-OPENED EQUAL 1
               MOVE RETIRED-ID TO RTG-PLAYER-ID
               PERFORM TAKE-RATING-RECORD
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RETIRED-RATING-FOUND
                   MOVE RTG-RATING TO RETIRED-RATING
                   MOVE RTG-GAMES TO RETIRED-RATING-GAMES
               END-IF
               MOVE SURVIVOR-ID TO RTG-PLAYER-ID
               PERFORM TAKE-RATING-RECORD
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO SURVIVOR-RATING-FOUND
                   MOVE RTG-RATING TO SURVIVOR-RATING
                   MOVE RTG-GAMES TO SURVIVOR-RATING-GAMES
               END-IF
               PERFORM FILE-NEEDS-REWRITE
               IF REWRITE-NEEDED EQUAL 1
                   PERFORM FOLD-RATING-RECORDS
               END-IF
               CLOSE RATING-FILE
           END-IF
           PERFORM CLOSE-FILE-COUNT.
           IF RATING-FILE-BUSY EQUAL 1
               MOVE 'BUSY' TO FC-NOTE(FILE-COUNT-INDEX)
               MOVE 1 TO MERGE-BUSY
           END-IF.

      *    A missing file has nothing to merge; one held open by a
      *    game session is waited for up to the retry limit.
       OPEN-RATING-FILE.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO RATING-FILE-BUSY.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           PERFORM UNTIL FILE-OPENED EQUAL 1 OR RECORD-BUSY EQUAL 1
               OPEN I-O RATING-FILE
               IF RATING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO FILE-OPENED
               ELSE
                   IF RATING-FILE-STATUS EQUAL '35'
                       MOVE 1 TO RECORD-BUSY
                   ELSE
                       PERFORM COUNT-RECORD-RETRY
                       MOVE RECORD-BUSY TO RATING-FILE-BUSY
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-RATING-RECORD.
           READ RATING-FILE
               KEY IS RTG-PLAYER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RTG-PLAYER-ID TO COUNT-PLAYER-ID
                   PERFORM COUNT-BEFORE
           END-READ.

      *    The survivor is written first, so a failure before the
      *    retired record goes leaves a rerun something to finish
      *    rather than a rating lost.  A rerun after the survivor was
      *    written finds the checkpoint and only deletes the retired
      *    record; the survivor's, just read, stands as it is.
       FOLD-RATING-RECORDS.
           MOVE 'RTGFOLD ' TO FOLD-MARK-WANTED.
           PERFORM CHECK-FOLD-MARKER.
           IF FOLD-ALREADY-DONE EQUAL 1
               AND SURVIVOR-RATING-FOUND EQUAL 1
               DISPLAY "PLAYRRTG: " SURVIVOR-ID
                   " already carries " RETIRED-ID "'s rating."
           ELSE
               PERFORM SUM-RATING-RECORDS
           END-IF
           IF RATING-FILE-STATUS EQUAL '00'
               MOVE SURVIVOR-ID TO COUNT-PLAYER-ID
               PERFORM COUNT-AFTER
               DISPLAY "PLAYRRTG: " SURVIVOR-ID " keeps rating "
                   RTG-RATING " over " RTG-GAMES " games."
               MOVE RETIRED-ID TO RTG-PLAYER-ID
               DELETE RATING-FILE RECORD
           END-IF
           IF RATING-FILE-STATUS NOT EQUAL '00'
               DISPLAY "PLAYRRTG update failed - status "
                   RATING-FILE-STATUS
               MOVE 1 TO RATING-FILE-BUSY
           END-IF.

       SUM-RATING-RECORDS.
           MOVE SURVIVOR-ID TO RTG-PLAYER-ID.
           IF SURVIVOR-RATING-FOUND EQUAL 0
               MOVE RETIRED-RATING TO RTG-RATING
               MOVE RETIRED-RATING-GAMES TO RTG-GAMES
               WRITE PLAYER-RATING-RECORD
           ELSE
               MOVE SURVIVOR-RATING TO RTG-RATING
               IF RETIRED-RATING-GAMES > SURVIVOR-RATING-GAMES
                   MOVE RETIRED-RATING TO RTG-RATING
               END-IF
               COMPUTE RTG-GAMES =
                   SURVIVOR-RATING-GAMES + RETIRED-RATING-GAMES
               REWRITE PLAYER-RATING-RECORD
           END-IF
           IF RATING-FILE-STATUS EQUAL '00'
               PERFORM WRITE-FOLD-MARKER
           END-IF.

      ******************************************************************
      * PLAYRDRM: one standing record survives, carrying the later
      * last game and the later reinstatement of the two profiles and
      * the rated games DORMANT last counted for both.  Only the two
      * players' records are read, by key.
      ******************************************************************
       MERGE-STANDING-FILE.
           MOVE 'PLAYRDRM' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO RETIRED-STANDING-FOUND.
           MOVE 0 TO SURVIVOR-STANDING-FOUND.
           PERFORM OPEN-STANDING-FILE.
           IF FILE-OPENED EQUAL 1
               MOVE RETIRED-ID TO DRM-PLAYER-ID
               PERFORM TAKE-STANDING-RECORD
               IF STANDING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO RETIRED-STANDING-FOUND
                   MOVE PLAYER-STANDING-RECORD TO RETIRED-STANDING-TEXT
                   MOVE DRM-LAST-GAME TO RETIRED-LAST-GAME
                   MOVE DRM-REINSTATED TO RETIRED-REINSTATED
                   MOVE DRM-RATED-GAMES TO RETIRED-RATED-GAMES
               END-IF
               MOVE SURVIVOR-ID TO DRM-PLAYER-ID
               PERFORM TAKE-STANDING-RECORD
               IF STANDING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO SURVIVOR-STANDING-FOUND
               END-IF
               PERFORM FILE-NEEDS-REWRITE
               IF REWRITE-NEEDED EQUAL 1
                   PERFORM FOLD-STANDING-RECORDS
               END-IF
               CLOSE STANDING-FILE
           END-IF
           PERFORM CLOSE-FILE-COUNT.
           IF STANDING-FILE-BUSY EQUAL 1
               MOVE 'BUSY' TO FC-NOTE(FILE-COUNT-INDEX)
               MOVE 1 TO MERGE-BUSY
           END-IF.

      *    A missing file means DORMANT has not run yet, so there is
      *    nothing to merge; one held by a DORMANT or PLAYRMNT run is
      *    waited for up to the retry limit.
       OPEN-STANDING-FILE.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO STANDING-FILE-BUSY.
           MOVE 0 TO RECORD-RETRIES.
           MOVE 0 TO RECORD-BUSY.
           PERFORM UNTIL FILE-OPENED EQUAL 1 OR RECORD-BUSY EQUAL 1
               OPEN I-O STANDING-FILE
               IF STANDING-FILE-STATUS EQUAL '00'
                   MOVE 1 TO FILE-OPENED
               ELSE
                   IF STANDING-FILE-STATUS EQUAL '35'
                       MOVE 1 TO RECORD-BUSY
                   ELSE
                       PERFORM COUNT-RECORD-RETRY
                       MOVE RECORD-BUSY TO STANDING-FILE-BUSY
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-STANDING-RECORD.
           READ STANDING-FILE
               KEY IS DRM-PLAYER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DRM-PLAYER-ID TO COUNT-PLAYER-ID
                   PERFORM COUNT-BEFORE
           END-READ.

      *    The survivor is written first, so a failure before the
      *    retired record goes leaves a rerun something to finish;
      *    as for PLAYRRTG, a rerun finding the checkpoint only
      *    deletes the retired record.  With no record of its own the
      *    survivor takes the retired one as it stands.
       FOLD-STANDING-RECORDS.
           MOVE 'DRMFOLD ' TO FOLD-MARK-WANTED.
           PERFORM CHECK-FOLD-MARKER.
           IF FOLD-ALREADY-DONE EQUAL 1
               AND SURVIVOR-STANDING-FOUND EQUAL 1
               DISPLAY "PLAYRDRM: " SURVIVOR-ID
                   " already carries " RETIRED-ID "'s standing."
           ELSE
               PERFORM SUM-STANDING-RECORDS
           END-IF
           IF STANDING-FILE-STATUS EQUAL '00'
               MOVE SURVIVOR-ID TO COUNT-PLAYER-ID
               PERFORM COUNT-AFTER
               DISPLAY "PLAYRDRM: " SURVIVOR-ID " keeps last game "
                   DRM-LAST-GAME ", class " DRM-CLASS "."
               MOVE RETIRED-ID TO DRM-PLAYER-ID
               DELETE STANDING-FILE RECORD
           END-IF
           IF STANDING-FILE-STATUS NOT EQUAL '00'
               DISPLAY "PLAYRDRM update failed - status "
                   STANDING-FILE-STATUS
               MOVE 1 TO STANDING-FILE-BUSY
           END-IF.

       SUM-STANDING-RECORDS.
           IF SURVIVOR-STANDING-FOUND EQUAL 0
               MOVE RETIRED-STANDING-TEXT TO PLAYER-STANDING-RECORD
               MOVE SURVIVOR-ID TO DRM-PLAYER-ID
           ELSE
               IF RETIRED-LAST-GAME > DRM-LAST-GAME
                   MOVE RETIRED-LAST-GAME TO DRM-LAST-GAME
               END-IF
               IF RETIRED-REINSTATED > DRM-REINSTATED
                   MOVE RETIRED-REINSTATED TO DRM-REINSTATED
               END-IF
               ADD RETIRED-RATED-GAMES TO DRM-RATED-GAMES
           END-IF
           PERFORM RECLASSIFY-MERGED-STANDING.
           IF SURVIVOR-STANDING-FOUND EQUAL 0
               WRITE PLAYER-STANDING-RECORD
           ELSE
               REWRITE PLAYER-STANDING-RECORD
           END-IF
           IF STANDING-FILE-STATUS EQUAL '00'
               PERFORM WRITE-FOLD-MARKER
           END-IF.

      *    Idle days are counted as DORMANT counts them: from the last
      *    game, or with none from the first run that met the player,
      *    and from a later reinstatement.  Activity within the
      *    DRMDAYS rule in force today makes the player active, as
      *    DORMANT's next run would find.
       RECLASSIFY-MERGED-STANDING.
           PERFORM LOAD-PARAMETER-TABLE.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE CURRENT-DATE TO TODAY-DATE.
           MOVE TODAY-DATE TO RULE-SET-DATE.
           PERFORM RESOLVE-RULE-SET.
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
               MOVE TODAY-DATE TO STAMP-DATE
               PERFORM WORK-OUT-DAY-NUMBER
               MOVE DAY-NUMBER TO TODAY-DAY-NUMBER
               MOVE ACTIVITY-DATE TO STAMP-DATE
               PERFORM WORK-OUT-DAY-NUMBER
               COMPUTE IDLE-DAYS = TODAY-DAY-NUMBER - DAY-NUMBER
           END-IF
           IF IDLE-DAYS < RULE-DORMANT-DAYS
               IF NOT DRM-ACTIVE
                   MOVE 'A' TO DRM-CLASS
                   MOVE TODAY-DATE TO DRM-CLASS-DATE
               END-IF
               MOVE 0 TO DRM-NOTICE-DATE
               MOVE 0 TO DRM-DECAY-PERIOD
               MOVE 0 TO DRM-DECAY-TOTAL
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
      * PLAYRAWD: a badge both profiles earned is kept once, on the
      * survivor's row, dated from whichever award came first.  The
      * shown byte stays as the survivor had it.
      ******************************************************************
       MERGE-AWARD-FILE.
           MOVE 'A' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 1
               PERFORM MERGE-AWARD-RECORDS
           ELSE
               MOVE 'PLAYRAWD' TO COUNT-FILE-NAME
               PERFORM NOTE-FILE-BUSY
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

       MERGE-AWARD-RECORDS.
           MOVE 'PLAYRAWD' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO AWARD-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT AWARD-FILE.
           IF AWARD-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ AWARD-FILE INTO PLAYER-AWARD-RECORD
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM TAKE-AWARD-RECORD
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE AWARD-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               MOVE 1 TO SCAN-INDEX
               PERFORM UNTIL SCAN-INDEX > AWARD-COUNT
                   IF AWT-PLAYER-ID(SCAN-INDEX) EQUAL RETIRED-ID
                       PERFORM FOLD-AWARD-ROW
                   END-IF
                   ADD 1 TO SCAN-INDEX
               END-PERFORM
               PERFORM SAVE-AWARD-TABLE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

       TAKE-AWARD-RECORD.
           MOVE AWD-PLAYER-ID TO COUNT-PLAYER-ID.
           PERFORM COUNT-BEFORE.
           IF AWARD-COUNT EQUAL 2000
               MOVE 1 TO TABLE-OVERFLOW
           ELSE
               ADD 1 TO AWARD-COUNT
               MOVE AWD-PLAYER-ID TO AWT-PLAYER-ID(AWARD-COUNT)
               MOVE AWD-BADGE-ID TO AWT-BADGE-ID(AWARD-COUNT)
               MOVE AWD-DATE TO AWT-DATE(AWARD-COUNT)
               MOVE AWD-SHOWN TO AWT-SHOWN(AWARD-COUNT)
               MOVE 0 TO AWT-DROPPED(AWARD-COUNT)
           END-IF.

       FOLD-AWARD-ROW.
           MOVE 0 TO MATCH-INDEX.
           MOVE 1 TO TEXT-INDEX.
           PERFORM UNTIL TEXT-INDEX > AWARD-COUNT
               IF AWT-PLAYER-ID(TEXT-INDEX) EQUAL SURVIVOR-ID
                   AND AWT-BADGE-ID(TEXT-INDEX) EQUAL
                       AWT-BADGE-ID(SCAN-INDEX)
                   MOVE TEXT-INDEX TO MATCH-INDEX
                   MOVE AWARD-COUNT TO TEXT-INDEX
               END-IF
               ADD 1 TO TEXT-INDEX
           END-PERFORM.
           IF MATCH-INDEX EQUAL 0
               MOVE SURVIVOR-ID TO AWT-PLAYER-ID(SCAN-INDEX)
           ELSE
               IF AWT-DATE(SCAN-INDEX) < AWT-DATE(MATCH-INDEX)
                   MOVE AWT-DATE(SCAN-INDEX) TO AWT-DATE(MATCH-INDEX)
               END-IF
               MOVE 1 TO AWT-DROPPED(SCAN-INDEX)
           END-IF.

       SAVE-AWARD-TABLE.
           OPEN OUTPUT AWARD-FILE.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > AWARD-COUNT
               IF AWT-DROPPED(SCAN-INDEX) EQUAL 0
                   MOVE AWT-PLAYER-ID(SCAN-INDEX) TO AWD-PLAYER-ID
                   MOVE AWT-BADGE-ID(SCAN-INDEX) TO AWD-BADGE-ID
                   MOVE AWT-DATE(SCAN-INDEX) TO AWD-DATE
                   MOVE AWT-SHOWN(SCAN-INDEX) TO AWD-SHOWN
                   MOVE AWD-PLAYER-ID TO COUNT-PLAYER-ID
                   PERFORM COUNT-AFTER
                   WRITE AWARD-RECORD FROM PLAYER-AWARD-RECORD
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.
           CLOSE AWARD-FILE.

      ******************************************************************
      * PUZZDONE: a puzzle both profiles solved is kept once, dated
      * from the first solve.
      ******************************************************************
       MERGE-PUZZLE-DONE-FILE.
           MOVE 'PUZZDONE' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO DONE-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT PUZZLE-DONE-FILE.
           IF PUZZLE-DONE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ PUZZLE-DONE-FILE INTO PUZZLE-DONE-RECORD
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM TAKE-DONE-RECORD
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE PUZZLE-DONE-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               MOVE 1 TO SCAN-INDEX
               PERFORM UNTIL SCAN-INDEX > DONE-COUNT
                   IF DNT-PLAYER-ID(SCAN-INDEX) EQUAL RETIRED-ID
                       PERFORM FOLD-DONE-ROW
                   END-IF
                   ADD 1 TO SCAN-INDEX
               END-PERFORM
               PERFORM SAVE-DONE-TABLE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

       TAKE-DONE-RECORD.
           MOVE PDN-PLAYER-ID TO COUNT-PLAYER-ID.
           PERFORM COUNT-BEFORE.
           IF DONE-COUNT EQUAL 2000
               MOVE 1 TO TABLE-OVERFLOW
           ELSE
               ADD 1 TO DONE-COUNT
               MOVE PDN-PLAYER-ID TO DNT-PLAYER-ID(DONE-COUNT)
               MOVE PDN-PUZZLE-ID TO DNT-PUZZLE-ID(DONE-COUNT)
               MOVE PDN-DATE TO DNT-DATE(DONE-COUNT)
               MOVE 0 TO DNT-DROPPED(DONE-COUNT)
           END-IF.

       FOLD-DONE-ROW.
           MOVE 0 TO MATCH-INDEX.
           MOVE 1 TO TEXT-INDEX.
           PERFORM UNTIL TEXT-INDEX > DONE-COUNT
               IF DNT-PLAYER-ID(TEXT-INDEX) EQUAL SURVIVOR-ID
                   AND DNT-PUZZLE-ID(TEXT-INDEX) EQUAL
                       DNT-PUZZLE-ID(SCAN-INDEX)
                   MOVE TEXT-INDEX TO MATCH-INDEX
                   MOVE DONE-COUNT TO TEXT-INDEX
               END-IF
               ADD 1 TO TEXT-INDEX
           END-PERFORM.
           IF MATCH-INDEX EQUAL 0
               MOVE SURVIVOR-ID TO DNT-PLAYER-ID(SCAN-INDEX)
           ELSE
               IF DNT-DATE(SCAN-INDEX) < DNT-DATE(MATCH-INDEX)
                   MOVE DNT-DATE(SCAN-INDEX) TO DNT-DATE(MATCH-INDEX)
               END-IF
               MOVE 1 TO DNT-DROPPED(SCAN-INDEX)
           END-IF.

       SAVE-DONE-TABLE.
           OPEN OUTPUT PUZZLE-DONE-FILE.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > DONE-COUNT
               IF DNT-DROPPED(SCAN-INDEX) EQUAL 0
                   MOVE DNT-PLAYER-ID(SCAN-INDEX) TO PDN-PLAYER-ID
                   MOVE DNT-PUZZLE-ID(SCAN-INDEX) TO PDN-PUZZLE-ID
                   MOVE DNT-DATE(SCAN-INDEX) TO PDN-DATE
                   MOVE PDN-PLAYER-ID TO COUNT-PLAYER-ID
                   PERFORM COUNT-AFTER
                   WRITE PUZZLE-DONE-LINE FROM PUZZLE-DONE-RECORD
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.
           CLOSE PUZZLE-DONE-FILE.

      ******************************************************************
      * HISCORE: entries are re-keyed in place; the list order and
      * scores do not change, so the top-10 ranking still holds.
      ******************************************************************
       MERGE-HIGH-SCORE-FILE.
           MOVE 'H' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 1
               PERFORM MERGE-HIGH-SCORE-RECORDS
           ELSE
               MOVE 'HISCORE' TO COUNT-FILE-NAME
               PERFORM NOTE-FILE-BUSY
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

       MERGE-HIGH-SCORE-RECORDS.
           MOVE 'HISCORE' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO TEXT-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT HIGH-SCORE-FILE.
           IF HIGH-SCORE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ HIGH-SCORE-FILE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       MOVE HS-PLAYER-ID TO COUNT-PLAYER-ID
                       PERFORM COUNT-BEFORE
                       IF HS-PLAYER-ID EQUAL RETIRED-ID
                           MOVE SURVIVOR-ID TO HS-PLAYER-ID
                       END-IF
                       MOVE HIGH-SCORE-RECORD TO RECORD-TEXT
                       PERFORM KEEP-TEXT-ENTRY
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE HIGH-SCORE-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               OPEN OUTPUT HIGH-SCORE-FILE
               MOVE 1 TO TEXT-INDEX
               PERFORM UNTIL TEXT-INDEX > TEXT-COUNT
                   MOVE TEXT-ENTRY(TEXT-INDEX) TO HIGH-SCORE-RECORD
                   MOVE HS-PLAYER-ID TO COUNT-PLAYER-ID
                   PERFORM COUNT-AFTER
                   WRITE HIGH-SCORE-RECORD
                   ADD 1 TO TEXT-INDEX
               END-PERFORM
               CLOSE HIGH-SCORE-FILE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

       KEEP-TEXT-ENTRY.
           IF TEXT-COUNT EQUAL 5000
               MOVE 1 TO TABLE-OVERFLOW
           ELSE
               ADD 1 TO TEXT-COUNT
               MOVE RECORD-TEXT TO TEXT-ENTRY(TEXT-COUNT)
           END-IF.

      ******************************************************************
      * LGPLAYRS: the retired sign-up is dropped when the survivor is
      * already signed up for the season, otherwise re-keyed.
      ******************************************************************
       MERGE-SIGNUP-FILE.
           MOVE 'LGPLAYRS' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO SIGNUP-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT SIGNUP-FILE.
           IF SIGNUP-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ SIGNUP-FILE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       MOVE LGP-PLAYER-ID TO COUNT-PLAYER-ID
                       PERFORM COUNT-BEFORE
                       IF SIGNUP-COUNT EQUAL 100
                           MOVE 1 TO TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO SIGNUP-COUNT
                           MOVE LGP-PLAYER-ID TO
                               SGN-PLAYER-ID(SIGNUP-COUNT)
                           MOVE 0 TO SGN-DROPPED(SIGNUP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE SIGNUP-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               PERFORM FOLD-SIGNUP-ROWS
               OPEN OUTPUT SIGNUP-FILE
               MOVE 1 TO SCAN-INDEX
               PERFORM UNTIL SCAN-INDEX > SIGNUP-COUNT
                   IF SGN-DROPPED(SCAN-INDEX) EQUAL 0
                       MOVE SGN-PLAYER-ID(SCAN-INDEX) TO LGP-PLAYER-ID
                       MOVE LGP-PLAYER-ID TO COUNT-PLAYER-ID
                       PERFORM COUNT-AFTER
                       WRITE SIGNUP-RECORD
                   END-IF
                   ADD 1 TO SCAN-INDEX
               END-PERFORM
               CLOSE SIGNUP-FILE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

       FOLD-SIGNUP-ROWS.
           MOVE 0 TO MATCH-INDEX.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > SIGNUP-COUNT
               IF SGN-PLAYER-ID(SCAN-INDEX) EQUAL SURVIVOR-ID
                   MOVE SCAN-INDEX TO MATCH-INDEX
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > SIGNUP-COUNT
               IF SGN-PLAYER-ID(SCAN-INDEX) EQUAL RETIRED-ID
                   IF MATCH-INDEX EQUAL 0
                       MOVE SURVIVOR-ID TO SGN-PLAYER-ID(SCAN-INDEX)
                       MOVE SCAN-INDEX TO MATCH-INDEX
                   ELSE
                       MOVE 1 TO SGN-DROPPED(SCAN-INDEX)
                   END-IF
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.

      ******************************************************************
      * LGRESULT: where both profiles have a line for the same round
      * the line with more league points is kept under the survivor,
      * so the standings credit the round once.
      ******************************************************************
       MERGE-RESULT-FILE.
           MOVE 'LGRESULT' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO RESULT-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT RESULT-FILE.
           IF RESULT-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ RESULT-FILE INTO LEAGUE-RESULT-LINE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM TAKE-RESULT-RECORD
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE RESULT-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               MOVE 1 TO SCAN-INDEX
               PERFORM UNTIL SCAN-INDEX > RESULT-COUNT
                   IF RST-PLAYER-ID(SCAN-INDEX) EQUAL RETIRED-ID
                       PERFORM FOLD-RESULT-ROW
                   END-IF
                   ADD 1 TO SCAN-INDEX
               END-PERFORM
               PERFORM SAVE-RESULT-TABLE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

       TAKE-RESULT-RECORD.
           MOVE LGR-PLAYER-ID TO COUNT-PLAYER-ID.
           PERFORM COUNT-BEFORE.
           IF RESULT-COUNT EQUAL 2000
               MOVE 1 TO TABLE-OVERFLOW
           ELSE
               ADD 1 TO RESULT-COUNT
               MOVE LGR-ROUND TO RST-ROUND(RESULT-COUNT)
               MOVE LGR-PLAYER-ID TO RST-PLAYER-ID(RESULT-COUNT)
               MOVE LGR-STATUS TO RST-STATUS(RESULT-COUNT)
               MOVE LGR-SECONDS TO RST-SECONDS(RESULT-COUNT)
               MOVE LGR-MOVES TO RST-MOVES(RESULT-COUNT)
               MOVE LGR-POINTS TO RST-POINTS(RESULT-COUNT)
               MOVE 0 TO RST-DROPPED(RESULT-COUNT)
           END-IF.

       FOLD-RESULT-ROW.
           MOVE 0 TO MATCH-INDEX.
           MOVE 1 TO TEXT-INDEX.
           PERFORM UNTIL TEXT-INDEX > RESULT-COUNT
               IF RST-PLAYER-ID(TEXT-INDEX) EQUAL SURVIVOR-ID
                   AND RST-ROUND(TEXT-INDEX) EQUAL RST-ROUND(SCAN-INDEX)
                   MOVE TEXT-INDEX TO MATCH-INDEX
                   MOVE RESULT-COUNT TO TEXT-INDEX
               END-IF
               ADD 1 TO TEXT-INDEX
           END-PERFORM.
           IF MATCH-INDEX EQUAL 0
               MOVE SURVIVOR-ID TO RST-PLAYER-ID(SCAN-INDEX)
           ELSE
               IF RST-POINTS(SCAN-INDEX) > RST-POINTS(MATCH-INDEX)
                   MOVE RST-STATUS(SCAN-INDEX) TO
                       RST-STATUS(MATCH-INDEX)
                   MOVE RST-SECONDS(SCAN-INDEX) TO
                       RST-SECONDS(MATCH-INDEX)
                   MOVE RST-MOVES(SCAN-INDEX) TO
                       RST-MOVES(MATCH-INDEX)
                   MOVE RST-POINTS(SCAN-INDEX) TO
                       RST-POINTS(MATCH-INDEX)
               END-IF
               MOVE 1 TO RST-DROPPED(SCAN-INDEX)
           END-IF.

       SAVE-RESULT-TABLE.
           OPEN OUTPUT RESULT-FILE.
           MOVE 1 TO SCAN-INDEX.
           PERFORM UNTIL SCAN-INDEX > RESULT-COUNT
               IF RST-DROPPED(SCAN-INDEX) EQUAL 0
                   MOVE RST-ROUND(SCAN-INDEX) TO LGR-ROUND
                   MOVE RST-PLAYER-ID(SCAN-INDEX) TO LGR-PLAYER-ID
                   MOVE RST-STATUS(SCAN-INDEX) TO LGR-STATUS
                   MOVE RST-SECONDS(SCAN-INDEX) TO LGR-SECONDS
                   MOVE RST-MOVES(SCAN-INDEX) TO LGR-MOVES
                   MOVE RST-POINTS(SCAN-INDEX) TO LGR-POINTS
                   MOVE LGR-PLAYER-ID TO COUNT-PLAYER-ID
                   PERFORM COUNT-AFTER
                   WRITE RESULT-RECORD FROM LEAGUE-RESULT-LINE
               END-IF
               ADD 1 TO SCAN-INDEX
           END-PERFORM.
           CLOSE RESULT-FILE.

      ******************************************************************
      * PINAUDIT: the audit trail follows the person, so the retired
      * profile's failed-PIN and lock entries move to the survivor.
      ******************************************************************
       MERGE-PIN-AUDIT-FILE.
           MOVE 'PINAUDIT' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO TEXT-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT PIN-AUDIT-FILE.
           IF PIN-AUDIT-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ PIN-AUDIT-FILE INTO PIN-AUDIT-LINE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       MOVE PIN-AUDIT-PLAYER TO COUNT-PLAYER-ID
                       PERFORM COUNT-BEFORE
                       IF PIN-AUDIT-PLAYER EQUAL RETIRED-ID
                           MOVE SURVIVOR-ID TO PIN-AUDIT-PLAYER
                       END-IF
                       MOVE PIN-AUDIT-LINE TO RECORD-TEXT
                       PERFORM KEEP-TEXT-ENTRY
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE PIN-AUDIT-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               OPEN OUTPUT PIN-AUDIT-FILE
               MOVE 1 TO TEXT-INDEX
               PERFORM UNTIL TEXT-INDEX > TEXT-COUNT
                   MOVE TEXT-ENTRY(TEXT-INDEX) TO PIN-AUDIT-LINE
                   MOVE PIN-AUDIT-PLAYER TO COUNT-PLAYER-ID
                   PERFORM COUNT-AFTER
                   WRITE PIN-AUDIT-RECORD FROM PIN-AUDIT-LINE
                   ADD 1 TO TEXT-INDEX
               END-PERFORM
               CLOSE PIN-AUDIT-FILE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

      ******************************************************************
      * REVIEWQ: a held, released or voided game follows the person,
      * so it stays held or voided under the survivor.  Any rating
      * change recorded on the entry now applies to the rating kept.
      * The control line carries no player and goes back unchanged.
      * The queue is read and rewritten under the TXNCTL review-queue
      * gate, as RESSCRN and RESREVW rewrite it.
      ******************************************************************
       MERGE-REVIEW-QUEUE.
           MOVE 'Q' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 1
               PERFORM MERGE-REVIEW-RECORDS
           ELSE
               MOVE 'REVIEWQ' TO COUNT-FILE-NAME
               PERFORM NOTE-FILE-BUSY
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

       MERGE-REVIEW-RECORDS.
           MOVE 'REVIEWQ' TO COUNT-FILE-NAME.
           PERFORM START-FILE-COUNT.
           MOVE 0 TO REVIEW-COUNT.
           MOVE 0 TO TABLE-OVERFLOW.
           MOVE 0 TO FILE-OPENED.
           MOVE 0 TO FILE-EOF.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS NOT EQUAL '00'
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO FILE-OPENED
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ REVIEW-FILE
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       PERFORM TAKE-REVIEW-RECORD
               END-READ
           END-PERFORM.
           IF FILE-OPENED EQUAL 1
               CLOSE REVIEW-FILE
           END-IF
           PERFORM FILE-NEEDS-REWRITE.
           IF REWRITE-NEEDED EQUAL 1
               OPEN OUTPUT REVIEW-FILE
               MOVE 1 TO REVIEW-INDEX
               PERFORM UNTIL REVIEW-INDEX > REVIEW-COUNT
                   MOVE REVIEW-ENTRY(REVIEW-INDEX) TO REVIEW-LINE
                   MOVE REVIEW-LINE TO REVIEW-CONTROL-RECORD
                   IF NOT REV-CTL-RECORD
                       MOVE REVIEW-LINE TO REVIEW-RECORD
                       MOVE REV-PLAYER-ID TO COUNT-PLAYER-ID
                       PERFORM COUNT-AFTER
                   END-IF
                   WRITE REVIEW-LINE
                   ADD 1 TO REVIEW-INDEX
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF
           PERFORM CLOSE-FILE-COUNT.

       TAKE-REVIEW-RECORD.
           MOVE REVIEW-LINE TO REVIEW-CONTROL-RECORD.
           IF NOT REV-CTL-RECORD
               MOVE REVIEW-LINE TO REVIEW-RECORD
               MOVE REV-PLAYER-ID TO COUNT-PLAYER-ID
               PERFORM COUNT-BEFORE
               IF REV-PLAYER-ID EQUAL RETIRED-ID
                   MOVE SURVIVOR-ID TO REV-PLAYER-ID
               END-IF
               MOVE REVIEW-RECORD TO REVIEW-LINE
           END-IF
           IF REVIEW-COUNT EQUAL 1001
               MOVE 1 TO TABLE-OVERFLOW
           ELSE
               ADD 1 TO REVIEW-COUNT
               MOVE REVIEW-LINE TO REVIEW-ENTRY(REVIEW-COUNT)
           END-IF.

      ******************************************************************
      * Locks the TXNCTL gate record keyed CONTROL-KEY-WANTED ('H'
      * for HISCORE, 'A' for PLAYRAWD, 'Q' for REVIEWQ), which every
      * program rewriting or appending to that file takes first, so
      * no program's rewrite can overwrite an update another session
      * has just made.  A gate not on file yet is added and then locked
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

       END PROGRAM PLAYMRGE.
