      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: One-time conversion of the line-sequential PLAYRRTG
      *          rating file and TXNCTL control file into the keyed
      *          files of the same names, so game sessions running
      *          side by side can lock one record each instead of
      *          rewriting the whole file.  Before the run the old
      *          files are renamed PLAYRRTS and TXNCTLS; they are read
      *          from there and left in place.  PLAYRRTG is indexed on
      *          RTG-PLAYER-ID (a duplicate ID is reported and dropped,
      *          the first occurrence winning) and TXNCTL on CTL-TAG.
      *          Each file is converted on its own, and an existing
      *          keyed file is never overwritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. KEYCONV.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RATING-FILE ASSIGN TO "PLAYRRTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-RATING-STATUS.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTG-PLAYER-ID
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT OLD-CONTROL-FILE ASSIGN TO "TXNCTLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-CONTROL-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-TAG
               FILE STATUS IS LOG-CONTROL-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-RATING-FILE.
       01  OLD-RATING-RECORD PIC X(18).

       FD  RATING-FILE.
           COPY PLAYRRTG.

       FD  OLD-CONTROL-FILE.
       01  OLD-CONTROL-RECORD PIC X(13).

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       WORKING-STORAGE SECTION.
       01 OLD-RATING-STATUS PIC X(2) VALUE IS '00'.
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 OLD-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.

       01 OLD-EOF PIC 9(1) VALUE IS 0.
       01 CONVERSION-REFUSED PIC 9(1) VALUE IS 0.

       01 RECORDS-READ PIC 9(6) VALUE IS 0.
       01 RECORDS-LOADED PIC 9(6) VALUE IS 0.
       01 DUPLICATES-DROPPED PIC 9(6) VALUE IS 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM CONVERT-RATING-FILE.
           PERFORM CONVERT-CONTROL-FILE.
           DISPLAY "The old PLAYRRTS and TXNCTLS files are left in".
           DISPLAY "place; the suite now reads and maintains the".
           DISPLAY "keyed PLAYRRTG and TXNCTL.".
           STOP RUN.

      ******************************************************************
      * PLAYRRTG: every old rating row becomes one keyed record.
      ******************************************************************
       CONVERT-RATING-FILE.
           MOVE 0 TO CONVERSION-REFUSED.
           MOVE 0 TO RECORDS-READ.
           MOVE 0 TO RECORDS-LOADED.
           MOVE 0 TO DUPLICATES-DROPPED.
           OPEN INPUT RATING-FILE.
           IF RATING-FILE-STATUS NOT EQUAL '35'
               IF RATING-FILE-STATUS EQUAL '00'
                   CLOSE RATING-FILE
               END-IF
               DISPLAY "Keyed rating file PLAYRRTG already exists"
                   " (status " RATING-FILE-STATUS ") -"
               DISPLAY "rating conversion not run.  An old file still"
                   " named PLAYRRTG must be renamed PLAYRRTS first."
               MOVE 1 TO CONVERSION-REFUSED
           END-IF
           IF CONVERSION-REFUSED EQUAL 0
               OPEN INPUT OLD-RATING-FILE
               IF OLD-RATING-STATUS NOT EQUAL '00'
                   DISPLAY "Old rating file PLAYRRTS is not available"
                       " - no ratings to convert."
                   MOVE 1 TO CONVERSION-REFUSED
               END-IF
           END-IF
           IF CONVERSION-REFUSED EQUAL 0
               OPEN OUTPUT RATING-FILE
               MOVE 0 TO OLD-EOF
               PERFORM UNTIL OLD-EOF EQUAL 1
                   READ OLD-RATING-FILE INTO PLAYER-RATING-RECORD
                       AT END
                           MOVE 1 TO OLD-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-RATING
                   END-READ
               END-PERFORM
               CLOSE OLD-RATING-FILE
               CLOSE RATING-FILE
               DISPLAY "Rating conversion complete."
               DISPLAY "  Old records read   : " RECORDS-READ
               DISPLAY "  Ratings loaded     : " RECORDS-LOADED
               DISPLAY "  Duplicates dropped : " DUPLICATES-DROPPED
           END-IF.

       LOAD-ONE-RATING.
           ADD 1 TO RECORDS-READ.
           IF RTG-PLAYER-ID EQUAL SPACES
               DISPLAY "Blank player ID skipped."
           ELSE
               WRITE PLAYER-RATING-RECORD
                   INVALID KEY
                       ADD 1 TO DUPLICATES-DROPPED
                       DISPLAY "Duplicate ID " RTG-PLAYER-ID
                           " dropped."
                   NOT INVALID KEY
                       ADD 1 TO RECORDS-LOADED
               END-WRITE
           END-IF.

      ******************************************************************
      * TXNCTL: the old file's single 'G' record carries over.  With
      * no usable old record the keyed file is still created, and
      * MINESWEEPER rebuilds the game number from the log the first
      * time it needs one.
      ******************************************************************
       CONVERT-CONTROL-FILE.
           MOVE 0 TO CONVERSION-REFUSED.
           OPEN INPUT LOG-CONTROL-FILE.
           IF LOG-CONTROL-STATUS NOT EQUAL '35'
               IF LOG-CONTROL-STATUS EQUAL '00'
                   CLOSE LOG-CONTROL-FILE
               END-IF
               DISPLAY "Keyed control file TXNCTL already exists"
                   " (status " LOG-CONTROL-STATUS ") -"
               DISPLAY "control conversion not run.  An old file still"
                   " named TXNCTL must be renamed TXNCTLS first."
               MOVE 1 TO CONVERSION-REFUSED
           END-IF
           IF CONVERSION-REFUSED EQUAL 0
               OPEN OUTPUT LOG-CONTROL-FILE
               MOVE SPACES TO LOG-CONTROL-RECORD
               OPEN INPUT OLD-CONTROL-FILE
               IF OLD-CONTROL-STATUS EQUAL '00'
                   READ OLD-CONTROL-FILE INTO LOG-CONTROL-RECORD
                       AT END
                           MOVE SPACES TO LOG-CONTROL-RECORD
                   END-READ
                   CLOSE OLD-CONTROL-FILE
               END-IF
               IF CTL-RECORD AND CTL-LAST-GAME NUMERIC
                   WRITE LOG-CONTROL-RECORD
                   DISPLAY "Control conversion complete - last game"
                       " number " CTL-LAST-GAME "."
               ELSE
                   DISPLAY "No usable control record in TXNCTLS - the"
                       " keyed TXNCTL is created empty."
               END-IF
               CLOSE LOG-CONTROL-FILE
           END-IF.

       END PROGRAM KEYCONV.
