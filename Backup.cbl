      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Backup of the master and control files.  Every file
      *          in the BKUPSET backup set is copied into today's
      *          dated generation - line sequential files line for
      *          line, the keyed PLAYRIDX, PLAYRRTG, TXNCTL and
      *          PLAYRDRM unloaded in key order - and the generation's
      *          manifest records each file's record count and hash
      *          total for RESTORE to check against.  The generations
      *          past the retention count are then pruned.  Run it
      *          with the games room closed: a keyed file a session
      *          is holding open cannot be unloaded, and the
      *          generation is then marked FAILED and nothing is
      *          pruned.  Taking a second backup on the same day
      *          replaces that day's generation, after confirmation.
      *          The run is ledgered on RUNCTL under the generation
      *          date: records read, records written and files
      *          copied.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BACKUP.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE ASSIGN USING LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT COPY-FILE ASSIGN USING COPY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-FILE-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTG-PLAYER-ID
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTL-TAG
               FILE STATUS IS LOG-CONTROL-STATUS.
           SELECT STANDING-FILE ASSIGN TO "PLAYRDRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRM-PLAYER-ID
               FILE STATUS IS STANDING-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN USING MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT CATALOGUE-FILE ASSIGN TO "BKCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOGUE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01  LIVE-RECORD PIC X(1000).

       FD  COPY-FILE.
       01  COPY-RECORD PIC X(1000).

       FD  PLAYER-MASTER-FILE.
           COPY PLAYRMST.

       FD  RATING-FILE.
           COPY PLAYRRTG.

       FD  LOG-CONTROL-FILE.
           COPY TXNCTL.

       FD  STANDING-FILE.
           COPY PLAYRDRM.

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD PIC X(44).

       FD  CATALOGUE-FILE.
       01  CATALOGUE-RECORD PIC X(32).

       FD  RUN-CONTROL-FILE.
       01  RUN-LEDGER-LINE PIC X(63).

       WORKING-STORAGE SECTION.
       01 LIVE-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 COPY-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE IS '00'.
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 STANDING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 MANIFEST-STATUS PIC X(2) VALUE IS '00'.
       01 CATALOGUE-STATUS PIC X(2) VALUE IS '00'.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 LIVE-FILE-NAME PIC X(20) VALUE IS SPACES.
       01 COPY-FILE-NAME PIC X(20) VALUE IS SPACES.
       01 MANIFEST-FILE-NAME PIC X(20) VALUE IS SPACES.
       01 DELETE-FILE-NAME PIC X(20) VALUE IS SPACES.

       COPY BKUPSET.

       COPY RUNCTL.

       01 RUN-PERIOD-TEXT PIC X(8) VALUE IS SPACES.
       01 FORCE-ANSWER PIC X(1) VALUE IS 'N'.

       01 GENERATION-DATE PIC 9(8) VALUE IS 0.
       01 NAME-GENERATION PIC 9(8) VALUE IS 0.
       01 RETENTION-ANSWER.
            05 RETENTION-FIRST PIC X(1) VALUE IS SPACE.
            05 RETENTION-SECOND PIC X(1) VALUE IS SPACE.
       01 RETENTION-DIGIT PIC 9(1) VALUE IS 0.
       01 RETENTION-COUNT PIC 9(2) VALUE IS 7.

       01 SET-INDEX PIC 9(2) VALUE IS 0.
       01 FILE-EOF PIC 9(1) VALUE IS 0.
       01 FILE-FAILED PIC 9(1) VALUE IS 0.
       01 FILE-RECORDS PIC 9(8) VALUE IS 0.
       01 FILES-COPIED PIC 9(2) VALUE IS 0.
       01 FILES-ABSENT PIC 9(2) VALUE IS 0.
       01 FILES-FAILED PIC 9(2) VALUE IS 0.
       01 MANIFEST-FAILED PIC 9(1) VALUE IS 0.
       01 CATALOGUE-FAILED PIC 9(1) VALUE IS 0.
       01 RECORDS-READ-TOTAL PIC 9(8) VALUE IS 0.
       01 RECORDS-WRITTEN-TOTAL PIC 9(8) VALUE IS 0.

      ******************************************************************
      * Hash total work: each byte is laid in the low half of a
      * two-byte binary word, which then reads as its value.
      ******************************************************************
       01 RECORD-TEXT PIC X(1000).
       01 RECORD-BYTES REDEFINES RECORD-TEXT.
            05 RECORD-BYTE PIC X(1) OCCURS 1000 TIMES.
       01 RECORD-LENGTH PIC 9(4) VALUE IS 0.
       01 LENGTH-FOUND PIC 9(1) VALUE IS 0.
       01 BYTE-POSITION PIC 9(4) VALUE IS 0.
       01 BYTE-WORD.
            05 FILLER PIC X(1) VALUE IS LOW-VALUE.
            05 BYTE-CHAR PIC X(1).
       01 BYTE-VALUE REDEFINES BYTE-WORD PIC 9(4) COMP.
       01 HASH-TOTAL PIC 9(15) VALUE IS 0.

      ******************************************************************
      * The catalogue as loaded, oldest generation first.  Rows
      * marked PRUNED are left out when it is written back.
      ******************************************************************
       01 CATALOGUE-TABLE.
            05 CT-ROW OCCURS 100 TIMES.
               10 CT-GENERATION PIC 9(8).
               10 CT-TAKEN-TIME PIC X(6).
               10 CT-FILES PIC 9(2).
               10 CT-RECORDS PIC 9(8).
               10 CT-STATUS PIC X(8).
       01 CATALOGUE-COUNT PIC 9(3) VALUE IS 0.
       01 CATALOGUE-INDEX PIC 9(3) VALUE IS 0.
       01 CATALOGUE-EOF PIC 9(1) VALUE IS 0.
       01 GENERATION-ROW PIC 9(3) VALUE IS 0.
       01 KEPT-COUNT PIC 9(3) VALUE IS 0.
       01 GENERATIONS-PRUNED PIC 9(3) VALUE IS 0.
       01 GENERATIONS-PARTIAL PIC 9(3) VALUE IS 0.
       01 DELETE-FAILED PIC 9(1) VALUE IS 0.

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
           MOVE CURRENT-DATE TO GENERATION-DATE.
           MOVE GENERATION-DATE TO RUN-PERIOD-TEXT.
           PERFORM GET-RETENTION-COUNT.
           PERFORM WRITE-RUN-START.
           PERFORM LOAD-CATALOGUE.
           PERFORM FIND-GENERATION-ROW.
           IF GENERATION-ROW > 0
               DISPLAY "A backup generation was already taken today ("
                   GENERATION-DATE ", " CT-STATUS(GENERATION-ROW) ")."
               DISPLAY "Replace it? (Y/N):"
               ACCEPT FORCE-ANSWER
               IF FORCE-ANSWER NOT EQUAL 'Y'
                   AND FORCE-ANSWER NOT EQUAL 'y'
                   MOVE 'SKIPPED ' TO RC-OUTCOME
                   PERFORM WRITE-RUN-END
                   DISPLAY "Run abandoned - nothing was changed."
                   STOP RUN
               END-IF
           ELSE
               IF CATALOGUE-COUNT NOT < 100
                   DISPLAY "The BKCATLG catalogue is full - lower the"
                       " retention count to prune it."
                   MOVE 'OVERFLOW' TO RC-OUTCOME
                   PERFORM WRITE-RUN-END
                   STOP RUN
               END-IF
               ADD 1 TO CATALOGUE-COUNT
               MOVE CATALOGUE-COUNT TO GENERATION-ROW
           END-IF
           DISPLAY "Taking backup generation " GENERATION-DATE ".".
           PERFORM TAKE-GENERATION.
           MOVE GENERATION-DATE TO CT-GENERATION(GENERATION-ROW).
           MOVE CURRENT-TIME TO CT-TAKEN-TIME(GENERATION-ROW).
           MOVE FILES-COPIED TO CT-FILES(GENERATION-ROW).
           MOVE RECORDS-WRITTEN-TOTAL TO CT-RECORDS(GENERATION-ROW).
           IF FILES-FAILED > 0
               MOVE 'FAILED  ' TO CT-STATUS(GENERATION-ROW)
               DISPLAY FILES-FAILED " file(s) could not be copied -"
                   " generation " GENERATION-DATE " is FAILED and"
                   " nothing was pruned."
           ELSE
               IF MANIFEST-FAILED EQUAL 1
                   MOVE 'FAILED  ' TO CT-STATUS(GENERATION-ROW)
                   DISPLAY "The manifest could not be written -"
                       " generation " GENERATION-DATE " is FAILED"
                       " and nothing was pruned."
               ELSE
                   MOVE 'COMPLETE' TO CT-STATUS(GENERATION-ROW)
                   PERFORM PRUNE-GENERATIONS
               END-IF
           END-IF
           PERFORM SAVE-CATALOGUE.
           DISPLAY " ".
           DISPLAY "Files copied          : " FILES-COPIED.
           DISPLAY "Files not on file     : " FILES-ABSENT.
           DISPLAY "Files failed          : " FILES-FAILED.
           DISPLAY "Records copied        : " RECORDS-WRITTEN-TOTAL.
           DISPLAY "Generations pruned    : " GENERATIONS-PRUNED.
           IF GENERATIONS-PARTIAL > 0
               DISPLAY "Generations not pruned: " GENERATIONS-PARTIAL
                   " (kept on BKCATLG as PARTIAL)"
           END-IF
           IF FILES-FAILED > 0 OR MANIFEST-FAILED EQUAL 1
               OR CATALOGUE-FAILED EQUAL 1
               MOVE 'FAILED  ' TO RC-OUTCOME
           ELSE
               MOVE 'COMPLETE' TO RC-OUTCOME
           END-IF
           PERFORM WRITE-RUN-END.
           STOP RUN.

       GET-RETENTION-COUNT.
           DISPLAY "Generations to keep, 1-99 (blank = "
               RETENTION-COUNT "):".
           ACCEPT RETENTION-ANSWER.
           IF RETENTION-SECOND EQUAL SPACE
               AND RETENTION-FIRST NUMERIC
               AND RETENTION-FIRST NOT EQUAL '0'
               MOVE RETENTION-FIRST TO RETENTION-DIGIT
               MOVE RETENTION-DIGIT TO RETENTION-COUNT
           ELSE
               IF RETENTION-ANSWER NOT EQUAL SPACES
                   IF RETENTION-ANSWER NUMERIC
                       AND RETENTION-ANSWER NOT EQUAL '00'
                       MOVE RETENTION-ANSWER TO RETENTION-COUNT
                   ELSE
                       DISPLAY "Not a count from 1 to 99 - keeping "
                           RETENTION-COUNT "."
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
      * LOGROLL, STATAUDIT and EXTRACT.
      ******************************************************************
       WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE 'BACKUP  ' TO RC-PROGRAM.
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
           MOVE 'BACKUP  ' TO RC-PROGRAM.
           MOVE 'E' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE RECORDS-READ-TOTAL TO RC-RECORDS-READ.
           MOVE RECORDS-WRITTEN-TOTAL TO RC-RECORDS-WRITTEN.
           MOVE FILES-COPIED TO RC-RECORDS-ARCHIVED.
           MOVE 0 TO RC-RECORDS-EXTRACTED.
           PERFORM APPEND-RUN-ENTRY.

       APPEND-RUN-ENTRY.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS EQUAL '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-LEDGER-LINE FROM RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       LOAD-CATALOGUE.
           MOVE 0 TO CATALOGUE-COUNT.
           MOVE 0 TO CATALOGUE-EOF.
           OPEN INPUT CATALOGUE-FILE.
           IF CATALOGUE-STATUS NOT EQUAL '00'
               MOVE 1 TO CATALOGUE-EOF
           END-IF
           PERFORM UNTIL CATALOGUE-EOF EQUAL 1
               READ CATALOGUE-FILE INTO CATALOGUE-ENTRY
                   AT END
                       MOVE 1 TO CATALOGUE-EOF
                   NOT AT END
                       IF CATALOGUE-COUNT < 100
                           ADD 1 TO CATALOGUE-COUNT
                           MOVE CATALOGUE-ENTRY TO
                               CT-ROW(CATALOGUE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF CATALOGUE-STATUS EQUAL '00' OR
               CATALOGUE-STATUS EQUAL '10'
               CLOSE CATALOGUE-FILE
           END-IF.

       FIND-GENERATION-ROW.
           MOVE 0 TO GENERATION-ROW.
           MOVE 1 TO CATALOGUE-INDEX.
           PERFORM UNTIL CATALOGUE-INDEX > CATALOGUE-COUNT
               IF CT-GENERATION(CATALOGUE-INDEX) EQUAL GENERATION-DATE
                   MOVE CATALOGUE-INDEX TO GENERATION-ROW
               END-IF
               ADD 1 TO CATALOGUE-INDEX
           END-PERFORM.

      *    RESTORE finds a generation only through BKCATLG, so a
      *    catalogue that cannot be written fails the run.
       SAVE-CATALOGUE.
           MOVE 0 TO CATALOGUE-FAILED.
           OPEN OUTPUT CATALOGUE-FILE.
           IF CATALOGUE-STATUS NOT EQUAL '00'
               DISPLAY "BKCATLG could not be rewritten (status "
                   CATALOGUE-STATUS ") - generation " GENERATION-DATE
                   " is not catalogued."
               MOVE 1 TO CATALOGUE-FAILED
           ELSE
               MOVE 1 TO CATALOGUE-INDEX
               PERFORM UNTIL CATALOGUE-INDEX > CATALOGUE-COUNT
                   IF CT-STATUS(CATALOGUE-INDEX) NOT EQUAL 'PRUNED  '
                       MOVE CT-ROW(CATALOGUE-INDEX) TO CATALOGUE-ENTRY
                       WRITE CATALOGUE-RECORD FROM CATALOGUE-ENTRY
                       IF CATALOGUE-STATUS NOT EQUAL '00'
                           DISPLAY "BKCATLG write failed (status "
                               CATALOGUE-STATUS ")."
                           MOVE 1 TO CATALOGUE-FAILED
                           MOVE CATALOGUE-COUNT TO CATALOGUE-INDEX
                       END-IF
                   END-IF
                   ADD 1 TO CATALOGUE-INDEX
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF.

      ******************************************************************
      * Copies every file in the set and writes the manifest: one
      * line per file, then the trailer.  The manifest is written
      * last, so one that exists and balances means every copy it
      * names was finished.  With no manifest there is nothing
      * RESTORE could trust, so no copy is taken.
      ******************************************************************
       TAKE-GENERATION.
           MOVE 0 TO FILES-COPIED.
           MOVE 0 TO FILES-ABSENT.
           MOVE 0 TO FILES-FAILED.
           MOVE 0 TO MANIFEST-FAILED.
           MOVE 0 TO RECORDS-READ-TOTAL.
           MOVE 0 TO RECORDS-WRITTEN-TOTAL.
           MOVE GENERATION-DATE TO NAME-GENERATION.
           MOVE SPACES TO MANIFEST-FILE-NAME.
           STRING 'MANIFEST.G' DELIMITED BY SIZE
               NAME-GENERATION DELIMITED BY SIZE
               INTO MANIFEST-FILE-NAME.
           OPEN OUTPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT EQUAL '00'
               DISPLAY "  " MANIFEST-FILE-NAME " cannot be opened,"
                   " status " MANIFEST-STATUS
               MOVE 1 TO MANIFEST-FAILED
           ELSE
               MOVE 1 TO SET-INDEX
               PERFORM UNTIL SET-INDEX > SET-COUNT
                   PERFORM BACKUP-ONE-FILE
                   ADD 1 TO SET-INDEX
               END-PERFORM
               MOVE SPACES TO MANIFEST-ENTRY
               MOVE 'T' TO MAN-TAG
               MOVE GENERATION-DATE TO MAN-GENERATION
               MOVE 0 TO MAN-HASH-TOTAL
               MOVE RECORDS-WRITTEN-TOTAL TO MAN-RECORD-COUNT
               MOVE SET-COUNT TO MAN-FILE-COUNT
               PERFORM WRITE-MANIFEST-LINE
               CLOSE MANIFEST-FILE
           END-IF.

       WRITE-MANIFEST-LINE.
           WRITE MANIFEST-RECORD FROM MANIFEST-ENTRY.
           IF MANIFEST-STATUS NOT EQUAL '00'
               DISPLAY "  " MANIFEST-FILE-NAME " write error,"
                   " status " MANIFEST-STATUS
               MOVE 1 TO MANIFEST-FAILED
           END-IF.

       BACKUP-ONE-FILE.
           MOVE 0 TO FILE-RECORDS.
           MOVE 0 TO HASH-TOTAL.
           MOVE 0 TO FILE-FAILED.
           MOVE SET-FILE-NAME(SET-INDEX) TO LIVE-FILE-NAME.
           PERFORM BUILD-COPY-FILE-NAME.
           MOVE SPACES TO MANIFEST-ENTRY.
           MOVE 'F' TO MAN-TAG.
           MOVE GENERATION-DATE TO MAN-GENERATION.
           MOVE SET-FILE-NAME(SET-INDEX) TO MAN-FILE-NAME.
           MOVE SET-ORGANIZATION(SET-INDEX) TO MAN-ORGANIZATION.
           MOVE 'Y' TO MAN-PRESENT.
           IF SET-ORGANIZATION(SET-INDEX) EQUAL 'I'
               PERFORM UNLOAD-KEYED-FILE
           ELSE
               PERFORM COPY-SEQUENTIAL-FILE
           END-IF
           IF FILE-FAILED EQUAL 1
               ADD 1 TO FILES-FAILED
               DISPLAY "  " SET-FILE-NAME(SET-INDEX) " FAILED"
           ELSE
               IF MAN-NOT-ON-FILE
                   ADD 1 TO FILES-ABSENT
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                       " not on file - nothing to copy"
               ELSE
                   ADD 1 TO FILES-COPIED
                   ADD FILE-RECORDS TO RECORDS-WRITTEN-TOTAL
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX) " "
                       FILE-RECORDS " records, hash " HASH-TOTAL
               END-IF
           END-IF
           MOVE FILE-RECORDS TO MAN-RECORD-COUNT.
           MOVE HASH-TOTAL TO MAN-HASH-TOTAL.
           MOVE 0 TO MAN-FILE-COUNT.
           PERFORM WRITE-MANIFEST-LINE.

       BUILD-COPY-FILE-NAME.
           MOVE SPACES TO COPY-FILE-NAME.
           STRING SET-FILE-NAME(SET-INDEX) DELIMITED BY SPACE
               '.G' DELIMITED BY SIZE
               NAME-GENERATION DELIMITED BY SIZE
               INTO COPY-FILE-NAME.

       COPY-SEQUENTIAL-FILE.
           OPEN INPUT LIVE-FILE.
           IF LIVE-FILE-STATUS EQUAL '35'
               MOVE 'N' TO MAN-PRESENT
           ELSE
               IF LIVE-FILE-STATUS NOT EQUAL '00'
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                       " cannot be opened, status " LIVE-FILE-STATUS
                   MOVE 1 TO FILE-FAILED
               ELSE
                   PERFORM OPEN-COPY-FILE
                   MOVE 0 TO FILE-EOF
                   IF FILE-FAILED EQUAL 1
                       MOVE 1 TO FILE-EOF
                   END-IF
                   PERFORM UNTIL FILE-EOF EQUAL 1
                       READ LIVE-FILE INTO RECORD-TEXT
                           AT END
                               MOVE 1 TO FILE-EOF
                           NOT AT END
                               PERFORM COPY-ONE-RECORD
                       END-READ
                       IF LIVE-FILE-STATUS NOT EQUAL '00'
                           AND LIVE-FILE-STATUS NOT EQUAL '10'
                           DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                               " read error, status " LIVE-FILE-STATUS
                           MOVE 1 TO FILE-FAILED
                           MOVE 1 TO FILE-EOF
                       END-IF
                   END-PERFORM
                   IF COPY-FILE-STATUS EQUAL '00'
                       CLOSE COPY-FILE
                   END-IF
                   CLOSE LIVE-FILE
               END-IF
           END-IF.

      *    The keyed files are read in key order through their own
      *    FDs; each record is copied as one line.
       UNLOAD-KEYED-FILE.
           IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRIDX'
               PERFORM UNLOAD-PLAYER-MASTER
           ELSE
               IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRRTG'
                   PERFORM UNLOAD-RATING-FILE
               ELSE
                   IF SET-FILE-NAME(SET-INDEX) EQUAL 'TXNCTL'
                       PERFORM UNLOAD-CONTROL-FILE
                   ELSE
                       PERFORM UNLOAD-STANDING-FILE
                   END-IF
               END-IF
           END-IF.

       UNLOAD-PLAYER-MASTER.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF PLAYER-MASTER-STATUS EQUAL '35'
               MOVE 'N' TO MAN-PRESENT
           ELSE
               IF PLAYER-MASTER-STATUS NOT EQUAL '00'
                   DISPLAY "  PLAYRIDX cannot be opened, status "
                       PLAYER-MASTER-STATUS
                   MOVE 1 TO FILE-FAILED
               ELSE
                   PERFORM OPEN-COPY-FILE
                   MOVE 0 TO FILE-EOF
                   IF FILE-FAILED EQUAL 1
                       MOVE 1 TO FILE-EOF
                   END-IF
                   PERFORM UNTIL FILE-EOF EQUAL 1
                       READ PLAYER-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO FILE-EOF
                           NOT AT END
                               MOVE PLAYER-MASTER-RECORD TO
                                   RECORD-TEXT
                               PERFORM COPY-ONE-RECORD
                       END-READ
                       IF PLAYER-MASTER-STATUS NOT EQUAL '00'
                           AND PLAYER-MASTER-STATUS NOT EQUAL '10'
                           DISPLAY "  PLAYRIDX read error, status "
                               PLAYER-MASTER-STATUS
                           MOVE 1 TO FILE-FAILED
                           MOVE 1 TO FILE-EOF
                       END-IF
                   END-PERFORM
                   IF COPY-FILE-STATUS EQUAL '00'
                       CLOSE COPY-FILE
                   END-IF
                   CLOSE PLAYER-MASTER-FILE
               END-IF
           END-IF.

       UNLOAD-RATING-FILE.
           OPEN INPUT RATING-FILE.
           IF RATING-FILE-STATUS EQUAL '35'
               MOVE 'N' TO MAN-PRESENT
           ELSE
               IF RATING-FILE-STATUS NOT EQUAL '00'
                   DISPLAY "  PLAYRRTG cannot be opened, status "
                       RATING-FILE-STATUS
                   MOVE 1 TO FILE-FAILED
               ELSE
                   PERFORM OPEN-COPY-FILE
                   MOVE 0 TO FILE-EOF
                   IF FILE-FAILED EQUAL 1
                       MOVE 1 TO FILE-EOF
                   END-IF
                   PERFORM UNTIL FILE-EOF EQUAL 1
                       READ RATING-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO FILE-EOF
                           NOT AT END
                               MOVE PLAYER-RATING-RECORD TO
                                   RECORD-TEXT
                               PERFORM COPY-ONE-RECORD
                       END-READ
                       IF RATING-FILE-STATUS NOT EQUAL '00'
                           AND RATING-FILE-STATUS NOT EQUAL '10'
                           DISPLAY "  PLAYRRTG read error, status "
                               RATING-FILE-STATUS
                           MOVE 1 TO FILE-FAILED
                           MOVE 1 TO FILE-EOF
                       END-IF
                   END-PERFORM
                   IF COPY-FILE-STATUS EQUAL '00'
                       CLOSE COPY-FILE
                   END-IF
                   CLOSE RATING-FILE
               END-IF
           END-IF.

       UNLOAD-CONTROL-FILE.
           OPEN INPUT LOG-CONTROL-FILE.
           IF LOG-CONTROL-STATUS EQUAL '35'
               MOVE 'N' TO MAN-PRESENT
           ELSE
               IF LOG-CONTROL-STATUS NOT EQUAL '00'
                   DISPLAY "  TXNCTL cannot be opened, status "
                       LOG-CONTROL-STATUS
                   MOVE 1 TO FILE-FAILED
               ELSE
                   PERFORM OPEN-COPY-FILE
                   MOVE 0 TO FILE-EOF
                   IF FILE-FAILED EQUAL 1
                       MOVE 1 TO FILE-EOF
                   END-IF
                   PERFORM UNTIL FILE-EOF EQUAL 1
                       READ LOG-CONTROL-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO FILE-EOF
                           NOT AT END
                               MOVE LOG-CONTROL-RECORD TO
                                   RECORD-TEXT
                               PERFORM COPY-ONE-RECORD
                       END-READ
                       IF LOG-CONTROL-STATUS NOT EQUAL '00'
                           AND LOG-CONTROL-STATUS NOT EQUAL '10'
                           DISPLAY "  TXNCTL read error, status "
                               LOG-CONTROL-STATUS
                           MOVE 1 TO FILE-FAILED
                           MOVE 1 TO FILE-EOF
                       END-IF
                   END-PERFORM
                   IF COPY-FILE-STATUS EQUAL '00'
                       CLOSE COPY-FILE
                   END-IF
                   CLOSE LOG-CONTROL-FILE
               END-IF
           END-IF.

       UNLOAD-STANDING-FILE.
           OPEN INPUT STANDING-FILE.
           IF STANDING-FILE-STATUS EQUAL '35'
               MOVE 'N' TO MAN-PRESENT
           ELSE
               IF STANDING-FILE-STATUS NOT EQUAL '00'
                   DISPLAY "  PLAYRDRM cannot be opened, status "
                       STANDING-FILE-STATUS
                   MOVE 1 TO FILE-FAILED
               ELSE
                   PERFORM OPEN-COPY-FILE
                   MOVE 0 TO FILE-EOF
                   IF FILE-FAILED EQUAL 1
                       MOVE 1 TO FILE-EOF
                   END-IF
                   PERFORM UNTIL FILE-EOF EQUAL 1
                       READ STANDING-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO FILE-EOF
                           NOT AT END
                               MOVE PLAYER-STANDING-RECORD TO
                                   RECORD-TEXT
                               PERFORM COPY-ONE-RECORD
                       END-READ
                       IF STANDING-FILE-STATUS NOT EQUAL '00'
                           AND STANDING-FILE-STATUS NOT EQUAL '10'
                           DISPLAY "  PLAYRDRM read error, status "
                               STANDING-FILE-STATUS
                           MOVE 1 TO FILE-FAILED
                           MOVE 1 TO FILE-EOF
                       END-IF
                   END-PERFORM
                   IF COPY-FILE-STATUS EQUAL '00'
                       CLOSE COPY-FILE
                   END-IF
                   CLOSE STANDING-FILE
               END-IF
           END-IF.

       OPEN-COPY-FILE.
           OPEN OUTPUT COPY-FILE.
           IF COPY-FILE-STATUS NOT EQUAL '00'
               DISPLAY "  Copy " COPY-FILE-NAME " cannot be created,"
                   " status " COPY-FILE-STATUS
               MOVE 1 TO FILE-FAILED
           END-IF.

       COPY-ONE-RECORD.
           ADD 1 TO RECORDS-READ-TOTAL.
           WRITE COPY-RECORD FROM RECORD-TEXT.
           IF COPY-FILE-STATUS NOT EQUAL '00'
               DISPLAY "  Copy " COPY-FILE-NAME " write error,"
                   " status " COPY-FILE-STATUS
               MOVE 1 TO FILE-FAILED
               MOVE 1 TO FILE-EOF
           ELSE
               ADD 1 TO FILE-RECORDS
               PERFORM HASH-RECORD
           END-IF.

      ******************************************************************
      * Adds one record to HASH-TOTAL: each byte's value times its
      * position, up to the last non-space byte.  RESTORE works the
      * same total the same way, so the two must stay in step.
      ******************************************************************
       HASH-RECORD.
           MOVE 1000 TO RECORD-LENGTH.
           MOVE 0 TO LENGTH-FOUND.
           PERFORM UNTIL LENGTH-FOUND EQUAL 1
               IF RECORD-LENGTH EQUAL 0
                   MOVE 1 TO LENGTH-FOUND
               ELSE
                   IF RECORD-BYTE(RECORD-LENGTH) NOT EQUAL SPACE
                       MOVE 1 TO LENGTH-FOUND
                   ELSE
                       SUBTRACT 1 FROM RECORD-LENGTH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 1 TO BYTE-POSITION.
           PERFORM UNTIL BYTE-POSITION > RECORD-LENGTH
               MOVE RECORD-BYTE(BYTE-POSITION) TO BYTE-CHAR
               COMPUTE HASH-TOTAL = HASH-TOTAL
                   + BYTE-VALUE * BYTE-POSITION
               ADD 1 TO BYTE-POSITION
           END-PERFORM.
           IF HASH-TOTAL > 900000000000000
               SUBTRACT 900000000000000 FROM HASH-TOTAL
           END-IF.

      ******************************************************************
      * Keeps the newest generations up to the retention count of
      * COMPLETE ones (a FAILED generation inside that span stays
      * for inspection) and deletes every file of the older ones.
      * A copy that is there but cannot be deleted keeps its
      * generation on the catalogue, marked PARTIAL, for the next
      * run to prune again.
      ******************************************************************
       PRUNE-GENERATIONS.
           MOVE 0 TO KEPT-COUNT.
           MOVE 0 TO GENERATIONS-PRUNED.
           MOVE 0 TO GENERATIONS-PARTIAL.
           MOVE CATALOGUE-COUNT TO CATALOGUE-INDEX.
           PERFORM UNTIL CATALOGUE-INDEX EQUAL 0
               IF KEPT-COUNT < RETENTION-COUNT
                   IF CT-STATUS(CATALOGUE-INDEX) EQUAL 'COMPLETE'
                       ADD 1 TO KEPT-COUNT
                   END-IF
               ELSE
                   PERFORM PRUNE-ONE-GENERATION
               END-IF
               SUBTRACT 1 FROM CATALOGUE-INDEX
           END-PERFORM.

       PRUNE-ONE-GENERATION.
           MOVE 0 TO DELETE-FAILED.
           MOVE CT-GENERATION(CATALOGUE-INDEX) TO NAME-GENERATION.
           MOVE 1 TO SET-INDEX.
           PERFORM UNTIL SET-INDEX > SET-COUNT
               PERFORM BUILD-COPY-FILE-NAME
               MOVE COPY-FILE-NAME TO DELETE-FILE-NAME
               PERFORM DELETE-ONE-COPY
               ADD 1 TO SET-INDEX
           END-PERFORM.
           MOVE SPACES TO DELETE-FILE-NAME.
           STRING 'MANIFEST.G' DELIMITED BY SIZE
               NAME-GENERATION DELIMITED BY SIZE
               INTO DELETE-FILE-NAME.
           PERFORM DELETE-ONE-COPY.
           IF DELETE-FAILED EQUAL 1
               MOVE 'PARTIAL ' TO CT-STATUS(CATALOGUE-INDEX)
               ADD 1 TO GENERATIONS-PARTIAL
               DISPLAY "  WARNING: generation " NAME-GENERATION
                   " could not be fully deleted - kept on BKCATLG"
                   " as PARTIAL."
           ELSE
               MOVE 'PRUNED  ' TO CT-STATUS(CATALOGUE-INDEX)
               ADD 1 TO GENERATIONS-PRUNED
               DISPLAY "  Pruned generation " NAME-GENERATION
           END-IF.

      *    A copy that was never written (its file was not on hand,
      *    or an earlier prune already removed it) is not a failure.
       DELETE-ONE-COPY.
           MOVE DELETE-FILE-NAME TO COPY-FILE-NAME.
           OPEN INPUT COPY-FILE.
           IF COPY-FILE-STATUS NOT EQUAL '35'
               IF COPY-FILE-STATUS EQUAL '00'
                   CLOSE COPY-FILE
               END-IF
               CALL 'CBL_DELETE_FILE' USING DELETE-FILE-NAME
               IF RETURN-CODE NOT EQUAL 0
                   DISPLAY "  " DELETE-FILE-NAME " could not be"
                       " deleted (return code " RETURN-CODE ")."
                   MOVE 1 TO DELETE-FAILED
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM BACKUP.
