      ******************************************************************
      * Author: Truttle1
      * Date: 10-15-2026
      * Purpose: Restore of the master and control files from a
      *          backup generation taken by BACKUP - one file of the
      *          BKUPSET backup set, or the whole set.  Nothing is
      *          overwritten until the generation has been checked:
      *          it must be on the BKCATLG catalogue as COMPLETE, its
      *          manifest must balance against its trailer, and every
      *          copy to be restored must give back the record count
      *          and hash total the manifest holds.  Each restored
      *          file is then read back and checked the same way.  A
      *          file that was not on file when the generation was
      *          taken is left as it is.  Run it with the games room
      *          closed; HISCORE, PLAYRAWD and REVIEWQ are in any case
      *          reloaded under their TXNCTL gates, as every writer of
      *          them takes, so a late update cannot interleave.  A
      *          TXNCTL restore never moves the 'G' game number back:
      *          the live number is kept when it is the higher.  The
      *          run is ledgered on RUNCTL under the generation date:
      *          records read, records written and files restored.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RESTORE.
      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPY-FILE ASSIGN USING COPY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-FILE-STATUS.
           SELECT LIVE-FILE ASSIGN USING LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-FILE-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT RATING-FILE ASSIGN TO "PLAYRRTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTG-PLAYER-ID
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT LOG-CONTROL-FILE ASSIGN TO "TXNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-TAG
               LOCK MODE IS MANUAL
               FILE STATUS IS LOG-CONTROL-STATUS.
           SELECT STANDING-FILE ASSIGN TO "PLAYRDRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  COPY-FILE.
       01  COPY-RECORD PIC X(1000).

       FD  LIVE-FILE.
       01  LIVE-RECORD PIC X(1000).

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
       01 COPY-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 LIVE-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE IS '00'.
       01 RATING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 LOG-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 STANDING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 MANIFEST-STATUS PIC X(2) VALUE IS '00'.
       01 CATALOGUE-STATUS PIC X(2) VALUE IS '00'.
       01 RUN-CONTROL-STATUS PIC X(2) VALUE IS '00'.
       01 COPY-FILE-NAME PIC X(20) VALUE IS SPACES.
       01 LIVE-FILE-NAME PIC X(20) VALUE IS SPACES.
       01 MANIFEST-FILE-NAME PIC X(20) VALUE IS SPACES.

       COPY BKUPSET.

       COPY RECLOCK.

       COPY RUNCTL.

       01 RUN-PERIOD-TEXT PIC X(8) VALUE IS SPACES.
       01 CONFIRM-ANSWER PIC X(1) VALUE IS 'N'.

       01 GENERATION-ANSWER PIC X(8) VALUE IS SPACES.
       01 GENERATION-DATE PIC 9(8) VALUE IS 0.
       01 FILE-ANSWER PIC X(8) VALUE IS SPACES.
      *    Zero restores the whole set; otherwise the set row of the
      *    one file asked for.
       01 RESTORE-SET-INDEX PIC 9(2) VALUE IS 0.

       01 SET-INDEX PIC 9(2) VALUE IS 0.
       01 FILE-EOF PIC 9(1) VALUE IS 0.
       01 FILE-FAILED PIC 9(1) VALUE IS 0.
       01 LIVE-OPEN PIC 9(1) VALUE IS 0.
       01 LIVE-LAST-GAME PIC 9(4) VALUE IS 0.
       01 FILE-RECORDS PIC 9(8) VALUE IS 0.
       01 FILES-CHECKED PIC 9(2) VALUE IS 0.
       01 FILES-MISMATCHED PIC 9(2) VALUE IS 0.
       01 FILES-RESTORED PIC 9(2) VALUE IS 0.
       01 FILES-FAILED PIC 9(2) VALUE IS 0.
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

      ******************************************************************
      * The generation's manifest, one row per file in the set.
      ******************************************************************
       01 MANIFEST-TABLE.
            05 MT-ROW OCCURS 16 TIMES.
               10 MT-FOUND PIC 9(1).
               10 MT-PRESENT PIC X(1).
               10 MT-RECORD-COUNT PIC 9(8).
               10 MT-HASH-TOTAL PIC 9(15).
       01 MANIFEST-EOF PIC 9(1) VALUE IS 0.
       01 MANIFEST-LINES PIC 9(2) VALUE IS 0.
       01 MANIFEST-INDEX PIC 9(2) VALUE IS 0.
       01 MANIFEST-RECORDS PIC 9(8) VALUE IS 0.
       01 MANIFEST-TRAILER-FOUND PIC 9(1) VALUE IS 0.
       01 MANIFEST-FAULT PIC 9(1) VALUE IS 0.
       01 TRAILER-FILE-COUNT PIC 9(2) VALUE IS 0.
       01 TRAILER-RECORD-COUNT PIC 9(8) VALUE IS 0.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM LOAD-CATALOGUE.
           PERFORM GET-RESTORE-REQUEST.
           MOVE GENERATION-DATE TO RUN-PERIOD-TEXT.
           PERFORM WRITE-RUN-START.
           IF GENERATION-ROW EQUAL 0
               DISPLAY "Generation " GENERATION-DATE " is not on the"
                   " BKCATLG catalogue - nothing was restored."
               MOVE 'NOGEN   ' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           IF CT-STATUS(GENERATION-ROW) NOT EQUAL 'COMPLETE'
               DISPLAY "Generation " GENERATION-DATE " is "
                   CT-STATUS(GENERATION-ROW) " - nothing was restored."
               MOVE 'NOGEN   ' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           PERFORM LOAD-MANIFEST.
           IF MANIFEST-FAULT EQUAL 1
               DISPLAY "The manifest of generation " GENERATION-DATE
                   " does not balance - nothing was restored."
               MOVE 'BADMANIF' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           DISPLAY "Checking generation " GENERATION-DATE
               " against its manifest.".
           MOVE 1 TO SET-INDEX.
           PERFORM UNTIL SET-INDEX > SET-COUNT
               IF RESTORE-SET-INDEX EQUAL 0
                   OR RESTORE-SET-INDEX EQUAL SET-INDEX
                   PERFORM CHECK-ONE-COPY
               END-IF
               ADD 1 TO SET-INDEX
           END-PERFORM.
           IF FILES-MISMATCHED > 0
               DISPLAY FILES-MISMATCHED " copy(ies) do not match the"
                   " manifest - nothing was restored."
               MOVE 'MISMATCH' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               STOP RUN
           END-IF
           DISPLAY "Generation checks out.  Every player must be"
               " signed off before the live files are replaced.".
           IF RESTORE-SET-INDEX EQUAL 0
               DISPLAY "Replace the whole set with generation "
                   GENERATION-DATE "? (Y/N):"
           ELSE
               DISPLAY "Replace " SET-FILE-NAME(RESTORE-SET-INDEX)
                   " with generation " GENERATION-DATE "? (Y/N):"
           END-IF
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT EQUAL 'Y'
               AND CONFIRM-ANSWER NOT EQUAL 'y'
               MOVE 'SKIPPED ' TO RC-OUTCOME
               PERFORM WRITE-RUN-END
               DISPLAY "Run abandoned - nothing was changed."
               STOP RUN
           END-IF
           MOVE 1 TO SET-INDEX.
           PERFORM UNTIL SET-INDEX > SET-COUNT
               IF RESTORE-SET-INDEX EQUAL 0
                   OR RESTORE-SET-INDEX EQUAL SET-INDEX
                   PERFORM RESTORE-ONE-FILE
               END-IF
               ADD 1 TO SET-INDEX
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Files restored        : " FILES-RESTORED.
           DISPLAY "Files failed          : " FILES-FAILED.
           DISPLAY "Records restored      : " RECORDS-WRITTEN-TOTAL.
           IF FILES-FAILED > 0
               DISPLAY "WARNING: the files marked FAILED above are not"
                   " as the generation holds them - rerun the restore"
                   " for them."
               MOVE 'FAILED  ' TO RC-OUTCOME
           ELSE
               MOVE 'COMPLETE' TO RC-OUTCOME
           END-IF
           PERFORM WRITE-RUN-END.
           STOP RUN.

      *    A generation left blank takes the newest COMPLETE one on
      *    the catalogue; a file left blank takes the whole set.
       GET-RESTORE-REQUEST.
           DISPLAY "Generation to restore, YYYYMMDD"
               " (blank = newest complete):".
           ACCEPT GENERATION-ANSWER.
           MOVE 0 TO GENERATION-ROW.
           MOVE 0 TO GENERATION-DATE.
           IF GENERATION-ANSWER EQUAL SPACES
               MOVE 1 TO CATALOGUE-INDEX
               PERFORM UNTIL CATALOGUE-INDEX > CATALOGUE-COUNT
                   IF CT-STATUS(CATALOGUE-INDEX) EQUAL 'COMPLETE'
                       MOVE CATALOGUE-INDEX TO GENERATION-ROW
                       MOVE CT-GENERATION(CATALOGUE-INDEX) TO
                           GENERATION-DATE
                   END-IF
                   ADD 1 TO CATALOGUE-INDEX
               END-PERFORM
           ELSE
               IF GENERATION-ANSWER NUMERIC
                   MOVE GENERATION-ANSWER TO GENERATION-DATE
                   MOVE 1 TO CATALOGUE-INDEX
                   PERFORM UNTIL CATALOGUE-INDEX > CATALOGUE-COUNT
                       IF CT-GENERATION(CATALOGUE-INDEX)
                           EQUAL GENERATION-DATE
                           MOVE CATALOGUE-INDEX TO GENERATION-ROW
                       END-IF
                       ADD 1 TO CATALOGUE-INDEX
                   END-PERFORM
               ELSE
                   DISPLAY "Generation not numeric - nothing was"
                       " restored."
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "File to restore (blank = the whole set):".
           ACCEPT FILE-ANSWER.
           MOVE 0 TO RESTORE-SET-INDEX.
           IF FILE-ANSWER NOT EQUAL SPACES
               MOVE 1 TO SET-INDEX
               PERFORM UNTIL SET-INDEX > SET-COUNT
                   IF SET-FILE-NAME(SET-INDEX) EQUAL FILE-ANSWER
                       MOVE SET-INDEX TO RESTORE-SET-INDEX
                   END-IF
                   ADD 1 TO SET-INDEX
               END-PERFORM
               IF RESTORE-SET-INDEX EQUAL 0
                   DISPLAY FILE-ANSWER " is not in the backup set -"
                       " nothing was restored."
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * Run-control ledger entries, shared convention with ARCHIVE,
      * LOGROLL, STATAUDIT, EXTRACT and BACKUP.
      ******************************************************************
       WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS.
           MOVE 'RESTORE ' TO RC-PROGRAM.
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
           MOVE 'RESTORE ' TO RC-PROGRAM.
           MOVE 'E' TO RC-TYPE.
           MOVE CURRENT-DATE TO RC-DATE.
           MOVE CURRENT-TIME TO RC-TIME.
           MOVE RUN-PERIOD-TEXT TO RC-PERIOD.
           MOVE RECORDS-READ-TOTAL TO RC-RECORDS-READ.
           MOVE RECORDS-WRITTEN-TOTAL TO RC-RECORDS-WRITTEN.
           MOVE FILES-RESTORED TO RC-RECORDS-ARCHIVED.
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

      ******************************************************************
      * The manifest balances when every line is of this generation,
      * every file in the set has exactly one line, and the trailer
      * agrees with the line count and the records on the lines.
      ******************************************************************
       LOAD-MANIFEST.
           MOVE 0 TO MANIFEST-FAULT.
           MOVE 0 TO MANIFEST-LINES.
           MOVE 0 TO MANIFEST-RECORDS.
           MOVE 0 TO MANIFEST-TRAILER-FOUND.
           MOVE 1 TO SET-INDEX.
           PERFORM UNTIL SET-INDEX > SET-COUNT
               MOVE 0 TO MT-FOUND(SET-INDEX)
               ADD 1 TO SET-INDEX
           END-PERFORM.
           MOVE SPACES TO MANIFEST-FILE-NAME.
           STRING 'MANIFEST.G' DELIMITED BY SIZE
               GENERATION-DATE DELIMITED BY SIZE
               INTO MANIFEST-FILE-NAME.
           MOVE 0 TO MANIFEST-EOF.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS NOT EQUAL '00'
               DISPLAY "Manifest " MANIFEST-FILE-NAME
                   " is not available."
               MOVE 1 TO MANIFEST-FAULT
               MOVE 1 TO MANIFEST-EOF
           END-IF
           PERFORM UNTIL MANIFEST-EOF EQUAL 1
               READ MANIFEST-FILE INTO MANIFEST-ENTRY
                   AT END
                       MOVE 1 TO MANIFEST-EOF
                   NOT AT END
                       PERFORM TAKE-MANIFEST-LINE
               END-READ
           END-PERFORM.
           IF MANIFEST-STATUS EQUAL '00' OR
               MANIFEST-STATUS EQUAL '10'
               CLOSE MANIFEST-FILE
           END-IF
           IF MANIFEST-TRAILER-FOUND EQUAL 0
               OR TRAILER-FILE-COUNT NOT EQUAL MANIFEST-LINES
               OR TRAILER-RECORD-COUNT NOT EQUAL MANIFEST-RECORDS
               MOVE 1 TO MANIFEST-FAULT
           END-IF
           MOVE 1 TO SET-INDEX.
           PERFORM UNTIL SET-INDEX > SET-COUNT
               IF MT-FOUND(SET-INDEX) NOT EQUAL 1
                   MOVE 1 TO MANIFEST-FAULT
               END-IF
               ADD 1 TO SET-INDEX
           END-PERFORM.

       TAKE-MANIFEST-LINE.
           IF MAN-GENERATION NOT EQUAL GENERATION-DATE
               MOVE 1 TO MANIFEST-FAULT
           END-IF
           IF MAN-TRAILER
               MOVE 1 TO MANIFEST-TRAILER-FOUND
               MOVE MAN-FILE-COUNT TO TRAILER-FILE-COUNT
               MOVE MAN-RECORD-COUNT TO TRAILER-RECORD-COUNT
           ELSE
               ADD 1 TO MANIFEST-LINES
               MOVE 0 TO SET-INDEX
               MOVE 1 TO MANIFEST-INDEX
               PERFORM UNTIL MANIFEST-INDEX > SET-COUNT
                   IF SET-FILE-NAME(MANIFEST-INDEX) EQUAL
                       MAN-FILE-NAME
                       MOVE MANIFEST-INDEX TO SET-INDEX
                   END-IF
                   ADD 1 TO MANIFEST-INDEX
               END-PERFORM
               IF SET-INDEX EQUAL 0
                   OR MT-FOUND(SET-INDEX) EQUAL 1
                   MOVE 1 TO MANIFEST-FAULT
               ELSE
                   MOVE 1 TO MT-FOUND(SET-INDEX)
                   MOVE MAN-PRESENT TO MT-PRESENT(SET-INDEX)
                   MOVE MAN-RECORD-COUNT TO MT-RECORD-COUNT(SET-INDEX)
                   MOVE MAN-HASH-TOTAL TO MT-HASH-TOTAL(SET-INDEX)
                   IF MAN-ON-FILE
                       ADD MAN-RECORD-COUNT TO MANIFEST-RECORDS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Reads one copy through and sets its count and hash against
      * the manifest.
      ******************************************************************
       CHECK-ONE-COPY.
           ADD 1 TO FILES-CHECKED.
           IF MT-PRESENT(SET-INDEX) NOT EQUAL 'Y'
               DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                   " was not on file when the generation was taken -"
                   " it will be left as it is."
           ELSE
               PERFORM BUILD-COPY-FILE-NAME
               MOVE 0 TO FILE-RECORDS
               MOVE 0 TO HASH-TOTAL
               MOVE 0 TO FILE-FAILED
               MOVE 0 TO FILE-EOF
               OPEN INPUT COPY-FILE
               IF COPY-FILE-STATUS NOT EQUAL '00'
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX) " copy "
                       COPY-FILE-NAME " is not available."
                   MOVE 1 TO FILE-FAILED
                   MOVE 1 TO FILE-EOF
               END-IF
               PERFORM UNTIL FILE-EOF EQUAL 1
                   READ COPY-FILE INTO RECORD-TEXT
                       AT END
                           MOVE 1 TO FILE-EOF
                       NOT AT END
                           ADD 1 TO FILE-RECORDS
                           PERFORM HASH-RECORD
                   END-READ
               END-PERFORM
               IF COPY-FILE-STATUS EQUAL '00' OR
                   COPY-FILE-STATUS EQUAL '10'
                   CLOSE COPY-FILE
               END-IF
               IF FILE-FAILED EQUAL 0
                   AND (FILE-RECORDS NOT EQUAL
                           MT-RECORD-COUNT(SET-INDEX)
                       OR HASH-TOTAL NOT EQUAL
                           MT-HASH-TOTAL(SET-INDEX))
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                       " copy does not match: " FILE-RECORDS
                       " records, hash " HASH-TOTAL
                   DISPLAY "    manifest holds "
                       MT-RECORD-COUNT(SET-INDEX) " records, hash "
                       MT-HASH-TOTAL(SET-INDEX)
                   MOVE 1 TO FILE-FAILED
               END-IF
               IF FILE-FAILED EQUAL 1
                   ADD 1 TO FILES-MISMATCHED
               ELSE
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX) " "
                       FILE-RECORDS " records, hash " HASH-TOTAL " ok"
               END-IF
           END-IF.

       BUILD-COPY-FILE-NAME.
           MOVE SPACES TO COPY-FILE-NAME.
           STRING SET-FILE-NAME(SET-INDEX) DELIMITED BY SPACE
               '.G' DELIMITED BY SIZE
               GENERATION-DATE DELIMITED BY SIZE
               INTO COPY-FILE-NAME.

      ******************************************************************
      * Replaces one live file from its copy, then reads the live
      * file back and checks it against the manifest.
      ******************************************************************
       RESTORE-ONE-FILE.
           IF MT-PRESENT(SET-INDEX) EQUAL 'Y'
               PERFORM BUILD-COPY-FILE-NAME
               MOVE SET-FILE-NAME(SET-INDEX) TO LIVE-FILE-NAME
               MOVE 0 TO FILE-FAILED
               IF SET-FILE-NAME(SET-INDEX) EQUAL 'TXNCTL'
                   PERFORM NOTE-LIVE-GAME-NUMBER
               END-IF
               PERFORM TAKE-FILE-GATE
               IF FILE-FAILED EQUAL 0
                   IF SET-ORGANIZATION(SET-INDEX) EQUAL 'I'
                       PERFORM RELOAD-KEYED-FILE
                   ELSE
                       PERFORM RELOAD-SEQUENTIAL-FILE
                   END-IF
               END-IF
               IF FILE-FAILED EQUAL 0
                   PERFORM CHECK-RESTORED-FILE
               END-IF
               PERFORM RELEASE-CONTROL-RECORD
               IF SET-FILE-NAME(SET-INDEX) EQUAL 'TXNCTL'
                   PERFORM KEEP-LIVE-GAME-NUMBER
               END-IF
               IF FILE-FAILED EQUAL 1
                   ADD 1 TO FILES-FAILED
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX) " FAILED"
               ELSE
                   ADD 1 TO FILES-RESTORED
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX) " restored, "
                       FILE-RECORDS " records"
               END-IF
           END-IF.

      ******************************************************************
      * The 'G' game number only ever moves on, so a TXNCTL restore
      * keeps the live number when it is the higher, and no game
      * numbered since the backup was taken has its number handed
      * out again.  The live number is noted before the file is
      * reloaded and put back under the 'G' lock once the reload has
      * been read back.
      ******************************************************************
       NOTE-LIVE-GAME-NUMBER.
           MOVE 0 TO LIVE-LAST-GAME.
           OPEN INPUT LOG-CONTROL-FILE.
           IF LOG-CONTROL-STATUS EQUAL '00'
               MOVE 'G' TO CTL-TAG
               READ LOG-CONTROL-FILE
                   KEY IS CTL-TAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-LAST-GAME TO LIVE-LAST-GAME
               END-READ
               CLOSE LOG-CONTROL-FILE
           END-IF.

       KEEP-LIVE-GAME-NUMBER.
           MOVE 'G' TO CONTROL-KEY-WANTED.
           PERFORM TAKE-CONTROL-RECORD.
           IF CONTROL-HELD EQUAL 0
               DISPLAY "  TXNCTL game number could not be locked -"
                   " it must not stay below " LIVE-LAST-GAME "."
               MOVE 1 TO FILE-FAILED
           ELSE
               IF CTL-LAST-GAME < LIVE-LAST-GAME
                   DISPLAY "  TXNCTL game number " CTL-LAST-GAME
                       " from the backup raised to the live "
                       LIVE-LAST-GAME "."
                   MOVE LIVE-LAST-GAME TO CTL-LAST-GAME
                   REWRITE LOG-CONTROL-RECORD
                   IF LOG-CONTROL-STATUS NOT EQUAL '00'
                       DISPLAY "  TXNCTL game number could not be"
                           " rewritten, status " LOG-CONTROL-STATUS
                       MOVE 1 TO FILE-FAILED
                   END-IF
               ELSE
                   DISPLAY "  TXNCTL game number stands at "
                       CTL-LAST-GAME "."
               END-IF
           END-IF
           PERFORM RELEASE-CONTROL-RECORD.

      ******************************************************************
      * HISCORE, PLAYRAWD and REVIEWQ are rewritten whole by game
      * sessions, AWARDS and the review programs under their TXNCTL
      * gates ('H', 'A' and 'Q'), so the same gate is held while the
      * file is reloaded and read back; a gate still busy after the
      * retry limit leaves the file untouched.
      ******************************************************************
       TAKE-FILE-GATE.
           MOVE SPACE TO CONTROL-KEY-WANTED.
           IF SET-FILE-NAME(SET-INDEX) EQUAL 'HISCORE'
               MOVE 'H' TO CONTROL-KEY-WANTED
           END-IF
           IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRAWD'
               MOVE 'A' TO CONTROL-KEY-WANTED
           END-IF
           IF SET-FILE-NAME(SET-INDEX) EQUAL 'REVIEWQ'
               MOVE 'Q' TO CONTROL-KEY-WANTED
           END-IF
           IF CONTROL-KEY-WANTED NOT EQUAL SPACE
               PERFORM TAKE-CONTROL-RECORD
               IF CONTROL-HELD EQUAL 0
                   DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                       " is being updated by another program -"
                       " left as it was."
                   MOVE 1 TO FILE-FAILED
               END-IF
           END-IF.

      *    A copy that cannot be read leaves the live file untouched.
       RELOAD-SEQUENTIAL-FILE.
           MOVE 0 TO LIVE-OPEN.
           OPEN INPUT COPY-FILE.
           IF COPY-FILE-STATUS NOT EQUAL '00'
               PERFORM REPORT-COPY-UNREADABLE
           ELSE
               PERFORM REPLACE-SEQUENTIAL-FILE
               CLOSE COPY-FILE
           END-IF.

       REPORT-COPY-UNREADABLE.
           DISPLAY "  Copy " COPY-FILE-NAME " cannot be read, status "
               COPY-FILE-STATUS " - live file left as it was."
           MOVE 1 TO FILE-FAILED.

       REPLACE-SEQUENTIAL-FILE.
           OPEN OUTPUT LIVE-FILE.
           IF LIVE-FILE-STATUS NOT EQUAL '00'
               DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                   " cannot be replaced, status " LIVE-FILE-STATUS
               MOVE 0 TO LIVE-OPEN
               MOVE 1 TO FILE-FAILED
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO LIVE-OPEN
               MOVE 0 TO FILE-EOF
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ COPY-FILE INTO RECORD-TEXT
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ-TOTAL
                       WRITE LIVE-RECORD FROM RECORD-TEXT
                       IF LIVE-FILE-STATUS NOT EQUAL '00'
                           DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                               " write error, status "
                               LIVE-FILE-STATUS
                           MOVE 1 TO FILE-FAILED
                           MOVE 1 TO FILE-EOF
                       ELSE
                           ADD 1 TO RECORDS-WRITTEN-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           IF LIVE-OPEN EQUAL 1
               CLOSE LIVE-FILE
           END-IF.

      *    OPEN OUTPUT empties the keyed file; the copy's lines are
      *    already in key order.
       RELOAD-KEYED-FILE.
           MOVE 0 TO LIVE-OPEN.
           OPEN INPUT COPY-FILE.
           IF COPY-FILE-STATUS NOT EQUAL '00'
               PERFORM REPORT-COPY-UNREADABLE
           ELSE
               PERFORM REPLACE-KEYED-FILE
               CLOSE COPY-FILE
           END-IF.

       REPLACE-KEYED-FILE.
           IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRIDX'
               OPEN OUTPUT PLAYER-MASTER-FILE
               MOVE PLAYER-MASTER-STATUS TO LIVE-FILE-STATUS
           ELSE
               IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRRTG'
                   OPEN OUTPUT RATING-FILE
                   MOVE RATING-FILE-STATUS TO LIVE-FILE-STATUS
               ELSE
                   IF SET-FILE-NAME(SET-INDEX) EQUAL 'TXNCTL'
                       OPEN OUTPUT LOG-CONTROL-FILE
                       MOVE LOG-CONTROL-STATUS TO LIVE-FILE-STATUS
                   ELSE
                       OPEN OUTPUT STANDING-FILE
                       MOVE STANDING-FILE-STATUS TO LIVE-FILE-STATUS
                   END-IF
               END-IF
           END-IF
           IF LIVE-FILE-STATUS NOT EQUAL '00'
               DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                   " cannot be replaced, status " LIVE-FILE-STATUS
                   " - is a session still holding it?"
               MOVE 0 TO LIVE-OPEN
               MOVE 1 TO FILE-FAILED
               MOVE 1 TO FILE-EOF
           ELSE
               MOVE 1 TO LIVE-OPEN
               MOVE 0 TO FILE-EOF
           END-IF
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ COPY-FILE INTO RECORD-TEXT
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ-TOTAL
                       PERFORM WRITE-KEYED-RECORD
               END-READ
           END-PERFORM.
           IF LIVE-OPEN EQUAL 1
               IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRIDX'
                   CLOSE PLAYER-MASTER-FILE
               ELSE
                   IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRRTG'
                       CLOSE RATING-FILE
                   ELSE
                       IF SET-FILE-NAME(SET-INDEX) EQUAL 'TXNCTL'
                           CLOSE LOG-CONTROL-FILE
                       ELSE
                           CLOSE STANDING-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-KEYED-RECORD.
           IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRIDX'
               MOVE RECORD-TEXT TO PLAYER-MASTER-RECORD
               WRITE PLAYER-MASTER-RECORD
                   INVALID KEY
                       MOVE 1 TO FILE-FAILED
               END-WRITE
           ELSE
               IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRRTG'
                   MOVE RECORD-TEXT TO PLAYER-RATING-RECORD
                   WRITE PLAYER-RATING-RECORD
                       INVALID KEY
                           MOVE 1 TO FILE-FAILED
                   END-WRITE
               ELSE
                   IF SET-FILE-NAME(SET-INDEX) EQUAL 'TXNCTL'
                       MOVE RECORD-TEXT TO LOG-CONTROL-RECORD
                       WRITE LOG-CONTROL-RECORD
                           INVALID KEY
                               MOVE 1 TO FILE-FAILED
                       END-WRITE
                   ELSE
                       MOVE RECORD-TEXT TO PLAYER-STANDING-RECORD
                       WRITE PLAYER-STANDING-RECORD
                           INVALID KEY
                               MOVE 1 TO FILE-FAILED
                       END-WRITE
                   END-IF
               END-IF
           END-IF
           IF FILE-FAILED EQUAL 1
               DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                   " record could not be written back."
               MOVE 1 TO FILE-EOF
           ELSE
               ADD 1 TO RECORDS-WRITTEN-TOTAL
           END-IF.

      ******************************************************************
      * The restored live file must give back the manifest's count
      * and hash, exactly as its copy did.
      ******************************************************************
       CHECK-RESTORED-FILE.
           MOVE 0 TO FILE-RECORDS.
           MOVE 0 TO HASH-TOTAL.
           MOVE 0 TO FILE-EOF.
           IF SET-ORGANIZATION(SET-INDEX) EQUAL 'I'
               PERFORM READ-BACK-KEYED-FILE
           ELSE
               OPEN INPUT LIVE-FILE
               PERFORM UNTIL FILE-EOF EQUAL 1
                   READ LIVE-FILE INTO RECORD-TEXT
                       AT END
                           MOVE 1 TO FILE-EOF
                       NOT AT END
                           ADD 1 TO FILE-RECORDS
                           PERFORM HASH-RECORD
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF
           IF FILE-RECORDS NOT EQUAL MT-RECORD-COUNT(SET-INDEX)
               OR HASH-TOTAL NOT EQUAL MT-HASH-TOTAL(SET-INDEX)
               DISPLAY "  " SET-FILE-NAME(SET-INDEX)
                   " reads back " FILE-RECORDS " records, hash "
                   HASH-TOTAL " - not as the manifest holds."
               MOVE 1 TO FILE-FAILED
           END-IF.

       READ-BACK-KEYED-FILE.
           IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRIDX'
               OPEN INPUT PLAYER-MASTER-FILE
               PERFORM UNTIL FILE-EOF EQUAL 1
                   READ PLAYER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO FILE-EOF
                       NOT AT END
                           MOVE PLAYER-MASTER-RECORD TO RECORD-TEXT
                           ADD 1 TO FILE-RECORDS
                           PERFORM HASH-RECORD
                   END-READ
               END-PERFORM
               CLOSE PLAYER-MASTER-FILE
           ELSE
               IF SET-FILE-NAME(SET-INDEX) EQUAL 'PLAYRRTG'
                   OPEN INPUT RATING-FILE
                   PERFORM UNTIL FILE-EOF EQUAL 1
                       READ RATING-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO FILE-EOF
                           NOT AT END
                               MOVE PLAYER-RATING-RECORD TO
                                   RECORD-TEXT
                               ADD 1 TO FILE-RECORDS
                               PERFORM HASH-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RATING-FILE
               ELSE
                   IF SET-FILE-NAME(SET-INDEX) EQUAL 'TXNCTL'
                       PERFORM READ-BACK-CONTROL-FILE
                   ELSE
                       PERFORM READ-BACK-STANDING-FILE
                   END-IF
               END-IF
           END-IF.

       READ-BACK-CONTROL-FILE.
           OPEN INPUT LOG-CONTROL-FILE.
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ LOG-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       MOVE LOG-CONTROL-RECORD TO RECORD-TEXT
                       ADD 1 TO FILE-RECORDS
                       PERFORM HASH-RECORD
               END-READ
           END-PERFORM.
           CLOSE LOG-CONTROL-FILE.

       READ-BACK-STANDING-FILE.
           OPEN INPUT STANDING-FILE.
           PERFORM UNTIL FILE-EOF EQUAL 1
               READ STANDING-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO FILE-EOF
                   NOT AT END
                       MOVE PLAYER-STANDING-RECORD TO RECORD-TEXT
                       ADD 1 TO FILE-RECORDS
                       PERFORM HASH-RECORD
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.

      ******************************************************************
      * Adds one record to HASH-TOTAL: each byte's value times its
      * position, up to the last non-space byte.  BACKUP works the
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

       END PROGRAM RESTORE.
