      ******************************************************************
      * Copybook: BKUPSET
      * Purpose:  The backup set and the layouts BACKUP and RESTORE
      *           share.  BACKUP-SET lists every master and control
      *           file copied into a generation, with its
      *           organization: L line sequential, copied line for
      *           line; I indexed, unloaded in key order to a line
      *           sequential copy and reloaded by RESTORE.  The two
      *           programs hold matching indexed FDs for PLAYRIDX,
      *           PLAYRRTG, TXNCTL and PLAYRDRM, so a file added to the
      *           set as I needs an FD in both.  The activity and
      *           history files (PLAYRSTA, TXNLOG and their archives,
      *           SESSLOG, PINAUDIT, RUNCTL) are not in the set.
      *
      *           A generation is named by the date it was taken.
      *           Each file is copied to <file>.G<yyyymmdd>, and the
      *           generation's manifest MANIFEST.G<yyyymmdd> holds one
      *           'F' line per file in the set - whether it was on
      *           file, its record count and hash total - and a 'T'
      *           trailer with the file count and record total, so a
      *           manifest cut short is detected.  The hash total is
      *           the sum over every record of each byte's value
      *           times its position in the record (trailing spaces
      *           ignored), so a changed, moved or swapped byte shows.
      *
      *           The BKCATLG catalogue lists the generations on hand,
      *           oldest first, with their status; BACKUP prunes the
      *           generations past the retention count and drops them
      *           from the catalogue.  A generation whose files cannot
      *           all be deleted stays on it as PARTIAL, which RESTORE
      *           will not use, and is pruned again by the next run.
      ******************************************************************
       01 BACKUP-SET-DATA.
            05 FILLER PIC X(9) VALUE IS 'PLAYRIDXI'.
            05 FILLER PIC X(9) VALUE IS 'PLAYRSUML'.
            05 FILLER PIC X(9) VALUE IS 'PLAYRRTGI'.
            05 FILLER PIC X(9) VALUE IS 'PLAYRAWDL'.
            05 FILLER PIC X(9) VALUE IS 'HISCORE L'.
            05 FILLER PIC X(9) VALUE IS 'PUZZDONEL'.
            05 FILLER PIC X(9) VALUE IS 'PUZZLES L'.
            05 FILLER PIC X(9) VALUE IS 'BADGEDEFL'.
            05 FILLER PIC X(9) VALUE IS 'SYSPARM L'.
            05 FILLER PIC X(9) VALUE IS 'REVIEWQ L'.
            05 FILLER PIC X(9) VALUE IS 'LGPLAYRSL'.
            05 FILLER PIC X(9) VALUE IS 'LGFIXTURL'.
            05 FILLER PIC X(9) VALUE IS 'LGRESULTL'.
            05 FILLER PIC X(9) VALUE IS 'TXNCTL  I'.
            05 FILLER PIC X(9) VALUE IS 'STRMCTL L'.
            05 FILLER PIC X(9) VALUE IS 'PLAYRDRMI'.
       01 BACKUP-SET REDEFINES BACKUP-SET-DATA.
            05 SET-ENTRY OCCURS 16 TIMES.
               10 SET-FILE-NAME PIC X(8).
               10 SET-ORGANIZATION PIC X(1).
       01 SET-COUNT PIC 9(2) VALUE IS 16.

       01 MANIFEST-ENTRY.
            05 MAN-TAG PIC X(1).
                88 MAN-FILE-LINE VALUE 'F'.
                88 MAN-TRAILER VALUE 'T'.
            05 MAN-GENERATION PIC 9(8).
            05 MAN-FILE-NAME PIC X(8).
            05 MAN-ORGANIZATION PIC X(1).
            05 MAN-PRESENT PIC X(1).
                88 MAN-ON-FILE VALUE 'Y'.
                88 MAN-NOT-ON-FILE VALUE 'N'.
            05 MAN-RECORD-COUNT PIC 9(8).
            05 MAN-HASH-TOTAL PIC 9(15).
            05 MAN-FILE-COUNT PIC 9(2).

       01 CATALOGUE-ENTRY.
            05 CAT-GENERATION PIC 9(8).
            05 CAT-TAKEN-TIME PIC X(6).
            05 CAT-FILES PIC 9(2).
            05 CAT-RECORDS PIC 9(8).
            05 CAT-STATUS PIC X(8).
