      ******************************************************************
      * Copybook: RECLOCK
      * Purpose:  Working storage for updating records that several
      *           sessions share - the PLAYRRTG rating records and the
      *           TXNCTL control records.  Such a record is locked
      *           only while it is being changed.  One held by another
      *           session is tried again after a pause of about a fifth
      *           of a second (timed from RETRY-CLOCK), and after
      *           RECORD-RETRY-LIMIT tries - about five seconds - the
      *           update is given up with RECORD-BUSY set, so the
      *           caller can say so rather than hang.
      *
      *           CONTROL-KEY-WANTED names the TXNCTL record to lock:
      *           'G' the game-number record, 'H' the high-score gate,
      *           'A' the award gate, 'Q' the review-queue gate (see
      *           TXNCTL.CPY).  CONTROL-HELD says whether the lock was
      *           had.
      ******************************************************************
       01 RECORD-RETRY-LIMIT PIC 9(2) VALUE IS 25.
       01 RECORD-RETRIES PIC 9(2) VALUE IS 0.
       01 RECORD-BUSY PIC 9(1) VALUE IS 0.
       01 CONTROL-HELD PIC 9(1) VALUE IS 0.
       01 CONTROL-FILE-OPEN PIC 9(1) VALUE IS 0.
       01 CONTROL-KEY-WANTED PIC X(1) VALUE IS SPACE.
       01 RETRY-CLOCK.
            05 RETRY-DATE PIC 9(8).
            05 RETRY-HOUR PIC 9(2).
            05 RETRY-MINUTE PIC 9(2).
            05 RETRY-SECOND PIC 9(2).
            05 RETRY-HUNDREDTH PIC 9(2).
            05 FILLER PIC X(5).
       01 RETRY-START-HUNDREDTHS PIC 9(7) VALUE IS 0.
       01 RETRY-NOW-HUNDREDTHS PIC 9(7) VALUE IS 0.
