      ******************************************************************
      * Copybook: TXNCTL
      * Purpose:  Layout of the records on the TXNCTL control file,
      *           a keyed file indexed on CTL-TAG.
      *
      *           The 'G' record carries the last-used game number
      *           forward across log rollovers.  MINESWEEPER takes
      *           each new game number from it under a record lock,
      *           so sessions running side by side never share a
      *           number and no full TXNLOG scan is needed.  LOGROLL
      *           updates it after closing a period out of the live
      *           log so the numbering survives the purge, and
      *           RESTORE never puts back a lower number than the
      *           live one.
      *
      *           The 'H' and 'A' records are gates for the two
      *           files that are still rewritten whole: HISCORE and
      *           PLAYRAWD.  Every program that rewrites or appends
      *           to one of them first locks its gate, so a second
      *           session waits its turn instead of overwriting the
      *           first one's update.  A gate carries no number of
      *           its own (CTL-LAST-GAME is zero); CTL-STAMP-DATE is
      *           the date it was first written.
      *
      *           The 'Q' record is the gate for the REVIEWQ review
      *           queue, which is likewise read, changed and written
      *           back whole - by RESSCRN, the RESREVW decisions and
      *           purge, the RATINGS rebuild, PLAYMRGE and RESTORE.
      *           Each holds it from reading the queue until the new
      *           copy is closed, so none can put back a queue
      *           another has just changed.
      ******************************************************************
       01 LOG-CONTROL-RECORD.
            05 CTL-TAG PIC X(1).
                88 CTL-RECORD VALUE 'G'.
                88 CTL-HISCORE-GATE VALUE 'H'.
                88 CTL-AWARD-GATE VALUE 'A'.
                88 CTL-REVIEW-GATE VALUE 'Q'.
            05 CTL-LAST-GAME PIC 9(4).
            05 CTL-STAMP-DATE PIC 9(8).
