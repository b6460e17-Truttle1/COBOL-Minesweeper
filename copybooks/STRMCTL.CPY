      ******************************************************************
      * Copybook: STRMCTL
      * Purpose:  Layout of the single restart record on the STRMCTL
      *           file, kept by the JOBSTRM nightly driver.  It names
      *           the night the stream belongs to, the step to run
      *           next and how the stream last stood.  The driver
      *           rewrites it after every step, so a stream that
      *           stopped on a bad outcome - or died outright - is
      *           resumed at that step by the next night's run or a
      *           manual restart instead of starting at the top.  The
      *           'J' tag guards against a stray file being taken for
      *           the restart record.
      ******************************************************************
       01 STREAM-CONTROL-RECORD.
            05 STM-TAG PIC X(1).
                88 STM-RECORD VALUE 'J'.
            05 STM-STREAM-DATE PIC 9(8).
            05 STM-STATUS PIC X(1).
                88 STM-RUNNING VALUE 'R'.
                88 STM-FAILED VALUE 'F'.
                88 STM-COMPLETE VALUE 'C'.
            05 STM-NEXT-STEP PIC 9(2).
            05 STM-LAST-OUTCOME PIC X(8).
            05 STM-UPDATED-DATE PIC 9(8).
            05 STM-UPDATED-TIME PIC X(6).
