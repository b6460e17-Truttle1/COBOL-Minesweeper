      ******************************************************************
      * Copybook: JOBSTEP
      * Purpose:  Step interface shared between the JOBSTRM nightly
      *           driver and the batch programs it CALLs.  The driver
      *           sets JS-IN-STREAM before each step; a program that
      *           finds it set takes its nightly defaults instead of
      *           prompting the operator (live files, current period,
      *           never forcing a rerun of a period already complete)
      *           and hands its outcome back in JS-STEP-OUTCOME
      *           using the RUNCTL outcome words: COMPLETE and SKIPPED
      *           let the stream go on, anything else stops it.  Run
      *           from the terminal the area is never set, so every
      *           program behaves exactly as before.
      ******************************************************************
       01 JOB-STEP-CONTROL IS EXTERNAL.
            05 JS-STREAM-MODE PIC X(1).
                88 JS-IN-STREAM VALUE 'Y'.
            05 JS-STEP-OUTCOME PIC X(8).
