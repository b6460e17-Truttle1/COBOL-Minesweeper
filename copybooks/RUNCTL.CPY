      *           is refused unless the operator forces the rerun
      *           (the refusal itself is ledgered as SKIPPED).
      *           OPSREPT prints the ledger and flags runs that
      *           started but never ended.  A 'C' checkpoint entry
      *           marks a step finished within a run (PLAYMRGE's
      *           keyed-record folds) so a rerun does not repeat it.
      ******************************************************************
       01 RUN-CONTROL-RECORD.
            05 RC-PROGRAM PIC X(8).
            05 RC-TYPE PIC X(1).
                88 RC-RUN-START VALUE 'S'.
                88 RC-RUN-END VALUE 'E'.
                88 RC-CHECKPOINT VALUE 'C'.
            05 RC-DATE PIC 9(8).
            05 RC-TIME PIC X(6).
            05 RC-PERIOD PIC X(8).
