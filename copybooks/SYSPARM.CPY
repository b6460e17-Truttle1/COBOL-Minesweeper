      ******************************************************************
      * Copybook: SYSPARM
      * Purpose:  Record layout for the SYSPARM effective-dated
      *           system parameter master, maintained with PARMMNT.
      *           One record per rule value: the rule code (from the
      *           PARMTBL catalogue), the date the value takes effect
      *           and the value itself.  The value in force on a date
      *           is the one with the latest effective date on or
      *           before it; a date earlier than a rule's first record
      *           falls back to the built-in default in PARMTBL.
      *           MINESWEEPER, RATINGS, LEAGUE, LEADERBOARD, RESSCRN,
      *           SUMPOST, BVREPT and AWARDS take their rules from it,
      *           a history run using the rules in force on each
      *           game's STAT-DATE.
      ******************************************************************
       01 SYSTEM-PARAMETER-RECORD.
            05 PRM-CODE PIC X(8).
            05 PRM-EFFECTIVE-DATE PIC 9(8).
            05 PRM-VALUE PIC 9(6).
            05 PRM-SET-DATE PIC 9(8).
