      ******************************************************************
      * Copybook: PARMTBL
      * Purpose:  The catalogue of rules kept on the SYSPARM
      *           parameter master, with the working tables a program
      *           needs to find the rules in force on a date.
      *
      *           RULE-CATALOGUE gives each rule's code, the built-in
      *           default that applies before its first SYSPARM
      *           record, the range PARMMNT accepts and a title.
      *           PARAMETER-TABLE holds the SYSPARM file as loaded.
      *           RULE-SET holds one value per catalogue rule as
      *           resolved for RULE-SET-DATE; RULE-SET-NAMES names
      *           the same values in catalogue order, so the two
      *           must be changed together:
      *             difficulty 1-3 width, height and mines;
      *             takeback limit and PIN attempt limit;
      *             COMPUTE-GAME-SCORE weights:
      *               (mines * (density per mille + density bonus)
      *                * cells) / (seconds * time weight
      *                + moves * move weight + divisor pad);
      *             rating K-factor, board ratings for difficulty
      *               1-3 and for any other board (see PLAYRRTG);
      *             league points for a win, the fastest and second
      *               fastest winning times, and a loss;
      *             DORMANT's days without a game before a player is
      *               dormant and before lapsed, the rating points a
      *               dormant player loses each month and the rating
      *               the loss stops at.
      ******************************************************************
       01 RULE-CATALOGUE-DATA.
            05 FILLER PIC X(26) VALUE IS 'BEGWIDTH000009000002000200'.
            05 FILLER PIC X(30) VALUE IS 'BEGINNER BOARD WIDTH'.
            05 FILLER PIC X(26) VALUE IS 'BEGHIGH 000009000002000200'.
            05 FILLER PIC X(30) VALUE IS 'BEGINNER BOARD HEIGHT'.
            05 FILLER PIC X(26) VALUE IS 'BEGMINES000010000001009999'.
            05 FILLER PIC X(30) VALUE IS 'BEGINNER MINE COUNT'.
            05 FILLER PIC X(26) VALUE IS 'INTWIDTH000016000002000200'.
            05 FILLER PIC X(30) VALUE IS 'INTERMEDIATE BOARD WIDTH'.
            05 FILLER PIC X(26) VALUE IS 'INTHIGH 000016000002000200'.
            05 FILLER PIC X(30) VALUE IS 'INTERMEDIATE BOARD HEIGHT'.
            05 FILLER PIC X(26) VALUE IS 'INTMINES000040000001009999'.
            05 FILLER PIC X(30) VALUE IS 'INTERMEDIATE MINE COUNT'.
            05 FILLER PIC X(26) VALUE IS 'EXPWIDTH000030000002000200'.
            05 FILLER PIC X(30) VALUE IS 'EXPERT BOARD WIDTH'.
            05 FILLER PIC X(26) VALUE IS 'EXPHIGH 000016000002000200'.
            05 FILLER PIC X(30) VALUE IS 'EXPERT BOARD HEIGHT'.
            05 FILLER PIC X(26) VALUE IS 'EXPMINES000099000001009999'.
            05 FILLER PIC X(30) VALUE IS 'EXPERT MINE COUNT'.
            05 FILLER PIC X(26) VALUE IS 'TAKEBACK000003000000000099'.
            05 FILLER PIC X(30) VALUE IS 'TAKEBACKS ALLOWED PER GAME'.
            05 FILLER PIC X(26) VALUE IS 'PINLIMIT000003000001000009'.
            05 FILLER PIC X(30) VALUE IS 'WRONG PINS BEFORE LOCKOUT'.
            05 FILLER PIC X(26) VALUE IS 'SCRDENS 000010000000000999'.
            05 FILLER PIC X(30) VALUE IS 'SCORE DENSITY BONUS'.
            05 FILLER PIC X(26) VALUE IS 'SCRTIME 000001000000000099'.
            05 FILLER PIC X(30) VALUE IS 'SCORE WEIGHT PER SECOND'.
            05 FILLER PIC X(26) VALUE IS 'SCRMOVE 000001000000000099'.
            05 FILLER PIC X(30) VALUE IS 'SCORE WEIGHT PER MOVE'.
            05 FILLER PIC X(26) VALUE IS 'SCRPAD  000010000001000999'.
            05 FILLER PIC X(30) VALUE IS 'SCORE DIVISOR PAD'.
            05 FILLER PIC X(26) VALUE IS 'RTGKFACT000032000001000200'.
            05 FILLER PIC X(30) VALUE IS 'RATING K-FACTOR'.
            05 FILLER PIC X(26) VALUE IS 'RTGBEG  000800000100003000'.
            05 FILLER PIC X(30) VALUE IS 'BEGINNER BOARD RATING'.
            05 FILLER PIC X(26) VALUE IS 'RTGINT  001200000100003000'.
            05 FILLER PIC X(30) VALUE IS 'INTERMEDIATE BOARD RATING'.
            05 FILLER PIC X(26) VALUE IS 'RTGEXP  001600000100003000'.
            05 FILLER PIC X(30) VALUE IS 'EXPERT BOARD RATING'.
            05 FILLER PIC X(26) VALUE IS 'RTGOTHER001000000100003000'.
            05 FILLER PIC X(30) VALUE IS 'OTHER BOARD RATING'.
            05 FILLER PIC X(26) VALUE IS 'LGWIN   000003000000000099'.
            05 FILLER PIC X(30) VALUE IS 'LEAGUE POINTS FOR A WIN'.
            05 FILLER PIC X(26) VALUE IS 'LGFAST1 000002000000000099'.
            05 FILLER PIC X(30) VALUE IS 'LEAGUE BONUS FASTEST WIN'.
            05 FILLER PIC X(26) VALUE IS 'LGFAST2 000001000000000099'.
            05 FILLER PIC X(30) VALUE IS 'LEAGUE BONUS SECOND FASTEST'.
            05 FILLER PIC X(26) VALUE IS 'LGLOSS  000001000000000099'.
            05 FILLER PIC X(30) VALUE IS 'LEAGUE POINTS FOR A LOSS'.
            05 FILLER PIC X(26) VALUE IS 'DRMDAYS 000090000001009999'.
            05 FILLER PIC X(30) VALUE IS 'DAYS IDLE BEFORE DORMANT'.
            05 FILLER PIC X(26) VALUE IS 'LAPSDAYS000365000001009999'.
            05 FILLER PIC X(30) VALUE IS 'DAYS IDLE BEFORE LAPSED'.
            05 FILLER PIC X(26) VALUE IS 'DRMDECAY000025000000000500'.
            05 FILLER PIC X(30) VALUE IS 'DORMANT DECAY POINTS A MONTH'.
            05 FILLER PIC X(26) VALUE IS 'DRMFLOOR001000000100003000'.
            05 FILLER PIC X(30) VALUE IS 'DORMANT DECAY RATING FLOOR'.
       01 RULE-CATALOGUE REDEFINES RULE-CATALOGUE-DATA.
            05 RULE-ENTRY OCCURS 28 TIMES.
               10 RULE-CODE PIC X(8).
               10 RULE-DEFAULT PIC 9(6).
               10 RULE-MINIMUM PIC 9(6).
               10 RULE-MAXIMUM PIC 9(6).
               10 RULE-TITLE PIC X(30).
       01 RULE-COUNT PIC 9(2) VALUE IS 28.
       01 RULE-INDEX PIC 9(2) VALUE IS 0.

       01 PARAMETER-TABLE.
            05 PARAMETER-ROW OCCURS 500 TIMES.
               10 PT-CODE PIC X(8).
               10 PT-EFFECTIVE-DATE PIC 9(8).
               10 PT-VALUE PIC 9(6).
               10 PT-SET-DATE PIC 9(8).
       01 PARAMETER-COUNT PIC 9(3) VALUE IS 0.
       01 PARAMETER-INDEX PIC 9(3) VALUE IS 0.
       01 PARAMETER-OVERFLOW PIC 9(1) VALUE IS 0.

       01 RULE-SET-DATE PIC 9(8) VALUE IS 0.
       01 RULE-BEST-DATE PIC 9(8) VALUE IS 0.
       01 RULE-SET.
            05 RULE-VALUE PIC 9(6) OCCURS 28 TIMES.
       01 RULE-SET-NAMES REDEFINES RULE-SET.
            05 RULE-DIFFICULTY OCCURS 3 TIMES.
               10 RULE-DIFF-WIDTH PIC 9(6).
               10 RULE-DIFF-HEIGHT PIC 9(6).
               10 RULE-DIFF-MINES PIC 9(6).
            05 RULE-TAKEBACK-LIMIT PIC 9(6).
            05 RULE-PIN-ATTEMPT-LIMIT PIC 9(6).
            05 RULE-SCORE-DENSITY-BONUS PIC 9(6).
            05 RULE-SCORE-TIME-WEIGHT PIC 9(6).
            05 RULE-SCORE-MOVE-WEIGHT PIC 9(6).
            05 RULE-SCORE-DIVISOR-PAD PIC 9(6).
            05 RULE-RATING-K-FACTOR PIC 9(6).
            05 RULE-BOARD-RATING PIC 9(6) OCCURS 3 TIMES.
            05 RULE-OTHER-BOARD-RATING PIC 9(6).
            05 RULE-LEAGUE-WIN-POINTS PIC 9(6).
            05 RULE-LEAGUE-FASTEST-POINTS PIC 9(6).
            05 RULE-LEAGUE-SECOND-POINTS PIC 9(6).
            05 RULE-LEAGUE-LOSS-POINTS PIC 9(6).
            05 RULE-DORMANT-DAYS PIC 9(6).
            05 RULE-LAPSED-DAYS PIC 9(6).
            05 RULE-DORMANT-DECAY PIC 9(6).
            05 RULE-DECAY-FLOOR PIC 9(6).
