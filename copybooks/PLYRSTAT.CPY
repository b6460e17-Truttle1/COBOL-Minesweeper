      * Copybook: PLYRSTAT
      * Purpose:  Shared record layout for the PLAYER-STATS history
      *           file, written by MINESWEEPER and read by LEADERBOARD.
      *           STAT-RATING-MOVED is 'Y' when the game moved the
      *           player's PLAYRRTG rating, by STAT-RATING-CHANGE
      *           points; older records leave both blank.
      ******************************************************************
       01 PLAYER-STATS-RECORD.
            05 STAT-DATE.
            05 STAT-PLAYER-ID PIC X(8).
            05 STAT-BOARD-CODE PIC X(5).
            05 STAT-SCORE PIC 9(6).
            05 STAT-RATING-MOVED PIC X(1).
                88 STAT-RATING-APPLIED VALUE 'Y'.
            05 STAT-RATING-CHANGE PIC S9(3) SIGN IS LEADING SEPARATE.
