      ******************************************************************
      * Copybook: SESSREC
      * Purpose:  One entry on the SESSLOG session activity file,
      *           appended by MINESWEEPER and summarized by USAGERPT.
      *           A session is named by the player and the date and
      *           time (to the hundredth) of its sign-on, carried on
      *           every entry it writes, so the entries of sessions
      *           running side by side on several terminals can be
      *           told apart.  Entries, in the order written:
      *             SIGNON    the player has passed ID and PIN checks
      *             RESUMED   a saved game was taken up again
      *             CHECKPNT  the board was saved after a move
      *             ROUNDEND  a round finished - SES-DETAIL is the
      *                       result: W won, L lost, Q quit mid-game
      *             SIGNOFF   the session ended - SES-DETAIL N for a
      *                       normal end, A for an abnormal end (the
      *                       program had to stop the session)
      *           SES-ROUNDS, SES-CHECKPOINTS and SES-RESUMES are the
      *           session's running totals as of the entry, so the
      *           SIGNOFF entry carries the whole session's counts.  A
      *           session with no SIGNOFF entry was abandoned - the
      *           terminal was closed or the program died - and its
      *           last entry shows how far it got.
      ******************************************************************
       01 SESSION-ACTIVITY-RECORD.
            05 SES-SESSION-KEY.
                10 SES-START-DATE PIC 9(8).
                10 SES-START-TIME PIC 9(8).
                10 SES-PLAYER-ID PIC X(8).
            05 SES-EVENT-DATE PIC 9(8).
            05 SES-EVENT-TIME PIC 9(8).
            05 SES-EVENT PIC X(8).
                88 SES-SIGN-ON VALUE 'SIGNON  '.
                88 SES-RESUMED VALUE 'RESUMED '.
                88 SES-CHECKPOINT VALUE 'CHECKPNT'.
                88 SES-ROUND-END VALUE 'ROUNDEND'.
                88 SES-SIGN-OFF VALUE 'SIGNOFF '.
            05 SES-GAME-NUMBER PIC 9(4).
            05 SES-DETAIL PIC X(1).
                88 SES-ROUND-WON VALUE 'W'.
                88 SES-ROUND-LOST VALUE 'L'.
                88 SES-ROUND-QUIT VALUE 'Q'.
                88 SES-NORMAL-END VALUE 'N'.
                88 SES-ABNORMAL-END VALUE 'A'.
            05 SES-ROUNDS PIC 9(3).
            05 SES-CHECKPOINTS PIC 9(5).
            05 SES-RESUMES PIC 9(2).
            05 FILLER PIC X(7) VALUE IS SPACES.
