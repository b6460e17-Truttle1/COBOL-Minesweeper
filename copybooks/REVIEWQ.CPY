      ******************************************************************
      * Copybook: REVIEWQ
      * Purpose:  Layouts for the REVIEWQ suspicious-result review
      *           queue.  RESSCRN screens each new PLAYRSTA win
      *           against the plausibility rules and adds a
      *           REVIEW-RECORD, held, for every game it flags; the
      *           operator releases or voids it with RESREVW.  The
      *           queue opens with one REVIEW-CONTROL-RECORD ('*')
      *           carrying the stamp of the newest stats record
      *           screened, so each screening run is incremental.
      *
      *           A flagged game is identified by its stats date,
      *           time and player ID.  While it is held ('H') or
      *           after it is voided ('V') LEADERBOARD, LEAGUE
      *           posting, the RATINGS rebuild and MINESWEEPER's
      *           high-score list leave it out; a released ('R')
      *           game counts as normal.
      *
      *           A game MINESWEEPER has already rated carries its
      *           rating change.  REV-RATING-STATE says where that
      *           change stands on PLAYRRTG: 'Y' applied, 'B' backed
      *           out.  RESSCRN backs it out of a held or voided game
      *           and puts it back for a released one, and RESREVW
      *           does the same as soon as the operator decides; a
      *           RATINGS rebuild sets the state to match.  A blank
      *           state means no change is known for the game.
      *
      *           REV-REASONS holds up to five 4-byte rule codes:
      *             PACE  elapsed time below what STAT-MOVES needs
      *             QUIK  elapsed time below the board's floor
      *             BRST  logged moves hundredths of a second apart
      *             NLOG  no bracketed TXNLOG game backs the record
      ******************************************************************
       01 REVIEW-CONTROL-RECORD.
            05 REV-CTL-TAG PIC X(1).
                88 REV-CTL-RECORD VALUE '*'.
            05 REV-LAST-SCREENED-DATE PIC 9(8).
            05 REV-LAST-SCREENED-TIME PIC 9(6).

       01 REVIEW-RECORD.
            05 REV-STAT-DATE PIC 9(8).
            05 REV-STAT-TIME PIC 9(6).
            05 REV-PLAYER-ID PIC X(8).
            05 REV-WIDTH PIC 9(3).
            05 REV-HEIGHT PIC 9(3).
            05 REV-MINES PIC 9(4).
            05 REV-MOVES PIC 9(4).
            05 REV-ELAPSED PIC 9(5).
            05 REV-SCORE PIC 9(6).
            05 REV-BOARD-CODE PIC X(5).
            05 REV-SUSPICION PIC 9(3).
            05 REV-REASONS PIC X(20).
            05 REV-STATUS PIC X(1).
                88 REV-HELD VALUE 'H'.
                88 REV-RELEASED VALUE 'R'.
                88 REV-VOIDED VALUE 'V'.
            05 REV-FLAGGED-DATE PIC 9(8).
            05 REV-DECIDED-DATE PIC 9(8).
            05 REV-RATING-STATE PIC X(1).
                88 REV-RATING-ON-FILE VALUE 'Y'.
                88 REV-RATING-BACKED-OUT VALUE 'B'.
            05 REV-RATING-CHANGE PIC S9(3) SIGN IS LEADING SEPARATE.
