      ******************************************************************
      * Copybook: PLAYRDRM
      * Purpose:  Record layout for the PLAYRDRM player standing file,
      *           a keyed file indexed on DRM-PLAYER-ID, kept by the
      *           monthly DORMANT run.  A player's idle days are
      *           counted from the last game found on PLAYRSTA and
      *           the archives; a player with no game on record counts
      *           from the run that first met them, and one reinstated
      *           through PLAYRMNT from the reinstatement.  Against the
      *           SYSPARM thresholds the player is then:
      *             A  active;
      *             D  dormant - off the RATINGS ladder and losing
      *                rating once a month down to the floor;
      *             L  lapsed - as dormant, and put on the notice list
      *                the first time.  A lapsed player already on an
      *                earlier month's notice list is made inactive
      *                ('I') on the player master.
      *           DRM-RATED-GAMES is the player's rated-game count when
      *           last classified; RATINGS keeps a dormant or lapsed
      *           player off the ladder only while the count is
      *           unchanged, so a returning player is listed again at
      *           once.  DRM-DECAY-PERIOD (YYYYMM) stops a rerun in the
      *           same month from taking the decay twice, and
      *           DRM-DECAY-TOTAL is what RATINGS takes off again
      *           after a rebuild from history.  PLAYMRGE
      *           folds a retired ID's record into the survivor's.
      ******************************************************************
       01 PLAYER-STANDING-RECORD.
            05 DRM-PLAYER-ID PIC X(8).
            05 DRM-LAST-GAME PIC 9(8).
            05 DRM-FIRST-SEEN PIC 9(8).
            05 DRM-REINSTATED PIC 9(8).
            05 DRM-CLASS PIC X(1).
                88 DRM-ACTIVE VALUE 'A'.
                88 DRM-DORMANT VALUE 'D'.
                88 DRM-LAPSED VALUE 'L'.
            05 DRM-CLASS-DATE PIC 9(8).
            05 DRM-NOTICE-DATE PIC 9(8).
            05 DRM-INACTIVE-DATE PIC 9(8).
            05 DRM-RATED-GAMES PIC 9(6).
            05 DRM-DECAY-PERIOD PIC 9(6).
            05 DRM-DECAY-TOTAL PIC 9(4).
            05 DRM-RUN-DATE PIC 9(8).
