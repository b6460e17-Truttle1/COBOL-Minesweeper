      *          the player ID, so there is no table limit and a
      *          duplicate ID is rejected by the file itself.  An
      *          old line-sequential PLAYRMST is converted once by
      *          MSTRCONV.  Reactivating a player the monthly DORMANT
      *          run made inactive reinstates them on PLAYRDRM too, so
      *          their idle days count again from the reinstatement.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PLAYER-ID
               FILE STATUS IS PLAYER-MASTER-STATUS.
           SELECT STANDING-FILE ASSIGN TO "PLAYRDRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRM-PLAYER-ID
               FILE STATUS IS STANDING-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
           COPY PLAYRMST.

       FD  STANDING-FILE.
           COPY PLAYRDRM.

       WORKING-STORAGE SECTION.
       01 PLAYER-MASTER-STATUS PIC X(2) VALUE IS '00'.
       01 STANDING-FILE-STATUS PIC X(2) VALUE IS '00'.
       01 MASTER-EOF PIC 9(1) VALUE IS 0.

       01 MENU-CHOICE PIC X(1) VALUE IS ' '.
       01 PLAYER-FOUND PIC 9(1) VALUE IS 0.
       01 LISTED-COUNT PIC 9(5) VALUE IS 0.

       01  DATE-FIELDS.
           05  CURRENT-DATE.
               10  CURRENT-YEAR            PIC  9(4).
               10  CURRENT-MONTH           PIC  9(2).
               10  CURRENT-DAY             PIC  9(2).
           05  CURRENT-TIME PIC X(8).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
               MOVE 'A' TO MASTER-PLAYER-STATUS
               REWRITE PLAYER-MASTER-RECORD
               DISPLAY "Reactivated player " WORK-PLAYER-ID
               PERFORM REINSTATE-STANDING
           END-IF.

      ******************************************************************
      * A player with a PLAYRDRM standing is reinstated there as
      * active: off any notice, decay over, and idle days counted
      * from today, so the next DORMANT run does not lapse them again
      * straight away.  No standing file or record means DORMANT has
      * never classed the player, and there is nothing to undo.
      ******************************************************************
       REINSTATE-STANDING.
           OPEN I-O STANDING-FILE.
           IF STANDING-FILE-STATUS EQUAL '00'
               MOVE WORK-PLAYER-ID TO DRM-PLAYER-ID
               READ STANDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DRM-INACTIVE-DATE > 0
                           DISPLAY "(Made inactive by DORMANT on "
                               DRM-INACTIVE-DATE " - reinstated.)"
                       END-IF
                       MOVE FUNCTION CURRENT-DATE TO DATE-FIELDS
                       MOVE CURRENT-DATE TO DRM-REINSTATED
                       IF NOT DRM-ACTIVE
                           MOVE CURRENT-DATE TO DRM-CLASS-DATE
                       END-IF
                       MOVE 'A' TO DRM-CLASS
                       MOVE 0 TO DRM-NOTICE-DATE
                       MOVE 0 TO DRM-DECAY-TOTAL
                       REWRITE PLAYER-STANDING-RECORD
                           INVALID KEY
                               DISPLAY "PLAYRDRM standing not updated"
                                   " - status " STANDING-FILE-STATUS
                       END-REWRITE
               END-READ
               CLOSE STANDING-FILE
           END-IF.

      ******************************************************************
