000334*                  OPERATOR MASTER (OPERMST.CPY, SEE COBLSC17),    *
000336*                  THE SAME SIGN-ON EVERY ONLINE PROGRAM NOW       *
000338*                  REQUIRES.                                       *
000339*  2026-10-05 RLH  A SITE CLOSED ON THE CLOSURE CALENDAR          *
000339*                  (SITECLS.CPY, SEE COBLSC25) FOR ANY NIGHT OF   *
000339*                  THE STAY IS LEFT OFF THE OPEN-SITE LIST, THE   *
000339*                  SAME AS THE ENTRY PROGRAMS WOULD REJECT IT.    *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000576         ACCESS MODE IS RANDOM
000577         RECORD KEY IS OP-OPERATOR-ID
000578         FILE STATUS IS OP-FILE-STATUS.
000579     SELECT SITE-CLOSURE-FILE ASSIGN TO "SITECLS"
000579         ORGANIZATION IS INDEXED
000579         ACCESS MODE IS DYNAMIC
000579         RECORD KEY IS SC-KEY
000579         FILE STATUS IS SC-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000682
000684 FD  OPERATOR-MASTER-FILE.
000686 COPY OPERMST.CPY.
000687 FD  SITE-CLOSURE-FILE.
000687 COPY SITECLS.CPY.
000690
000700 WORKING-STORAGE SECTION.
000710*****************************************************************
000750 77  SM-FILE-STATUS              PIC X(02) VALUE ZERO.
000760 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
000762 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
000763 77  SC-FILE-STATUS              PIC X(02) VALUE ZERO.
000764
000766 77  AVQ-OPERATOR-ID             PIC X(08) VALUE SPACES.
000768 77  AVQ-IN-PASSWORD             PIC X(08) VALUE SPACES.
001020     88  AVQ-SITE-FREE           VALUE 'Y'.
001030     88  AVQ-SITE-NOT-FREE       VALUE 'N'.
001040
001041 77  AVQ-NO-SITECLS-SWITCH       PIC X(01) VALUE 'N'.
001041     88  AVQ-NO-SITECLS          VALUE 'Y'.
001050 77  AVQ-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
001060     88  AVQ-LEAP-YEAR           VALUE 'Y'.
001070     88  AVQ-NOT-LEAP-YEAR       VALUE 'N'.
002820         GO TO 1000-EXIT
002822     END-IF.
002824
002824*    THE CLOSURE CALENDAR IS OPTIONAL - NO FILE MEANS NOTHING
002824*    HAS EVER BEEN CLOSED.
002824     OPEN INPUT SITE-CLOSURE-FILE.
002824     IF SC-FILE-STATUS = "35"
002824         SET AVQ-NO-SITECLS TO TRUE
002824     ELSE
002824         IF SC-FILE-STATUS NOT = "00"
002824             DISPLAY "UNABLE TO OPEN SITE CLOSURE FILE"
002824             MOVE 'Y' TO AVQ-EOJ-SWITCH
002824             GO TO 1000-EXIT
002824         END-IF
002824     END-IF.
002826     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
002830     ACCEPT AVQ-CURRENT-DATE FROM DATE YYYYMMDD.
002840 1000-EXIT.
004840     END-START.
004850     PERFORM 3250-SCAN-ONE-SITE THRU 3250-EXIT
004860         UNTIL AVQ-SCAN-DONE.
004865     IF AVQ-SITE-FREE
004865         PERFORM 3270-CHECK-SITE-CLOSED THRU 3270-EXIT
004865     END-IF.
004870 3200-EXIT.
004880     EXIT.
004890
005070 3250-EXIT.
005080     EXIT.
005090
920100*****************************************************************
920102*  3270-CHECK-SITE-CLOSED - A SITE WITH NO OVERLAPPING           *
920104*  RESERVATION IS STILL NOT OPEN WHEN THE CLOSURE CALENDAR HAS   *
920106*  IT CLOSED FOR ANY NIGHT OF THE STAY.  A CLOSURE NAMES ONE     *
920108*  SITE, A LOOP (THE SITE'S LEADING LETTER FOLLOWED BY SPACES),  *
920110*  OR THE WHOLE CAMPGROUND (ALL SPACES).                         *
920112*****************************************************************
920114 3270-CHECK-SITE-CLOSED.
920116     IF AVQ-NO-SITECLS
920118         GO TO 3270-EXIT
920120     END-IF.
920122     MOVE AVQ-IN-CAMPGROUND  TO SC-CAMPGROUND-NAME.
920124     MOVE LOW-VALUES         TO SC-SITE.
920126     MOVE ZEROS              TO SC-FROM-DATE.
920128     MOVE 'Y' TO AVQ-SCAN-DONE-SWITCH.
920130     START SITE-CLOSURE-FILE KEY IS NOT LESS THAN SC-KEY
920132         INVALID KEY
920134             CONTINUE
920136         NOT INVALID KEY
920138             MOVE 'N' TO AVQ-SCAN-DONE-SWITCH
920140     END-START.
920142     PERFORM 3280-SCAN-SITE-CLOSURES THRU 3280-EXIT
920144         UNTIL AVQ-SCAN-DONE.
920146 3270-EXIT.
920148     EXIT.
920150
920152 3280-SCAN-SITE-CLOSURES.
920154     READ SITE-CLOSURE-FILE NEXT RECORD
920156         AT END
920158             SET AVQ-SCAN-DONE TO TRUE
920160             GO TO 3280-EXIT
920162     END-READ.
920164     IF SC-CAMPGROUND-NAME NOT = AVQ-IN-CAMPGROUND
920166         SET AVQ-SCAN-DONE TO TRUE
920168         GO TO 3280-EXIT
920170     END-IF.
920172     IF SC-SITE NOT = SPACES
920174        AND SC-SITE NOT = SM-SITE
920176        AND (SC-SITE(2:2) NOT = SPACES
920178             OR SC-SITE(1:1) NOT = SM-SITE(1:1))
920180         GO TO 3280-EXIT
920182     END-IF.
920184     IF AVQ-REQUESTED-ARRIVAL NOT > SC-THROUGH-DATE
920186        AND AVQ-REQUESTED-DEPARTURE > SC-FROM-DATE
920188         SET AVQ-SITE-NOT-FREE TO TRUE
920190         SET AVQ-SCAN-DONE TO TRUE
920192     END-IF.
920194 3280-EXIT.
920196     EXIT.
005100*****************************************************************
005110*  3300-ADD-OPEN-SITE - PUT THE OPEN SITE AND ITS TYPE ON THE    *
005120*  RESULT PAGE, SHOWING AND CLEARING THE PAGE WHEN IT FILLS      *
006890     CLOSE SITE-MASTER-FILE.
006900     CLOSE RESERVATION-FILE.
006905     CLOSE OPERATOR-MASTER-FILE.
006906     IF NOT AVQ-NO-SITECLS
006906         CLOSE SITE-CLOSURE-FILE
006906     END-IF.
006910 9000-EXIT.
006920     EXIT.
