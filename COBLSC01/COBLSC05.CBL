000349*                  COBLSC04 HAS ENDED FOR THE BUSINESS DATE,      *
000349*                  REFUSES A SECOND RUN FOR THE SAME DATE,        *
000349*                  AND LOGS ITS START AND END FOR COBLSC22.       *
000349*  2026-10-05 RLH  A SITE CLOSED ON THE CLOSURE CALENDAR          *
000349*                  (SITECLS.CPY, SEE COBLSC25) FOR ANY NIGHT OF   *
000349*                  THE WAITLISTED STAY IS NO LONGER FREE - NOT    *
000349*                  FOR A DESIRED SITE AND NOT ON THE ANY-SITE     *
000349*                  WALK - SO NOBODY IS CALLED ABOUT A CLOSED      *
000349*                  SITE.                                          *
000349*  2026-10-09 RLH  A WAITING GUEST WHOSE PHONE IS FLAGGED         *
000349*                  DO-NOT-RENT ON THE GUEST MASTER (SEE           *
000349*                  COBLSC30) IS SKIPPED - LEFT WAITING, NEVER     *
000349*                  CALLED - AND COUNTED AT THE FOOT OF THE LIST.  *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
900018         ORGANIZATION IS SEQUENTIAL
900020         FILE STATUS IS RL-FILE-STATUS.
900022
920002     SELECT SITE-CLOSURE-FILE ASSIGN TO "SITECLS"
920004         ORGANIZATION IS INDEXED
920006         ACCESS MODE IS DYNAMIC
920008         RECORD KEY IS SC-KEY
920010         FILE STATUS IS SC-FILE-STATUS.
920012
920014     SELECT GUEST-MASTER-FILE ASSIGN TO "GUESTMST"
920016         ORGANIZATION IS INDEXED
920018         ACCESS MODE IS RANDOM
920020         RECORD KEY IS GM-PHONE
920022         FILE STATUS IS GM-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  WAITLIST-FILE.
901008 FD  RUN-LOG-FILE.
901010 COPY RUNLOG.CPY.
901012
920020 FD  SITE-CLOSURE-FILE.
920022 COPY SITECLS.CPY.
920024
920026 FD  GUEST-MASTER-FILE.
920028 COPY GUEST.CPY.
000710 WORKING-STORAGE SECTION.
000720*****************************************************************
000730*  SWITCHES AND FILE STATUS                                     *
000760 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
000770 77  RW-FILE-STATUS              PIC X(02) VALUE ZERO.
000772 77  SM-FILE-STATUS              PIC X(02) VALUE ZERO.
000773 77  SC-FILE-STATUS              PIC X(02) VALUE ZERO.
000774 77  GM-FILE-STATUS              PIC X(02) VALUE ZERO.
000780
000790 77  RW-EOJ-SWITCH               PIC X(01) VALUE 'N'.
000800     88  RW-EOJ                  VALUE 'Y'.
000907     88  RW-OPEN-SITE-FOUND      VALUE 'Y'.
000908     88  RW-NO-OPEN-SITE         VALUE 'N'.
000908
000909 77  RW-NO-SITECLS-SWITCH        PIC X(01) VALUE 'N'.
000909     88  RW-NO-SITECLS           VALUE 'Y'.
000909
000909 77  RW-NO-GUESTMST-SWITCH       PIC X(01) VALUE 'N'.
000909     88  RW-NO-GUESTMST          VALUE 'Y'.
000909
000909 77  RW-BARRED-SWITCH            PIC X(01) VALUE 'N'.
000909     88  RW-GUEST-BARRED         VALUE 'Y'.
000909
000909 77  RW-CHECK-SITE               PIC X(03) VALUE SPACES.
000908 77  RW-ON-MASTER-SWITCH         PIC X(01) VALUE 'Y'.
000908     88  RW-SITE-ON-MASTER       VALUE 'Y'.
000909
000920 77  RW-RUN-DATE                 PIC 9(08) VALUE ZERO.
000921
000922 77  RW-NOTIFIED-COUNT           PIC 9(05) VALUE ZERO.
000923 77  RW-BARRED-COUNT             PIC 9(05) VALUE ZERO.
000930
000940*****************************************************************
000950*  REPORT LINES                                                 *
001290 01  RW-NONE-LINE.
001300     05  FILLER                  PIC X(30)
001310             VALUE "NO WAITLIST ENTRIES CLEARED".
001311
001312 01  RW-BARRED-LINE.
001313     05  FILLER                  PIC X(40)
001314             VALUE "DO-NOT-RENT GUESTS SKIPPED, NOT CALLED: ".
001315     05  RW-B-COUNT              PIC ZZZZ9.
001320
901502*****************************************************************
901504*  NIGHT-RUN CONTROL - THIS JOB'S PLACE IN THE NIGHTLY          *
001776         MOVE 'Y' TO RW-WAITLIST-EOF-SWITCH
001777         GO TO 1000-EXIT
001778     END-IF.
001778*    THE CLOSURE CALENDAR IS OPTIONAL - NO FILE MEANS NOTHING
001778*    HAS EVER BEEN CLOSED.
001778     OPEN INPUT SITE-CLOSURE-FILE.
001778     IF SC-FILE-STATUS = "35"
001778         SET RW-NO-SITECLS TO TRUE
001778     ELSE
001778         IF SC-FILE-STATUS NOT = "00"
001778             DISPLAY "UNABLE TO OPEN SITE CLOSURE FILE"
001778             MOVE 'Y' TO RW-EOJ-SWITCH
001778             MOVE 'Y' TO RW-WAITLIST-EOF-SWITCH
001778             GO TO 1000-EXIT
001778         END-IF
001778     END-IF.
001779*    NO GUEST MASTER YET MEANS NOBODY CAN HAVE BEEN FLAGGED
001779*    DO-NOT-RENT.
001779     OPEN INPUT GUEST-MASTER-FILE.
001779     IF GM-FILE-STATUS = "35"
001779         SET RW-NO-GUESTMST TO TRUE
001779     ELSE
001779         IF GM-FILE-STATUS NOT = "00"
001779             DISPLAY "UNABLE TO OPEN GUEST MASTER FILE"
001779             MOVE 'Y' TO RW-EOJ-SWITCH
001779             MOVE 'Y' TO RW-WAITLIST-EOF-SWITCH
001779             GO TO 1000-EXIT
001779         END-IF
001779     END-IF.
001780
001790     ACCEPT RW-RUN-DATE FROM DATE YYYYMMDD.
901902     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
001880
001890*****************************************************************
001900*  2000-PROCESS-WAITLIST - CHECK ONE WAITING ENTRY, THEN ADVANCE *
001910*  TO THE NEXT WAITLIST RECORD.  A DO-NOT-RENT GUEST IS NEVER    *
001910*  OFFERED A SITE.                                               *
001920*****************************************************************
001930 2000-PROCESS-WAITLIST.
001940     IF WL-WAITING
001945         PERFORM 2150-CHECK-DO-NOT-RENT THRU 2150-EXIT
001946         IF NOT RW-GUEST-BARRED
001950             PERFORM 2200-CHECK-SITE-FREE THRU 2200-EXIT
001955         END-IF
001960     END-IF.
001970     PERFORM 2100-READ-WAITLIST THRU 2100-EXIT.
001980 2000-EXIT.
002050     END-READ.
002060 2100-EXIT.
002070     EXIT.
002071
002072*****************************************************************
002073*  2150-CHECK-DO-NOT-RENT - LOOK THE WAITING GUEST'S PHONE UP ON *
002074*  THE GUEST MASTER.  A PHONE NOT ON IT (OR NO GUEST MASTER AT   *
002075*  ALL) HAS NEVER BOOKED AND CANNOT HAVE BEEN FLAGGED.           *
002076*****************************************************************
002077 2150-CHECK-DO-NOT-RENT.
002077     MOVE 'N' TO RW-BARRED-SWITCH.
002077     IF RW-NO-GUESTMST
002077        OR WL-PHONE = SPACES OR = ZEROS
002077         GO TO 2150-EXIT
002077     END-IF.
002077     MOVE WL-PHONE TO GM-PHONE.
002077     READ GUEST-MASTER-FILE
002077         INVALID KEY
002077             GO TO 2150-EXIT
002077     END-READ.
002077     IF GM-DO-NOT-RENT
002077         SET RW-GUEST-BARRED TO TRUE
002077         ADD 1 TO RW-BARRED-COUNT
002077     END-IF.
002078 2150-EXIT.
002079     EXIT.
002080
002090*****************************************************************
002100*  2200-CHECK-SITE-FREE - AN "ANY SITE" ENTRY WALKS THE SITE     *
002300     END-START.
002310     PERFORM 2250-SCAN-RESERVATIONS THRU 2250-EXIT
002320         UNTIL RW-SCAN-DONE.
002325     IF RW-SITE-FREE
002325         MOVE WL-DESIRED-SITE TO RW-CHECK-SITE
002325         PERFORM 2480-CHECK-SITE-CLOSED THRU 2480-EXIT
002325     END-IF.
002330     IF RW-SITE-FREE
002340         PERFORM 2300-NOTIFY-WAITLIST THRU 2300-EXIT
002350     END-IF.
002689     END-START.
002690     PERFORM 2470-SCAN-ONE-SITE THRU 2470-EXIT
002691         UNTIL RW-SCAN-DONE.
002691     IF RW-SITE-FREE
002691         MOVE SM-SITE TO RW-CHECK-SITE
002691         PERFORM 2480-CHECK-SITE-CLOSED THRU 2480-EXIT
002691     END-IF.
002692 2460-EXIT.
002693     EXIT.
002694
002712 2470-EXIT.
002713     EXIT.
002714
920100*****************************************************************
920102*  2480-CHECK-SITE-CLOSED - A SITE WITH NO OVERLAPPING           *
920104*  RESERVATION IS STILL NOT FREE WHEN THE CLOSURE CALENDAR HAS   *
920106*  IT CLOSED FOR ANY NIGHT OF THE WAITLISTED STAY.  A CLOSURE    *
920108*  NAMES ONE SITE, A LOOP (THE SITE'S LEADING LETTER FOLLOWED    *
920110*  BY SPACES), OR THE WHOLE CAMPGROUND (ALL SPACES).  THE SITE   *
920112*  TO TEST IS CARRIED IN RW-CHECK-SITE.                          *
920114*****************************************************************
920116 2480-CHECK-SITE-CLOSED.
920118     IF RW-NO-SITECLS
920120         GO TO 2480-EXIT
920122     END-IF.
920124     MOVE WL-CAMPGROUND-NAME TO SC-CAMPGROUND-NAME.
920126     MOVE LOW-VALUES         TO SC-SITE.
920128     MOVE ZEROS              TO SC-FROM-DATE.
920130     MOVE 'Y' TO RW-SCAN-DONE-SWITCH.
920132     START SITE-CLOSURE-FILE KEY IS NOT LESS THAN SC-KEY
920134         INVALID KEY
920136             CONTINUE
920138         NOT INVALID KEY
920140             MOVE 'N' TO RW-SCAN-DONE-SWITCH
920142     END-START.
920144     PERFORM 2490-SCAN-SITE-CLOSURES THRU 2490-EXIT
920146         UNTIL RW-SCAN-DONE.
920148 2480-EXIT.
920150     EXIT.
920152
920154 2490-SCAN-SITE-CLOSURES.
920156     READ SITE-CLOSURE-FILE NEXT RECORD
920158         AT END
920160             SET RW-SCAN-DONE TO TRUE
920162             GO TO 2490-EXIT
920164     END-READ.
920166     IF SC-CAMPGROUND-NAME NOT = WL-CAMPGROUND-NAME
920168         SET RW-SCAN-DONE TO TRUE
920170         GO TO 2490-EXIT
920172     END-IF.
920174     IF SC-SITE NOT = SPACES
920176        AND SC-SITE NOT = RW-CHECK-SITE
920178        AND (SC-SITE(2:2) NOT = SPACES
920180             OR SC-SITE(1:1) NOT = RW-CHECK-SITE(1:1))
920182         GO TO 2490-EXIT
920184     END-IF.
920186     IF WL-ARRIVAL-DATE NOT > SC-THROUGH-DATE
920188        AND WL-DEPARTURE-DATE > SC-FROM-DATE
920190         SET RW-SITE-NOT-FREE TO TRUE
920192         SET RW-SCAN-DONE TO TRUE
920194     END-IF.
920196 2490-EXIT.
920198     EXIT.
002715*****************************************************************
002716*  2300-NOTIFY-WAITLIST - MARK THE WAITLIST RECORD NOTIFIED AND  *
002717*  PRINT IT ON THE CALL LIST.  WHENEVER THE ANY-SITE WALK        *
002951     IF RW-NOTIFIED-COUNT = ZERO
002952         WRITE NOTIFY-RECORD FROM RW-NONE-LINE
002953     END-IF.
002954     IF RW-BARRED-COUNT NOT = ZERO
002955         MOVE RW-BARRED-COUNT TO RW-B-COUNT
002956         WRITE NOTIFY-RECORD FROM RW-BARRED-LINE
002957     END-IF.
002960     CLOSE WAITLIST-FILE.
002970     CLOSE RESERVATION-FILE.
002980     CLOSE NOTIFY-FILE.
002985     CLOSE SITE-MASTER-FILE.
002986     IF NOT RW-NO-SITECLS
002986         CLOSE SITE-CLOSURE-FILE
002986     END-IF.
002987     IF NOT RW-NO-GUESTMST
002988         CLOSE GUEST-MASTER-FILE
002989     END-IF.
002990 9000-EXIT.
003000     EXIT.
