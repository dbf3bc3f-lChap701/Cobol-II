000270*  PENDING REQUEST CAN BE CORRECTED OR DELETED ANY TIME          *
000280*  BEFORE THE OVERNIGHT CHECKPOINT HAS PASSED ITS SEQUENCE       *
000290*  NUMBER.  SITE OCCUPANCY AND THE CARD AUTHORIZATION STAY       *
000300*  WITH THE OVERNIGHT LOAD, WHERE THEY ALWAYS WERE - BUT A SITE  *
000302*  CLOSED ON THE CLOSURE CALENDAR BOUNCES HERE, SINCE A CLOSURE  *
000304*  IS KNOWN AHEAD OF TIME AND WILL NOT CLEAR BY TONIGHT.  SO     *
000304*  DOES A PHONE FLAGGED DO-NOT-RENT ON THE GUEST MASTER, AND     *
000304*  THAT REJECTION GOES TO THE SAME AUDIT TRAIL COBLSC01 AND      *
000304*  THE OVERNIGHT LOAD WRITE.                                     *
000310*                                                                *
000320*  MOD-LOG                                                       *
000330*  DATE       BY   DESCRIPTION                                   *
000340*  ---------- ---- ------------------------------------------    *
000350*  2026-09-03 RLH  ORIGINAL PROGRAM.                              *
000352*  2026-10-05 RLH  A REQUEST FOR A SITE CLOSED ON THE CLOSURE     *
000352*                  CALENDAR (SITECLS.CPY, SEE COBLSC25) FOR ANY   *
000352*                  NIGHT OF THE STAY IS NOW REJECTED AT ENTRY     *
000352*                  (T-ERR-MSG 55), THE SAME AS COBLSC01.          *
000352*  2026-10-09 RLH  A REQUEST FROM A PHONE FLAGGED DO-NOT-RENT     *
000352*                  ON THE GUEST MASTER (SEE COBLSC30) IS NOW      *
000352*                  REJECTED AT ENTRY (T-ERR-MSG 63) AND WRITTEN   *
000352*                  TO THE AUDIT TRAIL (AUDIT.CPY).                *
000352*  2026-10-12 RLH  PASS TYPE AND PASS NUMBER ON THE ENTRY        *
000352*                  SCREEN, CARRIED ON THE HOLDING RECORD         *
000352*                  (HOLDIN.CPY), EDITED (T-ERR-MSG 76, 77) AND   *
000352*                  PRICED WITH THE PASS DISCOUNT (DISCCAT.CPY)   *
000352*                  THE SAME AS COBLSC01, SO THE QUOTED AMOUNT    *
000352*                  MATCHES THE OVERNIGHT LOAD.                   *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000760         RECORD KEY IS OP-OPERATOR-ID
000770         FILE STATUS IS OP-FILE-STATUS.
000780
000781     SELECT SITE-CLOSURE-FILE ASSIGN TO "SITECLS"
000781         ORGANIZATION IS INDEXED
000781         ACCESS MODE IS DYNAMIC
000781         RECORD KEY IS SC-KEY
000781         FILE STATUS IS SC-FILE-STATUS.
000782
000782     SELECT GUEST-MASTER-FILE ASSIGN TO "GUESTMST"
000782         ORGANIZATION IS INDEXED
000782         ACCESS MODE IS RANDOM
000782         RECORD KEY IS GM-PHONE
000782         FILE STATUS IS GM-FILE-STATUS.
000782
000782     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000782         ORGANIZATION IS SEQUENTIAL
000782         FILE STATUS IS AUD-FILE-STATUS.
000782
000782     SELECT DISCOUNT-CATEGORY-FILE ASSIGN TO "DISCCAT"
000782         ORGANIZATION IS INDEXED
000782         ACCESS MODE IS DYNAMIC
000782         RECORD KEY IS DC-KEY
000782         FILE STATUS IS DC-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  CAMPGROUND-MASTER-FILE.
000960 FD  OPERATOR-MASTER-FILE.
000970 COPY OPERMST.CPY.
000980
000981 FD  SITE-CLOSURE-FILE.
000981 COPY SITECLS.CPY.
000982
000982 FD  GUEST-MASTER-FILE.
000982 COPY GUEST.CPY.
000982
000982 FD  AUDIT-FILE.
000982 COPY AUDIT.CPY.
000982
000982 FD  DISCOUNT-CATEGORY-FILE.
000982 COPY DISCCAT.CPY.
000990 WORKING-STORAGE SECTION.
001000*****************************************************************
001010*  SWITCHES AND COUNTERS                                        *
001060 77  SM-FILE-STATUS              PIC X(02) VALUE ZERO.
001070 77  RS-FILE-STATUS              PIC X(02) VALUE ZERO.
001080 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
001081 77  SC-FILE-STATUS              PIC X(02) VALUE ZERO.
001082 77  GM-FILE-STATUS              PIC X(02) VALUE ZERO.
001082 77  AUD-FILE-STATUS             PIC X(02) VALUE ZERO.
001082 77  DC-FILE-STATUS              PIC X(02) VALUE ZERO.
001090
001100 77  HLE-OPERATOR-ID             PIC X(08) VALUE SPACES.
001110 77  HLE-IN-PASSWORD             PIC X(08) VALUE SPACES.
001310 77  HLE-NO-RATESCHD-SWITCH      PIC X(01) VALUE 'N'.
001320     88  HLE-NO-RATESCHD         VALUE 'Y'.
001330
001331 77  HLE-NO-SITECLS-SWITCH       PIC X(01) VALUE 'N'.
001331     88  HLE-NO-SITECLS          VALUE 'Y'.
001331
001331 77  HLE-NO-GUESTMST-SWITCH      PIC X(01) VALUE 'N'.
001331     88  HLE-NO-GUESTMST         VALUE 'Y'.
001331
001331 77  HLE-NO-DISCCAT-SWITCH       PIC X(01) VALUE 'N'.
001331     88  HLE-NO-DISCCAT          VALUE 'Y'.
001331
001331 77  HLE-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
001331     88  HLE-SCAN-DONE           VALUE 'Y'.
001340 77  HLE-WALK-EOF-SWITCH         PIC X(01) VALUE 'N'.
001350     88  HLE-WALK-EOF            VALUE 'Y'.
001360
001570 77  HLE-NIGHT-SUB               PIC 9(03) VALUE ZERO.
001580 77  HLE-NIGHT-WEEKDAY-RATE      PIC 9(03)V99 VALUE ZERO.
001590 77  HLE-NIGHT-WEEKEND-RATE      PIC 9(03)V99 VALUE ZERO.
001590 77  HLE-NIGHT-RATE              PIC 9(03)V99 VALUE ZERO.
001600
001600*****************************************************************
001600*  THE PASS DISCOUNT, PRICED THE SAME WAY THE OVERNIGHT LOAD     *
001600*  WILL PRICE IT (SEE 8570-APPLY-PASS-DISCOUNT).                 *
001600*****************************************************************
001600 77  HLE-NIGHT-DISCOUNT          PIC 9(03)V99 VALUE ZERO.
001600 77  HLE-DISC-PERCENT            PIC 9(03)V99 VALUE ZERO.
001600 77  HLE-DISC-WEEKEND-FLAG       PIC X(01) VALUE 'N'.
001600     88  HLE-DISC-WEEKENDS       VALUE 'Y'.
001600 77  HLE-DISCOUNT-TOTAL          PIC 9(05)V99 VALUE ZERO.
001600 77  HLE-DISCOUNT-NIGHTS         PIC 9(03) VALUE ZERO.
001600
001600 77  HLE-DISC-DONE-SWITCH        PIC X(01) VALUE 'N'.
001600     88  HLE-DISC-DONE           VALUE 'Y'.
001600
001610 77  HLE-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
001620     88  HLE-WEEKEND-NIGHT       VALUES 0 6.
002690     05  HLE-IN-EXP-YEAR         PIC X(04).
002700     05  HLE-IN-EXP-YEAR-N REDEFINES HLE-IN-EXP-YEAR
002710                                 PIC 9(04).
002710     05  HLE-IN-PASS-TYPE        PIC X(02).
002710     05  HLE-IN-PASS-NUMBER      PIC X(12).
002720
002730 COPY ERROR.CPY.
002740
003220     05  LINE 12 COL 01 VALUE "EXPIRATION MM YYYY:".
003230     05  LINE 12 COL 21 PIC X(02) USING HLE-IN-EXP-MONTH.
003240     05  LINE 12 COL 24 PIC X(04) USING HLE-IN-EXP-YEAR.
003240     05  LINE 13 COL 01 VALUE "PASS TYPE.........:".
003240     05  LINE 13 COL 21 PIC X(02) USING HLE-IN-PASS-TYPE.
003240     05  LINE 13 COL 30 VALUE "PASS NUMBER:".
003240     05  LINE 13 COL 43 PIC X(12) USING HLE-IN-PASS-NUMBER.
003250
003260 01  HLE-EXPECTED-SCREEN.
003270     05  LINE 23 COL 01 ERASE EOL
004070         END-IF
004080     END-IF.
004090
004091*    THE CLOSURE CALENDAR IS OPTIONAL THE SAME WAY - NO FILE
004091*    MEANS NOTHING HAS EVER BEEN CLOSED.
004091     OPEN INPUT SITE-CLOSURE-FILE.
004091     IF SC-FILE-STATUS = "35"
004091         SET HLE-NO-SITECLS TO TRUE
004091     ELSE
004091         IF SC-FILE-STATUS NOT = "00"
004091             DISPLAY "UNABLE TO OPEN SITE CLOSURE FILE"
004091             MOVE 'Y' TO HLE-EOJ-SWITCH
004091             GO TO 1000-EXIT
004091         END-IF
004091     END-IF.
004092
004092*    NO GUEST MASTER YET MEANS NOBODY HAS BOOKED, SO NOBODY
004092*    CAN HAVE BEEN FLAGGED DO-NOT-RENT.
004092     OPEN INPUT GUEST-MASTER-FILE.
004092     IF GM-FILE-STATUS = "35"
004092         SET HLE-NO-GUESTMST TO TRUE
004092     ELSE
004092         IF GM-FILE-STATUS NOT = "00"
004092             DISPLAY "UNABLE TO OPEN GUEST MASTER FILE"
004092             MOVE 'Y' TO HLE-EOJ-SWITCH
004092             GO TO 1000-EXIT
004092         END-IF
004092     END-IF.
004092
004092*    THE DISCOUNT CATEGORY TABLE IS OPTIONAL - NO FILE MEANS NO
004092*    PASS HAS A DISCOUNT YET.
004092     OPEN INPUT DISCOUNT-CATEGORY-FILE.
004092     IF DC-FILE-STATUS = "35"
004092         SET HLE-NO-DISCCAT TO TRUE
004092     ELSE
004092         IF DC-FILE-STATUS NOT = "00"
004092             DISPLAY "UNABLE TO OPEN DISCOUNT CATEGORY FILE"
004092             MOVE 'Y' TO HLE-EOJ-SWITCH
004092             GO TO 1000-EXIT
004092         END-IF
004092     END-IF.
004092
004093     OPEN EXTEND AUDIT-FILE.
004093     IF AUD-FILE-STATUS = "35"
004093         OPEN OUTPUT AUDIT-FILE
004093         CLOSE AUDIT-FILE
004093         OPEN EXTEND AUDIT-FILE
004093     END-IF.
004093     IF AUD-FILE-STATUS NOT = "00"
004093         DISPLAY "UNABLE TO OPEN AUDIT FILE"
004093         MOVE 'Y' TO HLE-EOJ-SWITCH
004093         GO TO 1000-EXIT
004093     END-IF.
004094
004100     OPEN INPUT OPERATOR-MASTER-FILE.
004110     IF OP-FILE-STATUS NOT = "00"
004120         DISPLAY "UNABLE TO OPEN OPERATOR MASTER FILE"
005570     MOVE HLE-IN-CARD-NUMBER TO HLD-CARD-NUMBER.
005580     MOVE HLE-IN-EXP-MONTH   TO HLD-EXP-MONTH.
005590     MOVE HLE-IN-EXP-YEAR    TO HLD-EXP-YEAR.
005590     MOVE HLE-IN-PASS-TYPE   TO HLD-PASS-TYPE.
005590     MOVE HLE-IN-PASS-NUMBER TO HLD-PASS-NUMBER.
005600 3200-EXIT.
005610     EXIT.
005620
005870     MOVE HLD-CARD-NUMBER TO HLE-IN-CARD-NUMBER.
005880     MOVE HLD-EXP-MONTH   TO HLE-IN-EXP-MONTH.
005890     MOVE HLD-EXP-YEAR    TO HLE-IN-EXP-YEAR.
005890     MOVE HLD-PASS-TYPE   TO HLE-IN-PASS-TYPE.
005890     MOVE HLD-PASS-NUMBER TO HLE-IN-PASS-NUMBER.
005900     PERFORM 2100-ACCEPT-ENTRY-SCREEN THRU 2100-EXIT.
005910     PERFORM 2200-EDIT-THE-REQUEST THRU 2200-EXIT.
005920     IF HLE-DATA-INVALID
006650*****************************************************************
006660*  2200-EDIT-THE-REQUEST - THE SAME EDITS COBLSC01 APPLIES AT    *
006670*  THE COUNTER, MINUS SITE OCCUPANCY AND THE CARD                *
006680*  AUTHORIZATION, WHICH STAY WITH THE OVERNIGHT LOAD.  THE       *
006682*  CLOSURE CALENDAR IS CHECKED HERE (SEE 2360).                  *
006690*****************************************************************
006700 2200-EDIT-THE-REQUEST.
006710     PERFORM 2300-EDIT-CAMPGROUND THRU 2300-EXIT.
006750     PERFORM 2340-EDIT-ARRIVAL-DATE THRU 2340-EXIT.
006760     PERFORM 8300-COMPUTE-DEPARTURE-DATE THRU 8300-EXIT.
006770     PERFORM 2350-EDIT-SEASON-WINDOW THRU 2350-EXIT.
006775     PERFORM 2360-EDIT-SITE-CLOSURE THRU 2360-EXIT.
006780     PERFORM 2400-EDIT-NAME THRU 2400-EXIT.
006780     PERFORM 2405-EDIT-PASS THRU 2405-EXIT.
006790     PERFORM 2410-EDIT-AMOUNT THRU 2410-EXIT.
006800     PERFORM 2420-EDIT-CREDIT-CARD THRU 2420-EXIT.
006810 2200-EXIT.
008780 2350-EXIT.
008790     EXIT.
008800
920100*****************************************************************
920102*  2360-EDIT-SITE-CLOSURE (T-ERR-MSG 55) - SAME CLOSURE CHECK    *
920104*  COBLSC01 APPLIES AT THE COUNTER.  A CLOSURE NAMES ONE SITE,   *
920106*  A LOOP (THE SITE'S LEADING LETTER FOLLOWED BY SPACES), OR     *
920108*  THE WHOLE CAMPGROUND (ALL SPACES), SO EVERY CLOSURE FOR THE   *
920110*  CAMPGROUND IS READ AND TESTED.                                *
920112*****************************************************************
920114 2360-EDIT-SITE-CLOSURE.
920116     IF HLE-NO-SITECLS
920118         GO TO 2360-EXIT
920120     END-IF.
920122     MOVE HLE-IN-CAMPGROUND TO SC-CAMPGROUND-NAME.
920124     MOVE LOW-VALUES        TO SC-SITE.
920126     MOVE ZEROS             TO SC-FROM-DATE.
920128     START SITE-CLOSURE-FILE KEY IS NOT LESS THAN SC-KEY
920130         INVALID KEY
920132             GO TO 2360-EXIT
920134     END-START.
920136
920138     MOVE 'N' TO HLE-SCAN-DONE-SWITCH.
920140     PERFORM 2370-SCAN-SITE-CLOSURES THRU 2370-EXIT
920142         UNTIL HLE-SCAN-DONE.
920144 2360-EXIT.
920146     EXIT.
920148
920150 2370-SCAN-SITE-CLOSURES.
920152     READ SITE-CLOSURE-FILE NEXT RECORD
920154         AT END
920156             SET HLE-SCAN-DONE TO TRUE
920158             GO TO 2370-EXIT
920160     END-READ.
920162     IF SC-CAMPGROUND-NAME NOT = HLE-IN-CAMPGROUND
920164         SET HLE-SCAN-DONE TO TRUE
920166         GO TO 2370-EXIT
920168     END-IF.
920170     IF SC-SITE NOT = SPACES
920172        AND SC-SITE NOT = HLE-IN-SITE
920174        AND (SC-SITE(2:2) NOT = SPACES
920176             OR SC-SITE(1:1) NOT = HLE-IN-SITE(1:1))
920178         GO TO 2370-EXIT
920180     END-IF.
920182     IF HLE-REQUESTED-ARRIVAL NOT > SC-THROUGH-DATE
920184        AND HLE-REQUESTED-DEPARTURE > SC-FROM-DATE
920186        MOVE 55 TO HLE-ERROR-NUMBER
920188        PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
920190        SET HLE-DATA-INVALID TO TRUE
920192        SET HLE-SCAN-DONE TO TRUE
920194        GO TO 2200-EXIT
920196     END-IF.
920198 2370-EXIT.
920200     EXIT.
008810*****************************************************************
008820*  2400-EDIT-NAME (T-ERR-MSG 14, 15, 32, 63) - A PHONE FLAGGED   *
008820*  DO-NOT-RENT ON THE GUEST MASTER IS REJECTED AND AUDITED       *
008830*****************************************************************
008840 2400-EDIT-NAME.
008850     IF HLE-IN-LAST-NAME = SPACES
009000         SET HLE-DATA-INVALID TO TRUE
009010         GO TO 2200-EXIT
009020     END-IF.
009021     IF HLE-NO-GUESTMST OR HLE-IN-PHONE = ZEROS
009022         GO TO 2400-EXIT
009023     END-IF.
009024     MOVE HLE-IN-PHONE TO GM-PHONE.
009025     READ GUEST-MASTER-FILE
009026         INVALID KEY
009027             GO TO 2400-EXIT
009028     END-READ.
009029     IF GM-DO-NOT-RENT
009029         MOVE 63 TO HLE-ERROR-NUMBER
009029         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
009029         PERFORM 8150-WRITE-AUDIT-RECORD THRU 8150-EXIT
009029         SET HLE-DATA-INVALID TO TRUE
009029         GO TO 2200-EXIT
009029     END-IF.
009030 2400-EXIT.
009040     EXIT.
009050
009050*****************************************************************
009050*  2405-EDIT-PASS (T-ERR-MSG 76, 77) - THE SAME PASS EDIT        *
009050*  COBLSC01 APPLIES AT THE COUNTER.  BLANK TYPE AND NUMBER       *
009050*  MEANS NO PASS; ONE WITHOUT THE OTHER, OR A TYPE NOT ON THE    *
009050*  DISCOUNT CATEGORY TABLE, BOUNCES.                             *
009050*****************************************************************
009050 2405-EDIT-PASS.
009050     IF HLE-IN-PASS-TYPE = SPACES
009050        AND HLE-IN-PASS-NUMBER = SPACES
009050         GO TO 2405-EXIT
009050     END-IF.
009050     IF HLE-IN-PASS-TYPE = SPACES
009050        OR HLE-IN-PASS-NUMBER = SPACES
009050         MOVE 76 TO HLE-ERROR-NUMBER
009050         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
009050         SET HLE-DATA-INVALID TO TRUE
009050         GO TO 2200-EXIT
009050     END-IF.
009050     IF HLE-NO-DISCCAT
009050         MOVE 77 TO HLE-ERROR-NUMBER
009050         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
009050         SET HLE-DATA-INVALID TO TRUE
009050         GO TO 2200-EXIT
009050     END-IF.
009050     MOVE HLE-IN-PASS-TYPE TO DC-PASS-TYPE.
009050     MOVE ZEROS            TO DC-EFF-START-DATE.
009050     START DISCOUNT-CATEGORY-FILE KEY IS NOT LESS THAN DC-KEY
009050         INVALID KEY
009050             MOVE SPACES TO DC-PASS-TYPE
009050     END-START.
009050     IF DC-PASS-TYPE NOT = SPACES
009050         READ DISCOUNT-CATEGORY-FILE NEXT RECORD
009050             AT END
009050                 MOVE SPACES TO DC-PASS-TYPE
009050         END-READ
009050     END-IF.
009050     IF DC-PASS-TYPE NOT = HLE-IN-PASS-TYPE
009050         MOVE 77 TO HLE-ERROR-NUMBER
009050         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
009050         SET HLE-DATA-INVALID TO TRUE
009050         GO TO 2200-EXIT
009050     END-IF.
009050 2405-EXIT.
009050     EXIT.
009050
009060*****************************************************************
009070*  2410-EDIT-AMOUNT (T-ERR-MSG 16, 17) - NUMERIC AND EQUAL TO    *
009080*  THE STAY PRICED NIGHT BY NIGHT OFF THE RATE SCHEDULE (SEE     *
010070     DISPLAY HLE-MESSAGE-SCREEN.
010080 8100-EXIT.
010090     EXIT.
010091
010092*****************************************************************
010093*  8150-WRITE-AUDIT-RECORD - THE SAME AUDIT TRAIL COBLSC01 AND   *
010094*  THE OVERNIGHT LOAD WRITE, FOR A REJECTION THE SUPERVISOR      *
010095*  NEEDS TO SEE                                                  *
010096*****************************************************************
010097 8150-WRITE-AUDIT-RECORD.
010097     MOVE SPACES            TO AUDIT-RECORD.
010097     MOVE HLE-IN-CAMPGROUND TO AUD-CAMPGROUND-NAME.
010097     MOVE HLE-IN-SITE       TO AUD-SITE.
010097     ACCEPT AUD-AUDIT-DATE FROM DATE YYYYMMDD.
010097     ACCEPT AUD-AUDIT-TIME FROM TIME.
010097     MOVE HLE-OPERATOR-ID   TO AUD-OPERATOR-ID.
010097     MOVE HLE-ERROR-NUMBER  TO AUD-ERROR-NUMBER.
010097     MOVE T-ERR-MSG(HLE-ERROR-NUMBER) TO AUD-ERROR-MESSAGE.
010097     WRITE AUDIT-RECORD.
010098 8150-EXIT.
010099     EXIT.
010100
010110*****************************************************************
010120*  8200-CHECK-LEAP-YEAR - SETS HLE-LEAP-YEAR-SWITCH FOR THE      *
011340*  RATE SCHEDULE RANGE COVERING THE NIGHT (WEEKEND RATE FOR A    *
011350*  FRIDAY OR SATURDAY NIGHT) AND FALLING BACK TO THE             *
011360*  CAMPGROUND MASTER'S FLAT RATE FOR A NIGHT NO RANGE COVERS.    *
011360*  A PASS HOLDER'S DISCOUNT COMES OFF EACH NIGHT IT COVERS.      *
011370*  LEAVES THE TOTAL IN HLE-COMPUTED-TOTAL.                       *
011380*****************************************************************
011390 8500-PRICE-THE-STAY.
011400     MOVE ZERO TO HLE-COMPUTED-TOTAL.
011400     MOVE ZERO TO HLE-DISCOUNT-TOTAL.
011400     MOVE ZERO TO HLE-DISCOUNT-NIGHTS.
011410     MOVE HLE-REQ-ARR-YEAR  TO HLE-NIGHT-YEAR.
011420     MOVE HLE-REQ-ARR-MONTH TO HLE-NIGHT-MONTH.
011430     MOVE HLE-REQ-ARR-DAY   TO HLE-NIGHT-DAY.
011510     PERFORM 8520-FIND-NIGHT-RATE THRU 8520-EXIT.
011520     PERFORM 8530-GET-NIGHT-DAY-OF-WEEK THRU 8530-EXIT.
011530     IF HLE-WEEKEND-NIGHT
011540         MOVE HLE-NIGHT-WEEKEND-RATE TO HLE-NIGHT-RATE
011550     ELSE
011560         MOVE HLE-NIGHT-WEEKDAY-RATE TO HLE-NIGHT-RATE
011570     END-IF.
011570     PERFORM 8570-APPLY-PASS-DISCOUNT THRU 8570-EXIT.
011570     ADD HLE-NIGHT-RATE TO HLE-COMPUTED-TOTAL.
011580     PERFORM 8560-ADVANCE-NIGHT-DATE THRU 8560-EXIT.
011590 8510-EXIT.
011600     EXIT.
012950     END-IF.
012960 8560-EXIT.
012970     EXIT.
012970
012970*****************************************************************
012970*  8570-APPLY-PASS-DISCOUNT - FIND THE PASS TYPE'S CATEGORY      *
012970*  RANGE COVERING THE NIGHT, THE SAME WAY 8520 FINDS THE RATE    *
012970*  RANGE (THE LATEST QUALIFYING START WINS), AND TAKE ITS        *
012970*  PERCENT OFF HLE-NIGHT-RATE, ROUNDED TO THE CENT.  A           *
012970*  WEEKDAYS-ONLY CATEGORY LEAVES A FRIDAY OR SATURDAY NIGHT      *
012970*  AT FULL RATE.  NO PASS, OR NO RANGE COVERING THE NIGHT,       *
012970*  LEAVES THE RATE ALONE.                                        *
012970*****************************************************************
012970 8570-APPLY-PASS-DISCOUNT.
012970     IF HLE-IN-PASS-TYPE = SPACES
012970        OR HLE-NO-DISCCAT
012970         GO TO 8570-EXIT
012970     END-IF.
012970     MOVE ZERO              TO HLE-DISC-PERCENT.
012970     MOVE 'N'               TO HLE-DISC-WEEKEND-FLAG.
012970     MOVE HLE-IN-PASS-TYPE  TO DC-PASS-TYPE.
012970     MOVE ZEROS             TO DC-EFF-START-DATE.
012970     START DISCOUNT-CATEGORY-FILE KEY IS NOT LESS THAN DC-KEY
012970         INVALID KEY
012970             GO TO 8570-EXIT
012970     END-START.
012970     MOVE 'N' TO HLE-DISC-DONE-SWITCH.
012970     PERFORM 8575-CHECK-ONE-DISCOUNT THRU 8575-EXIT
012970         UNTIL HLE-DISC-DONE.
012970     IF HLE-DISC-PERCENT = ZERO
012970         GO TO 8570-EXIT
012970     END-IF.
012970     IF HLE-WEEKEND-NIGHT
012970        AND NOT HLE-DISC-WEEKENDS
012970         GO TO 8570-EXIT
012970     END-IF.
012970     COMPUTE HLE-NIGHT-DISCOUNT ROUNDED
012970         = HLE-NIGHT-RATE * HLE-DISC-PERCENT / 100.
012970     SUBTRACT HLE-NIGHT-DISCOUNT FROM HLE-NIGHT-RATE.
012970     ADD HLE-NIGHT-DISCOUNT TO HLE-DISCOUNT-TOTAL.
012970     ADD 1 TO HLE-DISCOUNT-NIGHTS.
012970 8570-EXIT.
012970     EXIT.
012970
012970 8575-CHECK-ONE-DISCOUNT.
012970     READ DISCOUNT-CATEGORY-FILE NEXT RECORD
012970         AT END
012970             SET HLE-DISC-DONE TO TRUE
012970             GO TO 8575-EXIT
012970     END-READ.
012970     IF DC-PASS-TYPE NOT = HLE-IN-PASS-TYPE
012970        OR DC-EFF-START-DATE > HLE-NIGHT-DATE-N
012970         SET HLE-DISC-DONE TO TRUE
012970         GO TO 8575-EXIT
012970     END-IF.
012970     IF DC-EFF-END-DATE NOT < HLE-NIGHT-DATE-N
012970         MOVE DC-PERCENT      TO HLE-DISC-PERCENT
012970         MOVE DC-WEEKEND-FLAG TO HLE-DISC-WEEKEND-FLAG
012970     END-IF.
012970 8575-EXIT.
012970     EXIT.
012980
012990*****************************************************************
013000*  9000-TERMINATE - CLOSE FILES                                 *
013090     IF NOT HLE-NO-RATESCHD
013100         CLOSE RATE-SCHEDULE-FILE
013110     END-IF.
013111     IF NOT HLE-NO-SITECLS
013111         CLOSE SITE-CLOSURE-FILE
013111     END-IF.
013112     IF NOT HLE-NO-GUESTMST
013112         CLOSE GUEST-MASTER-FILE
013112     END-IF.
013112     IF NOT HLE-NO-DISCCAT
013112         CLOSE DISCOUNT-CATEGORY-FILE
013112     END-IF.
013113     CLOSE AUDIT-FILE.
013120     CLOSE OPERATOR-MASTER-FILE.
013130 9000-EXIT.
013140     EXIT.
