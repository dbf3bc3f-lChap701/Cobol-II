000349*                  TAX REGISTER (TAXREG.CPY) - THE MONTHLY        *
000349*                  REMITTANCE (COBLSC24) TOTALS MOVEMENTS, NOT    *
000349*                  RE-DATED BALANCES.                             *
000349*  2026-10-05 RLH  A SITE CLOSED ON THE CLOSURE CALENDAR          *
000349*                  (SITECLS.CPY, SEE COBLSC25) - THE SITE, ITS    *
000349*                  LOOP, OR THE WHOLE CAMPGROUND - IS NOW TAKEN   *
000349*                  FOR EVERY NIGHT OF THE CLOSURE (T-ERR-MSG 55). *
000349*  2026-10-09 RLH  A GUEST FLAGGED DO-NOT-RENT ON THE GUEST       *
000349*                  MASTER (SEE COBLSC30) IS REFUSED AT THE PHONE  *
000349*                  LOOKUP, OR WHEN THE FLAGGED PHONE IS KEYED ON  *
000349*                  THE ENTRY SCREEN, AND AUDITED (T-ERR-MSG 63).  *
000349*  2026-10-11 RLH  NEW PAY TYPE G REDEEMS THE DEPOSIT AGAINST A   *
000349*                  GIFT CERTIFICATE OR RAIN-CHECK VOUCHER ON THE  *
000349*                  VOUCHER MASTER (VOUCHER.CPY).  A VOUCHER       *
000349*                  SHORT OF THE DEPOSIT TAKES THE REST BY CARD    *
000349*                  OR CASH (REST BY); EACH PART IS ITS OWN        *
000349*                  PAYMENT TRANSACTION (T-ERR-MSG 66-70).         *
000349*  2026-10-12 RLH  PASS TYPE AND PASS NUMBER ON THE ENTRY        *
000349*                  SCREEN.  8500-PRICE-THE-STAY TAKES THE        *
000349*                  DISCOUNT CATEGORY'S PERCENT (DISCCAT.CPY, SEE *
000349*                  COBLSC36) OFF EACH NIGHT THE CATEGORY COVERS, *
000349*                  AND THE NIGHTS AND DOLLARS DISCOUNTED ARE     *
000349*                  STORED ON THE RESERVATION.  A PASS IS REFUSED *
000349*                  ON A GROUP BOOKING (T-ERR-MSG 76-78).         *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
910006         ORGANIZATION IS SEQUENTIAL
910008         FILE STATUS IS JR-FILE-STATUS.
910010
920002     SELECT SITE-CLOSURE-FILE ASSIGN TO "SITECLS"
920004         ORGANIZATION IS INDEXED
920006         ACCESS MODE IS DYNAMIC
920008         RECORD KEY IS SC-KEY
920010         FILE STATUS IS SC-FILE-STATUS.
920010
920010     SELECT VOUCHER-FILE ASSIGN TO "VOUCHMST"
920010         ORGANIZATION IS INDEXED
920010         ACCESS MODE IS RANDOM
920010         RECORD KEY IS VCH-VOUCHER-NUMBER
920010         FILE STATUS IS VCH-FILE-STATUS.
920010
920010     SELECT DISCOUNT-CATEGORY-FILE ASSIGN TO "DISCCAT"
920010         ORGANIZATION IS INDEXED
920010         ACCESS MODE IS DYNAMIC
920010         RECORD KEY IS DC-KEY
920010         FILE STATUS IS DC-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CAMPGROUND-MASTER-FILE.
911002 FD  JOURNAL-FILE.
911004 COPY JOURNAL.CPY.
911006
920020 FD  SITE-CLOSURE-FILE.
920022 COPY SITECLS.CPY.
920022
920022 FD  VOUCHER-FILE.
920022 COPY VOUCHER.CPY.
920022
920022 FD  DISCOUNT-CATEGORY-FILE.
920022 COPY DISCCAT.CPY.
000580 WORKING-STORAGE SECTION.
000590*****************************************************************
000600*  SWITCHES AND COUNTERS                                        *
000636 77  RS-FILE-STATUS              PIC X(02) VALUE ZERO.
000636 77  PT-FILE-STATUS              PIC X(02) VALUE ZERO.
000636 77  TX-FILE-STATUS              PIC X(02) VALUE ZERO.
000636 77  SC-FILE-STATUS              PIC X(02) VALUE ZERO.
000636 77  VCH-FILE-STATUS             PIC X(02) VALUE ZERO.
000636 77  DC-FILE-STATUS              PIC X(02) VALUE ZERO.
000636
000636 77  RSV-COMPUTED-TOTAL          PIC 9(05)V99 VALUE ZERO.
000636 77  RSV-FIRST-NIGHT-RATE        PIC 9(03)V99 VALUE ZERO.
000636 77  RSV-NIGHT-SUB               PIC 9(03) VALUE ZERO.
000636 77  RSV-NIGHT-WEEKDAY-RATE      PIC 9(03)V99 VALUE ZERO.
000636 77  RSV-NIGHT-WEEKEND-RATE      PIC 9(03)V99 VALUE ZERO.
000636 77  RSV-NIGHT-RATE              PIC 9(03)V99 VALUE ZERO.
000636
000636*****************************************************************
000636*  THE PASS DISCOUNT.  8570-APPLY-PASS-DISCOUNT LOOKS UP THE     *
000636*  CATEGORY COVERING EACH NIGHT AND TAKES ITS PERCENT OFF THAT   *
000636*  NIGHT'S RATE; THE TOTALS FOR THE STAY ARE STORED ON THE       *
000636*  RESERVATION FOR THE MONTHLY DISCOUNT REPORT (COBLSC37).       *
000636*****************************************************************
000636 77  RSV-NIGHT-DISCOUNT          PIC 9(03)V99 VALUE ZERO.
000636 77  RSV-DISC-PERCENT            PIC 9(03)V99 VALUE ZERO.
000636 77  RSV-DISC-WEEKEND-FLAG       PIC X(01) VALUE 'N'.
000636     88  RSV-DISC-WEEKENDS       VALUE 'Y'.
000636 77  RSV-DISCOUNT-TOTAL          PIC 9(05)V99 VALUE ZERO.
000636 77  RSV-DISCOUNT-NIGHTS         PIC 9(03) VALUE ZERO.
000636
000636 77  RSV-DISC-DONE-SWITCH        PIC X(01) VALUE 'N'.
000636     88  RSV-DISC-DONE           VALUE 'Y'.
000636
000636 77  RSV-NO-DISCCAT-SWITCH       PIC X(01) VALUE 'N'.
000636     88  RSV-NO-DISCCAT          VALUE 'Y'.
000636
000636 77  RSV-SCHED-DONE-SWITCH       PIC X(01) VALUE 'N'.
000636     88  RSV-SCHED-DONE          VALUE 'Y'.
000636 77  RSV-NO-RATESCHD-SWITCH      PIC X(01) VALUE 'N'.
000636     88  RSV-NO-RATESCHD         VALUE 'Y'.
000636
000636 77  RSV-NO-SITECLS-SWITCH       PIC X(01) VALUE 'N'.
000636     88  RSV-NO-SITECLS          VALUE 'Y'.
000636 77  RSV-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
000636     88  RSV-WEEKEND-NIGHT       VALUES 0 6.
000636 77  RSV-ZELLER-M                PIC 9(02) VALUE ZERO.
000796     88  RSV-CARD-DECLINED       VALUE 'D'.
000797 77  RSV-CARD-AUTH-CODE          PIC X(06) VALUE SPACES.
000798 77  RSV-CARD-TRAN-TYPE          PIC X(01) VALUE 'A'.
000798
000798*****************************************************************
000798*  A VOUCHER (PAY TYPE G) PAYS WHAT IT CAN OF THE DEPOSIT.       *
000798*  RSV-CARD-PAY-TYPE IS HOW THE REST IS PAID - THE KEYED PAY     *
000798*  TYPE WHEN NO VOUCHER IS USED, THE REST BY TYPE WHEN THE       *
000798*  VOUCHER FALLS SHORT, AND G WHEN IT COVERS THE LOT.            *
000798*****************************************************************
000798 77  RSV-CARD-PAY-TYPE           PIC X(01) VALUE SPACE.
000798 77  RSV-VOUCHER-APPLIED         PIC 9(05)V99 VALUE ZERO.
000798 77  RSV-VOUCHER-LEFT            PIC 9(05)V99 VALUE ZERO.
000798 77  RSV-CARD-CHARGE             PIC 9(05)V99 VALUE ZERO.
000798 77  RSV-SITE-VOUCHER            PIC 9(05)V99 VALUE ZERO.
000798 77  RSV-SITE-REST               PIC 9(05)V99 VALUE ZERO.
000794
000795*****************************************************************
000796*  REQUESTED ARRIVAL/DEPARTURE, USED TO CHECK THE SITE FOR       *
001260     05  RSV-IN-EXP-YEAR         PIC X(04).
001270     05  RSV-IN-EXP-YEAR-N REDEFINES RSV-IN-EXP-YEAR
001280                                 PIC 9(04).
001280     05  RSV-IN-VOUCHER-NUMBER   PIC X(08).
001280     05  RSV-IN-VOUCHER-NUMBER-N REDEFINES RSV-IN-VOUCHER-NUMBER
001280                                 PIC 9(08).
001280     05  RSV-IN-REST-TYPE        PIC X(01).
001280     05  RSV-IN-PASS-TYPE        PIC X(02).
001280     05  RSV-IN-PASS-NUMBER      PIC X(12).
001290
001300 COPY ERROR.CPY.
001310
911510*****************************************************************
911512 01  RSV-JOURNAL-AREA.
911514     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
911516     05  RSV-JRN-BEFORE-AREA      PIC X(250) VALUE SPACES.
911518
001320 SCREEN SECTION.
001330 01  RSV-ENTRY-SCREEN.
001496     05  LINE 08 COL 47 PIC X(10) USING RSV-IN-PHONE.
001500     05  LINE 09 COL 01 VALUE "AMOUNT............:".
001510     05  LINE 09 COL 21 PIC X(07) USING RSV-IN-AMOUNT.
001520     05  LINE 10 COL 01 VALUE "PAY TYPE V/M/A/C/G:".
001530     05  LINE 10 COL 21 PIC X(01) USING RSV-IN-CARD-TYPE.
001530     05  LINE 10 COL 24 VALUE "VOUCHER NO:".
001530     05  LINE 10 COL 36 PIC X(08) USING RSV-IN-VOUCHER-NUMBER.
001530     05  LINE 10 COL 46 VALUE "REST BY (V/M/A/C):".
001530     05  LINE 10 COL 65 PIC X(01) USING RSV-IN-REST-TYPE.
001540     05  LINE 11 COL 01 VALUE "CARD NUMBER.......:".
001550     05  LINE 11 COL 21 PIC X(16) USING RSV-IN-CARD-NUMBER.
001560     05  LINE 12 COL 01 VALUE "EXPIRATION MM YYYY:".
001570     05  LINE 12 COL 21 PIC X(02) USING RSV-IN-EXP-MONTH.
001580     05  LINE 12 COL 24 PIC X(04) USING RSV-IN-EXP-YEAR.
001580     05  LINE 13 COL 01 VALUE "PASS TYPE.........:".
001580     05  LINE 13 COL 21 PIC X(02) USING RSV-IN-PASS-TYPE.
001580     05  LINE 13 COL 30 VALUE "PASS NUMBER:".
001580     05  LINE 13 COL 43 PIC X(12) USING RSV-IN-PASS-NUMBER.
001590
001600 01  RSV-MESSAGE-SCREEN.
001610     05  LINE 22 COL 01 ERASE EOL PIC X(63) USING RSV-DISPLAY-MSG.
002056         END-IF
002056     END-IF.
002056
002056*    THE CLOSURE CALENDAR IS OPTIONAL THE SAME WAY - NO FILE
002056*    MEANS NOTHING HAS EVER BEEN CLOSED.
002056     OPEN INPUT SITE-CLOSURE-FILE.
002056     IF SC-FILE-STATUS = "35"
002056         SET RSV-NO-SITECLS TO TRUE
002056     ELSE
002056         IF SC-FILE-STATUS NOT = "00"
002056             DISPLAY "UNABLE TO OPEN SITE CLOSURE FILE"
002056             MOVE 'Y' TO RSV-EOJ-SWITCH
002056             GO TO 1000-EXIT
002056         END-IF
002056     END-IF.
002056
002056*    SO IS THE DISCOUNT CATEGORY TABLE - NO FILE MEANS NO PASS
002056*    HAS A DISCOUNT YET, AND A PASS KEYED IS REFUSED AS UNKNOWN.
002056     OPEN INPUT DISCOUNT-CATEGORY-FILE.
002056     IF DC-FILE-STATUS = "35"
002056         SET RSV-NO-DISCCAT TO TRUE
002056     ELSE
002056         IF DC-FILE-STATUS NOT = "00"
002056             DISPLAY "UNABLE TO OPEN DISCOUNT CATEGORY FILE"
002056             MOVE 'Y' TO RSV-EOJ-SWITCH
002056             GO TO 1000-EXIT
002056         END-IF
002056     END-IF.
002056     OPEN EXTEND PAYMENT-TRAN-FILE.
002056     IF PT-FILE-STATUS = "35"
002056         OPEN OUTPUT PAYMENT-TRAN-FILE
002056         GO TO 1000-EXIT
002056     END-IF.
002056
002056     OPEN I-O VOUCHER-FILE.
002056     IF VCH-FILE-STATUS = "35"
002056         CLOSE VOUCHER-FILE
002056         OPEN OUTPUT VOUCHER-FILE
002056         CLOSE VOUCHER-FILE
002056         OPEN I-O VOUCHER-FILE
002056     END-IF.
002056     IF VCH-FILE-STATUS NOT = "00"
002056         DISPLAY "UNABLE TO OPEN VOUCHER FILE"
002056         MOVE 'Y' TO RSV-EOJ-SWITCH
002056         GO TO 1000-EXIT
002056     END-IF.
002056
002056     OPEN I-O GUEST-MASTER-FILE.
002057     IF GM-FILE-STATUS = "35"
002058         CLOSE GUEST-MASTER-FILE
002100 2000-PROCESS-RESERVATION.
002110     SET RSV-DATA-VALID TO TRUE.
002120     PERFORM 2100-ACCEPT-SCREEN THRU 2100-EXIT.
002120     IF RSV-DATA-INVALID
002120         GO TO 2000-EXIT
002120     END-IF.
002130     PERFORM 2200-EDIT-CAMPGROUND THRU 2200-EXIT.
002140     PERFORM 2300-EDIT-SITE THRU 2300-EXIT.
002145     PERFORM 2350-EDIT-STAY-TYPE THRU 2350-EXIT.
002165     PERFORM 2550-EDIT-SITE-OCCUPANCY THRU 2550-EXIT.
002166     PERFORM 2590-COLLECT-GROUP-SITES THRU 2590-EXIT.
002170     PERFORM 2600-EDIT-NAME THRU 2600-EXIT.
002170     PERFORM 2650-EDIT-PASS THRU 2650-EXIT.
002180     PERFORM 2700-EDIT-AMOUNT THRU 2700-EXIT.
002185     PERFORM 2750-COMPUTE-DEPOSIT THRU 2750-EXIT.
002185     PERFORM 2780-EDIT-VOUCHER THRU 2780-EXIT.
002190     PERFORM 2800-EDIT-CREDIT-CARD THRU 2800-EXIT.
002195     PERFORM 2850-AUTHORIZE-CREDIT-CARD THRU 2850-EXIT.
002200     IF RSV-DATA-VALID
002270 2100-ACCEPT-SCREEN.
002280     MOVE SPACES TO RSV-ENTRY-AREA.
002281     PERFORM 2150-LOOKUP-GUEST THRU 2150-EXIT.
002281     IF RSV-DATA-INVALID
002281         GO TO 2100-EXIT
002281     END-IF.
002290     DISPLAY RSV-ENTRY-SCREEN.
002300     ACCEPT RSV-ENTRY-SCREEN.
002310 2100-EXIT.
002324*  A PHONE ON THE GUEST MASTER PRE-FILLS THE NAME ON THE ENTRY   *
002325*  SCREEN SO A SEASONAL FAMILY IS NOT RETYPED (AND MISSPELLED)   *
002326*  EVERY SUMMER.  A NEW OR BLANK PHONE JUST FALLS THROUGH TO     *
002327*  THE ENTRY SCREEN THE WAY IT ALWAYS WORKED.  A GUEST FLAGGED   *
002327*  DO-NOT-RENT (T-ERR-MSG 63) IS REFUSED HERE, BEFORE THE CLERK  *
002327*  KEYS A WHOLE BOOKING FOR NOTHING.                             *
002328*****************************************************************
002329 2150-LOOKUP-GUEST.
002330     DISPLAY RSV-GUEST-SCREEN.
002337         INVALID KEY
002338             GO TO 2150-EXIT
002339     END-READ.
002339     IF GM-DO-NOT-RENT
002339         MOVE 63 TO RSV-ERROR-NUMBER
002339         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002339         SET RSV-DATA-INVALID TO TRUE
002339         GO TO 2150-EXIT
002339     END-IF.
002340     MOVE GM-LAST-NAME  TO RSV-IN-LAST-NAME.
002341     MOVE GM-FIRST-NAME TO RSV-IN-FIRST-NAME.
002342 2150-EXIT.
003666*  KEYED BY CAMPGROUND, SITE, AND ARRIVAL DATE.                  *
003667*****************************************************************
003649 2550-EDIT-SITE-OCCUPANCY.
003650     PERFORM 2555-EDIT-SITE-CLOSURE THRU 2555-EXIT.

003651     MOVE RSV-IN-CAMPGROUND TO RES-CAMPGROUND-NAME.
003652     MOVE RSV-IN-SITE       TO RES-SITE.
003678 2560-EXIT.
003679     EXIT.
003680
920100*****************************************************************
920102*  2555-EDIT-SITE-CLOSURE (T-ERR-MSG 55) - NO NIGHT OF THE STAY  *
920104*  MAY FALL INSIDE A CLOSURE ON THE CLOSURE CALENDAR.  A         *
920106*  CLOSURE NAMES ONE SITE, A LOOP (THE SITE'S LEADING LETTER     *
920108*  FOLLOWED BY SPACES), OR THE WHOLE CAMPGROUND (ALL SPACES),    *
920110*  SO EVERY CLOSURE FOR THE CAMPGROUND IS READ AND TESTED.  NO   *
920112*  WAITLIST OFFER IS MADE - THE SITE IS NOT COMING FREE.         *
920114*****************************************************************
920116 2555-EDIT-SITE-CLOSURE.
920118     IF RSV-NO-SITECLS
920120         GO TO 2555-EXIT
920122     END-IF.
920124     MOVE RSV-IN-CAMPGROUND TO SC-CAMPGROUND-NAME.
920126     MOVE LOW-VALUES        TO SC-SITE.
920128     MOVE ZEROS             TO SC-FROM-DATE.
920130     START SITE-CLOSURE-FILE KEY IS NOT LESS THAN SC-KEY
920132         INVALID KEY
920134             GO TO 2555-EXIT
920136     END-START.
920138
920140     MOVE 'N' TO RSV-SCAN-DONE-SWITCH.
920142     PERFORM 2557-SCAN-SITE-CLOSURES THRU 2557-EXIT
920144         UNTIL RSV-SCAN-DONE.
920146 2555-EXIT.
920148     EXIT.
920150
920152 2557-SCAN-SITE-CLOSURES.
920154     READ SITE-CLOSURE-FILE NEXT RECORD
920156         AT END
920158             SET RSV-SCAN-DONE TO TRUE
920160             GO TO 2557-EXIT
920162     END-READ.
920164     IF SC-CAMPGROUND-NAME NOT = RSV-IN-CAMPGROUND
920166         SET RSV-SCAN-DONE TO TRUE
920168         GO TO 2557-EXIT
920170     END-IF.
920172     IF SC-SITE NOT = SPACES
920174        AND SC-SITE NOT = RSV-IN-SITE
920176        AND (SC-SITE(2:2) NOT = SPACES
920178             OR SC-SITE(1:1) NOT = RSV-IN-SITE(1:1))
920180         GO TO 2557-EXIT
920182     END-IF.
920184     IF RSV-REQUESTED-ARRIVAL NOT > SC-THROUGH-DATE
920186        AND RSV-REQUESTED-DEPARTURE > SC-FROM-DATE
920188        MOVE 55 TO RSV-ERROR-NUMBER
920190        PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
920192        SET RSV-DATA-INVALID TO TRUE
920194        SET RSV-SCAN-DONE TO TRUE
920196        GO TO 2000-EXIT
920198     END-IF.
920200 2557-EXIT.
920202     EXIT.
003680*****************************************************************
003680*  2590-COLLECT-GROUP-SITES (T-ERR-MSG 40) - PROMPT FOR THE      *
003680*  REST OF A GROUP'S SITES, PUTTING EACH THROUGH THE SAME SITE   *
003717     EXIT.
003718
003690*****************************************************************
003691*  2600-EDIT-NAME (T-ERR-MSG 14, 15, 32, 63)                     *
003680*****************************************************************
003690 2600-EDIT-NAME.
003700     IF RSV-IN-LAST-NAME = SPACES
003814         SET RSV-DATA-INVALID TO TRUE
003815         GO TO 2000-EXIT
003816     END-IF.
003817*    THE PHONE CAN BE CHANGED ON THE ENTRY SCREEN AFTER THE
003817*    LOOKUP, SO A FLAGGED PHONE KEYED THERE IS REFUSED TOO.
003817     IF RSV-IN-PHONE = ZEROS
003817         GO TO 2600-EXIT
003817     END-IF.
003817     MOVE RSV-IN-PHONE TO GM-PHONE.
003817     READ GUEST-MASTER-FILE
003817         INVALID KEY
003817             GO TO 2600-EXIT
003817     END-READ.
003817     IF GM-DO-NOT-RENT
003817         MOVE 63 TO RSV-ERROR-NUMBER
003817         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003817         SET RSV-DATA-INVALID TO TRUE
003817         GO TO 2000-EXIT
003817     END-IF.
003820 2600-EXIT.
003830     EXIT.
003840
003840*****************************************************************
003840*  2650-EDIT-PASS (T-ERR-MSG 76, 77, 78) - NO PASS IS THE USUAL  *
003840*  CASE.  A PASS NEEDS BOTH ITS TYPE AND ITS NUMBER, AND THE     *
003840*  TYPE MUST BE A CATEGORY ON THE DISCOUNT TABLE.  A PASS        *
003840*  DISCOUNTS THE HOLDER'S OWN SITE ONLY, SO IT IS REFUSED ON A   *
003840*  GROUP BOOKING - BOOK THE HOLDER'S SITE ON ITS OWN.            *
003840*****************************************************************
003840 2650-EDIT-PASS.
003840     IF RSV-IN-PASS-TYPE = SPACES
003840        AND RSV-IN-PASS-NUMBER = SPACES
003840         GO TO 2650-EXIT
003840     END-IF.
003840     IF RSV-IN-PASS-TYPE = SPACES
003840        OR RSV-IN-PASS-NUMBER = SPACES
003840         MOVE 76 TO RSV-ERROR-NUMBER
003840         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003840         SET RSV-DATA-INVALID TO TRUE
003840         GO TO 2000-EXIT
003840     END-IF.
003840     IF RSV-NO-DISCCAT
003840         MOVE 77 TO RSV-ERROR-NUMBER
003840         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003840         SET RSV-DATA-INVALID TO TRUE
003840         GO TO 2000-EXIT
003840     END-IF.
003840     MOVE RSV-IN-PASS-TYPE TO DC-PASS-TYPE.
003840     MOVE ZEROS            TO DC-EFF-START-DATE.
003840     START DISCOUNT-CATEGORY-FILE KEY IS NOT LESS THAN DC-KEY
003840         INVALID KEY
003840             MOVE SPACES TO DC-PASS-TYPE
003840     END-START.
003840     IF DC-PASS-TYPE NOT = SPACES
003840         READ DISCOUNT-CATEGORY-FILE NEXT RECORD
003840             AT END
003840                 MOVE SPACES TO DC-PASS-TYPE
003840         END-READ
003840     END-IF.
003840     IF DC-PASS-TYPE NOT = RSV-IN-PASS-TYPE
003840         MOVE 77 TO RSV-ERROR-NUMBER
003840         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003840         SET RSV-DATA-INVALID TO TRUE
003840         GO TO 2000-EXIT
003840     END-IF.
003840     IF RSV-GROUP-COUNT-N > 1
003840         MOVE 78 TO RSV-ERROR-NUMBER
003840         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003840         SET RSV-DATA-INVALID TO TRUE
003840         GO TO 2000-EXIT
003840     END-IF.
003840 2650-EXIT.
003840     EXIT.
003840
003850*****************************************************************
003860*  2700-EDIT-AMOUNT (T-ERR-MSG 16, 17) - NUMERIC AND EQUAL TO    *
003870*  THE STAY PRICED NIGHT BY NIGHT OFF THE RATE SCHEDULE (SEE     *
004088         = RSV-SITE-DEPOSIT * RSV-GROUP-COUNT-N.
004089 2750-EXIT.
004090     EXIT.
004090
004090*****************************************************************
004090*  2780-EDIT-VOUCHER (T-ERR-MSG 66-70) - PAY TYPE G REDEEMS THE  *
004090*  DEPOSIT AGAINST THE VOUCHER KEYED BESIDE IT.  THE VOUCHER     *
004090*  MUST BE ON FILE, ACTIVE, AND NOT PAST ITS EXPIRY.  IT PAYS    *
004090*  THE WHOLE DEPOSIT IF ITS BALANCE WILL STRETCH THAT FAR;       *
004090*  OTHERWISE IT PAYS ITS WHOLE BALANCE AND THE REST BY TYPE      *
004090*  (V/M/A/C) PAYS THE DIFFERENCE, THROUGH THE SAME CARD EDITS    *
004090*  AND AUTHORIZATION AS ANY OTHER BOOKING.  NOTHING IS TAKEN     *
004090*  OFF THE VOUCHER UNTIL THE RESERVATION IS WRITTEN (SEE 3070).  *
004090*****************************************************************
004090 2780-EDIT-VOUCHER.
004090     MOVE ZERO             TO RSV-VOUCHER-APPLIED.
004090     MOVE RSV-IN-CARD-TYPE TO RSV-CARD-PAY-TYPE.
004090     MOVE RSV-DEPOSIT-CHARGE TO RSV-CARD-CHARGE.
004090     IF RSV-IN-CARD-TYPE NOT = "G"
004090         GO TO 2780-EXIT
004090     END-IF.
004090
004090     IF RSV-IN-VOUCHER-NUMBER IS NOT NUMERIC
004090         MOVE 66 TO RSV-ERROR-NUMBER
004090         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004090         SET RSV-DATA-INVALID TO TRUE
004090         GO TO 2000-EXIT
004090     END-IF.
004090
004090     MOVE RSV-IN-VOUCHER-NUMBER-N TO VCH-VOUCHER-NUMBER.
004090     READ VOUCHER-FILE
004090         INVALID KEY
004090             MOVE 67 TO RSV-ERROR-NUMBER
004090             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004090             SET RSV-DATA-INVALID TO TRUE
004090             GO TO 2000-EXIT
004090     END-READ.
004090
004090*    AN ACTIVE VOUCHER PAST ITS EXPIRY IS AS DEAD AS ONE THE
004090*    MONTHLY RUN HAS ALREADY MARKED EXPIRED - IT JUST HAS NOT
004090*    BEEN SWEPT YET.
004090     IF VCH-EXPIRED
004090        OR (VCH-ACTIVE AND VCH-EXPIRY-DATE < RSV-CURRENT-DATE-N)
004090         MOVE 69 TO RSV-ERROR-NUMBER
004090         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004090         SET RSV-DATA-INVALID TO TRUE
004090         GO TO 2000-EXIT
004090     END-IF.
004090
004090     IF NOT VCH-ACTIVE OR VCH-REMAINING-BALANCE = ZERO
004090         MOVE 68 TO RSV-ERROR-NUMBER
004090         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004090         SET RSV-DATA-INVALID TO TRUE
004090         GO TO 2000-EXIT
004090     END-IF.
004090
004090     IF VCH-REMAINING-BALANCE NOT < RSV-DEPOSIT-CHARGE
004090         MOVE RSV-DEPOSIT-CHARGE TO RSV-VOUCHER-APPLIED
004090         MOVE "G"                TO RSV-CARD-PAY-TYPE
004090         MOVE ZERO               TO RSV-CARD-CHARGE
004090         GO TO 2780-EXIT
004090     END-IF.
004090
004090     IF RSV-IN-REST-TYPE NOT = "V" AND NOT = "M" AND NOT = "A"
004090        AND NOT = "C"
004090         MOVE 70 TO RSV-ERROR-NUMBER
004090         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004090         SET RSV-DATA-INVALID TO TRUE
004090         GO TO 2000-EXIT
004090     END-IF.
004090     MOVE VCH-REMAINING-BALANCE TO RSV-VOUCHER-APPLIED.
004090     MOVE RSV-IN-REST-TYPE      TO RSV-CARD-PAY-TYPE.
004090     COMPUTE RSV-CARD-CHARGE
004090         = RSV-DEPOSIT-CHARGE - RSV-VOUCHER-APPLIED.
004090 2780-EXIT.
004090     EXIT.
004085
004080*****************************************************************
004090*  2800-EDIT-CREDIT-CARD (T-ERR-MSG 18-27) - CARD TYPE, NUMBER,  *
004100*  AND EXPIRATION DATE FORMAT AND EXPIRATION CHECKS.  ON A       *
004100*  VOUCHER BOOKING THE CARD EDITED IS THE REST BY CARD, IF ANY.  *
004110*****************************************************************
004120 2800-EDIT-CREDIT-CARD.
004125     IF RSV-IN-CARD-TYPE NOT = "V" AND NOT = "M" AND NOT = "A"
004126        AND NOT = "C" AND NOT = "G"
004140         MOVE 18 TO RSV-ERROR-NUMBER
004150         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004160         SET RSV-DATA-INVALID TO TRUE
004180     END-IF.
004185
004186*    A CASH PAYMENT HAS NO CARD NUMBER OR EXPIRATION TO EDIT AND
004187*    IS NEVER SENT TO THE CARD PROCESSOR - NOR DOES A VOUCHER
004187*    THAT COVERS THE WHOLE DEPOSIT.
004188     IF RSV-CARD-PAY-TYPE = "C" OR "G"
004189         GO TO 2800-EXIT
004190     END-IF.
004195
004632*  2850-AUTHORIZE-CREDIT-CARD (T-ERR-MSG 31) - CALLS THE CARD    *
004633*  PROCESSOR ONCE THE CARD HAS PASSED ITS OWN FORMAT AND         *
004634*  EXPIRATION EDITS.  THE CARD IS AUTHORIZED FOR THE DEPOSIT     *
004635*  ONLY (SEE 2750), LESS ANY VOUCHER PART (SEE 2780) - THE       *
004635*  BALANCE IS COLLECTED AT THE GATE.  A DECLINED CARD IS        *
004636*  KICKED BACK LIKE ANY OTHER FAILED EDIT.                       *
004637*  THE APPROVAL STATUS AND AUTHORIZATION CODE ARE CARRIED IN     *
004638*  WORKING-STORAGE UNTIL THE RECORD IS WRITTEN (SEE 3000).       *
004639*****************************************************************
004639 2850-AUTHORIZE-CREDIT-CARD.
004639     MOVE SPACE TO RSV-CARD-AUTH-STATUS.
004640     IF RSV-CARD-PAY-TYPE = "C" OR "G"
004641         GO TO 2850-EXIT
004642     END-IF.
004639     MOVE 'A' TO RSV-CARD-TRAN-TYPE.
004640     CALL 'CARDAUTH' USING RSV-IN-CARD-NUMBER-N
004641                           RSV-CARD-CHARGE
004641                           RSV-CARD-TRAN-TYPE
004642                           RSV-CARD-AUTH-STATUS
004643                           RSV-CARD-AUTH-CODE.
004800     END-IF.
004800*    2750-COMPUTE-DEPOSIT ALREADY WORKED OUT EACH SITE'S EQUAL
004800*    SHARE AND ITS DEPOSIT; REUSE THEM RATHER THAN COMPUTING
004800*    THEM A SECOND TIME.  THE VOUCHER PART IS DEALT OUT SITE
004800*    BY SITE UNTIL IT RUNS OUT.
004800     MOVE RSV-VOUCHER-APPLIED TO RSV-VOUCHER-LEFT.
004800     PERFORM 3050-WRITE-ONE-SITE THRU 3050-EXIT
004800         VARYING RSV-SITE-SUB FROM 1 BY 1
004800         UNTIL RSV-SITE-SUB > RSV-GROUP-COUNT-N.
004900     MOVE RSV-IN-FIRST-NAME    TO RES-FIRST-NAME.
004905     MOVE RSV-IN-PHONE         TO RES-PHONE.
004910     MOVE RSV-SITE-SHARE       TO RES-AMOUNT.
004920     MOVE RSV-CARD-PAY-TYPE    TO RES-CARD-TYPE.
004925*    A CASH PAYMENT HAS NO CARD NUMBER, EXPIRATION, OR
004926*    AUTHORIZATION TO CARRY ON THE RESERVATION RECORD.  A STAY
004926*    PAID WHOLLY BY VOUCHER CARRIES THE VOUCHER NUMBER WHERE
004926*    THE CARD NUMBER GOES, SO THE GATE CAN OFFER IT AGAIN.
004927     IF RSV-CARD-PAY-TYPE = "C"
004928         MOVE ZERO TO RES-CARD-NUMBER
004929         MOVE ZERO TO RES-EXP-YEAR
004930         MOVE ZERO TO RES-EXP-MONTH
004931     ELSE
004931         IF RSV-CARD-PAY-TYPE = "G"
004931             MOVE RSV-IN-VOUCHER-NUMBER-N TO RES-CARD-NUMBER
004931             MOVE ZERO TO RES-EXP-YEAR
004931             MOVE ZERO TO RES-EXP-MONTH
004931         ELSE
004932             MOVE RSV-IN-CARD-NUMBER-N TO RES-CARD-NUMBER
004940             MOVE RSV-IN-EXP-YEAR-N    TO RES-EXP-YEAR
004950             MOVE RSV-IN-EXP-MONTH-N   TO RES-EXP-MONTH
004951         END-IF
004955     END-IF.
004960     MOVE RSV-CARD-AUTH-STATUS TO RES-CARD-AUTH-STATUS.
004965     MOVE RSV-CARD-AUTH-CODE   TO RES-CARD-AUTH-CODE.
004974     MOVE RSV-SITE-DEPOSIT     TO RES-DEPOSIT-AMOUNT.
004974     MOVE RSV-SITE-DEPOSIT     TO RES-PAID-AMOUNT.
004974     MOVE RSV-SITE-TAX         TO RES-TAX-AMOUNT.
004974     MOVE RSV-IN-PASS-TYPE     TO RES-PASS-TYPE.
004974     MOVE RSV-IN-PASS-NUMBER   TO RES-PASS-NUMBER.
004974     MOVE RSV-DISCOUNT-NIGHTS  TO RES-DISCOUNT-NIGHTS.
004974     MOVE RSV-DISCOUNT-TOTAL   TO RES-DISCOUNT-AMOUNT.

004975*    2550-EDIT-SITE-OCCUPANCY ALREADY COMPUTED THE REQUESTED
004976*    ARRIVAL/DEPARTURE RANGE TO CHECK FOR A DOUBLE-BOOKING;
005101         SET JR-ACTION-WRITE TO TRUE
005101     END-IF.
005101     PERFORM 8170-WRITE-JOURNAL-RECORD THRU 8170-EXIT.
005102*    THIS SITE'S SHARE OF THE VOUCHER PART, AND WHAT IS LEFT
005102*    OF ITS DEPOSIT FOR THE CARD OR CASH.
005102     IF RSV-VOUCHER-LEFT > RSV-SITE-DEPOSIT
005102         MOVE RSV-SITE-DEPOSIT TO RSV-SITE-VOUCHER
005102     ELSE
005102         MOVE RSV-VOUCHER-LEFT TO RSV-SITE-VOUCHER
005102     END-IF.
005102     SUBTRACT RSV-SITE-VOUCHER FROM RSV-VOUCHER-LEFT.
005102     COMPUTE RSV-SITE-REST = RSV-SITE-DEPOSIT - RSV-SITE-VOUCHER.
005102     IF RSV-SITE-VOUCHER > ZERO
005102         PERFORM 3070-REDEEM-VOUCHER THRU 3070-EXIT
005102     END-IF.
005102     IF RSV-SITE-REST > ZERO OR RSV-SITE-VOUCHER = ZERO
005102         PERFORM 3080-WRITE-PAYMENT-TRAN THRU 3080-EXIT
005102     END-IF.
005103     PERFORM 3090-WRITE-TAX-REGISTER THRU 3090-EXIT.
005110 3050-EXIT.
005120     EXIT.
005121
005121*****************************************************************
005121*  3070-REDEEM-VOUCHER - TAKE THIS SITE'S VOUCHER PART OFF THE   *
005121*  VOUCHER'S BALANCE AND WRITE IT AS ITS OWN DEPOSIT             *
005121*  TRANSACTION (PAY TYPE G, THE VOUCHER NUMBER IN THE CARD       *
005121*  NUMBER) SO THE DEPOSIT REPORT AND THE DRAWER CLOSE-OUT        *
005121*  COUNT IT APART FROM THE CASH AND THE CARDS.  A VOUCHER        *
005121*  DRAWN TO ZERO IS USED UP.                                     *
005121*****************************************************************
005121 3070-REDEEM-VOUCHER.
005121     MOVE RSV-IN-VOUCHER-NUMBER-N TO VCH-VOUCHER-NUMBER.
005121     READ VOUCHER-FILE
005121         INVALID KEY
005121             DISPLAY "UNABLE TO READ VOUCHER RECORD"
005121             GO TO 3070-EXIT
005121     END-READ.
005121     SUBTRACT RSV-SITE-VOUCHER FROM VCH-REMAINING-BALANCE.
005121     IF VCH-REMAINING-BALANCE = ZERO
005121         SET VCH-USED-UP TO TRUE
005121     END-IF.
005121     MOVE RSV-CURRENT-DATE-N TO VCH-LAST-USE-DATE.
005121     REWRITE VOUCHER-RECORD
005121         INVALID KEY
005121             DISPLAY "UNABLE TO REWRITE VOUCHER RECORD"
005121     END-REWRITE.
005121
005121     MOVE SPACES               TO PAYMENT-TRAN-RECORD.
005121     MOVE RES-CAMPGROUND-NAME  TO PT-CAMPGROUND-NAME.
005121     MOVE RES-SITE             TO PT-SITE.
005121     MOVE RES-ARRIVAL-DATE     TO PT-ARRIVAL-DATE.
005121     SET PT-TRAN-DEPOSIT       TO TRUE.
005121     MOVE "G"                  TO PT-PAY-TYPE.
005121     MOVE RSV-SITE-VOUCHER     TO PT-AMOUNT.
005121     MOVE RSV-IN-VOUCHER-NUMBER-N TO PT-CARD-NUMBER.
005121     MOVE SPACE                TO PT-CARD-AUTH-STATUS.
005121     MOVE SPACES               TO PT-CARD-AUTH-CODE.
005121     MOVE RSV-CURRENT-DATE-N   TO PT-TRAN-DATE.
005121     ACCEPT PT-TRAN-TIME FROM TIME.
005121     MOVE RSV-OPERATOR-ID      TO PT-OPERATOR-ID.
005121     WRITE PAYMENT-TRAN-RECORD.
005121 3070-EXIT.
005121     EXIT.
005121
005122*****************************************************************
005123*  3080-WRITE-PAYMENT-TRAN - ONE DEPOSIT TRANSACTION FOR THE     *
005124*  SITE JUST WRITTEN, SO THE DEPOSIT REPORT AND THE CARD         *
005125*  SETTLEMENT EXTRACT TOTAL FROM THE MONEY THAT ACTUALLY         *
005126*  MOVED, NOT FROM THE PRICE OF THE STAY.  ON A VOUCHER          *
005126*  BOOKING THIS IS THE REST BY PART ONLY (SEE 3070).             *
005127*****************************************************************
005128 3080-WRITE-PAYMENT-TRAN.
005129     MOVE SPACES               TO PAYMENT-TRAN-RECORD.
005131     MOVE RES-SITE             TO PT-SITE.
005132     MOVE RES-ARRIVAL-DATE     TO PT-ARRIVAL-DATE.
005133     SET PT-TRAN-DEPOSIT       TO TRUE.
005134     MOVE RSV-CARD-PAY-TYPE    TO PT-PAY-TYPE.
005135     MOVE RSV-SITE-REST        TO PT-AMOUNT.
005136     IF RSV-CARD-PAY-TYPE = "C"
005137         MOVE ZERO TO PT-CARD-NUMBER
005138     ELSE
005139         MOVE RSV-IN-CARD-NUMBER-N TO PT-CARD-NUMBER
005596*  RATE SCHEDULE RANGE COVERING THE NIGHT (WEEKEND RATE FOR A    *
005596*  FRIDAY OR SATURDAY NIGHT) AND FALLING BACK TO THE            *
005596*  CAMPGROUND MASTER'S FLAT RATE FOR A NIGHT NO RANGE COVERS.   *
005596*  A PASS HOLDER'S DISCOUNT COMES OFF EACH NIGHT IT COVERS.     *
005596*  LEAVES THE TOTAL FOR ONE SITE IN RSV-COMPUTED-TOTAL, AND     *
005596*  THE NIGHTS AND DOLLARS DISCOUNTED IN RSV-DISCOUNT-NIGHTS     *
005596*  AND RSV-DISCOUNT-TOTAL.                                      *
005596*****************************************************************
005596 8500-PRICE-THE-STAY.
005596     MOVE ZERO TO RSV-COMPUTED-TOTAL.
005596     MOVE ZERO TO RSV-DISCOUNT-TOTAL.
005596     MOVE ZERO TO RSV-DISCOUNT-NIGHTS.
005596     MOVE RSV-REQ-ARR-YEAR  TO RSV-NIGHT-YEAR.
005596     MOVE RSV-REQ-ARR-MONTH TO RSV-NIGHT-MONTH.
005596     MOVE RSV-REQ-ARR-DAY   TO RSV-NIGHT-DAY.
005596 8500-EXIT.
005596     EXIT.
005596
005596*    THE FIRST NIGHT'S RATE, AFTER ANY DISCOUNT, IS KEPT ASIDE -
005596*    IT IS THE FLOOR OF THE DEPOSIT WORKED OUT BY
005596*    2750-COMPUTE-DEPOSIT.
005596 8510-PRICE-ONE-NIGHT.
005596     PERFORM 8520-FIND-NIGHT-RATE THRU 8520-EXIT.
005596     PERFORM 8530-GET-NIGHT-DAY-OF-WEEK THRU 8530-EXIT.
005596     IF RSV-WEEKEND-NIGHT
005596         MOVE RSV-NIGHT-WEEKEND-RATE TO RSV-NIGHT-RATE
005596     ELSE
005596         MOVE RSV-NIGHT-WEEKDAY-RATE TO RSV-NIGHT-RATE
005596     END-IF.
005596     PERFORM 8570-APPLY-PASS-DISCOUNT THRU 8570-EXIT.
005596     ADD RSV-NIGHT-RATE TO RSV-COMPUTED-TOTAL.
005596     IF RSV-NIGHT-SUB = 1
005596         MOVE RSV-NIGHT-RATE TO RSV-FIRST-NIGHT-RATE
005596     END-IF.
005596     PERFORM 8560-ADVANCE-NIGHT-DATE THRU 8560-EXIT.
005596 8510-EXIT.
005596 8560-EXIT.
005596     EXIT.
005596
005596*****************************************************************
005596*  8570-APPLY-PASS-DISCOUNT - FIND THE PASS TYPE'S CATEGORY      *
005596*  RANGE COVERING THE NIGHT, THE SAME WAY 8520 FINDS THE RATE    *
005596*  RANGE (THE LATEST QUALIFYING START WINS), AND TAKE ITS        *
005596*  PERCENT OFF RSV-NIGHT-RATE, ROUNDED TO THE CENT.  A           *
005596*  WEEKDAYS-ONLY CATEGORY LEAVES A FRIDAY OR SATURDAY NIGHT      *
005596*  AT FULL RATE.  NO PASS, OR NO RANGE COVERING THE NIGHT,       *
005596*  LEAVES THE RATE ALONE.                                        *
005596*****************************************************************
005596 8570-APPLY-PASS-DISCOUNT.
005596     IF RSV-IN-PASS-TYPE = SPACES
005596        OR RSV-NO-DISCCAT
005596         GO TO 8570-EXIT
005596     END-IF.
005596     MOVE ZERO              TO RSV-DISC-PERCENT.
005596     MOVE 'N'               TO RSV-DISC-WEEKEND-FLAG.
005596     MOVE RSV-IN-PASS-TYPE  TO DC-PASS-TYPE.
005596     MOVE ZEROS             TO DC-EFF-START-DATE.
005596     START DISCOUNT-CATEGORY-FILE KEY IS NOT LESS THAN DC-KEY
005596         INVALID KEY
005596             GO TO 8570-EXIT
005596     END-START.
005596     MOVE 'N' TO RSV-DISC-DONE-SWITCH.
005596     PERFORM 8575-CHECK-ONE-DISCOUNT THRU 8575-EXIT
005596         UNTIL RSV-DISC-DONE.
005596     IF RSV-DISC-PERCENT = ZERO
005596         GO TO 8570-EXIT
005596     END-IF.
005596     IF RSV-WEEKEND-NIGHT
005596        AND NOT RSV-DISC-WEEKENDS
005596         GO TO 8570-EXIT
005596     END-IF.
005596     COMPUTE RSV-NIGHT-DISCOUNT ROUNDED
005596         = RSV-NIGHT-RATE * RSV-DISC-PERCENT / 100.
005596     SUBTRACT RSV-NIGHT-DISCOUNT FROM RSV-NIGHT-RATE.
005596     ADD RSV-NIGHT-DISCOUNT TO RSV-DISCOUNT-TOTAL.
005596     ADD 1 TO RSV-DISCOUNT-NIGHTS.
005596 8570-EXIT.
005596     EXIT.
005596
005596 8575-CHECK-ONE-DISCOUNT.
005596     READ DISCOUNT-CATEGORY-FILE NEXT RECORD
005596         AT END
005596             SET RSV-DISC-DONE TO TRUE
005596             GO TO 8575-EXIT
005596     END-READ.
005596     IF DC-PASS-TYPE NOT = RSV-IN-PASS-TYPE
005596        OR DC-EFF-START-DATE > RSV-NIGHT-DATE-N
005596         SET RSV-DISC-DONE TO TRUE
005596         GO TO 8575-EXIT
005596     END-IF.
005596     IF DC-EFF-END-DATE NOT < RSV-NIGHT-DATE-N
005596         MOVE DC-PERCENT      TO RSV-DISC-PERCENT
005596         MOVE DC-WEEKEND-FLAG TO RSV-DISC-WEEKEND-FLAG
005596     END-IF.
005596 8575-EXIT.
005596     EXIT.
005596
912002*****************************************************************
912004*  8170-WRITE-JOURNAL-RECORD - BEFORE/AFTER IMAGE OF THE        *
912006*  RESERVATION UPDATE JUST MADE, FOR THE COBLSC23 FORWARD       *
005569     IF NOT RSV-NO-RATESCHD
005570         CLOSE RATE-SCHEDULE-FILE
005571     END-IF.
005571     IF NOT RSV-NO-SITECLS
005571         CLOSE SITE-CLOSURE-FILE
005571     END-IF.
005571     IF NOT RSV-NO-DISCCAT
005571         CLOSE DISCOUNT-CATEGORY-FILE
005571     END-IF.
005571     CLOSE VOUCHER-FILE.
005570 9000-EXIT.
005580     EXIT.
