000349*                  TAX REGISTER (TAXREG.CPY) - THE MONTHLY        *
000349*                  REMITTANCE (COBLSC24) TOTALS MOVEMENTS, NOT    *
000349*                  RE-DATED BALANCES.                             *
000349*  2026-10-05 RLH  A REQUEST FOR A SITE CLOSED ON THE CLOSURE     *
000349*                  CALENDAR (SITECLS.CPY, SEE COBLSC25) FOR ANY   *
000349*                  NIGHT OF THE STAY IS NOW REJECTED AND AUDITED  *
000349*                  (T-ERR-MSG 55), THE SAME AS COBLSC01.          *
000349*  2026-10-09 RLH  A REQUEST FROM A PHONE FLAGGED DO-NOT-RENT     *
000349*                  ON THE GUEST MASTER (SEE COBLSC30) IS NOW      *
000349*                  REJECTED AND AUDITED (T-ERR-MSG 63) - IT MAY   *
000349*                  HAVE BEEN KEYED BEFORE THE FLAG WAS SET.       *
000349*  2026-10-12 RLH  A LOADED REQUEST CARRYING A PASS TYPE AND     *
000349*                  PASS NUMBER (HOLDIN.CPY) IS EDITED THE SAME   *
000349*                  AS AT THE COUNTER (T-ERR-MSG 76, 77) AND      *
000349*                  PRICED WITH THE PASS DISCOUNT OFF THE         *
000349*                  DISCOUNT CATEGORY TABLE (DISCCAT.CPY).  THE   *
000349*                  NIGHTS AND DOLLARS DISCOUNTED ARE STORED ON   *
000349*                  THE RESERVATION, WHICH GREW TO 250 BYTES, AS  *
000349*                  DID THE JOURNAL IMAGE AREA.                   *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
910006         ORGANIZATION IS SEQUENTIAL
910008         FILE STATUS IS JR-FILE-STATUS.
910010
920002     SELECT SITE-CLOSURE-FILE ASSIGN TO "SITECLS"
920004         ORGANIZATION IS INDEXED
920006         ACCESS MODE IS DYNAMIC
920008         RECORD KEY IS SC-KEY
920010         FILE STATUS IS SC-FILE-STATUS.
920010
920010     SELECT DISCOUNT-CATEGORY-FILE ASSIGN TO "DISCCAT"
920010         ORGANIZATION IS INDEXED
920010         ACCESS MODE IS DYNAMIC
920010         RECORD KEY IS DC-KEY
920010         FILE STATUS IS DC-FILE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CAMPGROUND-MASTER-FILE.
911002 FD  JOURNAL-FILE.
911004 COPY JOURNAL.CPY.
911006
920020 FD  SITE-CLOSURE-FILE.
920022 COPY SITECLS.CPY.
920022
920022 FD  DISCOUNT-CATEGORY-FILE.
920022 COPY DISCCAT.CPY.
000900 WORKING-STORAGE SECTION.
000910*****************************************************************
000920*  SWITCHES AND FILE STATUS                                     *
000995 77  RS-FILE-STATUS              PIC X(02) VALUE ZERO.
000996 77  PT-FILE-STATUS              PIC X(02) VALUE ZERO.
000996 77  TX-FILE-STATUS              PIC X(02) VALUE ZERO.
000996 77  SC-FILE-STATUS              PIC X(02) VALUE ZERO.
000996 77  DC-FILE-STATUS              PIC X(02) VALUE ZERO.
000996
000636 77  BLD-COMPUTED-TOTAL          PIC 9(05)V99 VALUE ZERO.
000636 77  BLD-FIRST-NIGHT-RATE        PIC 9(03)V99 VALUE ZERO.
000636 77  BLD-NIGHT-SUB               PIC 9(03) VALUE ZERO.
000636 77  BLD-NIGHT-WEEKDAY-RATE      PIC 9(03)V99 VALUE ZERO.
000636 77  BLD-NIGHT-WEEKEND-RATE      PIC 9(03)V99 VALUE ZERO.
000636 77  BLD-NIGHT-RATE              PIC 9(03)V99 VALUE ZERO.
000636
000636*****************************************************************
000636*  THE PASS DISCOUNT.  8670-APPLY-PASS-DISCOUNT LOOKS UP THE     *
000636*  CATEGORY COVERING EACH NIGHT AND TAKES ITS PERCENT OFF THAT   *
000636*  NIGHT'S RATE; THE TOTALS FOR THE STAY ARE STORED ON THE       *
000636*  RESERVATION FOR THE MONTHLY DISCOUNT REPORT (COBLSC37).       *
000636*****************************************************************
000636 77  BLD-NIGHT-DISCOUNT          PIC 9(03)V99 VALUE ZERO.
000636 77  BLD-DISC-PERCENT            PIC 9(03)V99 VALUE ZERO.
000636 77  BLD-DISC-WEEKEND-FLAG       PIC X(01) VALUE 'N'.
000636     88  BLD-DISC-WEEKENDS       VALUE 'Y'.
000636 77  BLD-DISCOUNT-TOTAL          PIC 9(05)V99 VALUE ZERO.
000636 77  BLD-DISCOUNT-NIGHTS         PIC 9(03) VALUE ZERO.
000636
000636 77  BLD-DISC-DONE-SWITCH        PIC X(01) VALUE 'N'.
000636     88  BLD-DISC-DONE           VALUE 'Y'.
000636
000636 77  BLD-SCHED-DONE-SWITCH       PIC X(01) VALUE 'N'.
000636     88  BLD-SCHED-DONE          VALUE 'Y'.
000636
000636 77  BLD-NO-RATESCHD-SWITCH      PIC X(01) VALUE 'N'.
000636     88  BLD-NO-RATESCHD         VALUE 'Y'.
000636 77  BLD-NO-SITECLS-SWITCH       PIC X(01) VALUE 'N'.
000636     88  BLD-NO-SITECLS          VALUE 'Y'.
000636 77  BLD-NO-DISCCAT-SWITCH       PIC X(01) VALUE 'N'.
000636     88  BLD-NO-DISCCAT          VALUE 'Y'.
000636
000636 77  BLD-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
000636     88  BLD-WEEKEND-NIGHT       VALUES 0 6.
002000     05  BLD-IN-EXP-YEAR          PIC X(04).
002010     05  BLD-IN-EXP-YEAR-N REDEFINES BLD-IN-EXP-YEAR
002020                                  PIC 9(04).
002020     05  BLD-IN-PASS-TYPE         PIC X(02).
002020     05  BLD-IN-PASS-NUMBER       PIC X(12).
002030
002040 COPY ERROR.CPY.
002050
911510*****************************************************************
911512 01  BLD-JOURNAL-AREA.
911514     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
911516     05  BLD-JRN-BEFORE-AREA      PIC X(250) VALUE SPACES.
911518
002570 PROCEDURE DIVISION.
002580*****************************************************************
003395         END-IF
003395     END-IF.
003396
003396*    THE CLOSURE CALENDAR IS OPTIONAL THE SAME WAY - NO FILE
003396*    MEANS NOTHING HAS EVER BEEN CLOSED.
003396     OPEN INPUT SITE-CLOSURE-FILE.
003396     IF SC-FILE-STATUS = "35"
003396         SET BLD-NO-SITECLS TO TRUE
003396     ELSE
003396         IF SC-FILE-STATUS NOT = "00"
003396             DISPLAY "UNABLE TO OPEN SITE CLOSURE FILE"
003396             MOVE 'Y' TO BLD-EOJ-SWITCH
003396             MOVE 'Y' TO BLD-HOLDING-EOF-SWITCH
003396             GO TO 1000-EXIT
003396         END-IF
003396     END-IF.
003396
003396*    THE DISCOUNT CATEGORY TABLE IS OPTIONAL THE SAME WAY - NO
003396*    FILE MEANS NO PASS HAS A DISCOUNT YET.
003396     OPEN INPUT DISCOUNT-CATEGORY-FILE.
003396     IF DC-FILE-STATUS = "35"
003396         SET BLD-NO-DISCCAT TO TRUE
003396     ELSE
003396         IF DC-FILE-STATUS NOT = "00"
003396             DISPLAY "UNABLE TO OPEN DISCOUNT CATEGORY FILE"
003396             MOVE 'Y' TO BLD-EOJ-SWITCH
003396             MOVE 'Y' TO BLD-HOLDING-EOF-SWITCH
003396             GO TO 1000-EXIT
003396         END-IF
003396     END-IF.
003395     OPEN EXTEND PAYMENT-TRAN-FILE.
003395     IF PT-FILE-STATUS = "35"
003395         OPEN OUTPUT PAYMENT-TRAN-FILE
004140     MOVE HLD-CARD-NUMBER   TO BLD-IN-CARD-NUMBER.
004150     MOVE HLD-EXP-MONTH     TO BLD-IN-EXP-MONTH.
004160     MOVE HLD-EXP-YEAR      TO BLD-IN-EXP-YEAR.
004160     MOVE HLD-PASS-TYPE     TO BLD-IN-PASS-TYPE.
004160     MOVE HLD-PASS-NUMBER   TO BLD-IN-PASS-NUMBER.
004170
004180     PERFORM 2300-EDIT-CAMPGROUND THRU 2300-EXIT.
004190     PERFORM 2310-EDIT-SITE THRU 2310-EXIT.
004230     PERFORM 8300-COMPUTE-DEPARTURE-DATE THRU 8300-EXIT.
004240     PERFORM 2350-EDIT-SEASON-WINDOW THRU 2350-EXIT.
004250     PERFORM 2360-EDIT-SITE-OCCUPANCY THRU 2360-EXIT.
004255     PERFORM 2365-EDIT-SITE-CLOSURE THRU 2365-EXIT.
004260     PERFORM 2400-EDIT-NAME THRU 2400-EXIT.
004260     PERFORM 2405-EDIT-PASS THRU 2405-EXIT.
004270     PERFORM 2410-EDIT-AMOUNT THRU 2410-EXIT.
004275     PERFORM 2415-COMPUTE-DEPOSIT THRU 2415-EXIT.
004280     PERFORM 2420-EDIT-CREDIT-CARD THRU 2420-EXIT.
006220 2370-EXIT.
006230     EXIT.
006240
920100*****************************************************************
920102*  2365-EDIT-SITE-CLOSURE (T-ERR-MSG 55) - SAME CLOSURE CHECK    *
920104*  COBLSC01 APPLIES AT THE COUNTER.  A CLOSURE NAMES ONE SITE,   *
920106*  A LOOP (THE SITE'S LEADING LETTER FOLLOWED BY SPACES), OR     *
920108*  THE WHOLE CAMPGROUND (ALL SPACES), SO EVERY CLOSURE FOR THE   *
920110*  CAMPGROUND IS READ AND TESTED.                                *
920112*****************************************************************
920114 2365-EDIT-SITE-CLOSURE.
920116     IF BLD-NO-SITECLS
920118         GO TO 2365-EXIT
920120     END-IF.
920122     MOVE BLD-IN-CAMPGROUND TO SC-CAMPGROUND-NAME.
920124     MOVE LOW-VALUES        TO SC-SITE.
920126     MOVE ZEROS             TO SC-FROM-DATE.
920128     START SITE-CLOSURE-FILE KEY IS NOT LESS THAN SC-KEY
920130         INVALID KEY
920132             GO TO 2365-EXIT
920134     END-START.
920136
920138     MOVE 'N' TO BLD-SCAN-DONE-SWITCH.
920140     PERFORM 2375-SCAN-SITE-CLOSURES THRU 2375-EXIT
920142         UNTIL BLD-SCAN-DONE.
920144 2365-EXIT.
920146     EXIT.
920148
920150 2375-SCAN-SITE-CLOSURES.
920152     READ SITE-CLOSURE-FILE NEXT RECORD
920154         AT END
920156             SET BLD-SCAN-DONE TO TRUE
920158             GO TO 2375-EXIT
920160     END-READ.
920162     IF SC-CAMPGROUND-NAME NOT = BLD-IN-CAMPGROUND
920164         SET BLD-SCAN-DONE TO TRUE
920166         GO TO 2375-EXIT
920168     END-IF.
920170     IF SC-SITE NOT = SPACES
920172        AND SC-SITE NOT = BLD-IN-SITE
920174        AND (SC-SITE(2:2) NOT = SPACES
920176             OR SC-SITE(1:1) NOT = BLD-IN-SITE(1:1))
920178         GO TO 2375-EXIT
920180     END-IF.
920182     IF BLD-REQUESTED-ARRIVAL NOT > SC-THROUGH-DATE
920184        AND BLD-REQUESTED-DEPARTURE > SC-FROM-DATE
920186        MOVE 55 TO BLD-ERROR-NUMBER
920188        PERFORM 8100-REJECT-ENTRY THRU 8100-EXIT
920190        SET BLD-SCAN-DONE TO TRUE
920192        GO TO 2200-EXIT
920194     END-IF.
920196 2375-EXIT.
920198     EXIT.
006250*****************************************************************
006260*  2400-EDIT-NAME (T-ERR-MSG 14, 15, 32, 63) - A PHONE FLAGGED   *
006260*  DO-NOT-RENT ON THE GUEST MASTER IS REJECTED, THE SAME AS AT   *
006260*  THE COUNTER                                                   *
006270*****************************************************************
006280 2400-EDIT-NAME.
006290     IF BLD-IN-LAST-NAME = SPACES
006410         PERFORM 8100-REJECT-ENTRY THRU 8100-EXIT
006420         GO TO 2200-EXIT
006430     END-IF.
006431     IF BLD-IN-PHONE = ZEROS
006432         GO TO 2400-EXIT
006433     END-IF.
006434     MOVE BLD-IN-PHONE TO GM-PHONE.
006435     READ GUEST-MASTER-FILE
006436         INVALID KEY
006437             GO TO 2400-EXIT
006438     END-READ.
006439     IF GM-DO-NOT-RENT
006439         MOVE 63 TO BLD-ERROR-NUMBER
006439         PERFORM 8100-REJECT-ENTRY THRU 8100-EXIT
006439         GO TO 2200-EXIT
006439     END-IF.
006440 2400-EXIT.
006450     EXIT.
006460
006460*****************************************************************
006460*  2405-EDIT-PASS (T-ERR-MSG 76, 77) - THE SAME PASS EDIT        *
006460*  COBLSC01 APPLIES AT THE COUNTER.  BLANK TYPE AND NUMBER       *
006460*  MEANS NO PASS; ONE WITHOUT THE OTHER, OR A TYPE NOT ON THE    *
006460*  DISCOUNT CATEGORY TABLE, IS REJECTED.                         *
006460*****************************************************************
006460 2405-EDIT-PASS.
006460     IF BLD-IN-PASS-TYPE = SPACES
006460        AND BLD-IN-PASS-NUMBER = SPACES
006460         GO TO 2405-EXIT
006460     END-IF.
006460     IF BLD-IN-PASS-TYPE = SPACES
006460        OR BLD-IN-PASS-NUMBER = SPACES
006460         MOVE 76 TO BLD-ERROR-NUMBER
006460         PERFORM 8100-REJECT-ENTRY THRU 8100-EXIT
006460         GO TO 2200-EXIT
006460     END-IF.
006460     IF BLD-NO-DISCCAT
006460         MOVE 77 TO BLD-ERROR-NUMBER
006460         PERFORM 8100-REJECT-ENTRY THRU 8100-EXIT
006460         GO TO 2200-EXIT
006460     END-IF.
006460     MOVE BLD-IN-PASS-TYPE TO DC-PASS-TYPE.
006460     MOVE ZEROS            TO DC-EFF-START-DATE.
006460     START DISCOUNT-CATEGORY-FILE KEY IS NOT LESS THAN DC-KEY
006460         INVALID KEY
006460             MOVE SPACES TO DC-PASS-TYPE
006460     END-START.
006460     IF DC-PASS-TYPE NOT = SPACES
006460         READ DISCOUNT-CATEGORY-FILE NEXT RECORD
006460             AT END
006460                 MOVE SPACES TO DC-PASS-TYPE
006460         END-READ
006460     END-IF.
006460     IF DC-PASS-TYPE NOT = BLD-IN-PASS-TYPE
006460         MOVE 77 TO BLD-ERROR-NUMBER
006460         PERFORM 8100-REJECT-ENTRY THRU 8100-EXIT
006460         GO TO 2200-EXIT
006460     END-IF.
006460 2405-EXIT.
006460     EXIT.
006460
006470*****************************************************************
006480*  2410-EDIT-AMOUNT (T-ERR-MSG 16, 17) - NUMERIC AND EQUAL TO    *
006482*  THE STAY PRICED NIGHT BY NIGHT OFF THE RATE SCHEDULE (SEE     *
007748     MOVE BLD-DEPOSIT-AMOUNT   TO RES-DEPOSIT-AMOUNT.
007749     MOVE BLD-DEPOSIT-AMOUNT   TO RES-PAID-AMOUNT.
007750     MOVE BLD-TAX-AMOUNT       TO RES-TAX-AMOUNT.
007750     MOVE BLD-IN-PASS-TYPE     TO RES-PASS-TYPE.
007750     MOVE BLD-IN-PASS-NUMBER   TO RES-PASS-NUMBER.
007750     MOVE BLD-DISCOUNT-NIGHTS  TO RES-DISCOUNT-NIGHTS.
007750     MOVE BLD-DISCOUNT-TOTAL   TO RES-DISCOUNT-AMOUNT.
007750     MOVE BLD-REQUESTED-ARRIVAL   TO RES-ARRIVAL-DATE.
007760     MOVE BLD-REQUESTED-DEPARTURE TO RES-DEPARTURE-DATE.
007770
005596*  RATE SCHEDULE RANGE COVERING THE NIGHT (WEEKEND RATE FOR A    *
005596*  FRIDAY OR SATURDAY NIGHT) AND FALLING BACK TO THE            *
005596*  CAMPGROUND MASTER'S FLAT RATE FOR A NIGHT NO RANGE COVERS.   *
005596*  A PASS HOLDER'S DISCOUNT COMES OFF EACH NIGHT IT COVERS.     *
005596*  LEAVES THE TOTAL FOR ONE SITE IN BLD-COMPUTED-TOTAL, AND     *
005596*  THE NIGHTS AND DOLLARS DISCOUNTED IN BLD-DISCOUNT-NIGHTS     *
005596*  AND BLD-DISCOUNT-TOTAL.                                      *
005596*****************************************************************
005596 8600-PRICE-THE-STAY.
005596     MOVE ZERO TO BLD-COMPUTED-TOTAL.
005596     MOVE ZERO TO BLD-DISCOUNT-TOTAL.
005596     MOVE ZERO TO BLD-DISCOUNT-NIGHTS.
005596     MOVE BLD-REQ-ARR-YEAR  TO BLD-NIGHT-YEAR.
005596     MOVE BLD-REQ-ARR-MONTH TO BLD-NIGHT-MONTH.
005596     MOVE BLD-REQ-ARR-DAY   TO BLD-NIGHT-DAY.
005596     PERFORM 8620-FIND-NIGHT-RATE THRU 8620-EXIT.
005596     PERFORM 8630-GET-NIGHT-DAY-OF-WEEK THRU 8630-EXIT.
005596     IF BLD-WEEKEND-NIGHT
005596         MOVE BLD-NIGHT-WEEKEND-RATE TO BLD-NIGHT-RATE
005596     ELSE
005596         MOVE BLD-NIGHT-WEEKDAY-RATE TO BLD-NIGHT-RATE
005596     END-IF.
005596     PERFORM 8670-APPLY-PASS-DISCOUNT THRU 8670-EXIT.
005596     ADD BLD-NIGHT-RATE TO BLD-COMPUTED-TOTAL.
005596     IF BLD-NIGHT-SUB = 1
005596         MOVE BLD-NIGHT-RATE TO BLD-FIRST-NIGHT-RATE
005596     END-IF.
005596     PERFORM 8660-ADVANCE-NIGHT-DATE THRU 8660-EXIT.
005596 8610-EXIT.
005596     END-IF.
005596 8660-EXIT.
005596     EXIT.
005596
005596*****************************************************************
005596*  8670-APPLY-PASS-DISCOUNT - FIND THE PASS TYPE'S CATEGORY      *
005596*  RANGE COVERING THE NIGHT, THE SAME WAY 8620 FINDS THE RATE    *
005596*  RANGE (THE LATEST QUALIFYING START WINS), AND TAKE ITS        *
005596*  PERCENT OFF BLD-NIGHT-RATE, ROUNDED TO THE CENT.  A           *
005596*  WEEKDAYS-ONLY CATEGORY LEAVES A FRIDAY OR SATURDAY NIGHT      *
005596*  AT FULL RATE.  NO PASS, OR NO RANGE COVERING THE NIGHT,       *
005596*  LEAVES THE RATE ALONE.                                        *
005596*****************************************************************
005596 8670-APPLY-PASS-DISCOUNT.
005596     IF BLD-IN-PASS-TYPE = SPACES
005596        OR BLD-NO-DISCCAT
005596         GO TO 8670-EXIT
005596     END-IF.
005596     MOVE ZERO              TO BLD-DISC-PERCENT.
005596     MOVE 'N'               TO BLD-DISC-WEEKEND-FLAG.
005596     MOVE BLD-IN-PASS-TYPE  TO DC-PASS-TYPE.
005596     MOVE ZEROS             TO DC-EFF-START-DATE.
005596     START DISCOUNT-CATEGORY-FILE KEY IS NOT LESS THAN DC-KEY
005596         INVALID KEY
005596             GO TO 8670-EXIT
005596     END-START.
005596     MOVE 'N' TO BLD-DISC-DONE-SWITCH.
005596     PERFORM 8675-CHECK-ONE-DISCOUNT THRU 8675-EXIT
005596         UNTIL BLD-DISC-DONE.
005596     IF BLD-DISC-PERCENT = ZERO
005596         GO TO 8670-EXIT
005596     END-IF.
005596     IF BLD-WEEKEND-NIGHT
005596        AND NOT BLD-DISC-WEEKENDS
005596         GO TO 8670-EXIT
005596     END-IF.
005596     COMPUTE BLD-NIGHT-DISCOUNT ROUNDED
005596         = BLD-NIGHT-RATE * BLD-DISC-PERCENT / 100.
005596     SUBTRACT BLD-NIGHT-DISCOUNT FROM BLD-NIGHT-RATE.
005596     ADD BLD-NIGHT-DISCOUNT TO BLD-DISCOUNT-TOTAL.
005596     ADD 1 TO BLD-DISCOUNT-NIGHTS.
005596 8670-EXIT.
005596     EXIT.
005596
005596 8675-CHECK-ONE-DISCOUNT.
005596     READ DISCOUNT-CATEGORY-FILE NEXT RECORD
005596         AT END
005596             SET BLD-DISC-DONE TO TRUE
005596             GO TO 8675-EXIT
005596     END-READ.
005596     IF DC-PASS-TYPE NOT = BLD-IN-PASS-TYPE
005596        OR DC-EFF-START-DATE > BLD-NIGHT-DATE-N
005596         SET BLD-DISC-DONE TO TRUE
005596         GO TO 8675-EXIT
005596     END-IF.
005596     IF DC-EFF-END-DATE NOT < BLD-NIGHT-DATE-N
005596         MOVE DC-PERCENT      TO BLD-DISC-PERCENT
005596         MOVE DC-WEEKEND-FLAG TO BLD-DISC-WEEKEND-FLAG
005596     END-IF.
005596 8675-EXIT.
005596     EXIT.
005597
009070*****************************************************************
009080*  7000-PRINT-SUMMARY - ACCEPTED/REJECTED/SKIPPED COUNTS         *
009293     IF NOT BLD-NO-RATESCHD
009294         CLOSE RATE-SCHEDULE-FILE
009295     END-IF.
009295     IF NOT BLD-NO-SITECLS
009295         CLOSE SITE-CLOSURE-FILE
009295     END-IF.
009295     IF NOT BLD-NO-DISCCAT
009295         CLOSE DISCOUNT-CATEGORY-FILE
009295     END-IF.
009300 9000-EXIT.
009310     EXIT.
