000349*                  THE NEW MONTH'S REMITTANCE, AND A CAMPGROUND   *
000349*                  CHANGE MOVES THE OLD TAX OUT OF THE OLD        *
000349*                  CAMPGROUND AND THE NEW TAX INTO THE NEW ONE.   *
000349*  2026-10-11 RLH  A REFUND ON A STAY PAID WHOLLY OR PARTLY BY    *
000349*                  VOUCHER (PAY TYPE G, VOUCHER.CPY) NOW GOES     *
000349*                  BACK ONTO THE VOUCHER FOR THE VOUCHER-PAID     *
000349*                  PART, NOT OUT OF THE DRAWER; ANY REST TAKES    *
000349*                  THE USUAL CARD OR CASH PATH.  A CORRECTION     *
000349*                  MAY KEEP PAY TYPE G ON A VOUCHER BOOKING BUT   *
000349*                  CANNOT SWITCH A BOOKING ONTO ONE.              *
000349*  2026-10-12 RLH  PASS TYPE AND PASS NUMBER ON THE MAINTENANCE  *
000349*                  SCREEN.  A CORRECTED STAY IS PRICED WITH THE  *
000349*                  PASS DISCOUNT THE SAME WAY COBLSC01 PRICES A  *
000349*                  NEW ONE (DISCCAT.CPY), AND THE NIGHTS AND     *
000349*                  DOLLARS DISCOUNTED ARE STORED ON THE          *
000349*                  RESERVATION (T-ERR-MSG 76, 77).               *
000350*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000518     SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG"
000518         ORGANIZATION IS SEQUENTIAL
000518         FILE STATUS IS TX-FILE-STATUS.
000518
000518     SELECT VOUCHER-FILE ASSIGN TO "VOUCHMST"
000518         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS RANDOM
000518         RECORD KEY IS VCH-VOUCHER-NUMBER
000518         FILE STATUS IS VCH-FILE-STATUS.
000518
000518     SELECT DISCOUNT-CATEGORY-FILE ASSIGN TO "DISCCAT"
000518         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS DYNAMIC
000518         RECORD KEY IS DC-KEY
000518         FILE STATUS IS DC-FILE-STATUS.
000519
910002
910004     SELECT JOURNAL-FILE ASSIGN TO "RESJRNL"
000630 FD  TAX-REGISTER-FILE.
000631 COPY TAXREG.CPY.
000632
000632 FD  VOUCHER-FILE.
000632 COPY VOUCHER.CPY.
000632
000632 FD  DISCOUNT-CATEGORY-FILE.
000632 COPY DISCCAT.CPY.
000632
911002 FD  JOURNAL-FILE.
911004 COPY JOURNAL.CPY.
911006
000695 77  RS-FILE-STATUS              PIC X(02) VALUE ZERO.
000696 77  PT-FILE-STATUS              PIC X(02) VALUE ZERO.
000697 77  TX-FILE-STATUS              PIC X(02) VALUE ZERO.
000697 77  VCH-FILE-STATUS             PIC X(02) VALUE ZERO.
000697 77  DC-FILE-STATUS              PIC X(02) VALUE ZERO.
000700
000710 77  RSV-OPERATOR-ID             PIC X(08) VALUE SPACES.
000712 77  RSV-IN-PASSWORD             PIC X(08) VALUE SPACES.
000988 77  RSV-OLD-PAID-AMOUNT         PIC 9(05)V99 VALUE ZERO.
000988 77  RSV-OLD-TAX-AMOUNT          PIC 9(05)V99 VALUE ZERO.
000988 77  RSV-TAX-DELTA               PIC S9(05)V99 VALUE ZERO.
000988 77  RSV-OLD-CARD-TYPE           PIC X(01) VALUE SPACE.
000988
000988*****************************************************************
000988*  A REFUND IS ISSUED IN UP TO TWO PARTS - WHAT WAS PAID BY      *
000988*  VOUCHER GOES BACK ONTO THE VOUCHER, THE REST BY CARD OR       *
000988*  CASH.  RSV-VOUCHER-PAID IS THE STAY'S NET VOUCHER MONEY OFF   *
000988*  THE PAYMENT TRANSACTION FILE; THE RSV-REFUND-PART FIELDS      *
000988*  HOLD WHICHEVER PART 3340 IS PUTTING DOWN.                     *
000988*****************************************************************
000988 77  RSV-VOUCHER-PAID            PIC S9(05)V99 VALUE ZERO.
000988 77  RSV-VOUCHER-REFUND-NO       PIC 9(08) VALUE ZERO.
000988 77  RSV-VOUCHER-REFUND          PIC 9(05)V99 VALUE ZERO.
000988 77  RSV-VOUCHER-REFUND-TAX      PIC 9(05)V99 VALUE ZERO.
000988 77  RSV-REFUND-PART             PIC 9(05)V99 VALUE ZERO.
000988 77  RSV-REFUND-PART-TAX         PIC 9(05)V99 VALUE ZERO.
000988 77  RSV-REFUND-PAY-TYPE         PIC X(01) VALUE SPACE.
000988 77  RSV-REFUND-CARD-NUMBER      PIC 9(16) VALUE ZERO.
000988
000988 77  RSV-PT-EOF-SWITCH           PIC X(01) VALUE 'N'.
000988     88  RSV-PT-EOF              VALUE 'Y'.
000988
000988*****************************************************************
000988*  A LAPSED VOUCHER TAKING A REFUND BACK GETS A FRESH YEAR       *
000988*****************************************************************
000988 01  RSV-VOUCHER-EXPIRY.
000988     05  RSV-VCH-EXP-YEAR        PIC 9(04).
000988     05  RSV-VCH-EXP-MONTH       PIC 9(02).
000988     05  RSV-VCH-EXP-DAY         PIC 9(02).
000988 01  RSV-VOUCHER-EXPIRY-N REDEFINES RSV-VOUCHER-EXPIRY
000988                             PIC 9(08).
000988
000988*****************************************************************
000988*  ONE TAX MOVEMENT FOR THE REGISTER, STAGED BY 3100 AND PUT     *
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
002100     05  RSV-IN-EXP-YEAR         PIC X(04).
002110     05  RSV-IN-EXP-YEAR-N REDEFINES RSV-IN-EXP-YEAR
002120                                 PIC 9(04).
002120     05  RSV-IN-PASS-TYPE        PIC X(02).
002120     05  RSV-IN-PASS-NUMBER      PIC X(12).
002130     05  RSV-IN-ACTION           PIC X(01).
002140         88  RSV-ACTION-CANCEL   VALUE 'C'.
002150         88  RSV-ACTION-UPDATE   VALUE 'U'.
911510*****************************************************************
911512 01  RSV-JOURNAL-AREA.
911514     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
911516     05  RSV-JRN-BEFORE-AREA      PIC X(250) VALUE SPACES.
911518
002190 SCREEN SECTION.
002200 01  RSV-LOOKUP-SCREEN.
002520     05  LINE 10 COL 21 PIC X(10) USING RSV-IN-PHONE.
002530     05  LINE 11 COL 01 VALUE "AMOUNT............:".
002540     05  LINE 11 COL 21 PIC X(07) USING RSV-IN-AMOUNT.
002550     05  LINE 12 COL 01 VALUE "PAY TYPE V/M/A/C/G:".
002560     05  LINE 12 COL 21 PIC X(01) USING RSV-IN-CARD-TYPE.
002570     05  LINE 13 COL 01 VALUE "CARD NUMBER.......:".
002580     05  LINE 13 COL 21 PIC X(16) USING RSV-IN-CARD-NUMBER.
002590     05  LINE 14 COL 01 VALUE "EXPIRATION MM YYYY:".
002600     05  LINE 14 COL 21 PIC X(02) USING RSV-IN-EXP-MONTH.
002610     05  LINE 14 COL 24 PIC X(04) USING RSV-IN-EXP-YEAR.
002610     05  LINE 15 COL 01 VALUE "PASS TYPE.........:".
002610     05  LINE 15 COL 21 PIC X(02) USING RSV-IN-PASS-TYPE.
002610     05  LINE 15 COL 30 VALUE "PASS NUMBER:".
002610     05  LINE 15 COL 43 PIC X(12) USING RSV-IN-PASS-NUMBER.
002620     05  LINE 16 COL 01 VALUE "ACTION (U=UPDATE, C=CANCEL):".
002630     05  LINE 16 COL 30 PIC X(01) USING RSV-IN-ACTION.
002640
003209         GO TO 1000-EXIT
003209     END-IF.
003209
003209     OPEN I-O VOUCHER-FILE.
003209     IF VCH-FILE-STATUS = "35"
003209         CLOSE VOUCHER-FILE
003209         OPEN OUTPUT VOUCHER-FILE
003209         CLOSE VOUCHER-FILE
003209         OPEN I-O VOUCHER-FILE
003209     END-IF.
003209     IF VCH-FILE-STATUS NOT = "00"
003209         DISPLAY "UNABLE TO OPEN VOUCHER FILE"
003209         MOVE 'Y' TO RSV-EOJ-SWITCH
003209         GO TO 1000-EXIT
003209     END-IF.
003209
003210     OPEN INPUT RATE-SCHEDULE-FILE.
003210     IF RS-FILE-STATUS = "35"
003210         SET RSV-NO-RATESCHD TO TRUE
003210             GO TO 1000-EXIT
003210         END-IF
003210     END-IF.
003210
003210*    THE DISCOUNT CATEGORY TABLE IS OPTIONAL THE SAME WAY - NO
003210*    FILE MEANS NO PASS HAS A DISCOUNT YET.
003210     OPEN INPUT DISCOUNT-CATEGORY-FILE.
003210     IF DC-FILE-STATUS = "35"
003210         SET RSV-NO-DISCCAT TO TRUE
003210     ELSE
003210         IF DC-FILE-STATUS NOT = "00"
003210             DISPLAY "UNABLE TO OPEN DISCOUNT CATEGORY FILE"
003210             MOVE 'Y' TO RSV-EOJ-SWITCH
003210             GO TO 1000-EXIT
003210         END-IF
003210     END-IF.
003211
003212     OPEN INPUT OPERATOR-MASTER-FILE.
003213     IF OP-FILE-STATUS NOT = "00"
003490                 PERFORM 3050-DETECT-KEY-CHANGE THRU 3050-EXIT
003500                 PERFORM 2360-EDIT-SITE-OCCUPANCY THRU 2360-EXIT
003510                 PERFORM 2600-EDIT-NAME THRU 2600-EXIT
003510                 PERFORM 2650-EDIT-PASS THRU 2650-EXIT
003520                 PERFORM 2700-EDIT-AMOUNT THRU 2700-EXIT
003530                 PERFORM 2800-EDIT-CREDIT-CARD THRU 2800-EXIT
003540                 PERFORM 2850-AUTHORIZE-CREDIT-CARD
004017                     TO RSV-OLD-DEPOSIT-AMOUNT
004018                 MOVE RES-PAID-AMOUNT
004019                     TO RSV-OLD-PAID-AMOUNT
004019                 MOVE RES-CARD-TYPE TO RSV-OLD-CARD-TYPE
004019*                A PRE-TAX RECORD CARRIES SPACES WHERE THE
004019*                TAX FIELD IS - NO TAX WAS EVER CHARGED ON IT.
004019                 IF RES-TAX-AMOUNT IS NUMERIC
004370     MOVE RES-CARD-NUMBER      TO RSV-IN-CARD-NUMBER-N.
004380     MOVE RES-EXP-MONTH        TO RSV-IN-EXP-MONTH-N.
004390     MOVE RES-EXP-YEAR         TO RSV-IN-EXP-YEAR-N.
004390     MOVE RES-PASS-TYPE        TO RSV-IN-PASS-TYPE.
004390     MOVE RES-PASS-NUMBER      TO RSV-IN-PASS-NUMBER.
004400     MOVE SPACES               TO RSV-IN-ACTION.
004410     DISPLAY RSV-MAINT-SCREEN.
004420     ACCEPT RSV-MAINT-SCREEN.
007180 2600-EXIT.
007190     EXIT.
007200
007200*****************************************************************
007200*  2650-EDIT-PASS (T-ERR-MSG 76, 77) - THE SAME PASS EDIT        *
007200*  COBLSC01 APPLIES AT BOOKING TIME.  EACH SITE OF A GROUP IS    *
007200*  ITS OWN RECORD HERE, PRICED ON ITS OWN, SO A PASS MAY BE      *
007200*  PUT ON THE HOLDER'S SITE OF A GROUP BOOKING BY CORRECTING     *
007200*  THAT ONE RECORD.                                              *
007200*****************************************************************
007200 2650-EDIT-PASS.
007200     IF RSV-IN-PASS-TYPE = SPACES
007200        AND RSV-IN-PASS-NUMBER = SPACES
007200         GO TO 2650-EXIT
007200     END-IF.
007200     IF RSV-IN-PASS-TYPE = SPACES
007200        OR RSV-IN-PASS-NUMBER = SPACES
007200         MOVE 76 TO RSV-ERROR-NUMBER
007200         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007200         SET RSV-DATA-INVALID TO TRUE
007200         GO TO 2000-EXIT
007200     END-IF.
007200     IF RSV-NO-DISCCAT
007200         MOVE 77 TO RSV-ERROR-NUMBER
007200         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007200         SET RSV-DATA-INVALID TO TRUE
007200         GO TO 2000-EXIT
007200     END-IF.
007200     MOVE RSV-IN-PASS-TYPE TO DC-PASS-TYPE.
007200     MOVE ZEROS            TO DC-EFF-START-DATE.
007200     START DISCOUNT-CATEGORY-FILE KEY IS NOT LESS THAN DC-KEY
007200         INVALID KEY
007200             MOVE SPACES TO DC-PASS-TYPE
007200     END-START.
007200     IF DC-PASS-TYPE NOT = SPACES
007200         READ DISCOUNT-CATEGORY-FILE NEXT RECORD
007200             AT END
007200                 MOVE SPACES TO DC-PASS-TYPE
007200         END-READ
007200     END-IF.
007200     IF DC-PASS-TYPE NOT = RSV-IN-PASS-TYPE
007200         MOVE 77 TO RSV-ERROR-NUMBER
007200         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007200         SET RSV-DATA-INVALID TO TRUE
007200         GO TO 2000-EXIT
007200     END-IF.
007200 2650-EXIT.
007200     EXIT.
007200
007210*****************************************************************
007220*  2700-EDIT-AMOUNT (T-ERR-MSG 16, 17) - NUMERIC AND EQUAL TO     *
007230*  THE (POSSIBLY CORRECTED) STAY PRICED NIGHT BY NIGHT OFF THE    *
007460
007470*****************************************************************
007480*  2800-EDIT-CREDIT-CARD (T-ERR-MSG 18-27) - SAME FORMAT AND      *
007490*  EXPIRATION EDITS COBLSC01 APPLIES AT BOOKING TIME.  PAY TYPE   *
007490*  G STANDS ONLY ON A BOOKING THAT WAS ALREADY PAID BY VOUCHER -  *
007490*  A VOUCHER IS REDEEMED AT THE COUNTER OR THE GATE, NEVER BY     *
007490*  OVERTYPING A CORRECTION - AND ITS VOUCHER NUMBER MUST STAY     *
007490*  NUMERIC.                                                       *
007500*****************************************************************
007510 2800-EDIT-CREDIT-CARD.
007520     IF RSV-IN-CARD-TYPE NOT = "V" AND NOT = "M" AND NOT = "A"
007530        AND NOT = "C" AND NOT = "G"
007540         MOVE 18 TO RSV-ERROR-NUMBER
007550         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007560         SET RSV-DATA-INVALID TO TRUE
007570         GO TO 2000-EXIT
007580     END-IF.
007580
007580     IF RSV-IN-CARD-TYPE = "G"
007580         IF RSV-OLD-CARD-TYPE NOT = "G"
007580             MOVE 18 TO RSV-ERROR-NUMBER
007580             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007580             SET RSV-DATA-INVALID TO TRUE
007580             GO TO 2000-EXIT
007580         END-IF
007580         IF RSV-IN-CARD-NUMBER IS NOT NUMERIC
007580             MOVE 66 TO RSV-ERROR-NUMBER
007580             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007580             SET RSV-DATA-INVALID TO TRUE
007580             GO TO 2000-EXIT
007580         END-IF
007580         GO TO 2800-EXIT
007580     END-IF.
007590
007600*    A CASH PAYMENT HAS NO CARD NUMBER OR EXPIRATION TO EDIT AND
007610*    IS NEVER SENT TO THE CARD PROCESSOR.
008130     END-IF.
008131     COMPUTE RSV-NEW-TOTAL-DUE
008132         = RSV-IN-AMOUNT-N + RSV-NEW-TAX-AMOUNT.
008133     IF RSV-IN-CARD-TYPE = "C" OR "G"
008140         GO TO 2850-EXIT
008150     END-IF.
008151     IF RSV-NEW-TOTAL-DUE NOT > RSV-OLD-PAID-AMOUNT
008574     EXIT.
008571
008572*****************************************************************
008573*  3300-ISSUE-REFUND - WHATEVER PART OF THE STAY WAS PAID BY      *
008573*  VOUCHER GOES BACK ONTO THAT VOUCHER (SEE 3310/3320), UP TO     *
008573*  THE WHOLE REFUND, WITH THE TAX INSIDE THE REFUND SPLIT THE     *
008573*  SAME WAY.  THE REST IS REFUNDED THE USUAL WAY: A CARD          *
008573*  BOOKING SENDS A CREDIT THROUGH CARDAUTH; CASH IS PAID BACK     *
008575*  OUT OF THE DRAWER WITH NOTHING TO AUTHORIZE, AS IS ANY REST    *
008575*  ON A BOOKING WHOSE PAY TYPE IS G (THE GATE BALANCE BEHIND A    *
008575*  VOUCHER DEPOSIT IS TAKEN IN CASH).  EVERY PART WRITES A        *
008576*  REFUND REGISTER RECORD SO THE OFFICE HAS THE PAPER.            *
008577*****************************************************************
008578 3300-ISSUE-REFUND.
008578     MOVE ZERO TO RSV-VOUCHER-REFUND.
008578     MOVE ZERO TO RSV-VOUCHER-REFUND-TAX.
008578     PERFORM 3310-FIND-VOUCHER-PAID THRU 3310-EXIT.
008578     IF RSV-VOUCHER-PAID > ZERO
008578         IF RSV-VOUCHER-PAID < RSV-REFUND-AMOUNT-N
008578             MOVE RSV-VOUCHER-PAID TO RSV-VOUCHER-REFUND
008578             COMPUTE RSV-VOUCHER-REFUND-TAX ROUNDED
008578                 = RSV-REFUND-TAX-N * RSV-VOUCHER-REFUND
008578                 / RSV-REFUND-AMOUNT-N
008578         ELSE
008578             MOVE RSV-REFUND-AMOUNT-N TO RSV-VOUCHER-REFUND
008578             MOVE RSV-REFUND-TAX-N    TO RSV-VOUCHER-REFUND-TAX
008578         END-IF
008578         PERFORM 3320-REFUND-TO-VOUCHER THRU 3320-EXIT
008578     END-IF.
008578
008578     COMPUTE RSV-REFUND-PART
008578         = RSV-REFUND-AMOUNT-N - RSV-VOUCHER-REFUND.
008578     IF RSV-REFUND-PART = ZERO
008578         GO TO 3300-EXIT
008578     END-IF.
008578     COMPUTE RSV-REFUND-PART-TAX
008578         = RSV-REFUND-TAX-N - RSV-VOUCHER-REFUND-TAX.
008578     IF RES-CARD-TYPE = "G"
008578         MOVE "C"  TO RSV-REFUND-PAY-TYPE
008578         MOVE ZERO TO RSV-REFUND-CARD-NUMBER
008578     ELSE
008578         MOVE RES-CARD-TYPE   TO RSV-REFUND-PAY-TYPE
008578         MOVE RES-CARD-NUMBER TO RSV-REFUND-CARD-NUMBER
008578     END-IF.
008579     MOVE SPACE  TO RSV-REFUND-AUTH-STATUS.
008580     MOVE SPACES TO RSV-REFUND-AUTH-CODE.
008581     IF RSV-REFUND-PAY-TYPE = "V" OR = "M" OR = "A"
008582         MOVE 'R' TO RSV-CARD-TRAN-TYPE
008583         CALL 'CARDAUTH' USING RSV-REFUND-CARD-NUMBER
008584                               RSV-REFUND-PART
008585                               RSV-CARD-TRAN-TYPE
008586                               RSV-REFUND-AUTH-STATUS
008587                               RSV-REFUND-AUTH-CODE
008591             DISPLAY RSV-MESSAGE-SCREEN
008592         END-IF
008593     END-IF.
008593     PERFORM 3340-WRITE-REFUND-REGISTER THRU 3340-EXIT.
008607 3300-EXIT.
008608     EXIT.
008608
008608*****************************************************************
008608*  3310-FIND-VOUCHER-PAID - THE STAY'S NET VOUCHER MONEY: EVERY   *
008608*  PAY TYPE G DEPOSIT OR BALANCE TRANSACTION FOR THIS CAMPGROUND/ *
008608*  SITE/ARRIVAL, LESS ANY G REFUND ALREADY PUT BACK, AND THE      *
008608*  VOUCHER NUMBER IT CAME OFF.  THE PAYMENT TRANSACTION FILE IS   *
008608*  HELD OPEN EXTEND, SO IT IS CLOSED AND READ FROM THE TOP, THEN  *
008608*  REOPENED EXTEND FOR THE REFUND TRANSACTIONS THAT FOLLOW.       *
008608*****************************************************************
008608 3310-FIND-VOUCHER-PAID.
008608     MOVE ZERO TO RSV-VOUCHER-PAID.
008608     MOVE ZERO TO RSV-VOUCHER-REFUND-NO.
008608     CLOSE PAYMENT-TRAN-FILE.
008608     OPEN INPUT PAYMENT-TRAN-FILE.
008608     IF PT-FILE-STATUS = "00"
008608         MOVE 'N' TO RSV-PT-EOF-SWITCH
008608         PERFORM 3315-READ-ONE-PAYMENT THRU 3315-EXIT
008608             UNTIL RSV-PT-EOF
008608         CLOSE PAYMENT-TRAN-FILE
008608     END-IF.
008608     OPEN EXTEND PAYMENT-TRAN-FILE.
008608     IF RSV-VOUCHER-PAID < ZERO
008608         MOVE ZERO TO RSV-VOUCHER-PAID
008608     END-IF.
008608 3310-EXIT.
008608     EXIT.
008608
008608 3315-READ-ONE-PAYMENT.
008608     READ PAYMENT-TRAN-FILE
008608         AT END
008608             SET RSV-PT-EOF TO TRUE
008608             GO TO 3315-EXIT
008608     END-READ.
008608     IF PT-PAY-TYPE NOT = "G"
008608        OR PT-CAMPGROUND-NAME NOT = RES-CAMPGROUND-NAME
008608        OR PT-SITE NOT = RES-SITE
008608        OR PT-ARRIVAL-DATE NOT = RES-ARRIVAL-DATE
008608         GO TO 3315-EXIT
008608     END-IF.
008608     IF PT-TRAN-REFUND
008608         SUBTRACT PT-AMOUNT FROM RSV-VOUCHER-PAID
008608     ELSE
008608         ADD PT-AMOUNT TO RSV-VOUCHER-PAID
008608         MOVE PT-CARD-NUMBER TO RSV-VOUCHER-REFUND-NO
008608     END-IF.
008608 3315-EXIT.
008608     EXIT.
008608
008608*****************************************************************
008608*  3320-REFUND-TO-VOUCHER - PUT THE VOUCHER PART BACK ON THE      *
008608*  VOUCHER.  A USED-UP OR LAPSED VOUCHER IS MADE SPENDABLE        *
008608*  AGAIN, A LAPSED ONE WITH A FRESH YEAR FROM TODAY (A 29         *
008608*  FEBRUARY THAT LANDS IN A COMMON YEAR BECOMES THE 28TH).  A     *
008608*  VOUCHER SINCE VOIDED OR GONE FROM THE FILE CANNOT TAKE IT -    *
008608*  THAT PART FALLS THROUGH TO THE USUAL REFUND AND THE CLERK IS   *
008608*  TOLD.                                                          *
008608*****************************************************************
008608 3320-REFUND-TO-VOUCHER.
008608     MOVE RSV-VOUCHER-REFUND-NO TO VCH-VOUCHER-NUMBER.
008608     READ VOUCHER-FILE
008608         INVALID KEY
008608             MOVE "VOUCHER NOT ON FILE - REFUND PAID USUAL WAY"
008608                 TO RSV-DISPLAY-MSG
008608             DISPLAY RSV-MESSAGE-SCREEN
008608             MOVE ZERO TO RSV-VOUCHER-REFUND
008608             MOVE ZERO TO RSV-VOUCHER-REFUND-TAX
008608             GO TO 3320-EXIT
008608     END-READ.
008608     IF VCH-VOID
008608         MOVE "VOUCHER IS VOID - REFUND PAID THE USUAL WAY"
008608             TO RSV-DISPLAY-MSG
008608         DISPLAY RSV-MESSAGE-SCREEN
008608         MOVE ZERO TO RSV-VOUCHER-REFUND
008608         MOVE ZERO TO RSV-VOUCHER-REFUND-TAX
008608         GO TO 3320-EXIT
008608     END-IF.
008608     ADD RSV-VOUCHER-REFUND TO VCH-REMAINING-BALANCE.
008608     IF VCH-EXPIRY-DATE < RSV-CURRENT-DATE-N
008608         MOVE RSV-CURRENT-DATE TO RSV-VOUCHER-EXPIRY
008608         ADD 1 TO RSV-VCH-EXP-YEAR
008608         IF RSV-VCH-EXP-MONTH = 2 AND RSV-VCH-EXP-DAY = 29
008608             MOVE 28 TO RSV-VCH-EXP-DAY
008608         END-IF
008608         MOVE RSV-VOUCHER-EXPIRY-N TO VCH-EXPIRY-DATE
008608     END-IF.
008608     SET VCH-ACTIVE TO TRUE.
008608     MOVE ZERO TO VCH-EXPIRED-DATE.
008608     MOVE RSV-CURRENT-DATE-N TO VCH-LAST-USE-DATE.
008608     REWRITE VOUCHER-RECORD
008608         INVALID KEY
008608             DISPLAY "UNABLE TO REWRITE VOUCHER RECORD"
008608     END-REWRITE.
008608
008608     MOVE "G"                    TO RSV-REFUND-PAY-TYPE.
008608     MOVE RSV-VOUCHER-REFUND-NO  TO RSV-REFUND-CARD-NUMBER.
008608     MOVE RSV-VOUCHER-REFUND     TO RSV-REFUND-PART.
008608     MOVE RSV-VOUCHER-REFUND-TAX TO RSV-REFUND-PART-TAX.
008608     MOVE SPACE                  TO RSV-REFUND-AUTH-STATUS.
008608     MOVE SPACES                 TO RSV-REFUND-AUTH-CODE.
008608     PERFORM 3340-WRITE-REFUND-REGISTER THRU 3340-EXIT.
008608 3320-EXIT.
008608     EXIT.
008608
008608*****************************************************************
008608*  3340-WRITE-REFUND-REGISTER - ONE REFUND REGISTER RECORD FOR    *
008608*  THE PART OF THE REFUND JUST ISSUED, THEN ITS PAYMENT           *
008608*  TRANSACTION                                                    *
008608*****************************************************************
008608 3340-WRITE-REFUND-REGISTER.
008594     MOVE SPACES                TO REFUND-RECORD.
008595     MOVE RES-CAMPGROUND-NAME   TO RFD-CAMPGROUND-NAME.
008596     MOVE RES-SITE              TO RFD-SITE.
008597     MOVE RES-ARRIVAL-DATE      TO RFD-ARRIVAL-DATE.
008598     MOVE RES-LAST-NAME         TO RFD-LAST-NAME.
008599     MOVE RES-FIRST-NAME        TO RFD-FIRST-NAME.
008600     MOVE RSV-REFUND-PAY-TYPE   TO RFD-PAY-TYPE.
008601     MOVE RSV-REFUND-PART       TO RFD-AMOUNT.
008602     MOVE RSV-CURRENT-DATE-N    TO RFD-REFUND-DATE.
008603     MOVE RSV-OPERATOR-ID       TO RFD-OPERATOR-ID.
008604     MOVE RSV-REFUND-AUTH-STATUS TO RFD-CARD-AUTH-STATUS.
008605     MOVE RSV-REFUND-AUTH-CODE  TO RFD-CARD-AUTH-CODE.
008605     MOVE RSV-REFUND-PART-TAX   TO RFD-TAX-AMOUNT.
008606     WRITE REFUND-RECORD.
008606     PERFORM 3350-WRITE-REFUND-TRAN THRU 3350-EXIT.
008608 3340-EXIT.
008608     EXIT.
008609
008610*****************************************************************
008618     MOVE RES-SITE               TO PT-SITE.
008619     MOVE RES-ARRIVAL-DATE       TO PT-ARRIVAL-DATE.
008620     SET PT-TRAN-REFUND          TO TRUE.
008621     MOVE RSV-REFUND-PAY-TYPE    TO PT-PAY-TYPE.
008622     MOVE RSV-REFUND-PART        TO PT-AMOUNT.
008623     MOVE RSV-REFUND-CARD-NUMBER TO PT-CARD-NUMBER.
008624     MOVE RSV-REFUND-AUTH-STATUS TO PT-CARD-AUTH-STATUS.
008625     MOVE RSV-REFUND-AUTH-CODE   TO PT-CARD-AUTH-CODE.
008626     MOVE RSV-CURRENT-DATE-N     TO PT-TRAN-DATE.
008650*        THE CORRECTED STAY'S TAX WAS ALREADY WORKED OUT -
008650*        GUARDED FOR A SPACES CM-TAX-RATE - BY 2850.
008650         MOVE RSV-NEW-TAX-AMOUNT   TO RES-TAX-AMOUNT
008650         MOVE RSV-IN-PASS-TYPE     TO RES-PASS-TYPE
008650         MOVE RSV-IN-PASS-NUMBER   TO RES-PASS-NUMBER
008650         MOVE RSV-DISCOUNT-NIGHTS  TO RES-DISCOUNT-NIGHTS
008650         MOVE RSV-DISCOUNT-TOTAL   TO RES-DISCOUNT-AMOUNT
008651         IF RSV-IN-AMOUNT-N NOT = RSV-OLD-AMOUNT-N
008652             MOVE RSV-CURRENT-DATE-N   TO RES-AMOUNT-CHANGE-DATE
008652*            NEW MONEY AWAITS A NEW SETTLEMENT - THE OLD SETTLED
008690             MOVE ZERO TO RES-EXP-YEAR
008700             MOVE ZERO TO RES-EXP-MONTH
008710         ELSE
008710             IF RSV-IN-CARD-TYPE = "G"
008710                 MOVE RSV-IN-CARD-NUMBER-N TO RES-CARD-NUMBER
008710                 MOVE ZERO TO RES-EXP-YEAR
008710                 MOVE ZERO TO RES-EXP-MONTH
008710             ELSE
008720                 MOVE RSV-IN-CARD-NUMBER-N TO RES-CARD-NUMBER
008730                 MOVE RSV-IN-EXP-YEAR-N    TO RES-EXP-YEAR
008740                 MOVE RSV-IN-EXP-MONTH-N   TO RES-EXP-MONTH
008740             END-IF
008750         END-IF
008760         MOVE RSV-CARD-AUTH-STATUS TO RES-CARD-AUTH-STATUS
008770         MOVE RSV-CARD-AUTH-CODE   TO RES-CARD-AUTH-CODE
008933*    THE CORRECTED STAY'S TAX WAS ALREADY WORKED OUT -
008933*    GUARDED FOR A SPACES CM-TAX-RATE - BY 2850.
008933     MOVE RSV-NEW-TAX-AMOUNT      TO RES-TAX-AMOUNT.
008933     MOVE RSV-IN-PASS-TYPE        TO RES-PASS-TYPE.
008933     MOVE RSV-IN-PASS-NUMBER      TO RES-PASS-NUMBER.
008933     MOVE RSV-DISCOUNT-NIGHTS     TO RES-DISCOUNT-NIGHTS.
008933     MOVE RSV-DISCOUNT-TOTAL      TO RES-DISCOUNT-AMOUNT.
008933     IF RSV-IN-AMOUNT-N NOT = RSV-OLD-AMOUNT-N
008933         MOVE RSV-CURRENT-DATE-N      TO RES-AMOUNT-CHANGE-DATE
008933     ELSE
008937         MOVE ZERO TO RES-EXP-YEAR
008938         MOVE ZERO TO RES-EXP-MONTH
008939     ELSE
008939         IF RSV-IN-CARD-TYPE = "G"
008939             MOVE RSV-IN-CARD-NUMBER-N TO RES-CARD-NUMBER
008939             MOVE ZERO TO RES-EXP-YEAR
008939             MOVE ZERO TO RES-EXP-MONTH
008939         ELSE
008940             MOVE RSV-IN-CARD-NUMBER-N TO RES-CARD-NUMBER
008941             MOVE RSV-IN-EXP-YEAR-N    TO RES-EXP-YEAR
008942             MOVE RSV-IN-EXP-MONTH-N   TO RES-EXP-MONTH
008942         END-IF
008943     END-IF.
008944     MOVE RSV-CARD-AUTH-STATUS TO RES-CARD-AUTH-STATUS.
008945     MOVE RSV-CARD-AUTH-CODE   TO RES-CARD-AUTH-CODE.
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
005596     PERFORM 8520-FIND-NIGHT-RATE THRU 8520-EXIT.
005596     PERFORM 8530-GET-NIGHT-DAY-OF-WEEK THRU 8530-EXIT.
005596     IF RSV-WEEKEND-NIGHT
005596         MOVE RSV-NIGHT-WEEKEND-RATE TO RSV-NIGHT-RATE
005596     ELSE
005596         MOVE RSV-NIGHT-WEEKDAY-RATE TO RSV-NIGHT-RATE
005596     END-IF.
005596     PERFORM 8570-APPLY-PASS-DISCOUNT THRU 8570-EXIT.
005596     ADD RSV-NIGHT-RATE TO RSV-COMPUTED-TOTAL.
005596     PERFORM 8560-ADVANCE-NIGHT-DATE THRU 8560-EXIT.
005596 8510-EXIT.
005596     EXIT.
005596     END-IF.
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
005597
912002*****************************************************************
912004*  8170-WRITE-JOURNAL-RECORD - BEFORE/AFTER IMAGE OF THE        *
009256     CLOSE PAYMENT-TRAN-FILE.
009256     CLOSE OPERATOR-MASTER-FILE.
009256     CLOSE TAX-REGISTER-FILE.
009256     CLOSE VOUCHER-FILE.
009257     IF NOT RSV-NO-RATESCHD
009258         CLOSE RATE-SCHEDULE-FILE
009259     END-IF.
009259     IF NOT RSV-NO-DISCCAT
009259         CLOSE DISCOUNT-CATEGORY-FILE
009259     END-IF.
009260 9000-EXIT.
009270     EXIT.
