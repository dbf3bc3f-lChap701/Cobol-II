000349*  2026-09-03 RLH  THE GATE BALANCE NOW COVERS THE ROOM CHARGE    *
000349*                  PLUS THE LODGING TAX (RES-TAX-AMOUNT), SO THE  *
000349*                  STATE'S SHARE IS COLLECTED BY CHECK-IN.        *
000349*  2026-10-11 RLH  THE BALANCE CAN NOW BE REDEEMED AGAINST A      *
000349*                  GIFT CERTIFICATE OR RAIN-CHECK VOUCHER (PAY    *
000349*                  TYPE G, VOUCHER.CPY), WITH ANY SHORTFALL       *
000349*                  PAID BY CARD OR CASH (T-ERR-MSG 66-70).        *
000349*  2026-10-12 RLH  JOURNAL WORK AREA RESIZED FOR THE 250-BYTE    *
000349*                  RESERVATION RECORD (PASS TYPE AND DISCOUNT    *
000349*                  FIELDS).                                      *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000569         RECORD KEY IS OP-OPERATOR-ID
000569         FILE STATUS IS OP-FILE-STATUS.
000570
000570     SELECT VOUCHER-FILE ASSIGN TO "VOUCHMST"
000570         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000570         RECORD KEY IS VCH-VOUCHER-NUMBER
000570         FILE STATUS IS VCH-FILE-STATUS.
000570
910002
910004     SELECT JOURNAL-FILE ASSIGN TO "RESJRNL"
910006         ORGANIZATION IS SEQUENTIAL
000678 FD  OPERATOR-MASTER-FILE.
000679 COPY OPERMST.CPY.
000680
000680 FD  VOUCHER-FILE.
000680 COPY VOUCHER.CPY.
000680
911002 FD  JOURNAL-FILE.
911004 COPY JOURNAL.CPY.
911006
000770 77  GTE-OPERATOR-ID             PIC X(08) VALUE SPACES.
000772 77  GTE-IN-PASSWORD             PIC X(08) VALUE SPACES.
000774 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
000774 77  VCH-FILE-STATUS             PIC X(02) VALUE ZERO.
000780
000790 77  GTE-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000800     88  GTE-EOJ                 VALUE 'Y'.
001012 77  GTE-BALANCE-DUE             PIC 9(05)V99 VALUE ZERO.
001012 77  GTE-TOTAL-DUE               PIC 9(05)V99 VALUE ZERO.
001013 77  GTE-IN-PAY-TYPE             PIC X(01) VALUE SPACE.
001013 77  GTE-IN-VOUCHER-NUMBER       PIC X(08) VALUE SPACES.
001013 77  GTE-IN-VOUCHER-NUMBER-N REDEFINES GTE-IN-VOUCHER-NUMBER
001013                                 PIC 9(08).
001013 77  GTE-IN-REST-TYPE            PIC X(01) VALUE SPACE.
001013
001013*****************************************************************
001013*  THE BALANCE SPLIT: WHAT A VOUCHER PAYS, AND WHAT IS LEFT FOR  *
001013*  THE REST TYPE (THE KEYED PAY TYPE WHEN NO VOUCHER IS USED,    *
001013*  THE REST BY TYPE WHEN THE VOUCHER FALLS SHORT, G WHEN IT      *
001013*  COVERS THE LOT)                                               *
001013*****************************************************************
001013 77  GTE-VOUCHER-AMOUNT          PIC 9(05)V99 VALUE ZERO.
001013 77  GTE-REST-AMOUNT             PIC 9(05)V99 VALUE ZERO.
001013 77  GTE-REST-TYPE               PIC X(01) VALUE SPACE.
001014
001015 77  GTE-BALANCE-OK-SWITCH       PIC X(01) VALUE 'Y'.
001016     88  GTE-BALANCE-COLLECTED   VALUE 'Y'.
911510*****************************************************************
911512 01  GTE-JOURNAL-AREA.
911514     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
911516     05  GTE-JRN-BEFORE-AREA      PIC X(250) VALUE SPACES.
911518
001400 SCREEN SECTION.
001410 01  GTE-OPERATOR-SCREEN.
001704             VALUE "BALANCE DUE.......:".
001705     05  LINE 12 COL 21 PIC ZZ,ZZ9.99 FROM GTE-BALANCE-DUE.
001706     05  LINE 13 COL 01 ERASE EOL
001707             VALUE "PAY TYPE V/M/A/C/G:".
001708     05  LINE 13 COL 21 PIC X(01) USING GTE-IN-PAY-TYPE.
001708     05  LINE 14 COL 01 ERASE EOL
001708             VALUE "VOUCHER NUMBER....:".
001708     05  LINE 14 COL 21 PIC X(08) USING GTE-IN-VOUCHER-NUMBER.
001708     05  LINE 15 COL 01 ERASE EOL
001708             VALUE "REST BY (V/M/A/C).:".
001708     05  LINE 15 COL 21 PIC X(01) USING GTE-IN-REST-TYPE.
001709
001710 01  GTE-MESSAGE-SCREEN.
001720     05  LINE 22 COL 01 ERASE EOL
002218         GO TO 1000-EXIT
002219     END-IF.
002220
002220     OPEN I-O VOUCHER-FILE.
002220     IF VCH-FILE-STATUS = "35"
002220         CLOSE VOUCHER-FILE
002220         OPEN OUTPUT VOUCHER-FILE
002220         CLOSE VOUCHER-FILE
002220         OPEN I-O VOUCHER-FILE
002220     END-IF.
002220     IF VCH-FILE-STATUS NOT = "00"
002220         DISPLAY "UNABLE TO OPEN VOUCHER FILE"
002220         MOVE 'Y' TO GTE-EOJ-SWITCH
002220         GO TO 1000-EXIT
002220     END-IF.
002220
002221     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
002230
002240     ACCEPT GTE-CURRENT-DATE FROM DATE YYYYMMDD.
003530     EXIT.
003540
003522*****************************************************************
003523*  2550-COLLECT-BALANCE (T-ERR-MSG 18, 31, 66-70) - THE BOOKING  *
003524*  TOOK ONLY A DEPOSIT, SO THE GATE COLLECTS THE REST OF THE     *
003525*  STAY BEFORE THE GUEST IS MARKED CHECKED IN.  CASH GOES IN     *
003526*  THE DRAWER; A CARD BALANCE RUNS THE CARD ALREADY ON FILE      *
003527*  THROUGH CARDAUTH; A VOUCHER (G) PAYS WHAT ITS BALANCE WILL    *
003527*  STRETCH TO AND THE REST BY TYPE PAYS ANY SHORTFALL.  EACH     *
003527*  PART IS ITS OWN PAYMENT TRANSACTION AND RES-PAID-AMOUNT IS    *
003528*  BROUGHT UP TO DATE ON THE RECORD BUFFER FOR                   *
003529*  3000-REWRITE-STATUS TO PUT DOWN.  A DECLINE, NO CARD ON       *
003530*  FILE, OR A BAD VOUCHER LEAVES EVERYTHING UNTOUCHED - THE      *
003531*  RANGER REDOES THE CHECK-IN ANOTHER WAY.                       *
003532*****************************************************************
003533 2550-COLLECT-BALANCE.
003534     SET GTE-BALANCE-COLLECTED TO TRUE.
003538     COMPUTE GTE-BALANCE-DUE
003539         = GTE-TOTAL-DUE - RES-PAID-AMOUNT.
003540     MOVE RES-CARD-TYPE TO GTE-IN-PAY-TYPE.
003540*    A STAY BOOKED ON A VOUCHER CARRIES THE VOUCHER NUMBER IN
003540*    THE CARD NUMBER - OFFER IT AGAIN FOR THE BALANCE.
003540     MOVE SPACES TO GTE-IN-VOUCHER-NUMBER.
003540     MOVE SPACE  TO GTE-IN-REST-TYPE.
003540     IF RES-CARD-TYPE = "G"
003540         MOVE RES-CARD-NUMBER TO GTE-IN-VOUCHER-NUMBER-N
003540     END-IF.
003541     DISPLAY GTE-BALANCE-SCREEN.
003542     ACCEPT GTE-BALANCE-SCREEN.
003543     IF GTE-IN-PAY-TYPE NOT = "V" AND NOT = "M" AND NOT = "A"
003544        AND NOT = "C" AND NOT = "G"
003545         MOVE 18 TO GTE-ERROR-NUMBER
003546         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003547         SET GTE-BALANCE-NOT-TAKEN TO TRUE
003548         GO TO 2550-EXIT
003549     END-IF.
003549     MOVE ZERO            TO GTE-VOUCHER-AMOUNT.
003549     MOVE GTE-BALANCE-DUE TO GTE-REST-AMOUNT.
003549     MOVE GTE-IN-PAY-TYPE TO GTE-REST-TYPE.
003549     IF GTE-IN-PAY-TYPE = "G"
003549         PERFORM 2570-EDIT-VOUCHER THRU 2570-EXIT
003549         IF GTE-BALANCE-NOT-TAKEN
003549             GO TO 2550-EXIT
003549         END-IF
003549     END-IF.
003550     MOVE SPACE  TO GTE-CARD-AUTH-STATUS.
003551     MOVE SPACES TO GTE-CARD-AUTH-CODE.
003552     IF GTE-REST-TYPE NOT = "C" AND NOT = "G"
003553         IF RES-CARD-NUMBER = ZERO OR RES-CARD-TYPE = "G"
003554             MOVE "NO CARD ON FILE - COLLECT THE BALANCE IN CASH"
003555                 TO GTE-DISPLAY-MSG
003556             DISPLAY GTE-MESSAGE-SCREEN
003559         END-IF
003560         MOVE 'A' TO GTE-CARD-TRAN-TYPE
003561         CALL 'CARDAUTH' USING RES-CARD-NUMBER
003562                               GTE-REST-AMOUNT
003563                               GTE-CARD-TRAN-TYPE
003564                               GTE-CARD-AUTH-STATUS
003565                               GTE-CARD-AUTH-CODE
003572         MOVE GTE-CARD-AUTH-STATUS TO RES-CARD-AUTH-STATUS
003573         MOVE GTE-CARD-AUTH-CODE   TO RES-CARD-AUTH-CODE
003574     END-IF.
003574     IF GTE-VOUCHER-AMOUNT > ZERO
003574         PERFORM 2580-REDEEM-VOUCHER THRU 2580-EXIT
003574     END-IF.
003575     ADD GTE-BALANCE-DUE TO RES-PAID-AMOUNT.
003576     IF GTE-REST-AMOUNT > ZERO
003576         PERFORM 2560-WRITE-PAYMENT-TRAN THRU 2560-EXIT
003576     END-IF.
003577 2550-EXIT.
003578     EXIT.
003579
003580*****************************************************************
003581*  2560-WRITE-PAYMENT-TRAN - ONE BALANCE TRANSACTION FOR THE     *
003582*  MONEY JUST COLLECTED AT THE GATE, SO THE DEPOSIT REPORT       *
003583*  AND THE CARD SETTLEMENT EXTRACT SEE IT.  AFTER A VOUCHER      *
003583*  THIS IS THE REST BY PART ONLY (SEE 2580).                     *
003584*****************************************************************
003585 2560-WRITE-PAYMENT-TRAN.
003586     MOVE SPACES               TO PAYMENT-TRAN-RECORD.
003588     MOVE RES-SITE             TO PT-SITE.
003589     MOVE RES-ARRIVAL-DATE     TO PT-ARRIVAL-DATE.
003590     SET PT-TRAN-BALANCE       TO TRUE.
003591     MOVE GTE-REST-TYPE        TO PT-PAY-TYPE.
003592     MOVE GTE-REST-AMOUNT      TO PT-AMOUNT.
003593     IF GTE-REST-TYPE = "C"
003594         MOVE ZERO TO PT-CARD-NUMBER
003595     ELSE
003596         MOVE RES-CARD-NUMBER TO PT-CARD-NUMBER
003603     WRITE PAYMENT-TRAN-RECORD.
003604 2560-EXIT.
003605     EXIT.
003605
003605*****************************************************************
003605*  2570-EDIT-VOUCHER (T-ERR-MSG 66-70) - THE VOUCHER MUST BE ON  *
003605*  FILE, ACTIVE, AND NOT PAST ITS EXPIRY.  IT PAYS THE WHOLE     *
003605*  BALANCE IF IT CAN; OTHERWISE ITS WHOLE REMAINING VALUE, AND   *
003605*  THE REST BY TYPE (V/M/A/C) MUST BE KEYED FOR THE SHORTFALL.   *
003605*****************************************************************
003605 2570-EDIT-VOUCHER.
003605     IF GTE-IN-VOUCHER-NUMBER IS NOT NUMERIC
003605         MOVE 66 TO GTE-ERROR-NUMBER
003605         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003605         SET GTE-BALANCE-NOT-TAKEN TO TRUE
003605         GO TO 2570-EXIT
003605     END-IF.
003605
003605     MOVE GTE-IN-VOUCHER-NUMBER-N TO VCH-VOUCHER-NUMBER.
003605     READ VOUCHER-FILE
003605         INVALID KEY
003605             MOVE 67 TO GTE-ERROR-NUMBER
003605             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003605             SET GTE-BALANCE-NOT-TAKEN TO TRUE
003605             GO TO 2570-EXIT
003605     END-READ.
003605
003605     IF VCH-EXPIRED
003605        OR (VCH-ACTIVE AND VCH-EXPIRY-DATE < GTE-CURRENT-DATE-N)
003605         MOVE 69 TO GTE-ERROR-NUMBER
003605         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003605         SET GTE-BALANCE-NOT-TAKEN TO TRUE
003605         GO TO 2570-EXIT
003605     END-IF.
003605
003605     IF NOT VCH-ACTIVE OR VCH-REMAINING-BALANCE = ZERO
003605         MOVE 68 TO GTE-ERROR-NUMBER
003605         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003605         SET GTE-BALANCE-NOT-TAKEN TO TRUE
003605         GO TO 2570-EXIT
003605     END-IF.
003605
003605     IF VCH-REMAINING-BALANCE NOT < GTE-BALANCE-DUE
003605         MOVE GTE-BALANCE-DUE TO GTE-VOUCHER-AMOUNT
003605         MOVE ZERO            TO GTE-REST-AMOUNT
003605         GO TO 2570-EXIT
003605     END-IF.
003605
003605     IF GTE-IN-REST-TYPE NOT = "V" AND NOT = "M" AND NOT = "A"
003605        AND NOT = "C"
003605         MOVE 70 TO GTE-ERROR-NUMBER
003605         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003605         SET GTE-BALANCE-NOT-TAKEN TO TRUE
003605         GO TO 2570-EXIT
003605     END-IF.
003605     MOVE VCH-REMAINING-BALANCE TO GTE-VOUCHER-AMOUNT.
003605     MOVE GTE-IN-REST-TYPE      TO GTE-REST-TYPE.
003605     COMPUTE GTE-REST-AMOUNT
003605         = GTE-BALANCE-DUE - GTE-VOUCHER-AMOUNT.
003605 2570-EXIT.
003605     EXIT.
003605
003605*****************************************************************
003605*  2580-REDEEM-VOUCHER - TAKE THE VOUCHER PART OFF THE           *
003605*  VOUCHER'S BALANCE AND WRITE IT AS ITS OWN BALANCE             *
003605*  TRANSACTION (PAY TYPE G, THE VOUCHER NUMBER IN THE CARD       *
003605*  NUMBER).  A VOUCHER DRAWN TO ZERO IS USED UP.                 *
003605*****************************************************************
003605 2580-REDEEM-VOUCHER.
003605     MOVE GTE-IN-VOUCHER-NUMBER-N TO VCH-VOUCHER-NUMBER.
003605     READ VOUCHER-FILE
003605         INVALID KEY
003605             DISPLAY "UNABLE TO READ VOUCHER RECORD"
003605             GO TO 2580-EXIT
003605     END-READ.
003605     SUBTRACT GTE-VOUCHER-AMOUNT FROM VCH-REMAINING-BALANCE.
003605     IF VCH-REMAINING-BALANCE = ZERO
003605         SET VCH-USED-UP TO TRUE
003605     END-IF.
003605     MOVE GTE-CURRENT-DATE-N TO VCH-LAST-USE-DATE.
003605     REWRITE VOUCHER-RECORD
003605         INVALID KEY
003605             DISPLAY "UNABLE TO REWRITE VOUCHER RECORD"
003605     END-REWRITE.
003605
003605     MOVE SPACES               TO PAYMENT-TRAN-RECORD.
003605     MOVE RES-CAMPGROUND-NAME  TO PT-CAMPGROUND-NAME.
003605     MOVE RES-SITE             TO PT-SITE.
003605     MOVE RES-ARRIVAL-DATE     TO PT-ARRIVAL-DATE.
003605     SET PT-TRAN-BALANCE       TO TRUE.
003605     MOVE "G"                  TO PT-PAY-TYPE.
003605     MOVE GTE-VOUCHER-AMOUNT   TO PT-AMOUNT.
003605     MOVE GTE-IN-VOUCHER-NUMBER-N TO PT-CARD-NUMBER.
003605     MOVE SPACE                TO PT-CARD-AUTH-STATUS.
003605     MOVE SPACES               TO PT-CARD-AUTH-CODE.
003605     MOVE GTE-CURRENT-DATE-N   TO PT-TRAN-DATE.
003605     ACCEPT PT-TRAN-TIME FROM TIME.
003605     MOVE GTE-OPERATOR-ID      TO PT-OPERATOR-ID.
003605     WRITE PAYMENT-TRAN-RECORD.
003605 2580-EXIT.
003605     EXIT.
003606
003550*****************************************************************
003560*  2600-OFFER-DEPARTURE (T-ERR-MSG 38) - A GUEST ON THE SITE:    *
004830     CLOSE AUDIT-FILE.
004835     CLOSE PAYMENT-TRAN-FILE.
004836     CLOSE OPERATOR-MASTER-FILE.
004836     CLOSE VOUCHER-FILE.
004840 9000-EXIT.
004850     EXIT.
