000220*  AND, FOR EACH ONE, SCANS THE PAYMENT TRANSACTION FILE         *
000230*  (PAYTRAN.CPY) FOR THE DAY'S DEPOSITS, GATE BALANCES, AND      *
000240*  REFUNDS AND TOTALS THEM BY PAYMENT TYPE - CASH, VISA,         *
000250*  MASTERCARD, AMEX, AND VOUCHER.  A GRAND TOTAL LINE FOLLOWS    *
000260*  THE LAST CAMPGROUND.                                          *
000250*                                                                *
000260*  MOD-LOG                                                       *
000270*  DATE       BY   DESCRIPTION                                   *
000349*                  COBLSC10 HAS ENDED FOR THE BUSINESS DATE,      *
000349*                  REFUSES A SECOND RUN FOR THE SAME DATE,        *
000349*                  AND LOGS ITS START AND END FOR COBLSC22.       *
000349*  2026-10-07 RLH  THE MORNING GATE SHEET (COBLSC27) NOW RUNS    *
000349*                  AS STEP 3 OF THE NIGHTLY SEQUENCE, SO THIS    *
000349*                  JOB MOVES DOWN TO STEP 6.                     *
000349*  2026-10-11 RLH  ADDED A VOUCHER COLUMN.  GIFT CERTIFICATE AND  *
000349*                  RAIN-CHECK REDEMPTIONS (PAY TYPE G) AND THE    *
000349*                  REFUNDS PUT BACK ONTO A VOUCHER NOW TOTAL ON   *
000349*                  THEIR OWN INSTEAD OF BEING KEYED AS CASH.      *
000349*                  PRINT LINE WIDENED SO THE GRAND TOTAL FITS.    *
000349*  2026-10-14 RLH  A CHARGEBACK (PAYTRAN TYPE K) NOW COMES OFF    *
000349*                  ITS CARD'S TOTAL THE SAME AS A REFUND, AND A   *
000349*                  DISPUTE WON BACK (TYPE W) ADDS LIKE A          *
000349*                  PAYMENT.  THE NIGHTLY CHARGEBACK LOAD          *
000349*                  (COBLSC40) RUNS AHEAD OF THIS JOB AS STEP 6,   *
000349*                  SO THIS JOB IS STEP 7 AND WAITS ON COBLSC40.   *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000570 COPY PAYTRAN.CPY.
000580
000590 FD  DEPOSIT-REPORT-FILE.
000600 01  DEPOSIT-REPORT-RECORD          PIC X(110).
000610
901002 FD  RUN-CONTROL-FILE.
901004 COPY RUNCTL.CPY.
000880     05  DR-VISA-TOTAL           PIC S9(07)V99 VALUE ZERO.
000890     05  DR-MASTERCARD-TOTAL     PIC S9(07)V99 VALUE ZERO.
000900     05  DR-AMEX-TOTAL           PIC S9(07)V99 VALUE ZERO.
000900     05  DR-VOUCHER-TOTAL        PIC S9(07)V99 VALUE ZERO.
000910     05  DR-CAMPGROUND-TOTAL     PIC S9(07)V99 VALUE ZERO.
000920
000930 01  DR-REPORT-TOTALS.
000950     05  DR-REPORT-VISA-TOTAL        PIC S9(08)V99 VALUE ZERO.
000960     05  DR-REPORT-MASTERCARD-TOTAL  PIC S9(08)V99 VALUE ZERO.
000970     05  DR-REPORT-AMEX-TOTAL        PIC S9(08)V99 VALUE ZERO.
000970     05  DR-REPORT-VOUCHER-TOTAL     PIC S9(08)V99 VALUE ZERO.
000980     05  DR-REPORT-GRAND-TOTAL       PIC S9(08)V99 VALUE ZERO.
000990
001000*****************************************************************
001170     05  FILLER                  PIC X(12) VALUE "VISA".
001180     05  FILLER                  PIC X(12) VALUE "MASTERCARD".
001190     05  FILLER                  PIC X(12) VALUE "AMEX".
001190     05  FILLER                  PIC X(12) VALUE "VOUCHER".
001200     05  FILLER                  PIC X(12) VALUE "TOTAL".
001210
001220 01  DR-DETAIL-LINE.
001290     05  FILLER                  PIC X(01).
001300     05  DR-D-AMEX               PIC ZZZ,ZZ9.99-.
001310     05  FILLER                  PIC X(01).
001310     05  DR-D-VOUCHER            PIC ZZZ,ZZ9.99-.
001310     05  FILLER                  PIC X(01).
001320     05  DR-D-TOTAL              PIC ZZZ,ZZ9.99-.
001330
001340 01  DR-GRAND-TOTAL-LINE.
001370     05  DR-G-VISA               PIC ZZ,ZZZ,ZZ9.99-.
001380     05  DR-G-MASTERCARD         PIC ZZ,ZZZ,ZZ9.99-.
001390     05  DR-G-AMEX               PIC ZZ,ZZZ,ZZ9.99-.
001390     05  DR-G-VOUCHER            PIC ZZ,ZZZ,ZZ9.99-.
001400     05  DR-G-TOTAL              PIC ZZ,ZZZ,ZZ9.99-.
001410
901502*****************************************************************
901512     05  RC-FILE-STATUS          PIC X(02) VALUE ZERO.
901514     05  RL-FILE-STATUS          PIC X(02) VALUE ZERO.
901516     05  DR-RUN-PROGRAM-ID      PIC X(08) VALUE 'COBLSC02'.
901518     05  DR-RUN-PRED-ID         PIC X(08) VALUE 'COBLSC40'.
901520     05  DR-RUN-SEQ-NO          PIC 9(02) VALUE 7.
901522     05  DR-RUN-EVENT           PIC X(05) VALUE SPACES.
901524     05  DR-RUN-NEW-SWITCH      PIC X(01) VALUE 'N'.
901526         88  DR-RUN-NEW-RECORD   VALUE 'Y'.
002510*****************************************************************
002520*  2260-ADD-TO-TOTALS - ONE PAYMENT TRANSACTION INTO THE PAY     *
002530*  TYPE IT MOVED UNDER - CASH IS PAYMENT TYPE C; V, M, AND A     *
002540*  ARE VISA, MASTERCARD, AND AMEX; G IS A GIFT CERTIFICATE OR    *
002540*  RAIN-CHECK VOUCHER.  A DEPOSIT OR A GATE                      *
002550*  BALANCE ADDS; A REFUND COMES BACK OUT OF ITS PAY TYPE, SO A   *
002560*  REFUND-HEAVY DAY SHOWS NEGATIVE AND THE DRAWER BALANCES.      *
002560*  A CHARGEBACK COMES OUT OF ITS CARD THE SAME WAY, AND A        *
002560*  DISPUTE WON BACK ADDS LIKE ANY OTHER CARD PAYMENT.            *
002570*****************************************************************
002580 2260-ADD-TO-TOTALS.
002590     IF PT-TRAN-REFUND OR PT-TRAN-CHARGEBACK
002600         PERFORM 2270-SUBTRACT-REFUND THRU 2270-EXIT
002610         GO TO 2260-EXIT
002620     END-IF.
002710             ELSE
002720                 IF PT-PAY-TYPE = "A"
002730                     ADD PT-AMOUNT TO DR-AMEX-TOTAL
002730                 ELSE
002730                     IF PT-PAY-TYPE = "G"
002730                         ADD PT-AMOUNT TO DR-VOUCHER-TOTAL
002730                     END-IF
002740                 END-IF
002750             END-IF
002760         END-IF
002930                 IF PT-PAY-TYPE = "A"
002940                     SUBTRACT PT-AMOUNT
002950                         FROM DR-AMEX-TOTAL
002950                 ELSE
002950                     IF PT-PAY-TYPE = "G"
002950                         SUBTRACT PT-AMOUNT
002950                             FROM DR-VOUCHER-TOTAL
002950                     END-IF
002960                 END-IF
002970             END-IF
002980         END-IF
002830     MOVE DR-VISA-TOTAL       TO DR-D-VISA.
002840     MOVE DR-MASTERCARD-TOTAL TO DR-D-MASTERCARD.
002850     MOVE DR-AMEX-TOTAL       TO DR-D-AMEX.
002850     MOVE DR-VOUCHER-TOTAL    TO DR-D-VOUCHER.
002860     MOVE DR-CAMPGROUND-TOTAL TO DR-D-TOTAL.
002870     WRITE DEPOSIT-REPORT-RECORD FROM DR-DETAIL-LINE.
002880
002900     ADD DR-VISA-TOTAL       TO DR-REPORT-VISA-TOTAL.
002910     ADD DR-MASTERCARD-TOTAL TO DR-REPORT-MASTERCARD-TOTAL.
002920     ADD DR-AMEX-TOTAL       TO DR-REPORT-AMEX-TOTAL.
002920     ADD DR-VOUCHER-TOTAL    TO DR-REPORT-VOUCHER-TOTAL.
002930     ADD DR-CAMPGROUND-TOTAL TO DR-REPORT-GRAND-TOTAL.
002940 2300-EXIT.
002950     EXIT.
003020     MOVE DR-REPORT-VISA-TOTAL       TO DR-G-VISA.
003030     MOVE DR-REPORT-MASTERCARD-TOTAL TO DR-G-MASTERCARD.
003040     MOVE DR-REPORT-AMEX-TOTAL       TO DR-G-AMEX.
003040     MOVE DR-REPORT-VOUCHER-TOTAL    TO DR-G-VOUCHER.
003050     MOVE DR-REPORT-GRAND-TOTAL      TO DR-G-TOTAL.
003060     WRITE DEPOSIT-REPORT-RECORD FROM DR-GRAND-TOTAL-LINE.
003070 7000-EXIT.
902076     MOVE DR-RUN-PRED-ID TO RC-PROGRAM-ID.
902078     READ RUN-CONTROL-FILE
902080         INVALID KEY
902082             DISPLAY "COBLSC40 HAS NOT RUN - RUN REFUSED"
902084             MOVE 'Y' TO DR-EOJ-SWITCH
902086             MOVE 'Y' TO DR-CAMPGROUND-EOF-SWITCH
902088             GO TO 1000-EXIT
902090     END-READ.
902092     IF RC-BUSINESS-DATE NOT = DR-RUN-DATE
902094        OR NOT RC-ENDED
902096         DISPLAY "COBLSC40 HAS NOT FINISHED TONIGHT - RUN REFUSED"
902098         MOVE 'Y' TO DR-EOJ-SWITCH
902100         MOVE 'Y' TO DR-CAMPGROUND-EOF-SWITCH
902102         GO TO 1000-EXIT
