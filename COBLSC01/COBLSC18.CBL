000190*****************************************************************
000200*  PURPOSE.  END-OF-SHIFT CASH DRAWER CLOSE-OUT.  THE OPERATOR   *
000210*  SIGNS ON, KEYS THE CAMPGROUND AND THE COUNTED CASH AND CARD   *
000220*  SLIP TOTALS BY PAY TYPE (V/M/A/C/G), AND THE PROGRAM TOTALS   *
000230*  THAT OPERATOR'S PAYMENT TRANSACTIONS FOR THE DAY - DEPOSITS   *
000240*  AND GATE BALANCES IN, REFUNDS OUT - AND SHOWS AND RECORDS     *
000250*  THE OVER/SHORT ON THE CLOSE-OUT FILE (CLOSEOUT.CPY) FOR THE   *
000300*  DATE       BY   DESCRIPTION                                   *
000310*  ---------- ---- ------------------------------------------    *
000320*  2026-09-02 RLH  ORIGINAL PROGRAM.                              *
000320*  2026-10-11 RLH  ADDED COUNTED VOUCHERS - THE GIFT CERTIFICATES  *
000320*                  AND RAIN CHECKS TAKEN IN (PAY TYPE G) ARE NOW   *
000320*                  COUNTED AND BALANCED ON THEIR OWN LINE INSTEAD  *
000320*                  OF BEING RUN THROUGH THE DRAWER AS CASH.        *
000320*  2026-10-14 RLH  CHARGEBACK AND DISPUTE-WON TRANSACTIONS          *
000320*                  (PAYTRAN TYPES K AND W) ARE SKIPPED - THE       *
000320*                  PROCESSOR MOVES THAT MONEY, NOT THE DRAWER.     *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001100     05  CLO-SYS-VISA            PIC S9(05)V99 VALUE ZERO.
001110     05  CLO-SYS-MC              PIC S9(05)V99 VALUE ZERO.
001120     05  CLO-SYS-AMEX            PIC S9(05)V99 VALUE ZERO.
001120     05  CLO-SYS-VOUCHER         PIC S9(05)V99 VALUE ZERO.
001130
001140*****************************************************************
001150*  THE OVER/SHORT - COUNTED LESS SYSTEM, BY PAY TYPE AND IN      *
001200     05  CLO-OS-VISA             PIC S9(05)V99 VALUE ZERO.
001210     05  CLO-OS-MC               PIC S9(05)V99 VALUE ZERO.
001220     05  CLO-OS-AMEX             PIC S9(05)V99 VALUE ZERO.
001220     05  CLO-OS-VOUCHER          PIC S9(05)V99 VALUE ZERO.
001230     05  CLO-OS-TOTAL            PIC S9(05)V99 VALUE ZERO.
001240
001250*****************************************************************
001490     05  CLO-IN-AMEX             PIC X(07).
001500     05  CLO-IN-AMEX-N REDEFINES CLO-IN-AMEX
001510                                 PIC 9(05)V99.
001510     05  CLO-IN-VOUCHER          PIC X(07).
001510     05  CLO-IN-VOUCHER-N REDEFINES CLO-IN-VOUCHER
001510                                 PIC 9(05)V99.
001520
001530 COPY ERROR.CPY.
001540
001750     05  LINE 07 COL 21 PIC X(07) USING CLO-IN-MC.
001760     05  LINE 08 COL 01 VALUE "COUNTED AMEX......:".
001770     05  LINE 08 COL 21 PIC X(07) USING CLO-IN-AMEX.
001770     05  LINE 09 COL 01 VALUE "COUNTED VOUCHERS..:".
001770     05  LINE 09 COL 21 PIC X(07) USING CLO-IN-VOUCHER.
001780
001790 01  CLO-RESULT-SCREEN.
001800     05  LINE 11 COL 01 VALUE "OVER/SHORT CASH...:".
001810     05  LINE 11 COL 21 PIC ZZ,ZZ9.99- FROM CLO-OS-CASH.
001820     05  LINE 12 COL 01 VALUE "OVER/SHORT VISA...:".
001830     05  LINE 12 COL 21 PIC ZZ,ZZ9.99- FROM CLO-OS-VISA.
001840     05  LINE 13 COL 01 VALUE "OVER/SHORT MC.....:".
001850     05  LINE 13 COL 21 PIC ZZ,ZZ9.99- FROM CLO-OS-MC.
001860     05  LINE 14 COL 01 VALUE "OVER/SHORT AMEX...:".
001870     05  LINE 14 COL 21 PIC ZZ,ZZ9.99- FROM CLO-OS-AMEX.
001870     05  LINE 15 COL 01 VALUE "OVER/SHORT VOUCHER:".
001870     05  LINE 15 COL 21 PIC ZZ,ZZ9.99- FROM CLO-OS-VOUCHER.
001880     05  LINE 17 COL 01 VALUE "OVER/SHORT TOTAL..:".
001890     05  LINE 17 COL 21 PIC ZZ,ZZ9.99- FROM CLO-OS-TOTAL.
001900
001910 01  CLO-MESSAGE-SCREEN.
001920     05  LINE 22 COL 01 ERASE EOL
003170     EXIT.
003180
003190*****************************************************************
003200*  2300-EDIT-COUNTED-AMOUNTS (T-ERR-MSG 51) - ALL FIVE COUNTED   *
003210*  FIGURES MUST BE NUMERIC.  A DRAWER WITH NOTHING OF A PAY      *
003220*  TYPE IS KEYED AS ZEROS.                                       *
003230*****************************************************************
003260        OR CLO-IN-VISA IS NOT NUMERIC
003270        OR CLO-IN-MC IS NOT NUMERIC
003280        OR CLO-IN-AMEX IS NOT NUMERIC
003280        OR CLO-IN-VOUCHER IS NOT NUMERIC
003290         MOVE 51 TO CLO-ERROR-NUMBER
003300         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003310         SET CLO-DATA-INVALID TO TRUE
003680        OR PT-TRAN-DATE NOT = CLO-CURRENT-DATE-N
003690         GO TO 2450-EXIT
003700     END-IF.
003700     IF PT-TRAN-DISPUTE
003700         GO TO 2450-EXIT
003700     END-IF.
003710     IF PT-TRAN-REFUND
003720         PERFORM 2470-SUBTRACT-ONE-PAYMENT THRU 2470-EXIT
003730     ELSE
003880             ELSE
003890                 IF PT-PAY-TYPE = "A"
003900                     ADD PT-AMOUNT TO CLO-SYS-AMEX
003900                 ELSE
003900                     IF PT-PAY-TYPE = "G"
003900                         ADD PT-AMOUNT TO CLO-SYS-VOUCHER
003900                     END-IF
003910                 END-IF
003920             END-IF
003930         END-IF
004070             ELSE
004080                 IF PT-PAY-TYPE = "A"
004090                     SUBTRACT PT-AMOUNT FROM CLO-SYS-AMEX
004090                 ELSE
004090                     IF PT-PAY-TYPE = "G"
004090                         SUBTRACT PT-AMOUNT
004090                             FROM CLO-SYS-VOUCHER
004090                     END-IF
004100                 END-IF
004110             END-IF
004120         END-IF
004230     COMPUTE CLO-OS-VISA = CLO-IN-VISA-N - CLO-SYS-VISA.
004240     COMPUTE CLO-OS-MC   = CLO-IN-MC-N   - CLO-SYS-MC.
004250     COMPUTE CLO-OS-AMEX = CLO-IN-AMEX-N - CLO-SYS-AMEX.
004250     COMPUTE CLO-OS-VOUCHER = CLO-IN-VOUCHER-N - CLO-SYS-VOUCHER.
004260     COMPUTE CLO-OS-TOTAL = CLO-OS-CASH + CLO-OS-VISA
004270         + CLO-OS-MC + CLO-OS-AMEX + CLO-OS-VOUCHER.
004280 2500-EXIT.
004290     EXIT.
004300
004410     MOVE CLO-IN-VISA-N      TO CO-COUNTED-VISA.
004420     MOVE CLO-IN-MC-N        TO CO-COUNTED-MC.
004430     MOVE CLO-IN-AMEX-N      TO CO-COUNTED-AMEX.
004430     MOVE CLO-IN-VOUCHER-N   TO CO-COUNTED-VOUCHER.
004440     MOVE CLO-SYS-CASH       TO CO-SYSTEM-CASH.
004450     MOVE CLO-SYS-VISA       TO CO-SYSTEM-VISA.
004460     MOVE CLO-SYS-MC         TO CO-SYSTEM-MC.
004470     MOVE CLO-SYS-AMEX       TO CO-SYSTEM-AMEX.
004470     MOVE CLO-SYS-VOUCHER    TO CO-SYSTEM-VOUCHER.
004480     MOVE CLO-OS-TOTAL       TO CO-OVER-SHORT.
004490     WRITE CLOSEOUT-RECORD.
004500 3000-EXIT.
