000320*  DATE       BY   DESCRIPTION                                   *
000330*  ---------- ---- ------------------------------------------    *
000340*  2026-08-22 RLH  ORIGINAL PROGRAM.                              *
000345*  2026-10-09 RLH  ERROR-COUNT TABLE WIDENED FROM 54 TO 65 SLOTS  *
000345*                  TO MATCH T-ERR-MSG - THE CLOSURE (55) AND      *
000345*                  DO-NOT-RENT (63) REJECTIONS WERE COUNTED IN    *
000345*                  THE TOTAL BUT NEVER BROKEN OUT BY NUMBER.      *
000348*  2026-10-11 RLH  ERROR-COUNT TABLE WIDENED FROM 65 TO 75 SLOTS  *
000348*                  FOR THE VOUCHER EDITS (66-75).                 *
000348*  2026-10-12 RLH  ERROR-COUNT TABLE WIDENED FROM 75 TO 82 SLOTS  *
000348*                  FOR THE PASS AND DISCOUNT CATEGORY EDITS       *
000348*                  (76-82).                                       *
000348*  2026-10-13 RLH  ERROR-COUNT TABLE WIDENED FROM 82 TO 95 SLOTS  *
000348*                  FOR THE SEASONAL LOTTERY EDITS (83-95).        *
000348*  2026-10-14 RLH  ERROR-COUNT TABLE WIDENED FROM 95 TO 99 SLOTS  *
000348*                  FOR THE CARD DISPUTE EDITS (96-99), THE LAST   *
000348*                  A TWO-DIGIT AUD-ERROR-NUMBER CAN CARRY.        *
000348*                  ASR-SUB WIDENED TO THREE DIGITS SO THE PRINT   *
000348*                  LOOP CAN STEP PAST 99.                         *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000800
000810 77  ASR-REJECT-TOTAL            PIC 9(06) VALUE ZERO.
000820 77  ASR-ACTION-TOTAL            PIC 9(06) VALUE ZERO.
000830 77  ASR-SUB                     PIC 9(03) VALUE ZERO.
000840
000850*****************************************************************
000860*  REJECTION COUNTS BY ERROR NUMBER - ONE SLOT PER T-ERR-MSG     *
000870*****************************************************************
000880 01  ASR-ERROR-COUNT-TABLE.
000890     05  ASR-ERROR-COUNT         PIC 9(05) OCCURS 99
000900                                 VALUE ZERO.
000910
000920*****************************************************************
002250         GO TO 2000-NEXT
002260     END-IF.
002270     ADD 1 TO ASR-REJECT-TOTAL.
002280     IF AUD-ERROR-NUMBER > 0 AND NOT > 99
002290         ADD 1 TO ASR-ERROR-COUNT(AUD-ERROR-NUMBER)
002300     END-IF.
002310     PERFORM 2200-TALLY-OPERATOR THRU 2200-EXIT.
003170     MOVE "REJECTIONS BY ERROR NUMBER" TO AR-SECTION-TITLE.
003180     WRITE AUDIT-REPORT-RECORD FROM AR-SECTION-LINE.
003190     PERFORM 7100-PRINT-ERROR-LINE THRU 7100-EXIT
003200         VARYING ASR-SUB FROM 1 BY 1 UNTIL ASR-SUB > 99.
003210     WRITE AUDIT-REPORT-RECORD FROM AR-BLANK-LINE.
003220
003230     MOVE "REJECTIONS BY OPERATOR" TO AR-SECTION-TITLE.
