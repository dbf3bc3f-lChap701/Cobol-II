000229*                  NO CONVERSION NEEDED; A PRE-RELEASE RECORD      *
000229*                  READS AS SPACES, MEANING NO TAX WAS EVER        *
000229*                  CHARGED ON IT.                                  *
000229*  2026-10-12 RLH  ADDED RES-PASS-TYPE AND RES-PASS-NUMBER - THE   *
000229*                  SENIOR, DISABLED-VETERAN, OR ACCESS PASS THE    *
000229*                  GUEST SHOWED (DISCOUNT CATEGORY TABLE,          *
000229*                  DISCCAT.CPY, SEE COBLSC36) - AND THE NIGHTS     *
000229*                  IT DISCOUNTED AND THE DOLLARS IT TOOK OFF THE   *
000229*                  STAY, SO COBLSC37 CAN REPORT THE LOSS THE       *
000229*                  STATE REIMBURSES.  RES-AMOUNT IS THE PRICE      *
000229*                  AFTER THE DISCOUNT.  RECORD GREW FROM 218 TO    *
000229*                  250 BYTES - SEE COBLSC15 FOR THE ONE-TIME       *
000229*                  CONVERSION.                                     *
000229*  2026-10-14 RLH  ADDED RES-DISPUTE-FLAG - SET BY THE NIGHTLY     *
000229*                  CHARGEBACK LOAD (COBLSC40) WHEN THE CARD        *
000229*                  HOLDER DISPUTES A PAYMENT ON THE STAY, AND      *
000229*                  MOVED TO WON OR LOST WHEN THE SUPERVISOR        *
000229*                  CLOSES THE LAST OPEN CASE (COBLSC41, DISPUTE    *
000229*                  CASE FILE DISPUTE.CPY).  CARVED FROM FILLER -   *
000229*                  NO CONVERSION NEEDED; SPACE MEANS NEVER         *
000229*                  DISPUTED.                                       *
000230*****************************************************************
000240 01  RESERVATION-RECORD.
000250     05  RES-KEY.
000599     05  RES-DEPOSIT-AMOUNT          PIC 9(05)V99.
000599     05  RES-PAID-AMOUNT             PIC 9(05)V99.
000599     05  RES-TAX-AMOUNT              PIC 9(05)V99.
000599     05  RES-PASS-TYPE               PIC X(02).
000599         88  RES-NO-PASS             VALUE SPACES.
000599     05  RES-PASS-NUMBER             PIC X(12).
000599     05  RES-DISCOUNT-NIGHTS         PIC 9(03).
000599     05  RES-DISCOUNT-AMOUNT         PIC 9(05)V99.
000599     05  RES-DISPUTE-FLAG            PIC X(01).
000599         88  RES-NOT-DISPUTED        VALUE SPACE.
000599         88  RES-DISPUTED            VALUE 'D'.
000599         88  RES-DISPUTE-WON         VALUE 'W'.
000599         88  RES-DISPUTE-LOST        VALUE 'L'.
000600     05  FILLER                      PIC X(10).
