000250*  DATE       BY   DESCRIPTION                                   *
000260*  ---------- ---- ------------------------------------------    *
000270*  2026-09-02 RLH  ORIGINAL RECORD LAYOUT.                        *
000270*  2026-10-11 RLH  PAY TYPE G - A GIFT CERTIFICATE OR RAIN-CHECK  *
000270*                  VOUCHER (VOUCHER.CPY).  A G RECORD CARRIES THE  *
000270*                  VOUCHER NUMBER IN PT-CARD-NUMBER AND NO AUTH    *
000270*                  STATUS.  A G REFUND WENT BACK ONTO THE VOUCHER. *
000270*  2026-10-14 RLH  TRAN TYPES K AND W.  K IS A CHARGEBACK - THE   *
000270*                  CARD HOLDER DISPUTED A DEPOSIT OR BALANCE AND  *
000270*                  THE PROCESSOR TOOK THE MONEY BACK (COBLSC40).  *
000270*                  W PUTS IT BACK WHEN THE DISPUTE IS WON         *
000270*                  (COBLSC41).  BOTH CARRY THE DISPUTED           *
000270*                  PAYMENT'S PAY TYPE, CARD, AND AUTH CODE.  K    *
000270*                  COMES OFF THE DAY'S TOTALS LIKE A REFUND, W    *
000270*                  ADDS LIKE A PAYMENT; NEITHER IS SETTLED OR     *
000270*                  PART OF A CLERK'S DRAWER - THE PROCESSOR HAS   *
000270*                  ALREADY MOVED THE MONEY.                       *
000280*****************************************************************
000290 01  PAYMENT-TRAN-RECORD.
000300     05  PT-CAMPGROUND-NAME          PIC X(20).
000340         88  PT-TRAN-DEPOSIT         VALUE 'D'.
000350         88  PT-TRAN-BALANCE         VALUE 'B'.
000360         88  PT-TRAN-REFUND          VALUE 'R'.
000360         88  PT-TRAN-CHARGEBACK      VALUE 'K'.
000360         88  PT-TRAN-CHARGEBACK-WON  VALUE 'W'.
000360         88  PT-TRAN-DISPUTE         VALUES 'K' 'W'.
000370     05  PT-PAY-TYPE                 PIC X(01).
000380     05  PT-AMOUNT                   PIC 9(05)V99.
000390     05  PT-CARD-NUMBER              PIC 9(16).
