000100*****************************************************************
000110*  VOUCHER.CPY                                                  *
000120*  VOUCHER MASTER RECORD LAYOUT                                 *
000130*                                                                *
000140*  ONE RECORD PER GIFT CERTIFICATE SOLD BY THE FRIENDS OF THE    *
000150*  PARK OR RAIN-CHECK VOUCHER HANDED OUT AFTER A CLOSURE, KEYED  *
000160*  BY THE NUMBER PRINTED ON THE FACE OF IT.  A SUPERVISOR ISSUES *
000170*  AND VOIDS THEM ON COBLSC33.  THE BOOKING SCREEN (COBLSC01)    *
000180*  AND THE GATE (COBLSC07) REDEEM AGAINST THE REMAINING BALANCE  *
000190*  AS PAY TYPE 'G', AND A CANCELLATION REFUND ON COBLSC03 PUTS   *
000200*  THE VOUCHER-PAID PART BACK ONTO THE VOUCHER IT CAME FROM.     *
000210*                                                                *
000220*  STATUS A IS THE ONLY STATUS THAT CAN BE SPENT.  A VOUCHER     *
000230*  DRAWN TO ZERO GOES TO U; ONE STILL CARRYING A BALANCE PAST    *
000240*  ITS EXPIRY IS SET TO E BY THE MONTHLY LIABILITY RUN           *
000250*  (COBLSC34), WHICH STAMPS VCH-EXPIRED-DATE WITH THE DAY THE    *
000260*  BALANCE WAS WRITTEN OFF.  ITS EXPIRED-UNUSED LISTING SELECTS  *
000265*  ON THE MONTH OF VCH-EXPIRY-DATE.                              *
000270*                                                                *
000280*  MOD-LOG                                                       *
000290*  DATE       BY   DESCRIPTION                                   *
000300*  ---------- ---- ------------------------------------------    *
000310*  2026-10-11 RLH  ORIGINAL RECORD LAYOUT.                        *
000320*****************************************************************
000330 01  VOUCHER-RECORD.
000340     05  VCH-VOUCHER-NUMBER          PIC 9(08).
000350     05  VCH-SOURCE                  PIC X(01).
000360         88  VCH-GIFT-CERTIFICATE    VALUE 'G'.
000370         88  VCH-RAIN-CHECK          VALUE 'R'.
000380         88  VCH-SOURCE-VALID        VALUE 'G' 'R'.
000390     05  VCH-ISSUE-DATE              PIC 9(08).
000400     05  VCH-ORIGINAL-VALUE          PIC 9(05)V99.
000410     05  VCH-REMAINING-BALANCE       PIC 9(05)V99.
000420     05  VCH-EXPIRY-DATE             PIC 9(08).
000430     05  VCH-STATUS                  PIC X(01).
000440         88  VCH-ACTIVE              VALUE 'A'.
000450         88  VCH-USED-UP             VALUE 'U'.
000460         88  VCH-EXPIRED             VALUE 'E'.
000470         88  VCH-VOID                VALUE 'V'.
000480     05  VCH-LAST-NAME               PIC X(20).
000490     05  VCH-FIRST-NAME              PIC X(15).
000500     05  VCH-SUPERVISOR-ID           PIC X(08).
000510     05  VCH-LAST-USE-DATE           PIC 9(08).
000520     05  VCH-EXPIRED-DATE            PIC 9(08).
000530     05  FILLER                      PIC X(20).
