000254*                  REFUND-HEAVY SHIFT LEGITIMATELY DRIVES A PAY    *
000256*                  TYPE NEGATIVE, AND COBLSC19 RECOMPUTES THE      *
000258*                  PER-TYPE OVER/SHORT FROM THESE FIELDS.          *
000258*  2026-10-11 RLH  ADDED THE COUNTED AND SYSTEM VOUCHER FIELDS     *
000258*                  (PAY TYPE G - GIFT CERTIFICATES AND RAIN        *
000258*                  CHECKS TAKEN IN).  RECORD GREW FROM 117 TO      *
000258*                  131 BYTES; COBLSC35 CONVERTS THE EXISTING       *
000258*                  FILE ONCE.                                      *
000260*****************************************************************
000270 01  CLOSEOUT-RECORD.
000280     05  CO-OPERATOR-ID              PIC X(08).
000330     05  CO-COUNTED-VISA             PIC 9(05)V99.
000340     05  CO-COUNTED-MC               PIC 9(05)V99.
000350     05  CO-COUNTED-AMEX             PIC 9(05)V99.
000350     05  CO-COUNTED-VOUCHER          PIC 9(05)V99.
000360     05  CO-SYSTEM-CASH              PIC S9(05)V99.
000370     05  CO-SYSTEM-VISA              PIC S9(05)V99.
000380     05  CO-SYSTEM-MC                PIC S9(05)V99.
000390     05  CO-SYSTEM-AMEX              PIC S9(05)V99.
000390     05  CO-SYSTEM-VOUCHER           PIC S9(05)V99.
000400     05  CO-OVER-SHORT               PIC S9(05)V99.
000410     05  FILLER                      PIC X(10).
