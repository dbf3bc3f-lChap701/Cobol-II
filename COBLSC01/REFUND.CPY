000256*                  IN PROPORTION TO THE REFUND POLICY SO THE       *
000258*                  MONTHLY REMITTANCE REPORT (COBLSC24) NETS       *
000259*                  REFUNDED TAX BACK OUT OF THE STATE'S SHARE.     *
000259*  2026-10-11 RLH  RFD-PAY-TYPE G IS THE PART OF A REFUND PUT      *
000259*                  BACK ONTO THE GIFT CERTIFICATE OR RAIN CHECK    *
000259*                  THE STAY WAS PAID WITH; A SPLIT REFUND WRITES   *
000259*                  ONE RECORD FOR EACH PART.                       *
000260*****************************************************************
000270 01  REFUND-RECORD.
000280     05  RFD-CAMPGROUND-NAME         PIC X(20).
