000100*****************************************************************
000110*  GLCTL.CPY                                                     *
000120*  GENERAL LEDGER EXTRACT CONTROL RECORD LAYOUT                  *
000130*                                                                *
000140*  ONE RECORD PER BUSINESS DATE THE GL EXTRACT (COBLSC29) HAS    *
000150*  WRITTEN, KEYED BY THAT DATE, WITH THE RECORD COUNT AND THE    *
000160*  DEBIT AND CREDIT TOTALS SENT.  WRITTEN ONLY AFTER THE FILE    *
000170*  IS COMPLETE; THE EXTRACT REFUSES ANY DATE ALREADY HERE, SO    *
000180*  THE STATE NEVER RECEIVES THE SAME DAY TWICE.                  *
000190*                                                                *
000200*  MOD-LOG                                                       *
000210*  DATE       BY   DESCRIPTION                                   *
000220*  ---------- ---- ------------------------------------------    *
000230*  2026-10-08 RLH  ORIGINAL RECORD LAYOUT.                        *
000240*****************************************************************
000250 01  GL-CONTROL-RECORD.
000260     05  GC-BUSINESS-DATE            PIC 9(08).
000270     05  GC-EXTRACT-DATE             PIC 9(08).
000280     05  GC-EXTRACT-TIME             PIC 9(08).
000290     05  GC-RECORD-COUNT             PIC 9(07).
000300     05  GC-DEBIT-TOTAL              PIC 9(11)V99.
000310     05  GC-CREDIT-TOTAL             PIC 9(11)V99.
000320     05  FILLER                      PIC X(10).
