000100*****************************************************************
000110*  GLEXTR.CPY                                                    *
000120*  GENERAL LEDGER INTERFACE RECORD LAYOUT                        *
000130*                                                                *
000140*  THE NIGHTLY FILE COBLSC29 HANDS THE STATE ACCOUNTING SYSTEM:  *
000150*  ONE DETAIL RECORD PER CAMPGROUND, GL TRANSACTION TYPE (SEE    *
000160*  GLACCT.CPY), AND SIDE - THE DAY'S DEBITS TO AN ACCOUNT AND    *
000170*  ITS CREDITS GO ON SEPARATE RECORDS, NOT NETTED - FOLLOWED BY  *
000180*  ONE TRAILER CARRYING THE RECORD COUNT AND THE DEBIT AND       *
000190*  CREDIT TOTALS, WHICH ARE ALWAYS EQUAL.                        *
000200*                                                                *
000210*  MOD-LOG                                                       *
000220*  DATE       BY   DESCRIPTION                                   *
000230*  ---------- ---- ------------------------------------------    *
000240*  2026-10-08 RLH  ORIGINAL RECORD LAYOUT.                        *
000250*****************************************************************
000260 01  GL-EXTRACT-RECORD.
000270     05  GX-RECORD-TYPE              PIC X(01).
000280         88  GX-DETAIL-RECORD        VALUE 'D'.
000290         88  GX-TRAILER-RECORD       VALUE 'T'.
000300     05  GX-BUSINESS-DATE            PIC 9(08).
000310     05  GX-DETAIL-DATA.
000320         10  GX-CAMPGROUND-CODE      PIC X(02).
000330         10  GX-TRAN-TYPE            PIC X(02).
000340         10  GX-ACCOUNT-NUMBER       PIC X(16).
000350         10  GX-DEBIT-CREDIT         PIC X(01).
000360             88  GX-DEBIT            VALUE 'D'.
000370             88  GX-CREDIT           VALUE 'C'.
000380         10  GX-AMOUNT               PIC 9(09)V99.
000390         10  GX-DESCRIPTION          PIC X(30).
000400     05  GX-TRAILER-DATA REDEFINES GX-DETAIL-DATA.
000410         10  GX-RECORD-COUNT         PIC 9(07).
000420         10  GX-DEBIT-TOTAL          PIC 9(11)V99.
000430         10  GX-CREDIT-TOTAL         PIC 9(11)V99.
000440         10  FILLER                  PIC X(29).
000450     05  FILLER                      PIC X(10).
