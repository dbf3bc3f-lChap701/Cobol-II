000100*****************************************************************
000110*  GLACCT.CPY                                                    *
000120*  GENERAL LEDGER CHART-OF-ACCOUNTS MAPPING RECORD LAYOUT        *
000130*                                                                *
000140*  ONE RECORD PER CAMPGROUND CODE (CM-CAMPGROUND-CODE) AND GL    *
000150*  TRANSACTION TYPE, GIVING THE STATE ACCOUNTING SYSTEM ACCOUNT  *
000160*  THE NIGHTLY GL EXTRACT (COBLSC29) POSTS THAT KIND OF MONEY    *
000170*  TO.  CAMPGROUND CODE '**' IS THE PARK-WIDE DEFAULT, USED FOR  *
000180*  ANY CAMPGROUND WITHOUT ITS OWN ACCOUNT FOR THE TYPE, SO A NEW *
000190*  CAMPGROUND ONLY NEEDS RECORDS WHERE IT POSTS SOMEWHERE        *
000200*  DIFFERENT.  MAINTAINED ON COBLSC28 - A NEW ACCOUNT IS A DATA  *
000210*  CHANGE, NOT A PROGRAM CHANGE.                                 *
000220*                                                                *
000230*  THE TRANSACTION TYPES:                                        *
000240*      CC  CASH CLEARING             (PAY TYPE C)                *
000250*      CV  VISA CLEARING             (PAY TYPE V)                *
000260*      CM  MASTERCARD CLEARING       (PAY TYPE M)                *
000270*      CA  AMEX CLEARING             (PAY TYPE A)                *
000270*      CG  VOUCHER CLEARING          (PAY TYPE G)                *
000280*      RV  CAMPSITE REVENUE                                      *
000290*      RF  REFUND REVERSALS OF CAMPSITE REVENUE                  *
000300*      TX  LODGING TAX PAYABLE TO THE STATE                      *
000310*                                                                *
000320*  MOD-LOG                                                       *
000330*  DATE       BY   DESCRIPTION                                   *
000340*  ---------- ---- ------------------------------------------    *
000350*  2026-10-08 RLH  ORIGINAL RECORD LAYOUT.                        *
000350*  2026-10-11 RLH  ADDED TYPE CG, VOUCHER CLEARING, FOR GIFT       *
000350*                  CERTIFICATE AND RAIN-CHECK REDEMPTIONS.         *
000360*****************************************************************
000370 01  GL-ACCOUNT-RECORD.
000380     05  GA-KEY.
000390         10  GA-CAMPGROUND-CODE      PIC X(02).
000400             88  GA-DEFAULT-CAMPGROUND   VALUE '**'.
000410         10  GA-TRAN-TYPE            PIC X(02).
000420             88  GA-CASH-CLEARING    VALUE 'CC'.
000430             88  GA-VISA-CLEARING    VALUE 'CV'.
000440             88  GA-MC-CLEARING      VALUE 'CM'.
000450             88  GA-AMEX-CLEARING    VALUE 'CA'.
000450             88  GA-VOUCHER-CLEARING VALUE 'CG'.
000460             88  GA-CAMPSITE-REVENUE VALUE 'RV'.
000470             88  GA-REFUND-REVERSAL  VALUE 'RF'.
000480             88  GA-TAX-PAYABLE      VALUE 'TX'.
000490             88  GA-TRAN-TYPE-VALID  VALUES 'CC' 'CV' 'CM' 'CA'
000500                                            'CG' 'RV' 'RF' 'TX'.
000510     05  GA-ACCOUNT-NUMBER           PIC X(16).
000520     05  GA-DESCRIPTION              PIC X(30).
000530     05  GA-OPERATOR-ID              PIC X(08).
000540     05  GA-ADDED-DATE               PIC 9(08).
000550     05  GA-LAST-CHANGE-DATE         PIC 9(08).
000560     05  FILLER                      PIC X(10).
