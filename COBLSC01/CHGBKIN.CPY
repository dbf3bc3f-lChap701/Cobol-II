000100*****************************************************************
000110*  CHGBKIN.CPY                                                  *
000120*  CARD CHARGEBACK NOTICE RECORD LAYOUT                         *
000130*                                                                *
000140*  ONE RECORD PER CHARGEBACK THE PROCESSOR REPORTS - A CARD      *
000150*  HOLDER HAS DISPUTED A CHARGE AND THE PROCESSOR HAS TAKEN THE  *
000160*  MONEY BACK PENDING OUR RESPONSE.  THE PROCESSOR DOES NOT      *
000170*  ECHO THE MERCHANT REFERENCE ON A CHARGEBACK, SO COBLSC40      *
000180*  FINDS THE PAYMENT BY CARD NUMBER AND AUTH CODE ON THE         *
000190*  PAYMENT TRANSACTION FILE (PAYTRAN.CPY).  THE REASON CODE IS   *
000200*  THE CARD NETWORK'S AND IS CARRIED AS SENT.                    *
000210*                                                                *
000220*  MOD-LOG                                                       *
000230*  DATE       BY   DESCRIPTION                                   *
000240*  ---------- ---- ------------------------------------------    *
000250*  2026-10-14 RLH  ORIGINAL RECORD LAYOUT.                        *
000260*****************************************************************
000270 01  CHARGEBACK-IN-RECORD.
000280     05  CBI-CARD-NUMBER             PIC 9(16).
000290     05  CBI-AUTH-CODE               PIC X(06).
000300     05  CBI-AMOUNT                  PIC 9(05)V99.
000310     05  CBI-REASON-CODE             PIC X(04).
000320     05  CBI-DISPUTE-DATE            PIC 9(08).
000330     05  FILLER                      PIC X(10).
