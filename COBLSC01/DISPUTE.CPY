000100*****************************************************************
000110*  DISPUTE.CPY                                                  *
000120*  CARD DISPUTE CASE RECORD LAYOUT                              *
000130*                                                                *
000140*  ONE RECORD PER CHARGEBACK THE PROCESSOR SENDS, OPENED BY THE  *
000150*  NIGHTLY CHARGEBACK LOAD (COBLSC40) AND KEYED BY A CASE        *
000160*  NUMBER IT ASSIGNS.  THE CASE CARRIES THE RESERVATION KEY AND  *
000170*  THE DISPUTED PAYMENT (PAY TYPE, CARD, AUTH CODE) SO THE       *
000180*  SUPERVISOR SCREEN (COBLSC41) CAN RECORD THE EVIDENCE SENT TO  *
000190*  THE PROCESSOR AND CLOSE THE CASE WON OR LOST, AND THE AGING   *
000200*  REPORT (COBLSC42) CAN LIST OPEN CASES AGAINST THEIR RESPONSE  *
000210*  DUE DATE.  A CASE IS NEVER DELETED.                           *
000220*                                                                *
000230*  THE RECORD AT CASE NUMBER 00000000 IS THE CONTROL RECORD      *
000240*  (DSC- FIELDS) HOLDING THE LAST CASE NUMBER GIVEN OUT.         *
000250*                                                                *
000260*  MOD-LOG                                                       *
000270*  DATE       BY   DESCRIPTION                                   *
000280*  ---------- ---- ------------------------------------------    *
000290*  2026-10-14 RLH  ORIGINAL RECORD LAYOUT.                        *
000300*****************************************************************
000310 01  DISPUTE-CASE-RECORD.
000320     05  DS-CASE-NUMBER              PIC 9(08).
000330         88  DS-CONTROL-RECORD       VALUE ZERO.
000340     05  DS-CASE-DATA.
000350         10  DS-RES-KEY.
000360             15  DS-CAMPGROUND-NAME  PIC X(20).
000370             15  DS-SITE             PIC X(03).
000380             15  DS-ARRIVAL-DATE     PIC 9(08).
000390         10  DS-LAST-NAME            PIC X(20).
000400         10  DS-PHONE                PIC X(10).
000410         10  DS-PAY-TYPE             PIC X(01).
000420         10  DS-CARD-NUMBER          PIC 9(16).
000430         10  DS-AUTH-CODE            PIC X(06).
000440         10  DS-PAYMENT-AMOUNT       PIC 9(05)V99.
000450         10  DS-PAYMENT-DATE         PIC 9(08).
000460         10  DS-AMOUNT               PIC 9(05)V99.
000470         10  DS-REASON-CODE          PIC X(04).
000480         10  DS-DISPUTE-DATE         PIC 9(08).
000490         10  DS-OPENED-DATE          PIC 9(08).
000500         10  DS-RESPONSE-DUE-DATE    PIC 9(08).
000510         10  DS-STATUS               PIC X(01).
000520             88  DS-OPEN             VALUE 'O'.
000530             88  DS-WON              VALUE 'W'.
000540             88  DS-LOST             VALUE 'L'.
000550             88  DS-CLOSED           VALUES 'W' 'L'.
000560         10  DS-EVIDENCE             PIC X(60).
000570         10  DS-EVIDENCE-SENT-DATE   PIC 9(08).
000580         10  DS-EVIDENCE-OPERATOR-ID PIC X(08).
000590         10  DS-CLOSED-DATE          PIC 9(08).
000600         10  DS-CLOSED-OPERATOR-ID   PIC X(08).
000610         10  FILLER                  PIC X(20).
000620     05  DS-CONTROL-DATA REDEFINES DS-CASE-DATA.
000630         10  DSC-LAST-CASE-NUMBER    PIC 9(08).
000640         10  FILLER                  PIC X(239).
