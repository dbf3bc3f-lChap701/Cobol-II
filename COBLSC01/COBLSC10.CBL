000349*                  COBLSC08 HAS ENDED FOR THE BUSINESS DATE,      *
000349*                  REFUSES A SECOND RUN FOR THE SAME DATE,        *
000349*                  AND LOGS ITS START AND END FOR COBLSC22.       *
000349*  2026-10-07 RLH  THE MORNING GATE SHEET (COBLSC27) NOW RUNS    *
000349*                  AS STEP 3 OF THE NIGHTLY SEQUENCE, SO THIS    *
000349*                  JOB MOVES DOWN TO STEP 5.                     *
000349*  2026-10-11 RLH  A STAY PAID IN FULL BY GIFT CERTIFICATE OR     *
000349*                  RAIN CHECK (PAY TYPE G) PRINTS AS VOUCHER,     *
000349*                  WITH NO CARD AUTH LINE.                        *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
901514     05  RL-FILE-STATUS          PIC X(02) VALUE ZERO.
901516     05  CNF-RUN-PROGRAM-ID     PIC X(08) VALUE 'COBLSC10'.
901518     05  CNF-RUN-PRED-ID        PIC X(08) VALUE 'COBLSC08'.
901520     05  CNF-RUN-SEQ-NO         PIC 9(02) VALUE 5.
901522     05  CNF-RUN-EVENT          PIC X(05) VALUE SPACES.
901524     05  CNF-RUN-NEW-SWITCH     PIC X(01) VALUE 'N'.
901526         88  CNF-RUN-NEW-RECORD   VALUE 'Y'.
001920     EXIT.
001930
001940*****************************************************************
001950*  3000-PRINT-LETTER - ONE FORMATTED CONFIRMATION.  A CASH OR    *
001960*  VOUCHER BOOKING HAS NO AUTH LINE TO SHOW; A GROUP SITE GETS A *
001970*  NOTE THAT ITS PARTY'S OTHER SITES ARE ON THEIR OWN PAGES.     *
001980*****************************************************************
001990 3000-PRINT-LETTER.
002000     WRITE CONFIRM-RECORD FROM CNF-RULE-LINE.
002300             IF RES-CARD-TYPE = "M"
002310                 MOVE "MASTERCARD" TO CNF-L-PAY-TYPE
002320             ELSE
002320                 IF RES-CARD-TYPE = "G"
002320                     MOVE "VOUCHER"    TO CNF-L-PAY-TYPE
002320                 ELSE
002330                     MOVE "AMEX"       TO CNF-L-PAY-TYPE
002320                 END-IF
002340             END-IF
002350         END-IF
002360     END-IF.
002370     WRITE CONFIRM-RECORD FROM CNF-AMOUNT-LINE.
002380
002390     IF RES-CARD-TYPE NOT = "C" AND NOT = "G"
002400         MOVE RES-CARD-AUTH-CODE TO CNF-L-AUTH-CODE
002410         WRITE CONFIRM-RECORD FROM CNF-AUTH-LINE
002420     END-IF.
