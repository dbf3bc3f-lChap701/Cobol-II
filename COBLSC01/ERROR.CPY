           'SEQUENCE NUMBER IS ALREADY PAST THE OVERNIGHT CHECKPOINT'.
           05  FILLER          PIC X(63)   VALUE
           'ACTION MUST BE A TO ADD, C TO CORRECT, OR D TO DELETE'.
           05  FILLER          PIC X(63)   VALUE
           'SITE IS CLOSED FOR ONE OR MORE NIGHTS OF THE STAY'.
           05  FILLER          PIC X(63)   VALUE
           'CLOSURE DATES MUST BE NUMERIC YYYYMMDD'.
           05  FILLER          PIC X(63)   VALUE
           'THROUGH DATE CANNOT BE BEFORE THE FROM DATE'.
           05  FILLER          PIC X(63)   VALUE
           'REASON MUST BE FL, PW, RP, HZ, OR OT'.
           05  FILLER          PIC X(63)   VALUE
           'CLOSURE SITE MUST BE A SITE, A LOOP LETTER, OR BLANK'.
           05  FILLER          PIC X(63)   VALUE
           'CAMPGROUND CODE MUST BE ** OR ON THE CAMPGROUND MASTER'.
           05  FILLER          PIC X(63)   VALUE
           'GL TYPE MUST BE CC, CV, CM, CA, CG, RV, RF, OR TX'.
           05  FILLER          PIC X(63)   VALUE
           'GL ACCOUNT NUMBER IS REQUIRED'.
           05  FILLER          PIC X(63)   VALUE
           'GUEST IS FLAGGED DO NOT RENT - REFER TO A SUPERVISOR'.
           05  FILLER          PIC X(63)   VALUE
           'DO-NOT-RENT FLAG MUST BE Y OR N'.
           05  FILLER          PIC X(63)   VALUE
           'A REASON IS REQUIRED TO FLAG A GUEST DO NOT RENT'.
           05  FILLER          PIC X(63)   VALUE
           'VOUCHER NUMBER MUST BE NUMERIC'.
           05  FILLER          PIC X(63)   VALUE
           'VOUCHER NUMBER IS NOT ON THE VOUCHER FILE'.
           05  FILLER          PIC X(63)   VALUE
           'VOUCHER IS USED UP OR VOID'.
           05  FILLER          PIC X(63)   VALUE
           'VOUCHER HAS EXPIRED'.
           05  FILLER          PIC X(63)   VALUE
           'VOUCHER DOES NOT COVER IT - REST BY MUST BE V, M, A, OR C'.
           05  FILLER          PIC X(63)   VALUE
           'ACTION MUST BE I TO ISSUE, C TO CORRECT, OR V TO VOID'.
           05  FILLER          PIC X(63)   VALUE
           'VOUCHER NUMBER IS ALREADY ON FILE'.
           05  FILLER          PIC X(63)   VALUE
           'VOUCHER SOURCE MUST BE G (GIFT CERT) OR R (RAIN CHECK)'.
           05  FILLER          PIC X(63)   VALUE
           'VOUCHER VALUE MUST BE NUMERIC AND GREATER THAN ZERO'.
           05  FILLER          PIC X(63)   VALUE
           'EXPIRY DATE MUST BE A VALID YYYYMMDD AFTER TODAY'.
           05  FILLER          PIC X(63)   VALUE
           'PASS TYPE AND PASS NUMBER MUST BE KEYED TOGETHER'.
           05  FILLER          PIC X(63)   VALUE
           'PASS TYPE IS NOT ON THE DISCOUNT CATEGORY TABLE'.
           05  FILLER          PIC X(63)   VALUE
           'A PASS DISCOUNTS ONE SITE - NOT ALLOWED ON A GROUP BOOKING'.
           05  FILLER          PIC X(63)   VALUE
           'DISCOUNT CODE IS REQUIRED'.
           05  FILLER          PIC X(63)   VALUE
           'DISCOUNT PERCENT MUST BE NUMERIC, 000.01 TO 100.00'.
           05  FILLER          PIC X(63)   VALUE
           'WEEKEND FLAG MUST BE Y OR N'.
           05  FILLER          PIC X(63)   VALUE
           'CATEGORY DESCRIPTION IS REQUIRED'.
           05  FILLER          PIC X(63)   VALUE
           'LOTTERY ACTION MUST BE S, A, C, OR W'.
           05  FILLER          PIC X(63)   VALUE
           'SEASON YEAR MUST BE NUMERIC AND NOT BEFORE THIS YEAR'.
           05  FILLER          PIC X(63)   VALUE
           'NO LOTTERY HAS BEEN SET UP FOR THAT SEASON'.
           05  FILLER          PIC X(63)   VALUE
           'THE LOTTERY APPLICATION WINDOW IS NOT OPEN'.
           05  FILLER          PIC X(63)   VALUE
           'THE LOTTERY FOR THAT SEASON HAS ALREADY BEEN DRAWN'.
           05  FILLER          PIC X(63)   VALUE
           'GUEST ALREADY HAS AN APPLICATION FOR THAT SEASON'.
           05  FILLER          PIC X(63)   VALUE
           'NO LOTTERY APPLICATION FOR THAT GUEST AND SEASON'.
           05  FILLER          PIC X(63)   VALUE
           'PHONE IS NOT ON THE GUEST MASTER'.
           05  FILLER          PIC X(63)   VALUE
       'FIRST CHOICE IS REQUIRED AND CHOICES MUST BE FILLED IN ORDER'.
           05  FILLER          PIC X(63)   VALUE
           'THE SAME SITE CANNOT BE CHOSEN TWICE'.
           05  FILLER          PIC X(63)   VALUE
           'LOTTERY DATES MUST BE VALID YYYYMMDD'.
           05  FILLER          PIC X(63)   VALUE
       'WINDOW MUST CLOSE ON OR AFTER IT OPENS AND BEFORE THE SEASON'.
           05  FILLER          PIC X(63)   VALUE
           'SEASON ARRIVAL MUST BE BEFORE DEPARTURE, BOTH IN THAT YEAR'.
           05  FILLER          PIC X(63)   VALUE
           'DISPUTE CASE NUMBER IS NOT ON FILE'.
           05  FILLER          PIC X(63)   VALUE
           'DISPUTE CASE IS ALREADY CLOSED'.
           05  FILLER          PIC X(63)   VALUE
       'OUTCOME MUST BE W (WON), L (LOST), OR BLANK TO LEAVE IT OPEN'.
           05  FILLER          PIC X(63)   VALUE
       'EVIDENCE NEEDS A DESCRIPTION AND A SENT DATE NOT AFTER TODAY'.

       01  ERR-MSG-TABLE REDEFINES ERR-MSG-INFO.
           05  T-ERR-MSG       PIC X(63)   OCCURS 99.
