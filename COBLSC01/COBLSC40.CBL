000100*****************************************************************
000110*  COBLSC40                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC40.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-14.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  NIGHTLY CHARGEBACK LOAD.  BATCH PROGRAM THAT READS  *
000210*  THE PROCESSOR'S CHARGEBACK FILE (CHGBKIN.CPY) - ONE RECORD    *
000220*  PER CARD PAYMENT A GUEST HAS DISPUTED WITH THEIR BANK - AND   *
000230*  MATCHES EACH ONE BY CARD NUMBER AND AUTH CODE TO THE          *
000240*  APPROVED CARD PAYMENT (PAYTRAN.CPY) IT TAKES BACK, AND SO TO  *
000250*  THAT PAYMENT'S RESERVATION.  A CLEAN MATCH:                   *
000260*                                                                *
000270*    - WRITES A CHARGEBACK TRANSACTION (TYPE K) DATED TONIGHT,   *
000280*      WHICH COMES OFF THE DAY'S CARD TOTALS ON THE COBLSC02     *
000290*      DEPOSIT REPORT THE SAME AS A REFUND;                      *
000300*    - TAKES THE AMOUNT OFF RES-PAID-AMOUNT AND MARKS THE        *
000310*      RESERVATION DISPUTED (JOURNALED FOR COBLSC23);            *
000320*    - OPENS A DISPUTE CASE (DISPUTE.CPY) WITH A RESPONSE DUE    *
000330*      DATE CBK-RESPONSE-DAYS AFTER THE DISPUTE DATE, WORKED     *
000340*      FROM THE SUPERVISOR SCREEN COBLSC41 AND AGED ON COBLSC42. *
000350*                                                                *
000360*  A CHARGEBACK WITH NO APPROVED PAYMENT BEHIND IT, ONE LARGER   *
000370*  THAN WHAT IS LEFT OF THAT PAYMENT, ONE ALREADY LOADED, OR     *
000380*  ONE WHOSE RESERVATION IS NO LONGER ON THE LIVE FILE IS        *
000390*  PRINTED AS AN EXCEPTION AND OPENS NO CASE - THE OFFICE        *
000400*  TAKES THOSE UP WITH THE PROCESSOR BY HAND.  NO CHARGEBACK     *
000410*  FILE AT ALL IS NOT AN ERROR; THE PROCESSOR SENDS ONE ONLY     *
000420*  WHEN IT HAS SOMETHING.                                        *
000430*                                                                *
000440*  THIS JOB IS STEP 6 OF THE NIGHTLY SEQUENCE (RUNCTL.CPY); IT   *
000450*  REFUSES TO START BEFORE COBLSC10 HAS ENDED FOR THE BUSINESS   *
000460*  DATE AND REFUSES A SECOND RUN FOR THE SAME DATE.  IT RUNS     *
000470*  AHEAD OF COBLSC02 SO TONIGHT'S CHARGEBACKS ARE ON TONIGHT'S   *
000480*  DEPOSIT REPORT.                                               *
000490*                                                                *
000500*  MOD-LOG                                                       *
000510*  DATE       BY   DESCRIPTION                                   *
000520*  ---------- ---- ------------------------------------------    *
000530*  2026-10-14 RLH  ORIGINAL PROGRAM.                              *
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT RESERVATION-FILE ASSIGN TO "RESERVE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS RES-KEY
000630         FILE STATUS IS RES-FILE-STATUS.
000640
000650     SELECT CHARGEBACK-IN-FILE ASSIGN TO "CHGBKIN"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS CBI-FILE-STATUS.
000680
000690     SELECT PAYMENT-TRAN-FILE ASSIGN TO "PAYTRAN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS PT-FILE-STATUS.
000720
000730     SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS DS-CASE-NUMBER
000770         FILE STATUS IS DS-FILE-STATUS.
000780
000790     SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CBKRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CR-FILE-STATUS.
000820
000830     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS RC-PROGRAM-ID
000870         FILE STATUS IS RC-FILE-STATUS.
000880
000890     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS RL-FILE-STATUS.
000920
000930     SELECT JOURNAL-FILE ASSIGN TO "RESJRNL"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS JR-FILE-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  RESERVATION-FILE.
001000 COPY RESERV.CPY.
001010
001020 FD  CHARGEBACK-IN-FILE.
001030 COPY CHGBKIN.CPY.
001040
001050 FD  PAYMENT-TRAN-FILE.
001060 COPY PAYTRAN.CPY.
001070
001080 FD  DISPUTE-FILE.
001090 COPY DISPUTE.CPY.
001100
001110 FD  CHARGEBACK-REPORT-FILE.
001120 01  CHARGEBACK-REPORT-RECORD       PIC X(132).
001130
001140 FD  RUN-CONTROL-FILE.
001150 COPY RUNCTL.CPY.
001160
001170 FD  RUN-LOG-FILE.
001180 COPY RUNLOG.CPY.
001190
001200 FD  JOURNAL-FILE.
001210 COPY JOURNAL.CPY.
001220
001230 WORKING-STORAGE SECTION.
001240*****************************************************************
001250*  SWITCHES AND FILE STATUS                                     *
001260*****************************************************************
001270 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
001280 77  CBI-FILE-STATUS             PIC X(02) VALUE ZERO.
001290 77  PT-FILE-STATUS              PIC X(02) VALUE ZERO.
001300 77  DS-FILE-STATUS              PIC X(02) VALUE ZERO.
001310 77  CR-FILE-STATUS              PIC X(02) VALUE ZERO.
001320
001330 77  CBK-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001340     88  CBK-EOJ                 VALUE 'Y'.
001350
001360 77  CBK-INPUT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001370     88  CBK-INPUT-EOF           VALUE 'Y'.
001380
001390 77  CBK-NO-INPUT-SWITCH         PIC X(01) VALUE 'N'.
001400     88  CBK-NO-INPUT-FILE       VALUE 'Y'.
001410
001420 77  CBK-PAYTRAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
001430     88  CBK-PAYTRAN-EOF         VALUE 'Y'.
001440
001450 77  CBK-TRAN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
001460     88  CBK-TRAN-FOUND          VALUE 'Y'.
001470
001480 77  CBK-CASE-EOF-SWITCH         PIC X(01) VALUE 'N'.
001490     88  CBK-CASE-EOF            VALUE 'Y'.
001500
001510 77  CBK-DUPLICATE-SWITCH        PIC X(01) VALUE 'N'.
001520     88  CBK-DUPLICATE           VALUE 'Y'.
001530
001540 77  CBK-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
001550     88  CBK-LEAP-YEAR           VALUE 'Y'.
001560     88  CBK-NOT-LEAP-YEAR       VALUE 'N'.
001570
001580 77  CBK-RUN-DATE                PIC 9(08) VALUE ZERO.
001590 77  CBK-OPERATOR-ID             PIC X(08) VALUE 'CHGBACK'.
001600
001610*    DAYS THE PROCESSOR ALLOWS FOR A MERCHANT RESPONSE, COUNTED
001620*    FROM THE DISPUTE DATE ON THE CHARGEBACK.
001630 77  CBK-RESPONSE-DAYS           PIC 9(03) VALUE 30.
001640
001650 77  CBK-READ-COUNT              PIC 9(06) VALUE ZERO.
001660 77  CBK-OPENED-COUNT            PIC 9(06) VALUE ZERO.
001670 77  CBK-EXCEPTION-COUNT         PIC 9(06) VALUE ZERO.
001680 77  CBK-OPENED-AMOUNT           PIC 9(07)V99 VALUE ZERO.
001690
001700*    WHAT IS LEFT OF THE DISPUTED PAYMENT AFTER ANY EARLIER
001710*    CHARGEBACK ON THE SAME AUTH, NET OF ANY WON BACK.
001720 77  CBK-PRIOR-CHARGEBACK        PIC S9(07)V99 VALUE ZERO.
001730 77  CBK-AMOUNT-LEFT             PIC S9(07)V99 VALUE ZERO.
001740
001750 77  CBK-NEW-CASE-NUMBER         PIC 9(08) VALUE ZERO.
001760 77  CBK-DAYS-IN-MONTH           PIC 9(02) VALUE ZERO.
001770 77  CBK-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001780 77  CBK-DIVIDE-REMAINDER        PIC 9(04) VALUE ZERO.
001790
001800*****************************************************************
001810*  THE DISPUTED PAYMENT, HELD OFF THE PAYTRAN BUFFER BEFORE THE *
001820*  FILE IS REOPENED TO WRITE THE CHARGEBACK                     *
001830*****************************************************************
001840 01  CBK-PAYMENT-HOLD.
001850     05  CBK-HOLD-RES-KEY.
001860         10  CBK-HOLD-CAMPGROUND PIC X(20).
001870         10  CBK-HOLD-SITE       PIC X(03).
001880         10  CBK-HOLD-ARRIVAL    PIC 9(08).
001890     05  CBK-HOLD-PAY-TYPE       PIC X(01).
001900     05  CBK-HOLD-AMOUNT         PIC 9(05)V99.
001910     05  CBK-HOLD-TRAN-DATE      PIC 9(08).
001920
001930*****************************************************************
001940*  RESPONSE DUE DATE WORK AREA - THE DISPUTE DATE, WALKED       *
001950*  FORWARD A DAY AT A TIME                                      *
001960*****************************************************************
001970 01  CBK-DUE-DATE.
001980     05  CBK-DUE-YEAR            PIC 9(04).
001990     05  CBK-DUE-MONTH           PIC 9(02).
002000         88  CBK-DUE-30-DAY-MO   VALUES 4 6 9 11.
002010         88  CBK-DUE-31-DAY-MO   VALUES 1 3 5 7 8 10 12.
002020         88  CBK-DUE-MONTH-OK    VALUES 1 THRU 12.
002030     05  CBK-DUE-DAY             PIC 9(02).
002040         88  CBK-DUE-DAY-OK      VALUES 1 THRU 31.
002050 01  CBK-DUE-DATE-N REDEFINES CBK-DUE-DATE
002060                             PIC 9(08).
002070
002080*****************************************************************
002090*  REPORT LINES                                                 *
002100*****************************************************************
002110 01  CR-HEADING-1.
002120     05  FILLER                  PIC X(40) VALUE SPACES.
002130     05  FILLER                  PIC X(30)
002140             VALUE "NIGHTLY CHARGEBACK LOAD REPORT".
002150     05  FILLER                  PIC X(62) VALUE SPACES.
002160
002170 01  CR-HEADING-2.
002180     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002190     05  CR-H2-RUN-DATE          PIC 9(08).
002200     05  FILLER                  PIC X(114) VALUE SPACES.
002210
002220 01  CR-COLUMN-HEADING.
002230     05  FILLER                  PIC X(21) VALUE "CAMPGROUND".
002240     05  FILLER                  PIC X(05) VALUE "SITE".
002250     05  FILLER                  PIC X(10) VALUE "ARRIVAL".
002260     05  FILLER                  PIC X(08) VALUE "AUTH".
002270     05  FILLER                  PIC X(11) VALUE "   AMOUNT".
002280     05  FILLER                  PIC X(06) VALUE "RSN".
002290     05  FILLER                  PIC X(10) VALUE "CASE".
002300     05  FILLER                  PIC X(10) VALUE "DUE".
002310     05  FILLER                  PIC X(40) VALUE "RESULT".
002320     05  FILLER                  PIC X(11) VALUE SPACES.
002330
002340 01  CR-DETAIL-LINE.
002350     05  CR-D-CAMPGROUND         PIC X(20).
002360     05  FILLER                  PIC X(01).
002370     05  CR-D-SITE               PIC X(03).
002380     05  FILLER                  PIC X(02).
002390     05  CR-D-ARRIVAL            PIC 9(08).
002400     05  FILLER                  PIC X(02).
002410     05  CR-D-AUTH-CODE          PIC X(06).
002420     05  FILLER                  PIC X(02).
002430     05  CR-D-AMOUNT             PIC ZZ,ZZ9.99.
002440     05  FILLER                  PIC X(02).
002450     05  CR-D-REASON             PIC X(04).
002460     05  FILLER                  PIC X(02).
002470     05  CR-D-CASE-NUMBER        PIC 9(08).
002480     05  FILLER                  PIC X(02).
002490     05  CR-D-DUE-DATE           PIC 9(08).
002500     05  FILLER                  PIC X(02).
002510     05  CR-D-RESULT             PIC X(40).
002520     05  FILLER                  PIC X(11).
002530
002540 01  CR-NO-INPUT-LINE.
002550     05  FILLER                  PIC X(60) VALUE
002560         "NO CHARGEBACK FILE THIS RUN".
002570     05  FILLER                  PIC X(72) VALUE SPACES.
002580
002590 01  CR-SUMMARY-LINE-1.
002600     05  FILLER                  PIC X(20)
002610             VALUE "CHARGEBACKS READ: ".
002620     05  CR-S-READ               PIC ZZZZZ9.
002630     05  FILLER                  PIC X(106) VALUE SPACES.
002640
002650 01  CR-SUMMARY-LINE-2.
002660     05  FILLER                  PIC X(20)
002670             VALUE "CASES OPENED....: ".
002680     05  CR-S-OPENED             PIC ZZZZZ9.
002690     05  FILLER                  PIC X(106) VALUE SPACES.
002700
002710 01  CR-SUMMARY-LINE-3.
002720     05  FILLER                  PIC X(20)
002730             VALUE "AMOUNT CHARGED..: ".
002740     05  CR-S-AMOUNT             PIC Z,ZZZ,ZZ9.99.
002750     05  FILLER                  PIC X(100) VALUE SPACES.
002760
002770 01  CR-SUMMARY-LINE-4.
002780     05  FILLER                  PIC X(20)
002790             VALUE "EXCEPTIONS......: ".
002800     05  CR-S-EXCEPTIONS         PIC ZZZZZ9.
002810     05  FILLER                  PIC X(106) VALUE SPACES.
002820
002830*****************************************************************
002840*  NIGHT-RUN CONTROL - THIS JOB'S PLACE IN THE NIGHTLY          *
002850*  SEQUENCE AND ITS PREDECESSOR (SEE RUNCTL.CPY)                *
002860*****************************************************************
002870 01  CBK-RUN-CONTROL-AREA.
002880     05  RC-FILE-STATUS          PIC X(02) VALUE ZERO.
002890     05  RL-FILE-STATUS          PIC X(02) VALUE ZERO.
002900     05  CBK-RUN-PROGRAM-ID     PIC X(08) VALUE 'COBLSC40'.
002910     05  CBK-RUN-PRED-ID        PIC X(08) VALUE 'COBLSC10'.
002920     05  CBK-RUN-SEQ-NO         PIC 9(02) VALUE 6.
002930     05  CBK-RUN-EVENT          PIC X(05) VALUE SPACES.
002940     05  CBK-RUN-NEW-SWITCH     PIC X(01) VALUE 'N'.
002950         88  CBK-RUN-NEW-RECORD   VALUE 'Y'.
002960     05  CBK-RUN-STAMPED-SW     PIC X(01) VALUE 'N'.
002970         88  CBK-RUN-STAMPED      VALUE 'Y'.
002980
002990*****************************************************************
003000*  RESERVATION UPDATE JOURNAL WORK AREA (SEE JOURNAL.CPY).      *
003010*  THE BEFORE IMAGE IS CAPTURED AS THE RECORD IS READ, BEFORE   *
003020*  THE BUFFER IS TOUCHED.                                       *
003030*****************************************************************
003040 01  CBK-JOURNAL-AREA.
003050     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
003060     05  CBK-JRN-BEFORE-AREA      PIC X(250) VALUE SPACES.
003070
003080 PROCEDURE DIVISION.
003090*****************************************************************
003100*  0000-MAINLINE                                                *
003110*****************************************************************
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003140     IF NOT CBK-EOJ
003150         PERFORM 2000-LOAD-CHARGEBACKS THRU 2000-EXIT
003160         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
003170     END-IF.
003180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003190     STOP RUN.
003200
003210*****************************************************************
003220*  1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADING.    *
003230*  A MISSING CHARGEBACK FILE IS NOT AN ERROR - IT JUST SKIPS     *
003240*  THE LOAD AND SAYS SO ON THE REPORT.  THE DISPUTE FILE IS      *
003250*  CREATED THE FIRST TIME THROUGH.                               *
003260*****************************************************************
003270 1000-INITIALIZE.
003280     OPEN EXTEND JOURNAL-FILE.
003290     IF JR-FILE-STATUS = "35"
003300         OPEN OUTPUT JOURNAL-FILE
003310         CLOSE JOURNAL-FILE
003320         OPEN EXTEND JOURNAL-FILE
003330     END-IF.
003340     IF JR-FILE-STATUS NOT = "00"
003350         DISPLAY "UNABLE TO OPEN JOURNAL FILE"
003360         MOVE 'Y' TO CBK-EOJ-SWITCH
003370         GO TO 1000-EXIT
003380     END-IF.
003390
003400     OPEN I-O RESERVATION-FILE.
003410     IF RES-FILE-STATUS NOT = "00"
003420         DISPLAY "UNABLE TO OPEN RESERVATION FILE"
003430         MOVE 'Y' TO CBK-EOJ-SWITCH
003440         GO TO 1000-EXIT
003450     END-IF.
003460
003470     OPEN I-O DISPUTE-FILE.
003480     IF DS-FILE-STATUS = "35"
003490         OPEN OUTPUT DISPUTE-FILE
003500         CLOSE DISPUTE-FILE
003510         OPEN I-O DISPUTE-FILE
003520     END-IF.
003530     IF DS-FILE-STATUS NOT = "00"
003540         DISPLAY "UNABLE TO OPEN DISPUTE CASE FILE"
003550         MOVE 'Y' TO CBK-EOJ-SWITCH
003560         GO TO 1000-EXIT
003570     END-IF.
003580
003590     OPEN INPUT CHARGEBACK-IN-FILE.
003600     IF CBI-FILE-STATUS = "35"
003610         SET CBK-NO-INPUT-FILE TO TRUE
003620     ELSE
003630         IF CBI-FILE-STATUS NOT = "00"
003640             DISPLAY "UNABLE TO OPEN CHARGEBACK FILE"
003650             MOVE 'Y' TO CBK-EOJ-SWITCH
003660             GO TO 1000-EXIT
003670         END-IF
003680     END-IF.
003690
003700     OPEN OUTPUT CHARGEBACK-REPORT-FILE.
003710     IF CR-FILE-STATUS NOT = "00"
003720         DISPLAY "UNABLE TO OPEN CHARGEBACK REPORT FILE"
003730         MOVE 'Y' TO CBK-EOJ-SWITCH
003740         GO TO 1000-EXIT
003750     END-IF.
003760
003770     ACCEPT CBK-RUN-DATE FROM DATE YYYYMMDD.
003780     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
003790     MOVE CBK-RUN-DATE TO CR-H2-RUN-DATE.
003800     WRITE CHARGEBACK-REPORT-RECORD FROM CR-HEADING-1.
003810     WRITE CHARGEBACK-REPORT-RECORD FROM CR-HEADING-2.
003820     WRITE CHARGEBACK-REPORT-RECORD FROM CR-COLUMN-HEADING.
003830 1000-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*  2000-LOAD-CHARGEBACKS - READ EVERY CHARGEBACK RECORD AND      *
003880*  APPLY IT                                                      *
003890*****************************************************************
003900 2000-LOAD-CHARGEBACKS.
003910     IF CBK-NO-INPUT-FILE
003920         WRITE CHARGEBACK-REPORT-RECORD FROM CR-NO-INPUT-LINE
003930         GO TO 2000-EXIT
003940     END-IF.
003950     PERFORM 2100-READ-CHARGEBACK THRU 2100-EXIT.
003960     PERFORM 2200-APPLY-ONE-CHARGEBACK THRU 2200-EXIT
003970         UNTIL CBK-INPUT-EOF.
003980 2000-EXIT.
003990     EXIT.
004000
004010 2100-READ-CHARGEBACK.
004020     READ CHARGEBACK-IN-FILE NEXT RECORD
004030         AT END
004040             SET CBK-INPUT-EOF TO TRUE
004050             GO TO 2100-EXIT
004060     END-READ.
004070     ADD 1 TO CBK-READ-COUNT.
004080 2100-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*  2200-APPLY-ONE-CHARGEBACK - EDIT THE CHARGEBACK, FIND THE     *
004130*  PAYMENT AND RESERVATION IT TAKES MONEY BACK FROM, AND IF      *
004140*  EVERYTHING AGREES, POST IT AND OPEN ITS DISPUTE CASE.  ANY    *
004150*  DISAGREEMENT IS AN EXCEPTION LINE AND NOTHING IS POSTED.      *
004160*****************************************************************
004170 2200-APPLY-ONE-CHARGEBACK.
004180     MOVE SPACES              TO CR-DETAIL-LINE.
004190     MOVE CBI-AUTH-CODE       TO CR-D-AUTH-CODE.
004200     MOVE CBI-REASON-CODE     TO CR-D-REASON.
004210     IF CBI-AMOUNT NOT NUMERIC
004220        OR CBI-AMOUNT = ZERO
004230         MOVE "CHARGEBACK AMOUNT IS NOT VALID" TO CR-D-RESULT
004240         PERFORM 2900-CHARGEBACK-EXCEPTION THRU 2900-EXIT
004250         GO TO 2200-NEXT
004260     END-IF.
004270     MOVE CBI-AMOUNT          TO CR-D-AMOUNT.
004280     MOVE CBI-DISPUTE-DATE    TO CBK-DUE-DATE.
004290     IF CBK-DUE-DATE-N NOT NUMERIC
004300        OR NOT CBK-DUE-MONTH-OK
004310        OR NOT CBK-DUE-DAY-OK
004320        OR CBK-DUE-DATE-N > CBK-RUN-DATE
004330         MOVE "DISPUTE DATE IS NOT VALID" TO CR-D-RESULT
004340         PERFORM 2900-CHARGEBACK-EXCEPTION THRU 2900-EXIT
004350         GO TO 2200-NEXT
004360     END-IF.
004370     PERFORM 2250-FIND-PAYMENT-TRAN THRU 2250-EXIT.
004380     IF NOT CBK-TRAN-FOUND
004390         MOVE "NO APPROVED CARD PAYMENT FOR THIS AUTH"
004400             TO CR-D-RESULT
004410         PERFORM 2900-CHARGEBACK-EXCEPTION THRU 2900-EXIT
004420         GO TO 2200-NEXT
004430     END-IF.
004440     MOVE CBK-HOLD-CAMPGROUND TO CR-D-CAMPGROUND.
004450     MOVE CBK-HOLD-SITE       TO CR-D-SITE.
004460     MOVE CBK-HOLD-ARRIVAL    TO CR-D-ARRIVAL.
004470     PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT.
004480     IF CBK-DUPLICATE
004490         MOVE "CHARGEBACK ALREADY LOADED AS THIS CASE"
004500             TO CR-D-RESULT
004510         PERFORM 2900-CHARGEBACK-EXCEPTION THRU 2900-EXIT
004520         GO TO 2200-NEXT
004530     END-IF.
004540     COMPUTE CBK-AMOUNT-LEFT =
004550         CBK-HOLD-AMOUNT - CBK-PRIOR-CHARGEBACK.
004560     IF CBI-AMOUNT > CBK-AMOUNT-LEFT
004570         MOVE "MORE THAN IS LEFT OF THE PAYMENT DISPUTED"
004580             TO CR-D-RESULT
004590         PERFORM 2900-CHARGEBACK-EXCEPTION THRU 2900-EXIT
004600         GO TO 2200-NEXT
004610     END-IF.
004620     MOVE CBK-HOLD-RES-KEY    TO RES-KEY.
004630     READ RESERVATION-FILE
004640         INVALID KEY
004650             MOVE "RESERVATION NOT ON THE LIVE FILE"
004660                 TO CR-D-RESULT
004670             PERFORM 2900-CHARGEBACK-EXCEPTION THRU 2900-EXIT
004680             GO TO 2200-NEXT
004690     END-READ.
004700     PERFORM 2400-WRITE-CHARGEBACK-TRAN THRU 2400-EXIT.
004710     PERFORM 2500-MARK-RESERVATION THRU 2500-EXIT.
004720     PERFORM 2600-OPEN-DISPUTE-CASE THRU 2600-EXIT.
004730     MOVE CBK-NEW-CASE-NUMBER TO CR-D-CASE-NUMBER.
004740     MOVE CBK-DUE-DATE-N      TO CR-D-DUE-DATE.
004750     MOVE "CASE OPENED"       TO CR-D-RESULT.
004760     WRITE CHARGEBACK-REPORT-RECORD FROM CR-DETAIL-LINE.
004770     ADD 1 TO CBK-OPENED-COUNT.
004780     ADD CBI-AMOUNT TO CBK-OPENED-AMOUNT.
004790 2200-NEXT.
004800     PERFORM 2100-READ-CHARGEBACK THRU 2100-EXIT.
004810 2200-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850*  2250-FIND-PAYMENT-TRAN - SCAN THE PAYMENT TRANSACTION FILE    *
004860*  FOR THE APPROVED DEPOSIT OR GATE BALANCE CARRYING THE CARD    *
004870*  NUMBER AND AUTH CODE THE PROCESSOR SENT, AND NET ANY EARLIER  *
004880*  CHARGEBACK ON THE SAME AUTH.  SEQUENTIAL FILE, OPENED AND     *
004890*  CLOSED PER CHARGEBACK, THE SAME AS COBLSC08'S RESPONSE        *
004900*  MATCH - CHARGEBACKS ARE A HANDFUL A NIGHT.  THE MATCHED       *
004910*  PAYMENT IS HELD IN CBK-PAYMENT-HOLD.                          *
004920*****************************************************************
004930 2250-FIND-PAYMENT-TRAN.
004940     MOVE 'N'  TO CBK-TRAN-FOUND-SWITCH.
004950     MOVE ZERO TO CBK-PRIOR-CHARGEBACK.
004960     OPEN INPUT PAYMENT-TRAN-FILE.
004970     IF PT-FILE-STATUS NOT = "00"
004980         GO TO 2250-EXIT
004990     END-IF.
005000     MOVE 'N' TO CBK-PAYTRAN-EOF-SWITCH.
005010     PERFORM 2260-CHECK-ONE-TRAN THRU 2260-EXIT
005020         UNTIL CBK-PAYTRAN-EOF.
005030     CLOSE PAYMENT-TRAN-FILE.
005040 2250-EXIT.
005050     EXIT.
005060
005070 2260-CHECK-ONE-TRAN.
005080     READ PAYMENT-TRAN-FILE NEXT RECORD
005090         AT END
005100             SET CBK-PAYTRAN-EOF TO TRUE
005110             GO TO 2260-EXIT
005120     END-READ.
005130     IF PT-CARD-NUMBER NOT = CBI-CARD-NUMBER
005140        OR PT-CARD-AUTH-CODE NOT = CBI-AUTH-CODE
005150         GO TO 2260-EXIT
005160     END-IF.
005170     IF PT-TRAN-CHARGEBACK
005180         ADD PT-AMOUNT TO CBK-PRIOR-CHARGEBACK
005190         GO TO 2260-EXIT
005200     END-IF.
005210     IF PT-TRAN-CHARGEBACK-WON
005220         SUBTRACT PT-AMOUNT FROM CBK-PRIOR-CHARGEBACK
005230         GO TO 2260-EXIT
005240     END-IF.
005250     IF CBK-TRAN-FOUND
005260         GO TO 2260-EXIT
005270     END-IF.
005280     IF PT-PAY-TYPE NOT = "V" AND NOT = "M" AND NOT = "A"
005290         GO TO 2260-EXIT
005300     END-IF.
005310     IF (PT-TRAN-DEPOSIT OR PT-TRAN-BALANCE)
005320        AND PT-CARD-APPROVED
005330         SET CBK-TRAN-FOUND TO TRUE
005340         MOVE PT-CAMPGROUND-NAME TO CBK-HOLD-CAMPGROUND
005350         MOVE PT-SITE            TO CBK-HOLD-SITE
005360         MOVE PT-ARRIVAL-DATE    TO CBK-HOLD-ARRIVAL
005370         MOVE PT-PAY-TYPE        TO CBK-HOLD-PAY-TYPE
005380         MOVE PT-AMOUNT          TO CBK-HOLD-AMOUNT
005390         MOVE PT-TRAN-DATE       TO CBK-HOLD-TRAN-DATE
005400     END-IF.
005410 2260-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450*  2300-CHECK-DUPLICATE - A PROCESSOR FILE SENT TWICE MUST NOT   *
005460*  TAKE THE MONEY TWICE.  A CASE ALREADY ON FILE FOR THE SAME    *
005470*  CARD, AUTH, DISPUTE DATE AND AMOUNT IS THE SAME CHARGEBACK.   *
005480*  THE MATCHING CASE NUMBER IS LEFT ON THE DETAIL LINE.          *
005490*****************************************************************
005500 2300-CHECK-DUPLICATE.
005510     MOVE 'N' TO CBK-DUPLICATE-SWITCH.
005520     MOVE 1 TO DS-CASE-NUMBER.
005530     START DISPUTE-FILE KEY IS NOT LESS THAN DS-CASE-NUMBER
005540         INVALID KEY
005550             GO TO 2300-EXIT
005560     END-START.
005570     MOVE 'N' TO CBK-CASE-EOF-SWITCH.
005580     PERFORM 2310-CHECK-ONE-CASE THRU 2310-EXIT
005590         UNTIL CBK-CASE-EOF OR CBK-DUPLICATE.
005600 2300-EXIT.
005610     EXIT.
005620
005630 2310-CHECK-ONE-CASE.
005640     READ DISPUTE-FILE NEXT RECORD
005650         AT END
005660             SET CBK-CASE-EOF TO TRUE
005670             GO TO 2310-EXIT
005680     END-READ.
005690     IF DS-CARD-NUMBER = CBI-CARD-NUMBER
005700        AND DS-AUTH-CODE = CBI-AUTH-CODE
005710        AND DS-DISPUTE-DATE = CBI-DISPUTE-DATE
005720        AND DS-AMOUNT = CBI-AMOUNT
005730         SET CBK-DUPLICATE TO TRUE
005740         MOVE DS-CASE-NUMBER TO CR-D-CASE-NUMBER
005750         MOVE DS-RESPONSE-DUE-DATE TO CR-D-DUE-DATE
005760     END-IF.
005770 2310-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810*  2400-WRITE-CHARGEBACK-TRAN - THE CHARGEBACK TRANSACTION,      *
005820*  DATED TONIGHT, AGAINST THE DISPUTED PAYMENT'S RESERVATION,    *
005830*  PAY TYPE, CARD AND AUTH.  COBLSC02 TAKES IT OFF THE DAY'S     *
005840*  CARD TOTALS; COBLSC08 NEVER SENDS IT TO THE PROCESSOR.        *
005850*****************************************************************
005860 2400-WRITE-CHARGEBACK-TRAN.
005870     OPEN EXTEND PAYMENT-TRAN-FILE.
005880     IF PT-FILE-STATUS NOT = "00"
005890         DISPLAY "UNABLE TO OPEN PAYMENT TRANSACTION FILE"
005900         GO TO 2400-EXIT
005910     END-IF.
005920     MOVE SPACES              TO PAYMENT-TRAN-RECORD.
005930     MOVE CBK-HOLD-CAMPGROUND TO PT-CAMPGROUND-NAME.
005940     MOVE CBK-HOLD-SITE       TO PT-SITE.
005950     MOVE CBK-HOLD-ARRIVAL    TO PT-ARRIVAL-DATE.
005960     SET PT-TRAN-CHARGEBACK   TO TRUE.
005970     MOVE CBK-HOLD-PAY-TYPE   TO PT-PAY-TYPE.
005980     MOVE CBI-AMOUNT          TO PT-AMOUNT.
005990     MOVE CBI-CARD-NUMBER     TO PT-CARD-NUMBER.
006000     SET PT-CARD-APPROVED     TO TRUE.
006010     MOVE CBI-AUTH-CODE       TO PT-CARD-AUTH-CODE.
006020     MOVE CBK-RUN-DATE        TO PT-TRAN-DATE.
006030     ACCEPT PT-TRAN-TIME FROM TIME.
006040     MOVE CBK-OPERATOR-ID     TO PT-OPERATOR-ID.
006050     WRITE PAYMENT-TRAN-RECORD.
006060     CLOSE PAYMENT-TRAN-FILE.
006070 2400-EXIT.
006080     EXIT.
006090
006100*****************************************************************
006110*  2500-MARK-RESERVATION - THE MONEY IS NO LONGER PAID, AND THE  *
006120*  RESERVATION CARRIES THE DISPUTE UNTIL COBLSC41 CLOSES IT      *
006130*****************************************************************
006140 2500-MARK-RESERVATION.
006150     MOVE RESERVATION-RECORD TO CBK-JRN-BEFORE-AREA.
006160     IF RES-PAID-AMOUNT < CBI-AMOUNT
006170         MOVE ZERO TO RES-PAID-AMOUNT
006180     ELSE
006190         SUBTRACT CBI-AMOUNT FROM RES-PAID-AMOUNT
006200     END-IF.
006210     SET RES-DISPUTED TO TRUE.
006220     REWRITE RESERVATION-RECORD
006230         INVALID KEY
006240             DISPLAY "UNABLE TO REWRITE RESERVATION RECORD"
006250     END-REWRITE.
006260     SET JR-ACTION-REWRITE TO TRUE.
006270     PERFORM 8170-WRITE-JOURNAL-RECORD THRU 8170-EXIT.
006280 2500-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*  2600-OPEN-DISPUTE-CASE - NEXT CASE NUMBER OFF THE CONTROL     *
006330*  RECORD (CASE 00000000, WRITTEN THE FIRST TIME THROUGH), THEN  *
006340*  THE CASE ITSELF, OPEN, WITH ITS RESPONSE DUE DATE             *
006350*****************************************************************
006360 2600-OPEN-DISPUTE-CASE.
006370     MOVE ZERO TO DS-CASE-NUMBER.
006380     READ DISPUTE-FILE
006390         INVALID KEY
006400             MOVE SPACES TO DISPUTE-CASE-RECORD
006410             MOVE ZERO   TO DS-CASE-NUMBER
006420             MOVE ZERO   TO DSC-LAST-CASE-NUMBER
006430             WRITE DISPUTE-CASE-RECORD
006440                 INVALID KEY
006450                     DISPLAY "UNABLE TO WRITE DISPUTE CONTROL"
006460                         " RECORD"
006470             END-WRITE
006480     END-READ.
006490     ADD 1 TO DSC-LAST-CASE-NUMBER.
006500     MOVE DSC-LAST-CASE-NUMBER TO CBK-NEW-CASE-NUMBER.
006510     REWRITE DISPUTE-CASE-RECORD
006520         INVALID KEY
006530             DISPLAY "UNABLE TO REWRITE DISPUTE CONTROL RECORD"
006540     END-REWRITE.
006550
006560     PERFORM 8660-ADVANCE-DUE-DATE THRU 8660-EXIT
006570         CBK-RESPONSE-DAYS TIMES.
006580
006590     MOVE SPACES              TO DISPUTE-CASE-RECORD.
006600     MOVE CBK-NEW-CASE-NUMBER TO DS-CASE-NUMBER.
006610     MOVE RES-CAMPGROUND-NAME TO DS-CAMPGROUND-NAME.
006620     MOVE RES-SITE            TO DS-SITE.
006630     MOVE RES-ARRIVAL-DATE    TO DS-ARRIVAL-DATE.
006640     MOVE RES-LAST-NAME       TO DS-LAST-NAME.
006650     MOVE RES-PHONE           TO DS-PHONE.
006660     MOVE CBK-HOLD-PAY-TYPE   TO DS-PAY-TYPE.
006670     MOVE CBI-CARD-NUMBER     TO DS-CARD-NUMBER.
006680     MOVE CBI-AUTH-CODE       TO DS-AUTH-CODE.
006690     MOVE CBK-HOLD-AMOUNT     TO DS-PAYMENT-AMOUNT.
006700     MOVE CBK-HOLD-TRAN-DATE  TO DS-PAYMENT-DATE.
006710     MOVE CBI-AMOUNT          TO DS-AMOUNT.
006720     MOVE CBI-REASON-CODE     TO DS-REASON-CODE.
006730     MOVE CBI-DISPUTE-DATE    TO DS-DISPUTE-DATE.
006740     MOVE CBK-RUN-DATE        TO DS-OPENED-DATE.
006750     MOVE CBK-DUE-DATE-N      TO DS-RESPONSE-DUE-DATE.
006760     SET DS-OPEN              TO TRUE.
006770     MOVE ZERO                TO DS-EVIDENCE-SENT-DATE.
006780     MOVE ZERO                TO DS-CLOSED-DATE.
006790     WRITE DISPUTE-CASE-RECORD
006800         INVALID KEY
006810             DISPLAY "UNABLE TO WRITE DISPUTE CASE RECORD"
006820     END-WRITE.
006830 2600-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*  2900-CHARGEBACK-EXCEPTION - EXCEPTION LINE FOR A CHARGEBACK   *
006880*  THAT WAS NOT POSTED.  THE CALLER HAS ALREADY SET THE RESULT.  *
006890*****************************************************************
006900 2900-CHARGEBACK-EXCEPTION.
006910     WRITE CHARGEBACK-REPORT-RECORD FROM CR-DETAIL-LINE.
006920     ADD 1 TO CBK-EXCEPTION-COUNT.
006930 2900-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970*  7000-PRINT-SUMMARY - READ/OPENED/AMOUNT/EXCEPTION COUNTS      *
006980*****************************************************************
006990 7000-PRINT-SUMMARY.
007000     MOVE CBK-READ-COUNT      TO CR-S-READ.
007010     WRITE CHARGEBACK-REPORT-RECORD FROM CR-SUMMARY-LINE-1.
007020     MOVE CBK-OPENED-COUNT    TO CR-S-OPENED.
007030     WRITE CHARGEBACK-REPORT-RECORD FROM CR-SUMMARY-LINE-2.
007040     MOVE CBK-OPENED-AMOUNT   TO CR-S-AMOUNT.
007050     WRITE CHARGEBACK-REPORT-RECORD FROM CR-SUMMARY-LINE-3.
007060     MOVE CBK-EXCEPTION-COUNT TO CR-S-EXCEPTIONS.
007070     WRITE CHARGEBACK-REPORT-RECORD FROM CR-SUMMARY-LINE-4.
007080 7000-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*  1200-CHECK-RUN-CONTROL - THE NIGHTLY SEQUENCE IS ENFORCED    *
007130*  BY THE RUN-CONTROL FILE (RUNCTL.CPY): THIS JOB REFUSES TO    *
007140*  START BEFORE ITS PREDECESSOR HAS ENDED FOR THE BUSINESS      *
007150*  DATE, AND REFUSES A SECOND FULL RUN FOR THE SAME DATE.  A    *
007160*  RECORD LEFT RUNNING IS AN ABENDED RUN - THE RESTART IS       *
007170*  ALLOWED.  START AND END ARE LOGGED TO THE RUN LOG            *
007180*  (RUNLOG.CPY) FOR THE COBLSC22 HISTORY REPORT.                *
007190*****************************************************************
007200 1200-CHECK-RUN-CONTROL.
007210     OPEN I-O RUN-CONTROL-FILE.
007220     IF RC-FILE-STATUS = "35"
007230         CLOSE RUN-CONTROL-FILE
007240         OPEN OUTPUT RUN-CONTROL-FILE
007250         CLOSE RUN-CONTROL-FILE
007260         OPEN I-O RUN-CONTROL-FILE
007270     END-IF.
007280     IF RC-FILE-STATUS NOT = "00"
007290         DISPLAY "UNABLE TO OPEN RUN CONTROL FILE"
007300         MOVE 'Y' TO CBK-EOJ-SWITCH
007310         GO TO 1000-EXIT
007320     END-IF.
007330
007340     OPEN EXTEND RUN-LOG-FILE.
007350     IF RL-FILE-STATUS = "35"
007360         OPEN OUTPUT RUN-LOG-FILE
007370         CLOSE RUN-LOG-FILE
007380         OPEN EXTEND RUN-LOG-FILE
007390     END-IF.
007400     IF RL-FILE-STATUS NOT = "00"
007410         DISPLAY "UNABLE TO OPEN RUN LOG FILE"
007420         MOVE 'Y' TO CBK-EOJ-SWITCH
007430         GO TO 1000-EXIT
007440     END-IF.
007450
007460     MOVE CBK-RUN-PRED-ID TO RC-PROGRAM-ID.
007470     READ RUN-CONTROL-FILE
007480         INVALID KEY
007490             DISPLAY "COBLSC10 HAS NOT RUN - RUN REFUSED"
007500             MOVE 'Y' TO CBK-EOJ-SWITCH
007510             GO TO 1000-EXIT
007520     END-READ.
007530     IF RC-BUSINESS-DATE NOT = CBK-RUN-DATE
007540        OR NOT RC-ENDED
007550         DISPLAY "COBLSC10 HAS NOT FINISHED TONIGHT - RUN REFUSED"
007560         MOVE 'Y' TO CBK-EOJ-SWITCH
007570         GO TO 1000-EXIT
007580     END-IF.
007590
007600     MOVE 'N' TO CBK-RUN-NEW-SWITCH.
007610     MOVE CBK-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
007620     READ RUN-CONTROL-FILE
007630         INVALID KEY
007640             SET CBK-RUN-NEW-RECORD TO TRUE
007650     END-READ.
007660     IF NOT CBK-RUN-NEW-RECORD
007670        AND RC-BUSINESS-DATE = CBK-RUN-DATE
007680        AND RC-ENDED
007690         DISPLAY "COBLSC40 ALREADY RAN TONIGHT - RUN REFUSED"
007700         MOVE 'Y' TO CBK-EOJ-SWITCH
007710         GO TO 1000-EXIT
007720     END-IF.
007730
007740     MOVE CBK-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
007750     MOVE CBK-RUN-SEQ-NO     TO RC-SEQUENCE-NO.
007760     SET RC-RUNNING         TO TRUE.
007770     MOVE CBK-RUN-DATE               TO RC-BUSINESS-DATE.
007780     ACCEPT RC-LAST-START-DATE FROM DATE YYYYMMDD.
007790     ACCEPT RC-LAST-START-TIME FROM TIME.
007800     MOVE ZERO TO RC-LAST-END-DATE.
007810     MOVE ZERO TO RC-LAST-END-TIME.
007820     IF CBK-RUN-NEW-RECORD
007830         WRITE RUN-CONTROL-RECORD
007840             INVALID KEY
007850                 DISPLAY "UNABLE TO WRITE RUN CONTROL RECORD"
007860         END-WRITE
007870     ELSE
007880         REWRITE RUN-CONTROL-RECORD
007890             INVALID KEY
007900                 DISPLAY "UNABLE TO REWRITE RUN CONTROL RECORD"
007910         END-REWRITE
007920     END-IF.
007930     MOVE 'START' TO CBK-RUN-EVENT.
007940     PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT.
007950     SET CBK-RUN-STAMPED TO TRUE.
007960 1200-EXIT.
007970     EXIT.
007980
007990*****************************************************************
008000*  8640/8650/8660 - WALK THE DUE DATE FORWARD ONE DAY, ROLLING  *
008010*  THE MONTH AND YEAR, THE SAME DATE WALK AS COBLSC39'S         *
008020*****************************************************************
008030 8640-GET-DUE-MONTH-LENGTH.
008040     IF CBK-DUE-30-DAY-MO
008050         MOVE 30 TO CBK-DAYS-IN-MONTH
008060     ELSE
008070         IF CBK-DUE-31-DAY-MO
008080             MOVE 31 TO CBK-DAYS-IN-MONTH
008090         ELSE
008100             PERFORM 8650-CHECK-DUE-LEAP-YEAR THRU 8650-EXIT
008110             IF CBK-LEAP-YEAR
008120                 MOVE 29 TO CBK-DAYS-IN-MONTH
008130             ELSE
008140                 MOVE 28 TO CBK-DAYS-IN-MONTH
008150             END-IF
008160         END-IF
008170     END-IF.
008180 8640-EXIT.
008190     EXIT.
008200
008210 8650-CHECK-DUE-LEAP-YEAR.
008220     SET CBK-NOT-LEAP-YEAR TO TRUE.
008230     DIVIDE CBK-DUE-YEAR BY 4
008240         GIVING CBK-DIVIDE-QUOTIENT
008250         REMAINDER CBK-DIVIDE-REMAINDER.
008260     IF CBK-DIVIDE-REMAINDER = 0
008270         DIVIDE CBK-DUE-YEAR BY 100
008280             GIVING CBK-DIVIDE-QUOTIENT
008290             REMAINDER CBK-DIVIDE-REMAINDER
008300         IF CBK-DIVIDE-REMAINDER NOT = 0
008310             SET CBK-LEAP-YEAR TO TRUE
008320         ELSE
008330             DIVIDE CBK-DUE-YEAR BY 400
008340                 GIVING CBK-DIVIDE-QUOTIENT
008350                 REMAINDER CBK-DIVIDE-REMAINDER
008360             IF CBK-DIVIDE-REMAINDER = 0
008370                 SET CBK-LEAP-YEAR TO TRUE
008380             END-IF
008390         END-IF
008400     END-IF.
008410 8650-EXIT.
008420     EXIT.
008430
008440 8660-ADVANCE-DUE-DATE.
008450     ADD 1 TO CBK-DUE-DAY.
008460     PERFORM 8640-GET-DUE-MONTH-LENGTH THRU 8640-EXIT.
008470     IF CBK-DUE-DAY > CBK-DAYS-IN-MONTH
008480         MOVE 1 TO CBK-DUE-DAY
008490         ADD 1 TO CBK-DUE-MONTH
008500         IF CBK-DUE-MONTH > 12
008510             MOVE 1 TO CBK-DUE-MONTH
008520             ADD 1 TO CBK-DUE-YEAR
008530         END-IF
008540     END-IF.
008550 8660-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590*  8900-STAMP-RUN-END - MARK THE RUN ENDED ON THE RUN-CONTROL   *
008600*  RECORD AND LOG IT.  ONLY A RUN THAT STAMPED ITS START GETS   *
008610*  HERE - A REFUSED RUN LEAVES THE RECORD ALONE.                *
008620*****************************************************************
008630 8900-STAMP-RUN-END.
008640     MOVE CBK-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
008650     READ RUN-CONTROL-FILE
008660         INVALID KEY
008670             DISPLAY "UNABLE TO READ RUN CONTROL RECORD"
008680             GO TO 8900-EXIT
008690     END-READ.
008700     SET RC-ENDED TO TRUE.
008710     ACCEPT RC-LAST-END-DATE FROM DATE YYYYMMDD.
008720     ACCEPT RC-LAST-END-TIME FROM TIME.
008730     REWRITE RUN-CONTROL-RECORD
008740         INVALID KEY
008750             DISPLAY "UNABLE TO REWRITE RUN CONTROL RECORD"
008760     END-REWRITE.
008770     MOVE 'END'   TO CBK-RUN-EVENT.
008780     PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT.
008790     CLOSE RUN-CONTROL-FILE.
008800     CLOSE RUN-LOG-FILE.
008810 8900-EXIT.
008820     EXIT.
008830
008840 8950-WRITE-RUN-LOG.
008850     MOVE SPACES            TO RUN-LOG-RECORD.
008860     MOVE CBK-RUN-PROGRAM-ID TO RL-PROGRAM-ID.
008870     MOVE CBK-RUN-SEQ-NO     TO RL-SEQUENCE-NO.
008880     MOVE CBK-RUN-EVENT      TO RL-EVENT.
008890     MOVE CBK-RUN-DATE               TO RL-BUSINESS-DATE.
008900     ACCEPT RL-EVENT-DATE FROM DATE YYYYMMDD.
008910     ACCEPT RL-EVENT-TIME FROM TIME.
008920     WRITE RUN-LOG-RECORD.
008930 8950-EXIT.
008940     EXIT.
008950
008960*****************************************************************
008970*  8170-WRITE-JOURNAL-RECORD - BEFORE/AFTER IMAGE OF THE        *
008980*  RESERVATION UPDATE JUST MADE, FOR THE COBLSC23 FORWARD       *
008990*  RECOVERY.  CALLERS LEAVE THE BEFORE IMAGE IN                 *
009000*  CBK-JRN-BEFORE-AREA AND SET JR-ACTION BEFORE PERFORMING.     *
009010*****************************************************************
009020 8170-WRITE-JOURNAL-RECORD.
009030     MOVE 'COBLSC40'         TO JR-PROGRAM-ID.
009040     MOVE CBK-OPERATOR-ID    TO JR-OPERATOR-ID.
009050     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
009060     ACCEPT JR-JOURNAL-TIME FROM TIME.
009070     MOVE CBK-JRN-BEFORE-AREA TO JR-BEFORE-IMAGE.
009080     MOVE RESERVATION-RECORD TO JR-AFTER-IMAGE.
009090     WRITE JOURNAL-RECORD.
009100 8170-EXIT.
009110     EXIT.
009120
009130*****************************************************************
009140*  9000-TERMINATE - CLOSE FILES                                  *
009150*****************************************************************
009160 9000-TERMINATE.
009170     CLOSE JOURNAL-FILE.
009180     IF CBK-RUN-STAMPED
009190         PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT
009200     END-IF.
009210     CLOSE RESERVATION-FILE.
009220     CLOSE DISPUTE-FILE.
009230     IF NOT CBK-NO-INPUT-FILE
009240         CLOSE CHARGEBACK-IN-FILE
009250     END-IF.
009260     CLOSE CHARGEBACK-REPORT-FILE.
009270 9000-EXIT.
009280     EXIT.
