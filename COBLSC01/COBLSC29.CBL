000100*****************************************************************
000110*  COBLSC29                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC29.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-08.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  NIGHTLY GENERAL LEDGER EXTRACT.  BATCH PROGRAM      *
000210*  THAT READS THE DAY'S PAYMENT TRANSACTIONS (PAYTRAN.CPY),      *
000220*  REFUND REGISTER (REFUND.CPY), AND LODGING TAX REGISTER        *
000230*  (TAXREG.CPY) AND WRITES THE STATE ACCOUNTING SYSTEM ITS       *
000240*  INTERFACE FILE (GLEXTR.CPY) OF BALANCED DEBIT AND CREDIT      *
000250*  ENTRIES, SUMMARIZED BY CAMPGROUND AND GL TRANSACTION TYPE.    *
000260*  EVERY MOVEMENT POSTS AS A PAIR, SO THE DAY BALANCES BY        *
000270*  CONSTRUCTION:                                                 *
000280*                                                                *
000290*    DEPOSIT, GATE BALANCE,   DR CLEARING (BY PAY TYPE)          *
000290*      OR DISPUTE WON BACK                                       *
000300*                             CR CAMPSITE REVENUE                *
000310*    REFUND GIVEN BACK        DR REFUND REVERSALS                *
000320*      OR CHARGEBACK          CR CLEARING (BY PAY TYPE)          *
000330*    TAX INSIDE THE REFUND    DR LODGING TAX PAYABLE             *
000340*                             CR REFUND REVERSALS                *
000350*    TAX CHARGED              DR CAMPSITE REVENUE                *
000360*                             CR LODGING TAX PAYABLE             *
000370*    TAX CORRECTED DOWN       DR LODGING TAX PAYABLE             *
000380*                             CR CAMPSITE REVENUE                *
000390*                                                                *
000400*  THE MONEY COMES OFF PAYTRAN, THE SAME AS THE DEPOSIT REPORT   *
000410*  (COBLSC02), SO THE CLEARING ENTRIES TIE TO THE DRAWER.  THE    *
000420*  REFUND REGISTER ONLY SUPPLIES THE TAX PORTION OF A REFUND -   *
000430*  ITS MONEY IS ALREADY ON PAYTRAN AS A REFUND TRANSACTION.      *
000440*  ACCOUNT NUMBERS COME FROM THE CHART-OF-ACCOUNTS MAPPING       *
000450*  (GLACCT.CPY, MAINTAINED ON COBLSC28): THE CAMPGROUND'S OWN    *
000460*  RECORD FOR THE TYPE, ELSE THE ** DEFAULT.  A MOVEMENT THAT    *
000470*  CANNOT BE MAPPED HOLDS THE WHOLE EXTRACT - NOTHING IS SENT,   *
000480*  THE CONTROL REPORT (GLRPT) SAYS WHY, AND THE RUN CAN BE       *
000490*  RESTARTED ONCE THE MAPPING IS FIXED.  A DATE ALREADY SENT     *
000500*  (GLCTL.CPY) IS REFUSED.                                       *
000510*                                                                *
000520*  MOD-LOG                                                       *
000530*  DATE       BY   DESCRIPTION                                   *
000540*  ---------- ---- ------------------------------------------    *
000550*  2026-10-08 RLH  ORIGINAL PROGRAM.                              *
000550*  2026-10-11 RLH  ADDED GL TYPE CG, VOUCHER CLEARING - A GIFT     *
000550*                  CERTIFICATE OR RAIN-CHECK REDEMPTION (PAY TYPE  *
000550*                  G) DEBITS IT AND A REFUND PUT BACK ONTO A       *
000550*                  VOUCHER CREDITS IT, THE SAME AS A CARD.         *
000550*  2026-10-14 RLH  A CHARGEBACK (PAYTRAN TYPE K) POSTS LIKE A      *
000550*                  REFUND - DR REFUND REVERSALS, CR THE CARD'S     *
000550*                  CLEARING - AND A DISPUTE WON BACK (TYPE W)      *
000550*                  POSTS LIKE A PAYMENT.  THE NIGHTLY CHARGEBACK   *
000550*                  LOAD (COBLSC40) NOW RUNS AS STEP 6, SO THIS     *
000550*                  JOB IS STEP 8.                                  *
000555*  2026-10-15 RLH  A HELD EXTRACT NOW CLOSES THE RUN-CONTROL AND   *
000555*                  RUN LOG FILES ON THE WAY OUT, AS A NORMAL END   *
000555*                  DOES.                                           *
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT CAMPGROUND-MASTER-FILE ASSIGN TO "CAMPMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CM-CAMPGROUND-NAME
000650         FILE STATUS IS CM-FILE-STATUS.
000660
000670     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS GA-KEY
000710         FILE STATUS IS GA-FILE-STATUS.
000720
000730     SELECT PAYMENT-TRAN-FILE ASSIGN TO "PAYTRAN"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS PT-FILE-STATUS.
000760
000770     SELECT REFUND-FILE ASSIGN TO "REFUND"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS RFD-FILE-STATUS.
000800
000810     SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS TX-FILE-STATUS.
000840
000850     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS GX-FILE-STATUS.
000880
000890     SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS GC-BUSINESS-DATE
000930         FILE STATUS IS GC-FILE-STATUS.
000940
000950     SELECT GL-REPORT-FILE ASSIGN TO "GLRPT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS GR-FILE-STATUS.
000980
000990     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS RC-PROGRAM-ID
001030         FILE STATUS IS RC-FILE-STATUS.
001040
001050     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS RL-FILE-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  CAMPGROUND-MASTER-FILE.
001120 COPY CAMPMSTR.CPY.
001130
001140 FD  GL-ACCOUNT-FILE.
001150 COPY GLACCT.CPY.
001160
001170 FD  PAYMENT-TRAN-FILE.
001180 COPY PAYTRAN.CPY.
001190
001200 FD  REFUND-FILE.
001210 COPY REFUND.CPY.
001220
001230 FD  TAX-REGISTER-FILE.
001240 COPY TAXREG.CPY.
001250
001260 FD  GL-EXTRACT-FILE.
001270 COPY GLEXTR.CPY.
001280
001290 FD  GL-CONTROL-FILE.
001300 COPY GLCTL.CPY.
001310
001320 FD  GL-REPORT-FILE.
001330 01  GL-REPORT-RECORD               PIC X(100).
001340
001350 FD  RUN-CONTROL-FILE.
001360 COPY RUNCTL.CPY.
001370
001380 FD  RUN-LOG-FILE.
001390 COPY RUNLOG.CPY.
001400
001410 WORKING-STORAGE SECTION.
001420*****************************************************************
001430*  SWITCHES AND FILE STATUS                                     *
001440*****************************************************************
001450 77  CM-FILE-STATUS              PIC X(02) VALUE ZERO.
001460 77  GA-FILE-STATUS              PIC X(02) VALUE ZERO.
001470 77  PT-FILE-STATUS              PIC X(02) VALUE ZERO.
001480 77  RFD-FILE-STATUS             PIC X(02) VALUE ZERO.
001490 77  TX-FILE-STATUS              PIC X(02) VALUE ZERO.
001500 77  GX-FILE-STATUS              PIC X(02) VALUE ZERO.
001510 77  GC-FILE-STATUS              PIC X(02) VALUE ZERO.
001520 77  GR-FILE-STATUS              PIC X(02) VALUE ZERO.
001530
001540 77  GLX-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001550     88  GLX-EOJ                 VALUE 'Y'.
001560
001570 77  GLX-HOLD-SWITCH             PIC X(01) VALUE 'N'.
001580     88  GLX-EXTRACT-HELD        VALUE 'Y'.
001590
001600 77  GLX-PAYMENT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001610     88  GLX-PAYMENT-EOF         VALUE 'Y'.
001620
001630 77  GLX-REFUND-EOF-SWITCH       PIC X(01) VALUE 'N'.
001640     88  GLX-REFUND-EOF          VALUE 'Y'.
001650
001660 77  GLX-TAX-EOF-SWITCH          PIC X(01) VALUE 'N'.
001670     88  GLX-TAX-EOF             VALUE 'Y'.
001680
001690 77  GLX-ROW-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001700     88  GLX-ROW-FOUND           VALUE 'Y'.
001710
001720 77  GLX-RUN-DATE                PIC 9(08) VALUE ZERO.
001730
001740*****************************************************************
001750*  TABLE SUBSCRIPTS.  THE GL TYPE SUBSCRIPT FOLLOWS THE ORDER    *
001760*  OF GLX-TYPE-CODE: 1-5 THE CLEARING ACCOUNTS BY PAY TYPE,      *
001770*  6 REVENUE, 7 REFUND REVERSALS, 8 TAX PAYABLE.                 *
001780*****************************************************************
001790 77  GLX-CAMPGROUND-COUNT        PIC 9(02) VALUE ZERO.
001800 77  GLX-ROW-SUB                 PIC 9(02) VALUE ZERO.
001810 77  GLX-SCAN-SUB                PIC 9(02) VALUE ZERO.
001820 77  GLX-TYPE-SUB                PIC 9(02) VALUE ZERO.
001830 77  GLX-PAY-SUB                 PIC 9(02) VALUE ZERO.
001840 77  GLX-DEBIT-SUB               PIC 9(02) VALUE ZERO.
001850 77  GLX-CREDIT-SUB              PIC 9(02) VALUE ZERO.
001860 77  GLX-REVENUE-SUB             PIC 9(02) VALUE 6.
001870 77  GLX-REFUND-SUB              PIC 9(02) VALUE 7.
001880 77  GLX-TAX-SUB                 PIC 9(02) VALUE 8.
001890
001900 77  GLX-POST-AMOUNT             PIC 9(07)V99 VALUE ZERO.
001910 77  GLX-FIND-NAME               PIC X(20) VALUE SPACES.
001920
001930*****************************************************************
001940*  RUN TOTALS - WHAT WENT ON THE FILE AND WHAT CAME OFF THE      *
001950*  THREE SOURCE FILES, FOR THE CONTROL REPORT                    *
001960*****************************************************************
001970 01  GLX-RUN-TOTALS.
001980     05  GLX-RECORD-COUNT        PIC 9(07) VALUE ZERO.
001990     05  GLX-DEBIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
002000     05  GLX-CREDIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
002010     05  GLX-EXCEPTION-COUNT     PIC 9(05) VALUE ZERO.
002020     05  GLX-PAY-IN-COUNT        PIC 9(07) VALUE ZERO.
002030     05  GLX-PAY-IN-AMOUNT       PIC S9(11)V99 VALUE ZERO.
002040     05  GLX-PAY-OUT-COUNT       PIC 9(07) VALUE ZERO.
002050     05  GLX-PAY-OUT-AMOUNT      PIC S9(11)V99 VALUE ZERO.
002060     05  GLX-REFUND-TAX-COUNT    PIC 9(07) VALUE ZERO.
002070     05  GLX-REFUND-TAX-AMOUNT   PIC S9(11)V99 VALUE ZERO.
002080     05  GLX-TAX-COUNT           PIC 9(07) VALUE ZERO.
002090     05  GLX-TAX-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002100
002110 01  GLX-CAMPGROUND-SUBTOTALS.
002120     05  GLX-CG-DEBIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
002130     05  GLX-CG-CREDIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
002140
002150*****************************************************************
002160*  GL TRANSACTION TYPES IN REPORT ORDER (SEE GLACCT.CPY)         *
002170*****************************************************************
002180 01  GLX-TYPE-CODE-VALUES.
002190     05  FILLER                  PIC X(16)
002200             VALUE "CCCVCMCACGRVRFTX".
002210 01  GLX-TYPE-CODE-TABLE REDEFINES GLX-TYPE-CODE-VALUES.
002220     05  GLX-TYPE-CODE           PIC X(02) OCCURS 8.
002230
002240*****************************************************************
002250*  THE DAY'S POSTINGS, ONE ROW PER CAMPGROUND AS IT IS FIRST     *
002260*  SEEN ON A SOURCE FILE AND ONE SLOT PER GL TYPE IN THE ROW.    *
002270*  50 CAMPGROUNDS COVERS THE PARK SYSTEM WITH ROOM TO SPARE; A   *
002280*  51ST HOLDS THE EXTRACT RATHER THAN DROP ITS MONEY.            *
002290*****************************************************************
002300 01  GLX-CAMPGROUND-TABLE.
002310     05  GLX-CAMPGROUND-ENTRY OCCURS 50.
002320         10  GLX-T-NAME              PIC X(20).
002330         10  GLX-T-CODE              PIC X(02).
002340         10  GLX-T-TYPE-ENTRY OCCURS 8.
002350             15  GLX-T-ACCOUNT       PIC X(16).
002360             15  GLX-T-DESCRIPTION   PIC X(30).
002370             15  GLX-T-DEBIT         PIC 9(09)V99.
002380             15  GLX-T-CREDIT        PIC 9(09)V99.
002390
002400*****************************************************************
002410*  REPORT LINES                                                 *
002420*****************************************************************
002430 01  GR-HEADING-1.
002440     05  FILLER                  PIC X(22) VALUE SPACES.
002450     05  FILLER                  PIC X(40)
002460             VALUE "GENERAL LEDGER EXTRACT CONTROL REPORT".
002470
002480 01  GR-HEADING-2.
002490     05  FILLER                  PIC X(15)
002500             VALUE "BUSINESS DATE: ".
002510     05  GR-H2-RUN-DATE          PIC 9(08).
002520
002530 01  GR-COLUMN-HEADING.
002540     05  FILLER                  PIC X(22) VALUE "CAMPGROUND".
002550     05  FILLER                  PIC X(04) VALUE "CD".
002560     05  FILLER                  PIC X(04) VALUE "GL".
002570     05  FILLER                  PIC X(18) VALUE "ACCOUNT".
002580     05  FILLER                  PIC X(19)
002590             VALUE "            DEBIT".
002600     05  FILLER                  PIC X(17)
002610             VALUE "           CREDIT".
002620
002630 01  GR-DETAIL-LINE.
002640     05  GR-D-CAMPGROUND         PIC X(20).
002650     05  FILLER                  PIC X(02).
002660     05  GR-D-CODE               PIC X(02).
002670     05  FILLER                  PIC X(02).
002680     05  GR-D-TYPE               PIC X(02).
002690     05  FILLER                  PIC X(02).
002700     05  GR-D-ACCOUNT            PIC X(16).
002710     05  FILLER                  PIC X(02).
002720     05  GR-D-DEBIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002730     05  FILLER                  PIC X(02).
002740     05  GR-D-CREDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002750
002760 01  GR-TOTAL-LINE.
002770     05  FILLER                  PIC X(04) VALUE SPACES.
002780     05  GR-T-LABEL              PIC X(44).
002790     05  GR-T-DEBIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  GR-T-CREDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002820
002830 01  GR-COUNT-LINE.
002840     05  FILLER                  PIC X(24)
002850             VALUE "GL RECORDS WRITTEN:".
002860     05  GR-C-COUNT              PIC Z,ZZZ,ZZ9.
002870
002880 01  GR-MESSAGE-LINE.
002890     05  GR-M-TEXT               PIC X(70).
002900
002910 01  GR-SOURCE-LINE.
002920     05  GR-S-LABEL              PIC X(40).
002930     05  GR-S-COUNT              PIC Z,ZZZ,ZZ9.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  GR-S-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002960
002970 01  GR-EXCEPTION-LINE.
002980     05  FILLER                  PIC X(04) VALUE "*** ".
002990     05  GR-E-MESSAGE            PIC X(40).
003000     05  GR-E-CAMPGROUND         PIC X(20).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  GR-E-DETAIL             PIC X(04).
003030
003040 01  GR-BLANK-LINE               PIC X(01) VALUE SPACE.
003050
003060*****************************************************************
003070*  NIGHT-RUN CONTROL - THIS JOB'S PLACE IN THE NIGHTLY          *
003080*  SEQUENCE AND ITS PREDECESSOR (SEE RUNCTL.CPY)                *
003090*****************************************************************
003100 01  GLX-RUN-CONTROL-AREA.
003110     05  RC-FILE-STATUS          PIC X(02) VALUE ZERO.
003120     05  RL-FILE-STATUS          PIC X(02) VALUE ZERO.
003130     05  GLX-RUN-PROGRAM-ID     PIC X(08) VALUE 'COBLSC29'.
003140     05  GLX-RUN-PRED-ID        PIC X(08) VALUE 'COBLSC02'.
003150     05  GLX-RUN-SEQ-NO         PIC 9(02) VALUE 8.
003160     05  GLX-RUN-EVENT          PIC X(05) VALUE SPACES.
003170     05  GLX-RUN-NEW-SWITCH     PIC X(01) VALUE 'N'.
003180         88  GLX-RUN-NEW-RECORD   VALUE 'Y'.
003190     05  GLX-RUN-STAMPED-SW     PIC X(01) VALUE 'N'.
003200         88  GLX-RUN-STAMPED      VALUE 'Y'.
003210
003220 PROCEDURE DIVISION.
003230*****************************************************************
003240*  0000-MAINLINE                                                *
003250*****************************************************************
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     IF NOT GLX-EOJ
003290         PERFORM 2000-ACCUMULATE-PAYMENTS THRU 2000-EXIT
003300         PERFORM 2200-ACCUMULATE-REFUNDS THRU 2200-EXIT
003310         PERFORM 2400-ACCUMULATE-TAX THRU 2400-EXIT
003320         PERFORM 3000-RESOLVE-ACCOUNTS THRU 3000-EXIT
003330         PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
003340         PERFORM 7000-PRINT-CONTROL-TOTALS THRU 7000-EXIT
003350     END-IF.
003360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003370     STOP RUN.
003380
003390*****************************************************************
003400*  1000-INITIALIZE - OPEN FILES, REFUSE A DATE ALREADY SENT,     *
003410*  CHECK THE NIGHT-RUN SEQUENCE, AND PRINT THE REPORT HEADING.   *
003420*  THE EXTRACT FILE ITSELF IS NOT OPENED UNTIL THE DAY IS KNOWN  *
003430*  TO MAP AND BALANCE, SO A HELD OR REFUSED RUN LEAVES THE LAST  *
003440*  GOOD FILE IN PLACE.                                           *
003450*****************************************************************
003460 1000-INITIALIZE.
003470     OPEN INPUT CAMPGROUND-MASTER-FILE.
003480     IF CM-FILE-STATUS NOT = "00"
003490         DISPLAY "UNABLE TO OPEN CAMPGROUND MASTER FILE"
003500         MOVE 'Y' TO GLX-EOJ-SWITCH
003510         GO TO 1000-EXIT
003520     END-IF.
003530
003540     OPEN INPUT GL-ACCOUNT-FILE.
003550     IF GA-FILE-STATUS NOT = "00"
003560         DISPLAY "UNABLE TO OPEN GL ACCOUNT FILE"
003570         MOVE 'Y' TO GLX-EOJ-SWITCH
003580         GO TO 1000-EXIT
003590     END-IF.
003600
003610     OPEN I-O GL-CONTROL-FILE.
003620     IF GC-FILE-STATUS = "35"
003630         CLOSE GL-CONTROL-FILE
003640         OPEN OUTPUT GL-CONTROL-FILE
003650         CLOSE GL-CONTROL-FILE
003660         OPEN I-O GL-CONTROL-FILE
003670     END-IF.
003680     IF GC-FILE-STATUS NOT = "00"
003690         DISPLAY "UNABLE TO OPEN GL CONTROL FILE"
003700         MOVE 'Y' TO GLX-EOJ-SWITCH
003710         GO TO 1000-EXIT
003720     END-IF.
003730
003740     OPEN OUTPUT GL-REPORT-FILE.
003750     IF GR-FILE-STATUS NOT = "00"
003760         DISPLAY "UNABLE TO OPEN GL CONTROL REPORT FILE"
003770         MOVE 'Y' TO GLX-EOJ-SWITCH
003780         GO TO 1000-EXIT
003790     END-IF.
003800
003810     ACCEPT GLX-RUN-DATE FROM DATE YYYYMMDD.
003820     PERFORM 1100-CHECK-DATE-SENT THRU 1100-EXIT.
003830     IF GLX-EOJ
003840         GO TO 1000-EXIT
003850     END-IF.
003860     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
003870     IF GLX-EOJ
003880         GO TO 1000-EXIT
003890     END-IF.
003900
003910     MOVE SPACES TO GLX-CAMPGROUND-TABLE.
003920     MOVE GLX-RUN-DATE TO GR-H2-RUN-DATE.
003930     WRITE GL-REPORT-RECORD FROM GR-HEADING-1.
003940     WRITE GL-REPORT-RECORD FROM GR-HEADING-2.
003950     WRITE GL-REPORT-RECORD FROM GR-BLANK-LINE.
003960 1000-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000*  1100-CHECK-DATE-SENT - THE STATE POSTS WHATEVER IT RECEIVES,  *
004010*  SO A BUSINESS DATE ALREADY ON THE GL CONTROL FILE IS NEVER    *
004020*  EXTRACTED AGAIN, WHATEVER THE RUN-CONTROL RECORD SAYS.        *
004030*****************************************************************
004040 1100-CHECK-DATE-SENT.
004050     MOVE GLX-RUN-DATE TO GC-BUSINESS-DATE.
004060     READ GL-CONTROL-FILE
004070         INVALID KEY
004080             GO TO 1100-EXIT
004090     END-READ.
004100     DISPLAY "GL EXTRACT FOR " GLX-RUN-DATE
004110             " WAS ALREADY SENT - RUN REFUSED".
004120     MOVE 'Y' TO GLX-EOJ-SWITCH.
004130 1100-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170*  1200-CHECK-RUN-CONTROL - THE NIGHTLY SEQUENCE IS ENFORCED    *
004180*  BY THE RUN-CONTROL FILE (RUNCTL.CPY): THIS JOB REFUSES TO    *
004190*  START BEFORE ITS PREDECESSOR HAS ENDED FOR THE BUSINESS      *
004200*  DATE, AND REFUSES A SECOND FULL RUN FOR THE SAME DATE.  A    *
004210*  RECORD LEFT RUNNING IS AN ABENDED RUN - THE RESTART IS       *
004220*  ALLOWED.  START AND END ARE LOGGED TO THE RUN LOG            *
004230*  (RUNLOG.CPY) FOR THE COBLSC22 HISTORY REPORT.                *
004240*****************************************************************
004250 1200-CHECK-RUN-CONTROL.
004260     OPEN I-O RUN-CONTROL-FILE.
004270     IF RC-FILE-STATUS = "35"
004280         CLOSE RUN-CONTROL-FILE
004290         OPEN OUTPUT RUN-CONTROL-FILE
004300         CLOSE RUN-CONTROL-FILE
004310         OPEN I-O RUN-CONTROL-FILE
004320     END-IF.
004330     IF RC-FILE-STATUS NOT = "00"
004340         DISPLAY "UNABLE TO OPEN RUN CONTROL FILE"
004350         MOVE 'Y' TO GLX-EOJ-SWITCH
004360         GO TO 1200-EXIT
004370     END-IF.
004380
004390     OPEN EXTEND RUN-LOG-FILE.
004400     IF RL-FILE-STATUS = "35"
004410         OPEN OUTPUT RUN-LOG-FILE
004420         CLOSE RUN-LOG-FILE
004430         OPEN EXTEND RUN-LOG-FILE
004440     END-IF.
004450     IF RL-FILE-STATUS NOT = "00"
004460         DISPLAY "UNABLE TO OPEN RUN LOG FILE"
004470         MOVE 'Y' TO GLX-EOJ-SWITCH
004480         GO TO 1200-EXIT
004490     END-IF.
004500
004510     MOVE GLX-RUN-PRED-ID TO RC-PROGRAM-ID.
004520     READ RUN-CONTROL-FILE
004530         INVALID KEY
004540             DISPLAY "COBLSC02 HAS NOT RUN - RUN REFUSED"
004550             MOVE 'Y' TO GLX-EOJ-SWITCH
004560             GO TO 1200-EXIT
004570     END-READ.
004580     IF RC-BUSINESS-DATE NOT = GLX-RUN-DATE
004590        OR NOT RC-ENDED
004600         DISPLAY "COBLSC02 HAS NOT FINISHED TONIGHT - RUN REFUSED"
004610         MOVE 'Y' TO GLX-EOJ-SWITCH
004620         GO TO 1200-EXIT
004630     END-IF.
004640
004650     MOVE 'N' TO GLX-RUN-NEW-SWITCH.
004660     MOVE GLX-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
004670     READ RUN-CONTROL-FILE
004680         INVALID KEY
004690             SET GLX-RUN-NEW-RECORD TO TRUE
004700     END-READ.
004710     IF NOT GLX-RUN-NEW-RECORD
004720        AND RC-BUSINESS-DATE = GLX-RUN-DATE
004730        AND RC-ENDED
004740         DISPLAY "COBLSC29 ALREADY RAN TONIGHT - RUN REFUSED"
004750         MOVE 'Y' TO GLX-EOJ-SWITCH
004760         GO TO 1200-EXIT
004770     END-IF.
004780
004790     MOVE GLX-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
004800     MOVE GLX-RUN-SEQ-NO     TO RC-SEQUENCE-NO.
004810     SET RC-RUNNING          TO TRUE.
004820     MOVE GLX-RUN-DATE       TO RC-BUSINESS-DATE.
004830     ACCEPT RC-LAST-START-DATE FROM DATE YYYYMMDD.
004840     ACCEPT RC-LAST-START-TIME FROM TIME.
004850     MOVE ZERO TO RC-LAST-END-DATE.
004860     MOVE ZERO TO RC-LAST-END-TIME.
004870     IF GLX-RUN-NEW-RECORD
004880         WRITE RUN-CONTROL-RECORD
004890             INVALID KEY
004900                 DISPLAY "UNABLE TO WRITE RUN CONTROL RECORD"
004910         END-WRITE
004920     ELSE
004930         REWRITE RUN-CONTROL-RECORD
004940             INVALID KEY
004950                 DISPLAY "UNABLE TO REWRITE RUN CONTROL RECORD"
004960         END-REWRITE
004970     END-IF.
004980     MOVE 'START' TO GLX-RUN-EVENT.
004990     PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT.
005000     SET GLX-RUN-STAMPED TO TRUE.
005010 1200-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*  2000-ACCUMULATE-PAYMENTS - THE DAY'S PAYMENT TRANSACTIONS.    *
005060*  NO FILE AT ALL YET JUST MEANS NO MONEY HAS EVER MOVED.        *
005070*****************************************************************
005080 2000-ACCUMULATE-PAYMENTS.
005090     OPEN INPUT PAYMENT-TRAN-FILE.
005100     IF PT-FILE-STATUS = "35"
005110         GO TO 2000-EXIT
005120     END-IF.
005130     IF PT-FILE-STATUS NOT = "00"
005140         DISPLAY "UNABLE TO OPEN PAYMENT TRANSACTION FILE"
005150         MOVE "PAYMENT TRANSACTION FILE WOULD NOT OPEN"
005160             TO GR-E-MESSAGE
005170         MOVE SPACES TO GR-E-CAMPGROUND
005180         MOVE SPACES TO GR-E-DETAIL
005190         PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
005200         GO TO 2000-EXIT
005210     END-IF.
005220     PERFORM 2100-CHECK-ONE-PAYMENT THRU 2100-EXIT
005230         UNTIL GLX-PAYMENT-EOF.
005240     CLOSE PAYMENT-TRAN-FILE.
005250 2000-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290*  2100-CHECK-ONE-PAYMENT - A DEPOSIT OR GATE BALANCE DEBITS     *
005300*  ITS PAY TYPE'S CLEARING ACCOUNT AND CREDITS REVENUE; A        *
005310*  REFUND OR CHARGEBACK DEBITS REFUND REVERSALS AND CREDITS THE  *
005320*  CLEARING ACCOUNT THE MONEY WENT BACK OUT OF.                  *
005330*****************************************************************
005340 2100-CHECK-ONE-PAYMENT.
005350     READ PAYMENT-TRAN-FILE NEXT RECORD
005360         AT END
005370             SET GLX-PAYMENT-EOF TO TRUE
005380             GO TO 2100-EXIT
005390     END-READ.
005400     IF PT-TRAN-DATE NOT = GLX-RUN-DATE
005410         GO TO 2100-EXIT
005420     END-IF.
005430     MOVE PT-CAMPGROUND-NAME TO GLX-FIND-NAME.
005440     PERFORM 8100-FIND-CAMPGROUND-ROW THRU 8100-EXIT.
005450     IF GLX-ROW-SUB = ZERO
005460         GO TO 2100-EXIT
005470     END-IF.
005480     PERFORM 8300-GET-PAY-TYPE-SUB THRU 8300-EXIT.
005490     IF GLX-PAY-SUB = ZERO
005500         MOVE "PAYMENT HAS AN UNKNOWN PAY TYPE" TO GR-E-MESSAGE
005510         MOVE PT-CAMPGROUND-NAME TO GR-E-CAMPGROUND
005520         MOVE PT-PAY-TYPE        TO GR-E-DETAIL
005530         PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
005540         GO TO 2100-EXIT
005550     END-IF.
005560     MOVE PT-AMOUNT TO GLX-POST-AMOUNT.
005570     IF PT-TRAN-REFUND OR PT-TRAN-CHARGEBACK
005580         MOVE GLX-REFUND-SUB  TO GLX-DEBIT-SUB
005590         MOVE GLX-PAY-SUB     TO GLX-CREDIT-SUB
005600         ADD 1         TO GLX-PAY-OUT-COUNT
005610         ADD PT-AMOUNT TO GLX-PAY-OUT-AMOUNT
005620     ELSE
005630         MOVE GLX-PAY-SUB     TO GLX-DEBIT-SUB
005640         MOVE GLX-REVENUE-SUB TO GLX-CREDIT-SUB
005650         ADD 1         TO GLX-PAY-IN-COUNT
005660         ADD PT-AMOUNT TO GLX-PAY-IN-AMOUNT
005670     END-IF.
005680     PERFORM 8200-POST-PAIR THRU 8200-EXIT.
005690 2100-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*  2200-ACCUMULATE-REFUNDS - THE DAY'S REFUND REGISTER, FOR THE  *
005740*  LODGING TAX GIVEN BACK INSIDE EACH REFUND                     *
005750*****************************************************************
005760 2200-ACCUMULATE-REFUNDS.
005770     OPEN INPUT REFUND-FILE.
005780     IF RFD-FILE-STATUS = "35"
005790         GO TO 2200-EXIT
005800     END-IF.
005810     IF RFD-FILE-STATUS NOT = "00"
005820         DISPLAY "UNABLE TO OPEN REFUND FILE"
005830         MOVE "REFUND REGISTER WOULD NOT OPEN" TO GR-E-MESSAGE
005840         MOVE SPACES TO GR-E-CAMPGROUND
005850         MOVE SPACES TO GR-E-DETAIL
005860         PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
005870         GO TO 2200-EXIT
005880     END-IF.
005890     PERFORM 2300-CHECK-ONE-REFUND THRU 2300-EXIT
005900         UNTIL GLX-REFUND-EOF.
005910     CLOSE REFUND-FILE.
005920 2200-EXIT.
005930     EXIT.
005940
005950*****************************************************************
005960*  2300-CHECK-ONE-REFUND - THE TAX PORTION MOVES OFF REFUND      *
005970*  REVERSALS ONTO TAX PAYABLE, SO REVERSALS CARRY ONLY THE ROOM  *
005980*  CHARGE GIVEN BACK AND THE STATE'S SHARE COMES DOWN.  A        *
005990*  PRE-TAX RECORD CARRIES SPACES IN RFD-TAX-AMOUNT AND MOVES     *
006000*  NOTHING.                                                      *
006010*****************************************************************
006020 2300-CHECK-ONE-REFUND.
006030     READ REFUND-FILE NEXT RECORD
006040         AT END
006050             SET GLX-REFUND-EOF TO TRUE
006060             GO TO 2300-EXIT
006070     END-READ.
006080     IF RFD-REFUND-DATE NOT = GLX-RUN-DATE
006090         GO TO 2300-EXIT
006100     END-IF.
006110     IF RFD-TAX-AMOUNT IS NOT NUMERIC
006120         GO TO 2300-EXIT
006130     END-IF.
006140     IF RFD-TAX-AMOUNT = ZERO
006150         GO TO 2300-EXIT
006160     END-IF.
006170     MOVE RFD-CAMPGROUND-NAME TO GLX-FIND-NAME.
006180     PERFORM 8100-FIND-CAMPGROUND-ROW THRU 8100-EXIT.
006190     IF GLX-ROW-SUB = ZERO
006200         GO TO 2300-EXIT
006210     END-IF.
006220     MOVE RFD-TAX-AMOUNT TO GLX-POST-AMOUNT.
006230     MOVE GLX-TAX-SUB    TO GLX-DEBIT-SUB.
006240     MOVE GLX-REFUND-SUB TO GLX-CREDIT-SUB.
006250     PERFORM 8200-POST-PAIR THRU 8200-EXIT.
006260     ADD 1              TO GLX-REFUND-TAX-COUNT.
006270     ADD RFD-TAX-AMOUNT TO GLX-REFUND-TAX-AMOUNT.
006280 2300-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*  2400-ACCUMULATE-TAX - THE DAY'S LODGING TAX REGISTER          *
006330*  MOVEMENTS                                                     *
006340*****************************************************************
006350 2400-ACCUMULATE-TAX.
006360     OPEN INPUT TAX-REGISTER-FILE.
006370     IF TX-FILE-STATUS = "35"
006380         GO TO 2400-EXIT
006390     END-IF.
006400     IF TX-FILE-STATUS NOT = "00"
006410         DISPLAY "UNABLE TO OPEN TAX REGISTER FILE"
006420         MOVE "TAX REGISTER WOULD NOT OPEN" TO GR-E-MESSAGE
006430         MOVE SPACES TO GR-E-CAMPGROUND
006440         MOVE SPACES TO GR-E-DETAIL
006450         PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
006460         GO TO 2400-EXIT
006470     END-IF.
006480     PERFORM 2500-CHECK-ONE-TAX THRU 2500-EXIT
006490         UNTIL GLX-TAX-EOF.
006500     CLOSE TAX-REGISTER-FILE.
006510 2400-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550*  2500-CHECK-ONE-TAX - TAX CHARGED ON A PRICED STAY MOVES OUT   *
006560*  OF REVENUE INTO TAX PAYABLE; A CORRECTION THAT LOWERED THE    *
006570*  TAX (A NEGATIVE MOVEMENT) MOVES IT BACK.                      *
006580*****************************************************************
006590 2500-CHECK-ONE-TAX.
006600     READ TAX-REGISTER-FILE NEXT RECORD
006610         AT END
006620             SET GLX-TAX-EOF TO TRUE
006630             GO TO 2500-EXIT
006640     END-READ.
006650     IF TX-TRAN-DATE NOT = GLX-RUN-DATE
006660         GO TO 2500-EXIT
006670     END-IF.
006680     IF TX-TAX-AMOUNT IS NOT NUMERIC
006690         GO TO 2500-EXIT
006700     END-IF.
006710     IF TX-TAX-AMOUNT = ZERO
006720         GO TO 2500-EXIT
006730     END-IF.
006740     MOVE TX-CAMPGROUND-NAME TO GLX-FIND-NAME.
006750     PERFORM 8100-FIND-CAMPGROUND-ROW THRU 8100-EXIT.
006760     IF GLX-ROW-SUB = ZERO
006770         GO TO 2500-EXIT
006780     END-IF.
006790     MOVE TX-TAX-AMOUNT TO GLX-POST-AMOUNT.
006800     IF TX-TAX-AMOUNT > ZERO
006810         MOVE GLX-REVENUE-SUB TO GLX-DEBIT-SUB
006820         MOVE GLX-TAX-SUB     TO GLX-CREDIT-SUB
006830     ELSE
006840         MOVE GLX-TAX-SUB     TO GLX-DEBIT-SUB
006850         MOVE GLX-REVENUE-SUB TO GLX-CREDIT-SUB
006860     END-IF.
006870     PERFORM 8200-POST-PAIR THRU 8200-EXIT.
006880     ADD 1             TO GLX-TAX-COUNT.
006890     ADD TX-TAX-AMOUNT TO GLX-TAX-AMOUNT.
006900 2500-EXIT.
006910     EXIT.
006920
006930*****************************************************************
006940*  3000-RESOLVE-ACCOUNTS - LOOK UP THE ACCOUNT FOR EVERY         *
006950*  CAMPGROUND/TYPE SLOT THAT MOVED TODAY AND TOTAL THE DEBITS    *
006960*  AND CREDITS.  ANY EXCEPTION SO FAR, OR TOTALS THAT DO NOT     *
006970*  AGREE, HOLDS THE EXTRACT.                                     *
006980*****************************************************************
006990 3000-RESOLVE-ACCOUNTS.
007000     PERFORM 3100-RESOLVE-ONE-SLOT THRU 3100-EXIT
007010         VARYING GLX-ROW-SUB FROM 1 BY 1
007020             UNTIL GLX-ROW-SUB > GLX-CAMPGROUND-COUNT
007030         AFTER GLX-TYPE-SUB FROM 1 BY 1
007040             UNTIL GLX-TYPE-SUB > 8.
007050     IF GLX-DEBIT-TOTAL NOT = GLX-CREDIT-TOTAL
007060         MOVE "TOTAL DEBITS DO NOT EQUAL TOTAL CREDITS"
007070             TO GR-E-MESSAGE
007080         MOVE SPACES TO GR-E-CAMPGROUND
007090         MOVE SPACES TO GR-E-DETAIL
007100         PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
007110     END-IF.
007120     IF GLX-EXCEPTION-COUNT > ZERO
007130         SET GLX-EXTRACT-HELD TO TRUE
007140     END-IF.
007150 3000-EXIT.
007160     EXIT.
007170
007180*****************************************************************
007190*  3100-RESOLVE-ONE-SLOT - THE CAMPGROUND'S OWN MAPPING FIRST,   *
007200*  THEN THE PARK-WIDE ** DEFAULT.  A ROW WITH NO CAMPGROUND      *
007210*  CODE WAS ALREADY REPORTED WHEN IT WAS FIRST SEEN.             *
007220*****************************************************************
007230 3100-RESOLVE-ONE-SLOT.
007240     IF GLX-T-DEBIT(GLX-ROW-SUB, GLX-TYPE-SUB) = ZERO
007250        AND GLX-T-CREDIT(GLX-ROW-SUB, GLX-TYPE-SUB) = ZERO
007260         GO TO 3100-EXIT
007270     END-IF.
007280     ADD GLX-T-DEBIT(GLX-ROW-SUB, GLX-TYPE-SUB)
007290         TO GLX-DEBIT-TOTAL.
007300     ADD GLX-T-CREDIT(GLX-ROW-SUB, GLX-TYPE-SUB)
007310         TO GLX-CREDIT-TOTAL.
007320     IF GLX-T-CODE(GLX-ROW-SUB) = SPACES
007330         GO TO 3100-EXIT
007340     END-IF.
007350     MOVE GLX-T-CODE(GLX-ROW-SUB)    TO GA-CAMPGROUND-CODE.
007360     MOVE GLX-TYPE-CODE(GLX-TYPE-SUB) TO GA-TRAN-TYPE.
007370     READ GL-ACCOUNT-FILE
007380         INVALID KEY
007390             MOVE '**' TO GA-CAMPGROUND-CODE
007400             READ GL-ACCOUNT-FILE
007410                 INVALID KEY
007420                     MOVE "NO GL ACCOUNT FOR CAMPGROUND/TYPE"
007430                         TO GR-E-MESSAGE
007440                     MOVE GLX-T-NAME(GLX-ROW-SUB)
007450                         TO GR-E-CAMPGROUND
007460                     MOVE GLX-TYPE-CODE(GLX-TYPE-SUB)
007470                         TO GR-E-DETAIL
007480                     PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
007490                     GO TO 3100-EXIT
007500             END-READ
007510     END-READ.
007520     MOVE GA-ACCOUNT-NUMBER
007530         TO GLX-T-ACCOUNT(GLX-ROW-SUB, GLX-TYPE-SUB).
007540     MOVE GA-DESCRIPTION
007550         TO GLX-T-DESCRIPTION(GLX-ROW-SUB, GLX-TYPE-SUB).
007560 3100-EXIT.
007570     EXIT.
007580
007590*****************************************************************
007600*  4000-WRITE-EXTRACT - ONE DETAIL RECORD PER CAMPGROUND/TYPE    *
007610*  SIDE THAT MOVED, THE TRAILER, AND THE GL CONTROL RECORD THAT  *
007620*  MARKS THE DATE SENT.  A HELD EXTRACT STILL PRINTS THE         *
007630*  POSTINGS SO THE SUPERVISOR CAN SEE WHAT IS WAITING, BUT       *
007640*  WRITES NOTHING.                                               *
007650*****************************************************************
007660 4000-WRITE-EXTRACT.
007670     IF NOT GLX-EXTRACT-HELD
007680         OPEN OUTPUT GL-EXTRACT-FILE
007690         IF GX-FILE-STATUS NOT = "00"
007700             DISPLAY "UNABLE TO OPEN GL EXTRACT FILE"
007710             MOVE "GL EXTRACT FILE WOULD NOT OPEN"
007720                 TO GR-E-MESSAGE
007730             MOVE SPACES TO GR-E-CAMPGROUND
007740             MOVE SPACES TO GR-E-DETAIL
007750             PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
007760             SET GLX-EXTRACT-HELD TO TRUE
007770         END-IF
007780     END-IF.
007790
007800     WRITE GL-REPORT-RECORD FROM GR-COLUMN-HEADING.
007810     PERFORM 4100-PRINT-CAMPGROUND THRU 4100-EXIT
007820         VARYING GLX-ROW-SUB FROM 1 BY 1
007830         UNTIL GLX-ROW-SUB > GLX-CAMPGROUND-COUNT.
007840
007850     IF GLX-EXTRACT-HELD
007860         GO TO 4000-EXIT
007870     END-IF.
007880     MOVE SPACES            TO GL-EXTRACT-RECORD.
007890     SET GX-TRAILER-RECORD  TO TRUE.
007900     MOVE GLX-RUN-DATE      TO GX-BUSINESS-DATE.
007910     MOVE GLX-RECORD-COUNT  TO GX-RECORD-COUNT.
007920     MOVE GLX-DEBIT-TOTAL   TO GX-DEBIT-TOTAL.
007930     MOVE GLX-CREDIT-TOTAL  TO GX-CREDIT-TOTAL.
007940     WRITE GL-EXTRACT-RECORD.
007950     CLOSE GL-EXTRACT-FILE.
007960
007970     MOVE SPACES            TO GL-CONTROL-RECORD.
007980     MOVE GLX-RUN-DATE      TO GC-BUSINESS-DATE.
007990     ACCEPT GC-EXTRACT-DATE FROM DATE YYYYMMDD.
008000     ACCEPT GC-EXTRACT-TIME FROM TIME.
008010     MOVE GLX-RECORD-COUNT  TO GC-RECORD-COUNT.
008020     MOVE GLX-DEBIT-TOTAL   TO GC-DEBIT-TOTAL.
008030     MOVE GLX-CREDIT-TOTAL  TO GC-CREDIT-TOTAL.
008040     WRITE GL-CONTROL-RECORD
008050         INVALID KEY
008060             DISPLAY "UNABLE TO WRITE GL CONTROL RECORD"
008070     END-WRITE.
008080 4000-EXIT.
008090     EXIT.
008100
008110*****************************************************************
008120*  4100-PRINT-CAMPGROUND - ONE CAMPGROUND'S POSTINGS AND ITS     *
008130*  OWN DEBIT/CREDIT TOTAL, WHICH BALANCES THE SAME AS THE DAY    *
008140*****************************************************************
008150 4100-PRINT-CAMPGROUND.
008160     MOVE ZEROS TO GLX-CAMPGROUND-SUBTOTALS.
008170     PERFORM 4200-PRINT-ONE-SLOT THRU 4200-EXIT
008180         VARYING GLX-TYPE-SUB FROM 1 BY 1
008190         UNTIL GLX-TYPE-SUB > 8.
008200     MOVE "CAMPGROUND TOTAL"  TO GR-T-LABEL.
008210     MOVE GLX-CG-DEBIT-TOTAL  TO GR-T-DEBIT.
008220     MOVE GLX-CG-CREDIT-TOTAL TO GR-T-CREDIT.
008230     WRITE GL-REPORT-RECORD FROM GR-TOTAL-LINE.
008240     WRITE GL-REPORT-RECORD FROM GR-BLANK-LINE.
008250 4100-EXIT.
008260     EXIT.
008270
008280 4200-PRINT-ONE-SLOT.
008290     IF GLX-T-DEBIT(GLX-ROW-SUB, GLX-TYPE-SUB) = ZERO
008300        AND GLX-T-CREDIT(GLX-ROW-SUB, GLX-TYPE-SUB) = ZERO
008310         GO TO 4200-EXIT
008320     END-IF.
008330     MOVE SPACES TO GR-DETAIL-LINE.
008340     MOVE GLX-T-NAME(GLX-ROW-SUB)   TO GR-D-CAMPGROUND.
008350     MOVE GLX-T-CODE(GLX-ROW-SUB)   TO GR-D-CODE.
008360     MOVE GLX-TYPE-CODE(GLX-TYPE-SUB) TO GR-D-TYPE.
008370     MOVE GLX-T-ACCOUNT(GLX-ROW-SUB, GLX-TYPE-SUB)
008380         TO GR-D-ACCOUNT.
008390     MOVE GLX-T-DEBIT(GLX-ROW-SUB, GLX-TYPE-SUB)  TO GR-D-DEBIT.
008400     MOVE GLX-T-CREDIT(GLX-ROW-SUB, GLX-TYPE-SUB) TO GR-D-CREDIT.
008410     WRITE GL-REPORT-RECORD FROM GR-DETAIL-LINE.
008420     ADD GLX-T-DEBIT(GLX-ROW-SUB, GLX-TYPE-SUB)
008430         TO GLX-CG-DEBIT-TOTAL.
008440     ADD GLX-T-CREDIT(GLX-ROW-SUB, GLX-TYPE-SUB)
008450         TO GLX-CG-CREDIT-TOTAL.
008460
008470     IF GLX-T-DEBIT(GLX-ROW-SUB, GLX-TYPE-SUB) NOT = ZERO
008480         PERFORM 4300-BUILD-DETAIL-RECORD THRU 4300-EXIT
008490         SET GX-DEBIT TO TRUE
008500         MOVE GLX-T-DEBIT(GLX-ROW-SUB, GLX-TYPE-SUB)
008510             TO GX-AMOUNT
008520         PERFORM 4400-WRITE-DETAIL-RECORD THRU 4400-EXIT
008530     END-IF.
008540     IF GLX-T-CREDIT(GLX-ROW-SUB, GLX-TYPE-SUB) NOT = ZERO
008550         PERFORM 4300-BUILD-DETAIL-RECORD THRU 4300-EXIT
008560         SET GX-CREDIT TO TRUE
008570         MOVE GLX-T-CREDIT(GLX-ROW-SUB, GLX-TYPE-SUB)
008580             TO GX-AMOUNT
008590         PERFORM 4400-WRITE-DETAIL-RECORD THRU 4400-EXIT
008600     END-IF.
008610 4200-EXIT.
008620     EXIT.
008630
008640 4300-BUILD-DETAIL-RECORD.
008650     MOVE SPACES                      TO GL-EXTRACT-RECORD.
008660     SET GX-DETAIL-RECORD             TO TRUE.
008670     MOVE GLX-RUN-DATE                TO GX-BUSINESS-DATE.
008680     MOVE GLX-T-CODE(GLX-ROW-SUB)     TO GX-CAMPGROUND-CODE.
008690     MOVE GLX-TYPE-CODE(GLX-TYPE-SUB) TO GX-TRAN-TYPE.
008700     MOVE GLX-T-ACCOUNT(GLX-ROW-SUB, GLX-TYPE-SUB)
008710         TO GX-ACCOUNT-NUMBER.
008720     MOVE GLX-T-DESCRIPTION(GLX-ROW-SUB, GLX-TYPE-SUB)
008730         TO GX-DESCRIPTION.
008740 4300-EXIT.
008750     EXIT.
008760
008770 4400-WRITE-DETAIL-RECORD.
008780     ADD 1 TO GLX-RECORD-COUNT.
008790     IF NOT GLX-EXTRACT-HELD
008800         WRITE GL-EXTRACT-RECORD
008810     END-IF.
008820 4400-EXIT.
008830     EXIT.
008840
008850*****************************************************************
008860*  7000-PRINT-CONTROL-TOTALS - THE DAY'S DEBITS AGAINST ITS      *
008870*  CREDITS, THE RECORD COUNT, AND WHAT CAME OFF EACH SOURCE      *
008880*  FILE, SO THE STATE'S POSTING CAN BE TIED BACK TO THE DEPOSIT  *
008890*  REPORT AND THE TAX REMITTANCE                                 *
008900*****************************************************************
008910 7000-PRINT-CONTROL-TOTALS.
008920     MOVE "TOTAL DEBITS AND CREDITS" TO GR-T-LABEL.
008930     MOVE GLX-DEBIT-TOTAL  TO GR-T-DEBIT.
008940     MOVE GLX-CREDIT-TOTAL TO GR-T-CREDIT.
008950     WRITE GL-REPORT-RECORD FROM GR-TOTAL-LINE.
008960     MOVE GLX-RECORD-COUNT TO GR-C-COUNT.
008970     WRITE GL-REPORT-RECORD FROM GR-COUNT-LINE.
008980     IF GLX-DEBIT-TOTAL = GLX-CREDIT-TOTAL
008990         MOVE "TOTAL DEBITS EQUAL TOTAL CREDITS" TO GR-M-TEXT
009000     ELSE
009010         MOVE "*** TOTAL DEBITS DO NOT EQUAL TOTAL CREDITS ***"
009020             TO GR-M-TEXT
009030     END-IF.
009040     WRITE GL-REPORT-RECORD FROM GR-MESSAGE-LINE.
009050     IF GLX-EXTRACT-HELD
009060         MOVE "*** GL EXTRACT HELD - NOTHING SENT FOR THIS DATE"
009070             TO GR-M-TEXT
009080         DISPLAY "GL EXTRACT HELD - SEE THE GL CONTROL REPORT"
009090     ELSE
009100         MOVE "GL EXTRACT WRITTEN AND DATE MARKED SENT"
009110             TO GR-M-TEXT
009120     END-IF.
009130     WRITE GL-REPORT-RECORD FROM GR-MESSAGE-LINE.
009140     WRITE GL-REPORT-RECORD FROM GR-BLANK-LINE.
009150
009160     MOVE "SOURCE CONTROL TOTALS" TO GR-M-TEXT.
009170     WRITE GL-REPORT-RECORD FROM GR-MESSAGE-LINE.
009180     MOVE "PAYMENTS IN - DEPOSITS AND BALANCES" TO GR-S-LABEL.
009190     MOVE GLX-PAY-IN-COUNT  TO GR-S-COUNT.
009200     MOVE GLX-PAY-IN-AMOUNT TO GR-S-AMOUNT.
009210     WRITE GL-REPORT-RECORD FROM GR-SOURCE-LINE.
009220     MOVE "PAYMENTS OUT - REFUNDS" TO GR-S-LABEL.
009230     MOVE GLX-PAY-OUT-COUNT  TO GR-S-COUNT.
009240     MOVE GLX-PAY-OUT-AMOUNT TO GR-S-AMOUNT.
009250     WRITE GL-REPORT-RECORD FROM GR-SOURCE-LINE.
009260     MOVE "REFUND REGISTER - LODGING TAX REVERSED" TO GR-S-LABEL.
009270     MOVE GLX-REFUND-TAX-COUNT  TO GR-S-COUNT.
009280     MOVE GLX-REFUND-TAX-AMOUNT TO GR-S-AMOUNT.
009290     WRITE GL-REPORT-RECORD FROM GR-SOURCE-LINE.
009300     MOVE "TAX REGISTER - NET LODGING TAX CHARGED" TO GR-S-LABEL.
009310     MOVE GLX-TAX-COUNT  TO GR-S-COUNT.
009320     MOVE GLX-TAX-AMOUNT TO GR-S-AMOUNT.
009330     WRITE GL-REPORT-RECORD FROM GR-SOURCE-LINE.
009340 7000-EXIT.
009350     EXIT.
009360
009370*****************************************************************
009380*  8100-FIND-CAMPGROUND-ROW - THE TABLE ROW FOR GLX-FIND-NAME,   *
009390*  CLAIMING A NEW ROW (AND LOOKING UP THE CAMPGROUND CODE) THE   *
009400*  FIRST TIME A CAMPGROUND IS SEEN.  GLX-ROW-SUB COMES BACK      *
009410*  ZERO ONLY WHEN THE TABLE IS FULL.                             *
009420*****************************************************************
009430 8100-FIND-CAMPGROUND-ROW.
009440     MOVE ZERO TO GLX-ROW-SUB.
009450     MOVE 'N' TO GLX-ROW-FOUND-SWITCH.
009460     PERFORM 8110-CHECK-ONE-ROW THRU 8110-EXIT
009470         VARYING GLX-SCAN-SUB FROM 1 BY 1
009480         UNTIL GLX-ROW-FOUND
009490            OR GLX-SCAN-SUB > GLX-CAMPGROUND-COUNT.
009500     IF GLX-ROW-FOUND
009510         GO TO 8100-EXIT
009520     END-IF.
009530     IF GLX-CAMPGROUND-COUNT NOT < 50
009540         MOVE "CAMPGROUND TABLE FULL - MOVEMENT SKIPPED"
009550             TO GR-E-MESSAGE
009560         MOVE GLX-FIND-NAME TO GR-E-CAMPGROUND
009570         MOVE SPACES        TO GR-E-DETAIL
009580         PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
009590         GO TO 8100-EXIT
009600     END-IF.
009610     ADD 1 TO GLX-CAMPGROUND-COUNT.
009620     MOVE GLX-CAMPGROUND-COUNT TO GLX-ROW-SUB.
009630     MOVE GLX-FIND-NAME TO GLX-T-NAME(GLX-ROW-SUB).
009640     MOVE SPACES        TO GLX-T-CODE(GLX-ROW-SUB).
009650     PERFORM 8150-CLEAR-ONE-SLOT THRU 8150-EXIT
009660         VARYING GLX-TYPE-SUB FROM 1 BY 1
009670         UNTIL GLX-TYPE-SUB > 8.
009680     MOVE GLX-FIND-NAME TO CM-CAMPGROUND-NAME.
009690     READ CAMPGROUND-MASTER-FILE
009700         INVALID KEY
009710             MOVE "CAMPGROUND NOT ON CAMPGROUND MASTER"
009720                 TO GR-E-MESSAGE
009730             MOVE GLX-FIND-NAME TO GR-E-CAMPGROUND
009740             MOVE SPACES        TO GR-E-DETAIL
009750             PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
009760             GO TO 8100-EXIT
009770     END-READ.
009780     IF CM-CAMPGROUND-CODE = SPACES
009790         MOVE "CAMPGROUND HAS NO CAMPGROUND CODE" TO GR-E-MESSAGE
009800         MOVE GLX-FIND-NAME TO GR-E-CAMPGROUND
009810         MOVE SPACES        TO GR-E-DETAIL
009820         PERFORM 8800-PRINT-EXCEPTION THRU 8800-EXIT
009830         GO TO 8100-EXIT
009840     END-IF.
009850     MOVE CM-CAMPGROUND-CODE TO GLX-T-CODE(GLX-ROW-SUB).
009860 8100-EXIT.
009870     EXIT.
009880
009890 8110-CHECK-ONE-ROW.
009900     IF GLX-T-NAME(GLX-SCAN-SUB) = GLX-FIND-NAME
009910         SET GLX-ROW-FOUND TO TRUE
009920         MOVE GLX-SCAN-SUB TO GLX-ROW-SUB
009930     END-IF.
009940 8110-EXIT.
009950     EXIT.
009960
009970 8150-CLEAR-ONE-SLOT.
009980     MOVE SPACES TO GLX-T-ACCOUNT(GLX-ROW-SUB, GLX-TYPE-SUB).
009990     MOVE SPACES TO GLX-T-DESCRIPTION(GLX-ROW-SUB, GLX-TYPE-SUB).
010000     MOVE ZERO   TO GLX-T-DEBIT(GLX-ROW-SUB, GLX-TYPE-SUB).
010010     MOVE ZERO   TO GLX-T-CREDIT(GLX-ROW-SUB, GLX-TYPE-SUB).
010020 8150-EXIT.
010030     EXIT.
010040
010050*****************************************************************
010060*  8200-POST-PAIR - GLX-POST-AMOUNT TO THE DEBIT SLOT AND THE    *
010070*  CREDIT SLOT OF THE CURRENT CAMPGROUND ROW                     *
010080*****************************************************************
010090 8200-POST-PAIR.
010100     ADD GLX-POST-AMOUNT
010110         TO GLX-T-DEBIT(GLX-ROW-SUB, GLX-DEBIT-SUB).
010120     ADD GLX-POST-AMOUNT
010130         TO GLX-T-CREDIT(GLX-ROW-SUB, GLX-CREDIT-SUB).
010140 8200-EXIT.
010150     EXIT.
010160
010170*****************************************************************
010180*  8300-GET-PAY-TYPE-SUB - CASH IS PAY TYPE C; V, M, AND A ARE   *
010190*  VISA, MASTERCARD, AND AMEX; G IS A VOUCHER - THE SAME AS THE  *
010190*  DEPOSIT REPORT.                                               *
010200*  ANYTHING ELSE COMES BACK ZERO.                                *
010210*****************************************************************
010220 8300-GET-PAY-TYPE-SUB.
010230     MOVE ZERO TO GLX-PAY-SUB.
010240     IF PT-PAY-TYPE = "C"
010250         MOVE 1 TO GLX-PAY-SUB
010260     ELSE
010270         IF PT-PAY-TYPE = "V"
010280             MOVE 2 TO GLX-PAY-SUB
010290         ELSE
010300             IF PT-PAY-TYPE = "M"
010310                 MOVE 3 TO GLX-PAY-SUB
010320             ELSE
010330                 IF PT-PAY-TYPE = "A"
010340                     MOVE 4 TO GLX-PAY-SUB
010340                 ELSE
010340                     IF PT-PAY-TYPE = "G"
010340                         MOVE 5 TO GLX-PAY-SUB
010340                     END-IF
010350                 END-IF
010360             END-IF
010370         END-IF
010380     END-IF.
010390 8300-EXIT.
010400     EXIT.
010410
010420*****************************************************************
010430*  8800-PRINT-EXCEPTION - ONE LINE ON THE CONTROL REPORT FOR     *
010440*  SOMETHING THAT KEEPS THE DAY FROM GOING TO THE STATE          *
010450*****************************************************************
010460 8800-PRINT-EXCEPTION.
010470     WRITE GL-REPORT-RECORD FROM GR-EXCEPTION-LINE.
010480     ADD 1 TO GLX-EXCEPTION-COUNT.
010490 8800-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530*  8900-STAMP-RUN-END - MARK THE RUN ENDED ON THE RUN-CONTROL   *
010540*  RECORD AND LOG IT.  ONLY A RUN THAT STAMPED ITS START GETS   *
010550*  HERE - A REFUSED RUN LEAVES THE RECORD ALONE.                *
010560*****************************************************************
010570 8900-STAMP-RUN-END.
010580     MOVE GLX-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
010590     READ RUN-CONTROL-FILE
010600         INVALID KEY
010610             DISPLAY "UNABLE TO READ RUN CONTROL RECORD"
010620             GO TO 8900-EXIT
010630     END-READ.
010640     SET RC-ENDED TO TRUE.
010650     ACCEPT RC-LAST-END-DATE FROM DATE YYYYMMDD.
010660     ACCEPT RC-LAST-END-TIME FROM TIME.
010670     REWRITE RUN-CONTROL-RECORD
010680         INVALID KEY
010690             DISPLAY "UNABLE TO REWRITE RUN CONTROL RECORD"
010700     END-REWRITE.
010710     MOVE 'END'   TO GLX-RUN-EVENT.
010720     PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT.
010730     PERFORM 8920-CLOSE-RUN-FILES THRU 8920-EXIT.
010750 8900-EXIT.
010760     EXIT.
010770
010771*****************************************************************
010772*  8920-CLOSE-RUN-FILES - CLOSE THE RUN-CONTROL AND RUN LOG      *
010773*  FILES, ON A NORMAL END OR A HELD EXTRACT ALIKE                *
010774*****************************************************************
010775 8920-CLOSE-RUN-FILES.
010776     CLOSE RUN-CONTROL-FILE.
010777     IF RC-FILE-STATUS NOT = "00"
010778         DISPLAY "UNABLE TO CLOSE RUN CONTROL FILE"
010779     END-IF.
010780     CLOSE RUN-LOG-FILE.
010781     IF RL-FILE-STATUS NOT = "00"
010782         DISPLAY "UNABLE TO CLOSE RUN LOG FILE"
010783     END-IF.
010784 8920-EXIT.
010785     EXIT.
010786
010780 8950-WRITE-RUN-LOG.
010790     MOVE SPACES             TO RUN-LOG-RECORD.
010800     MOVE GLX-RUN-PROGRAM-ID TO RL-PROGRAM-ID.
010810     MOVE GLX-RUN-SEQ-NO     TO RL-SEQUENCE-NO.
010820     MOVE GLX-RUN-EVENT      TO RL-EVENT.
010830     MOVE GLX-RUN-DATE       TO RL-BUSINESS-DATE.
010840     ACCEPT RL-EVENT-DATE FROM DATE YYYYMMDD.
010850     ACCEPT RL-EVENT-TIME FROM TIME.
010860     WRITE RUN-LOG-RECORD.
010870 8950-EXIT.
010880     EXIT.
010890
010900*****************************************************************
010910*  9000-TERMINATE - STAMP THE RUN ENDED, THEN CLOSE FILES.  A    *
010920*  HELD EXTRACT LEAVES THE RUN-CONTROL RECORD RUNNING, SO THE    *
010930*  NIGHT'S LATER STEPS WAIT AND THE RESTART IS ALLOWED ONCE THE  *
010940*  MAPPING IS FIXED - ITS RUN FILES ARE STILL CLOSED.            *
010950*****************************************************************
010960 9000-TERMINATE.
010970     IF GLX-RUN-STAMPED
010980        AND NOT GLX-EXTRACT-HELD
010990         PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT
011000     END-IF.
011002     IF GLX-RUN-STAMPED
011004        AND GLX-EXTRACT-HELD
011006         PERFORM 8920-CLOSE-RUN-FILES THRU 8920-EXIT
011008     END-IF.
011010     CLOSE CAMPGROUND-MASTER-FILE.
011020     CLOSE GL-ACCOUNT-FILE.
011030     CLOSE GL-CONTROL-FILE.
011040     CLOSE GL-REPORT-FILE.
011050 9000-EXIT.
011060     EXIT.
