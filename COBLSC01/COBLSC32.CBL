000100*****************************************************************
000110*  COBLSC32                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC32.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-10.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  NIGHTLY CROSS-FILE INTEGRITY CHECK.  EVERY FILE     *
000210*  THE RESERVATION SYSTEM KEEPS HAS ITS OWN REPORT, BUT NOTHING  *
000220*  ELSE PROVES THE FILES AGREE WITH EACH OTHER.  THIS BATCH JOB  *
000230*  WALKS THE RESERVATION FILE AGAINST THE PAYMENT TRANSACTIONS   *
000240*  (PAYTRAN), THE LODGING TAX REGISTER (TAXREG), THE REFUND      *
000250*  REGISTER (REFUND), THE GUEST MASTER, AND THE SITE MASTER,     *
000260*  AND PRINTS EVERY DISAGREEMENT BY CAMPGROUND WITH A COUNT BY   *
000270*  EXCEPTION TYPE (RECONRPT):                                    *
000280*                                                                *
000290*    1 PAID      - RES-PAID-AMOUNT LESS RES-REFUND-AMOUNT IS     *
000300*                  NOT THE STAY'S DEPOSITS AND GATE BALANCES     *
000310*                  LESS ITS REFUNDS ON PAYTRAN.  A CANCELLATION  *
000320*                  LEAVES RES-PAID-AMOUNT AT WHAT WAS TAKEN AND  *
000330*                  STAMPS THE REFUND BESIDE IT, SO THE STAY'S    *
000340*                  OWN REFUND COMES OFF BEFORE THE COMPARE.      *
000350*    2 TAX       - RES-TAX-AMOUNT IS NOT THE NET OF THE STAY'S   *
000360*                  TAXREG ENTRIES.                               *
000370*    3 REFUND    - RES-REFUND-AMOUNT IS NOT THE STAY'S REFUND    *
000380*                  REGISTER TOTAL.                               *
000390*    4 GUEST     - RES-GUEST-NUMBER IS ON NO GUEST MASTER        *
000400*                  RECORD.                                       *
000410*    5 STAYS     - A GUEST'S GM-STAY-COUNT (SUMMED OVER EVERY    *
000420*                  PHONE CARRYING THE NUMBER) IS NOT THE NUMBER  *
000430*                  OF BOOKINGS CARRYING IT, LIVE AND ARCHIVED.   *
000440*                  A GROUP BOOKING COUNTS ONCE, THE SAME AS THE  *
000450*                  ENTRY PROGRAMS BUMP THE COUNT ONCE FOR IT.    *
000460*    6 SITE      - A BOOKING STILL HOLDING ITS SITE NAMES A      *
000470*                  SITE NO LONGER ON THE SITE MASTER.            *
000480*    7-9 ORPHANS - A PAYMENT, TAX ENTRY, OR REFUND WITH NO       *
000490*                  RESERVATION BEHIND IT, LIVE OR ARCHIVED.      *
000500*                                                                *
000510*  THE TRANSACTION FILES ARE IN ARRIVAL ORDER, NOT KEY ORDER,    *
000520*  SO EACH IS FIRST TOTALLED BY RESERVATION KEY ONTO A WORK      *
000530*  FILE (RECONWK) THAT THE RESERVATION WALK THEN READS DIRECT.   *
000540*  EXCEPTIONS ARE HELD ON A SECOND WORK FILE (RECONEX) KEYED BY  *
000550*  CAMPGROUND SO THE REPORT PRINTS IN CAMPGROUND ORDER WHICHEVER *
000560*  PASS FOUND THEM.  BOTH ARE REBUILT EVERY RUN.                 *
000570*                                                                *
000580*  THIS JOB IS STEP 9 OF THE NIGHTLY SEQUENCE (RUNCTL.CPY); IT   *
000590*  REFUSES TO START BEFORE COBLSC29 HAS ENDED FOR THE BUSINESS   *
000600*  DATE AND REFUSES A SECOND RUN FOR THE SAME DATE.  IT ONLY     *
000610*  READS THE PRODUCTION FILES - NOTHING IS CORRECTED HERE.       *
000620*                                                                *
000630*  MOD-LOG                                                       *
000640*  DATE       BY   DESCRIPTION                                   *
000650*  ---------- ---- ------------------------------------------    *
000660*  2026-10-10 RLH  ORIGINAL PROGRAM.                              *
000660*  2026-10-12 RLH  RESERVATION RECORD GREW TO 250 BYTES (PASS    *
000660*                  TYPE AND DISCOUNT FIELDS) - THE SPELLED-OUT   *
000660*                  ARCHIVE RECORD RESIZED TO MATCH.              *
000660*  2026-10-14 RLH  A CHARGEBACK (PAYTRAN TYPE K) COUNTS AS MONEY  *
000660*                  PAID OUT, THE SAME AS A REFUND, AND A DISPUTE *
000660*                  WON BACK (TYPE W) AS MONEY PAID IN - THE      *
000660*                  CHARGEBACK LOAD (COBLSC40) MOVES RES-PAID THE *
000660*                  SAME WAY.  NOW STEP 9 OF THE NIGHTLY SEQUENCE.*
000670*****************************************************************
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT RESERVATION-FILE ASSIGN TO "RESERVE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS RES-KEY
000760         FILE STATUS IS RES-FILE-STATUS.
000770
000780     SELECT ARCHIVE-FILE ASSIGN TO "RESARCH"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS ARC-KEY
000820         FILE STATUS IS ARC-FILE-STATUS.
000830
000840     SELECT PAYMENT-TRAN-FILE ASSIGN TO "PAYTRAN"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS PT-FILE-STATUS.
000870
000880     SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS TX-FILE-STATUS.
000910
000920     SELECT REFUND-FILE ASSIGN TO "REFUND"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS RFD-FILE-STATUS.
000950
000960     SELECT GUEST-MASTER-FILE ASSIGN TO "GUESTMST"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS SEQUENTIAL
000990         RECORD KEY IS GM-PHONE
001000         FILE STATUS IS GM-FILE-STATUS.
001010
001020     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMST"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS SM-KEY
001060         FILE STATUS IS SM-FILE-STATUS.
001070
001080     SELECT RECON-WORK-FILE ASSIGN TO "RECONWK"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS WK-KEY
001120         FILE STATUS IS WK-FILE-STATUS.
001130
001140     SELECT RECON-EXCEPTION-FILE ASSIGN TO "RECONEX"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS EX-KEY
001180         FILE STATUS IS EX-FILE-STATUS.
001190
001200     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS RR-FILE-STATUS.
001230
001240     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS RANDOM
001270         RECORD KEY IS RC-PROGRAM-ID
001280         FILE STATUS IS RC-FILE-STATUS.
001290
001300     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS RL-FILE-STATUS.
001330
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  RESERVATION-FILE.
001370 COPY RESERV.CPY.
001380
001390*****************************************************************
001400*  THE ARCHIVE CARRIES THE SAME RECORD LAYOUT AS RESERV.CPY.     *
001410*  ITS FD NEEDS ITS OWN RECORD AND KEY NAMES, SO THE KEY AND     *
001420*  THE RECORD ARE SPELLED OUT HERE AS X-FIELDS THE SAME          *
001430*  OVERALL LENGTH, MOVED TO THE REAL LAYOUT AS A WHOLE RECORD.   *
001440*****************************************************************
001450 FD  ARCHIVE-FILE.
001460 01  ARCHIVE-RECORD.
001470     05  ARC-KEY                 PIC X(31).
001480     05  FILLER                  PIC X(219).
001490
001500 FD  PAYMENT-TRAN-FILE.
001510 COPY PAYTRAN.CPY.
001520
001530 FD  TAX-REGISTER-FILE.
001540 COPY TAXREG.CPY.
001550
001560 FD  REFUND-FILE.
001570 COPY REFUND.CPY.
001580
001590 FD  GUEST-MASTER-FILE.
001600 COPY GUEST.CPY.
001610
001620 FD  SITE-MASTER-FILE.
001630 COPY SITEMST.CPY.
001640
001650*****************************************************************
001660*  RECONCILIATION WORK RECORD - THREE KINDS, TOLD APART BY THE   *
001670*  FIRST BYTE OF THE KEY:                                        *
001680*    S - ONE STAY'S TRANSACTION TOTALS, KEYED LIKE RES-KEY.      *
001690*    G - ONE GUEST NUMBER'S STAY COUNT OFF THE GUEST MASTER      *
001700*        AND THE BOOKINGS FOUND CARRYING IT.                     *
001710*    P - A GROUP ID ALREADY COUNTED AS A BOOKING.                *
001720*****************************************************************
001730 FD  RECON-WORK-FILE.
001740 01  RECON-WORK-RECORD.
001750     05  WK-KEY.
001760         10  WK-RECORD-TYPE          PIC X(01).
001770             88  WK-STAY-RECORD      VALUE 'S'.
001780             88  WK-GUEST-RECORD     VALUE 'G'.
001790             88  WK-GROUP-RECORD     VALUE 'P'.
001800         10  WK-STAY-KEY.
001810             15  WK-CAMPGROUND-NAME  PIC X(20).
001820             15  WK-SITE             PIC X(03).
001830             15  WK-ARRIVAL-DATE     PIC 9(08).
001840         10  WK-GUEST-KEY REDEFINES WK-STAY-KEY.
001850             15  WK-GUEST-NUMBER     PIC 9(06).
001860             15  FILLER              PIC X(25).
001870         10  WK-GROUP-KEY REDEFINES WK-STAY-KEY.
001880             15  WK-GROUP-ID         PIC 9(14).
001890             15  FILLER              PIC X(17).
001900     05  WK-STAY-DATA.
001910         10  WK-PAID-IN              PIC S9(07)V99.
001920         10  WK-PAID-OUT             PIC S9(07)V99.
001930         10  WK-TAX-NET              PIC S9(07)V99.
001940         10  WK-REFUND-TOTAL         PIC S9(07)V99.
001950         10  WK-PAYMENT-COUNT        PIC 9(05).
001960         10  WK-TAX-COUNT            PIC 9(05).
001970         10  WK-REFUND-COUNT         PIC 9(05).
001980         10  WK-MATCHED-FLAG         PIC X(01).
001990             88  WK-MATCHED          VALUE 'Y'.
002000     05  WK-GUEST-DATA REDEFINES WK-STAY-DATA.
002010         10  WK-MASTER-STAY-COUNT    PIC 9(07).
002020         10  WK-BOOKING-COUNT        PIC 9(07).
002030         10  FILLER                  PIC X(38).
002040     05  FILLER                      PIC X(10).
002050
002060*****************************************************************
002070*  EXCEPTION WORK RECORD - ONE PER DISAGREEMENT FOUND, KEYED BY  *
002080*  CAMPGROUND AND THE ORDER FOUND.  A GUEST STAY-COUNT           *
002090*  EXCEPTION BELONGS TO NO ONE CAMPGROUND AND CARRIES            *
002100*  HIGH-VALUES THERE, SO IT PRINTS IN ITS OWN SECTION LAST.      *
002110*****************************************************************
002120 FD  RECON-EXCEPTION-FILE.
002130 01  RECON-EXCEPTION-RECORD.
002140     05  EX-KEY.
002150         10  EX-CAMPGROUND-NAME      PIC X(20).
002160         10  EX-SEQUENCE-NO          PIC 9(07).
002170     05  EX-TYPE                     PIC 9(02).
002180     05  EX-SITE                     PIC X(03).
002190     05  EX-ARRIVAL-DATE             PIC 9(08).
002200     05  EX-GUEST-NUMBER             PIC 9(06).
002210     05  EX-RESERVATION-SHOWS        PIC S9(07)V99.
002220     05  EX-FILES-SHOW               PIC S9(07)V99.
002230     05  FILLER                      PIC X(10).
002240
002250 FD  RECON-REPORT-FILE.
002260 01  RECON-REPORT-RECORD            PIC X(90).
002270
002280 FD  RUN-CONTROL-FILE.
002290 COPY RUNCTL.CPY.
002300
002310 FD  RUN-LOG-FILE.
002320 COPY RUNLOG.CPY.
002330
002340 WORKING-STORAGE SECTION.
002350*****************************************************************
002360*  SWITCHES AND COUNTERS                                        *
002370*****************************************************************
002380 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
002390 77  ARC-FILE-STATUS             PIC X(02) VALUE ZERO.
002400 77  PT-FILE-STATUS              PIC X(02) VALUE ZERO.
002410 77  TX-FILE-STATUS              PIC X(02) VALUE ZERO.
002420 77  RFD-FILE-STATUS             PIC X(02) VALUE ZERO.
002430 77  GM-FILE-STATUS              PIC X(02) VALUE ZERO.
002440 77  SM-FILE-STATUS              PIC X(02) VALUE ZERO.
002450 77  WK-FILE-STATUS              PIC X(02) VALUE ZERO.
002460 77  EX-FILE-STATUS              PIC X(02) VALUE ZERO.
002470 77  RR-FILE-STATUS              PIC X(02) VALUE ZERO.
002480
002490 77  RCN-EOJ-SWITCH              PIC X(01) VALUE 'N'.
002500     88  RCN-EOJ                 VALUE 'Y'.
002510
002520 77  RCN-ARCHIVE-SWITCH          PIC X(01) VALUE 'N'.
002530     88  RCN-NO-ARCHIVE          VALUE 'Y'.
002540
002550 77  RCN-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
002560     88  RCN-SCAN-DONE           VALUE 'Y'.
002570
002580 77  RCN-FOUND-SWITCH            PIC X(01) VALUE 'N'.
002590     88  RCN-RECORD-FOUND        VALUE 'Y'.
002600
002610 77  RCN-RUN-DATE                PIC 9(08) VALUE ZERO.
002620
002630 77  RCN-EXCEPTION-SEQ           PIC 9(07) VALUE ZERO.
002640 77  RCN-TYPE-SUB                PIC 9(02) VALUE ZERO.
002650 77  RCN-CAMPGROUND-TOTAL        PIC 9(05) VALUE ZERO.
002660 77  RCN-REPORT-TOTAL            PIC 9(07) VALUE ZERO.
002670
002680 77  RCN-PRIOR-CAMPGROUND        PIC X(20) VALUE SPACES.
002690
002700*****************************************************************
002710*  ONE STAY'S FIGURES AS THE RESERVATION RECORD CARRIES THEM     *
002720*  AND AS THE TRANSACTION FILES ADD THEM UP.  THE TAX AND        *
002730*  REFUND FIELDS ARE GUARDED - A PRE-TAX RECORD CARRIES SPACES   *
002740*  IN RES-TAX-AMOUNT, MEANING NONE WAS CHARGED.                  *
002750*****************************************************************
002760 01  RCN-STAY-FIGURES.
002770     05  RCN-RES-NET-PAID        PIC S9(07)V99 VALUE ZERO.
002780     05  RCN-RES-TAX             PIC S9(07)V99 VALUE ZERO.
002790     05  RCN-RES-REFUND          PIC S9(07)V99 VALUE ZERO.
002800     05  RCN-FILE-NET-PAID       PIC S9(07)V99 VALUE ZERO.
002810
002820*****************************************************************
002830*  ONE EXCEPTION BEING BUILT FOR 8100-WRITE-EXCEPTION            *
002840*****************************************************************
002850 01  RCN-EXCEPTION-AREA.
002860     05  RCN-EX-CAMPGROUND       PIC X(20).
002870     05  RCN-EX-TYPE             PIC 9(02).
002880     05  RCN-EX-SITE             PIC X(03).
002890     05  RCN-EX-ARRIVAL-DATE     PIC 9(08).
002900     05  RCN-EX-GUEST-NUMBER     PIC 9(06).
002910     05  RCN-EX-RES-SHOWS        PIC S9(07)V99.
002920     05  RCN-EX-FILES-SHOW       PIC S9(07)V99.
002930
002940*****************************************************************
002950*  EXCEPTION TYPES - THE NUMBER IS THE SUBSCRIPT                 *
002960*****************************************************************
002970 01  RCN-TYPE-NAME-INFO.
002980     05  FILLER                  PIC X(34)
002990             VALUE "PAID NOT = PAYMENTS LESS REFUNDS".
003000     05  FILLER                  PIC X(34)
003010             VALUE "TAX NOT = TAX REGISTER NET".
003020     05  FILLER                  PIC X(34)
003030             VALUE "REFUND NOT = REFUND REGISTER".
003040     05  FILLER                  PIC X(34)
003050             VALUE "GUEST NUMBER NOT ON GUEST MASTER".
003060     05  FILLER                  PIC X(34)
003070             VALUE "GUEST STAY COUNT NOT = BOOKINGS".
003080     05  FILLER                  PIC X(34)
003090             VALUE "BOOKED SITE NOT ON SITE MASTER".
003100     05  FILLER                  PIC X(34)
003110             VALUE "PAYMENT WITH NO RESERVATION".
003120     05  FILLER                  PIC X(34)
003130             VALUE "TAX ENTRY WITH NO RESERVATION".
003140     05  FILLER                  PIC X(34)
003150             VALUE "REFUND WITH NO RESERVATION".
003160 01  RCN-TYPE-NAME-TABLE REDEFINES RCN-TYPE-NAME-INFO.
003170     05  RCN-TYPE-NAME           PIC X(34) OCCURS 9.
003180
003190 01  RCN-CAMPGROUND-COUNTS.
003200     05  RCN-CG-TYPE-COUNT       PIC 9(05) OCCURS 9.
003210
003220 01  RCN-REPORT-COUNTS.
003230     05  RCN-ALL-TYPE-COUNT      PIC 9(07) OCCURS 9.
003240
003250*****************************************************************
003260*  REPORT LINES                                                 *
003270*****************************************************************
003280 01  RR-HEADING-1.
003290     05  FILLER                  PIC X(27) VALUE SPACES.
003300     05  FILLER                  PIC X(36)
003310             VALUE "NIGHTLY CROSS-FILE INTEGRITY CHECK".
003320     05  FILLER                  PIC X(27) VALUE SPACES.
003330
003340 01  RR-HEADING-2.
003350     05  FILLER                  PIC X(15)
003360             VALUE "BUSINESS DATE: ".
003370     05  RR-H2-RUN-DATE          PIC 9(08).
003380     05  FILLER                  PIC X(67) VALUE SPACES.
003390
003400 01  RR-RULE-LINE.
003410     05  FILLER                  PIC X(88) VALUE ALL "=".
003420
003430 01  RR-CAMPGROUND-LINE.
003440     05  FILLER                  PIC X(12) VALUE "CAMPGROUND: ".
003450     05  RR-C-CAMPGROUND         PIC X(20).
003460
003470 01  RR-GUEST-SECTION-LINE.
003480     05  FILLER                  PIC X(40)
003490             VALUE "GUEST MASTER - ALL CAMPGROUNDS".
003500
003510 01  RR-BLANK-LINE               PIC X(01) VALUE SPACE.
003520
003530 01  RR-COLUMN-HEADING.
003540     05  FILLER                  PIC X(06) VALUE "SITE".
003550     05  FILLER                  PIC X(10) VALUE "ARRIVAL".
003560     05  FILLER                  PIC X(38) VALUE "EXCEPTION".
003570     05  FILLER                  PIC X(14) VALUE "RESERVATION".
003580     05  FILLER                  PIC X(14) VALUE "FILES".
003590     05  FILLER                  PIC X(06) VALUE "GUEST".
003600
003610 01  RR-DETAIL-LINE.
003620     05  RR-D-SITE               PIC X(03).
003630     05  FILLER                  PIC X(03).
003640     05  RR-D-ARRIVAL            PIC 9(08).
003650     05  FILLER                  PIC X(02).
003660     05  RR-D-TYPE-NAME          PIC X(34).
003670     05  FILLER                  PIC X(02).
003680     05  RR-D-AMOUNTS.
003690         10  RR-D-RES-SHOWS      PIC ZZZ,ZZ9.99-.
003700         10  FILLER              PIC X(03).
003710         10  RR-D-FILES-SHOW     PIC ZZZ,ZZ9.99-.
003720     05  RR-D-AMOUNTS-X REDEFINES RR-D-AMOUNTS
003730                                 PIC X(25).
003740     05  FILLER                  PIC X(03).
003750     05  RR-D-GUEST-NUMBER       PIC X(06).
003760
003770 01  RR-GUEST-COLUMN-HEADING.
003780     05  FILLER                  PIC X(08) VALUE "GUEST".
003790     05  FILLER                  PIC X(36) VALUE "EXCEPTION".
003800     05  FILLER                  PIC X(16) VALUE "MASTER COUNT".
003810     05  FILLER                  PIC X(16) VALUE "BOOKINGS FOUND".
003820
003830 01  RR-GUEST-LINE.
003840     05  RR-G-GUEST-NUMBER       PIC 9(06).
003850     05  FILLER                  PIC X(02).
003860     05  RR-G-TYPE-NAME          PIC X(34).
003870     05  FILLER                  PIC X(05).
003880     05  RR-G-MASTER-COUNT       PIC ZZZ,ZZ9.
003890     05  FILLER                  PIC X(09).
003900     05  RR-G-BOOKING-COUNT      PIC ZZZ,ZZ9.
003910
003920 01  RR-TYPE-TITLE.
003930     05  FILLER                  PIC X(06) VALUE SPACES.
003940     05  FILLER                  PIC X(20)
003950             VALUE "EXCEPTIONS BY TYPE".
003960
003970 01  RR-TYPE-COUNT-LINE.
003980     05  FILLER                  PIC X(06) VALUE SPACES.
003990     05  RR-T-TYPE-NAME          PIC X(34).
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  RR-T-COUNT              PIC Z,ZZZ,ZZ9.
004020
004030 01  RR-TOTAL-LINE.
004040     05  FILLER                  PIC X(06) VALUE SPACES.
004050     05  FILLER                  PIC X(34)
004060             VALUE "TOTAL EXCEPTIONS".
004070     05  FILLER                  PIC X(02) VALUE SPACES.
004080     05  RR-TL-COUNT             PIC Z,ZZZ,ZZ9.
004090
004100 01  RR-ALL-CAMPGROUNDS-LINE.
004110     05  FILLER                  PIC X(40)
004120             VALUE "ALL CAMPGROUNDS".
004130
004140 01  RR-NONE-LINE.
004150     05  FILLER                  PIC X(06) VALUE SPACES.
004160     05  FILLER                  PIC X(40)
004170             VALUE "NO EXCEPTIONS - THE FILES AGREE".
004180
004190*****************************************************************
004200*  NIGHT-RUN CONTROL - THIS JOB'S PLACE IN THE NIGHTLY          *
004210*  SEQUENCE AND ITS PREDECESSOR (SEE RUNCTL.CPY)                *
004220*****************************************************************
004230 01  RCN-RUN-CONTROL-AREA.
004240     05  RC-FILE-STATUS          PIC X(02) VALUE ZERO.
004250     05  RL-FILE-STATUS          PIC X(02) VALUE ZERO.
004260     05  RCN-RUN-PROGRAM-ID     PIC X(08) VALUE 'COBLSC32'.
004270     05  RCN-RUN-PRED-ID        PIC X(08) VALUE 'COBLSC29'.
004280     05  RCN-RUN-SEQ-NO         PIC 9(02) VALUE 9.
004290     05  RCN-RUN-EVENT          PIC X(05) VALUE SPACES.
004300     05  RCN-RUN-NEW-SWITCH     PIC X(01) VALUE 'N'.
004310         88  RCN-RUN-NEW-RECORD   VALUE 'Y'.
004320     05  RCN-RUN-STAMPED-SW     PIC X(01) VALUE 'N'.
004330         88  RCN-RUN-STAMPED      VALUE 'Y'.
004340
004350 PROCEDURE DIVISION.
004360*****************************************************************
004370*  0000-MAINLINE                                                *
004380*****************************************************************
004390 0000-MAINLINE.
004400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004410     IF NOT RCN-EOJ
004420         PERFORM 2000-LOAD-PAYMENTS THRU 2000-EXIT
004430         PERFORM 2200-LOAD-TAX-REGISTER THRU 2200-EXIT
004440         PERFORM 2400-LOAD-REFUNDS THRU 2400-EXIT
004450         PERFORM 2600-LOAD-GUEST-MASTER THRU 2600-EXIT
004460         PERFORM 2800-COUNT-ARCHIVED-BOOKINGS THRU 2800-EXIT
004470         PERFORM 3000-CHECK-RESERVATIONS THRU 3000-EXIT
004480         PERFORM 4000-CHECK-ORPHANS THRU 4000-EXIT
004490         PERFORM 4500-CHECK-STAY-COUNTS THRU 4500-EXIT
004500         PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
004510     END-IF.
004520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004530     STOP RUN.
004540
004550*****************************************************************
004560*  1000-INITIALIZE - OPEN FILES, CHECK THE NIGHT-RUN SEQUENCE,   *
004570*  REBUILD THE TWO WORK FILES EMPTY, AND PRINT THE HEADINGS.     *
004580*  THE TRANSACTION FILES ARE OPENED BY THEIR OWN PASSES.  NO     *
004590*  ARCHIVE FILE YET JUST MEANS NOTHING HAS BEEN PURGED.          *
004600*****************************************************************
004610 1000-INITIALIZE.
004620     OPEN INPUT RESERVATION-FILE.
004630     IF RES-FILE-STATUS NOT = "00"
004640         DISPLAY "UNABLE TO OPEN RESERVATION FILE"
004650         MOVE 'Y' TO RCN-EOJ-SWITCH
004660         GO TO 1000-EXIT
004670     END-IF.
004680
004690     OPEN INPUT ARCHIVE-FILE.
004700     IF ARC-FILE-STATUS = "35"
004710         SET RCN-NO-ARCHIVE TO TRUE
004720     ELSE
004730         IF ARC-FILE-STATUS NOT = "00"
004740             DISPLAY "UNABLE TO OPEN ARCHIVE FILE"
004750             MOVE 'Y' TO RCN-EOJ-SWITCH
004760             GO TO 1000-EXIT
004770         END-IF
004780     END-IF.
004790
004800     OPEN INPUT GUEST-MASTER-FILE.
004810     IF GM-FILE-STATUS NOT = "00"
004820         DISPLAY "UNABLE TO OPEN GUEST MASTER FILE"
004830         MOVE 'Y' TO RCN-EOJ-SWITCH
004840         GO TO 1000-EXIT
004850     END-IF.
004860
004870     OPEN INPUT SITE-MASTER-FILE.
004880     IF SM-FILE-STATUS NOT = "00"
004890         DISPLAY "UNABLE TO OPEN SITE MASTER FILE"
004900         MOVE 'Y' TO RCN-EOJ-SWITCH
004910         GO TO 1000-EXIT
004920     END-IF.
004930
004940     OPEN OUTPUT RECON-WORK-FILE.
004950     CLOSE RECON-WORK-FILE.
004960     OPEN I-O RECON-WORK-FILE.
004970     IF WK-FILE-STATUS NOT = "00"
004980         DISPLAY "UNABLE TO OPEN RECONCILIATION WORK FILE"
004990         MOVE 'Y' TO RCN-EOJ-SWITCH
005000         GO TO 1000-EXIT
005010     END-IF.
005020
005030     OPEN OUTPUT RECON-EXCEPTION-FILE.
005040     CLOSE RECON-EXCEPTION-FILE.
005050     OPEN I-O RECON-EXCEPTION-FILE.
005060     IF EX-FILE-STATUS NOT = "00"
005070         DISPLAY "UNABLE TO OPEN RECONCILIATION EXCEPTION FILE"
005080         MOVE 'Y' TO RCN-EOJ-SWITCH
005090         GO TO 1000-EXIT
005100     END-IF.
005110
005120     OPEN OUTPUT RECON-REPORT-FILE.
005130     IF RR-FILE-STATUS NOT = "00"
005140         DISPLAY "UNABLE TO OPEN INTEGRITY REPORT FILE"
005150         MOVE 'Y' TO RCN-EOJ-SWITCH
005160         GO TO 1000-EXIT
005170     END-IF.
005180
005190     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD.
005200     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
005210     IF RCN-EOJ
005220         GO TO 1000-EXIT
005230     END-IF.
005240
005250     MOVE ZEROS TO RCN-CAMPGROUND-COUNTS.
005260     MOVE ZEROS TO RCN-REPORT-COUNTS.
005270     MOVE RCN-RUN-DATE TO RR-H2-RUN-DATE.
005280     WRITE RECON-REPORT-RECORD FROM RR-HEADING-1.
005290     WRITE RECON-REPORT-RECORD FROM RR-HEADING-2.
005300 1000-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340*  1200-CHECK-RUN-CONTROL - THE NIGHTLY SEQUENCE IS ENFORCED    *
005350*  BY THE RUN-CONTROL FILE (RUNCTL.CPY): THIS JOB REFUSES TO    *
005360*  START BEFORE ITS PREDECESSOR HAS ENDED FOR THE BUSINESS      *
005370*  DATE, AND REFUSES A SECOND FULL RUN FOR THE SAME DATE.  A    *
005380*  RECORD LEFT RUNNING IS AN ABENDED RUN - THE RESTART IS       *
005390*  ALLOWED.  START AND END ARE LOGGED TO THE RUN LOG            *
005400*  (RUNLOG.CPY) FOR THE COBLSC22 HISTORY REPORT.                *
005410*****************************************************************
005420 1200-CHECK-RUN-CONTROL.
005430     OPEN I-O RUN-CONTROL-FILE.
005440     IF RC-FILE-STATUS = "35"
005450         CLOSE RUN-CONTROL-FILE
005460         OPEN OUTPUT RUN-CONTROL-FILE
005470         CLOSE RUN-CONTROL-FILE
005480         OPEN I-O RUN-CONTROL-FILE
005490     END-IF.
005500     IF RC-FILE-STATUS NOT = "00"
005510         DISPLAY "UNABLE TO OPEN RUN CONTROL FILE"
005520         MOVE 'Y' TO RCN-EOJ-SWITCH
005530         GO TO 1200-EXIT
005540     END-IF.
005550
005560     OPEN EXTEND RUN-LOG-FILE.
005570     IF RL-FILE-STATUS = "35"
005580         OPEN OUTPUT RUN-LOG-FILE
005590         CLOSE RUN-LOG-FILE
005600         OPEN EXTEND RUN-LOG-FILE
005610     END-IF.
005620     IF RL-FILE-STATUS NOT = "00"
005630         DISPLAY "UNABLE TO OPEN RUN LOG FILE"
005640         MOVE 'Y' TO RCN-EOJ-SWITCH
005650         GO TO 1200-EXIT
005660     END-IF.
005670
005680     MOVE RCN-RUN-PRED-ID TO RC-PROGRAM-ID.
005690     READ RUN-CONTROL-FILE
005700         INVALID KEY
005710             DISPLAY "COBLSC29 HAS NOT RUN - RUN REFUSED"
005720             MOVE 'Y' TO RCN-EOJ-SWITCH
005730             GO TO 1200-EXIT
005740     END-READ.
005750     IF RC-BUSINESS-DATE NOT = RCN-RUN-DATE
005760        OR NOT RC-ENDED
005770         DISPLAY "COBLSC29 HAS NOT FINISHED TONIGHT - RUN REFUSED"
005780         MOVE 'Y' TO RCN-EOJ-SWITCH
005790         GO TO 1200-EXIT
005800     END-IF.
005810
005820     MOVE 'N' TO RCN-RUN-NEW-SWITCH.
005830     MOVE RCN-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
005840     READ RUN-CONTROL-FILE
005850         INVALID KEY
005860             SET RCN-RUN-NEW-RECORD TO TRUE
005870     END-READ.
005880     IF NOT RCN-RUN-NEW-RECORD
005890        AND RC-BUSINESS-DATE = RCN-RUN-DATE
005900        AND RC-ENDED
005910         DISPLAY "COBLSC32 ALREADY RAN TONIGHT - RUN REFUSED"
005920         MOVE 'Y' TO RCN-EOJ-SWITCH
005930         GO TO 1200-EXIT
005940     END-IF.
005950
005960     MOVE RCN-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
005970     MOVE RCN-RUN-SEQ-NO     TO RC-SEQUENCE-NO.
005980     SET RC-RUNNING          TO TRUE.
005990     MOVE RCN-RUN-DATE       TO RC-BUSINESS-DATE.
006000     ACCEPT RC-LAST-START-DATE FROM DATE YYYYMMDD.
006010     ACCEPT RC-LAST-START-TIME FROM TIME.
006020     MOVE ZERO TO RC-LAST-END-DATE.
006030     MOVE ZERO TO RC-LAST-END-TIME.
006040     IF RCN-RUN-NEW-RECORD
006050         WRITE RUN-CONTROL-RECORD
006060             INVALID KEY
006070                 DISPLAY "UNABLE TO WRITE RUN CONTROL RECORD"
006080         END-WRITE
006090     ELSE
006100         REWRITE RUN-CONTROL-RECORD
006110             INVALID KEY
006120                 DISPLAY "UNABLE TO REWRITE RUN CONTROL RECORD"
006130         END-REWRITE
006140     END-IF.
006150     MOVE 'START' TO RCN-RUN-EVENT.
006160     PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT.
006170     SET RCN-RUN-STAMPED TO TRUE.
006180 1200-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*  2000-LOAD-PAYMENTS - TOTAL EVERY PAYMENT TRANSACTION ONTO     *
006230*  ITS STAY'S WORK RECORD.  DEPOSITS AND GATE BALANCES ARE       *
006240*  MONEY IN; REFUNDS ARE MONEY OUT - COUNTED WHETHER OR NOT THE  *
006250*  CARD CREDIT WENT THROUGH, THE SAME AS THE DEPOSIT REPORT      *
006260*  (COBLSC02) NETS THEM.  NO FILE YET MEANS NO PAYMENTS YET.     *
006270*****************************************************************
006280 2000-LOAD-PAYMENTS.
006290     OPEN INPUT PAYMENT-TRAN-FILE.
006300     IF PT-FILE-STATUS = "35"
006310         GO TO 2000-EXIT
006320     END-IF.
006330     IF PT-FILE-STATUS NOT = "00"
006340         DISPLAY "UNABLE TO OPEN PAYMENT TRANSACTION FILE"
006350         GO TO 2000-EXIT
006360     END-IF.
006370     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
006380     PERFORM 2100-LOAD-ONE-PAYMENT THRU 2100-EXIT
006390         UNTIL RCN-SCAN-DONE.
006400     CLOSE PAYMENT-TRAN-FILE.
006410 2000-EXIT.
006420     EXIT.
006430
006440 2100-LOAD-ONE-PAYMENT.
006450     READ PAYMENT-TRAN-FILE NEXT RECORD
006460         AT END
006470             SET RCN-SCAN-DONE TO TRUE
006480             GO TO 2100-EXIT
006490     END-READ.
006500     MOVE PT-CAMPGROUND-NAME TO WK-CAMPGROUND-NAME.
006510     MOVE PT-SITE            TO WK-SITE.
006520     MOVE PT-ARRIVAL-DATE    TO WK-ARRIVAL-DATE.
006530     PERFORM 8200-GET-STAY-RECORD THRU 8200-EXIT.
006540     IF PT-TRAN-REFUND OR PT-TRAN-CHARGEBACK
006550         ADD PT-AMOUNT TO WK-PAID-OUT
006560     ELSE
006570         ADD PT-AMOUNT TO WK-PAID-IN
006580     END-IF.
006590     ADD 1 TO WK-PAYMENT-COUNT.
006600     PERFORM 8250-PUT-STAY-RECORD THRU 8250-EXIT.
006610 2100-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650*  2200-LOAD-TAX-REGISTER - NET EVERY SIGNED TAX MOVEMENT ONTO   *
006660*  ITS STAY'S WORK RECORD                                        *
006670*****************************************************************
006680 2200-LOAD-TAX-REGISTER.
006690     OPEN INPUT TAX-REGISTER-FILE.
006700     IF TX-FILE-STATUS = "35"
006710         GO TO 2200-EXIT
006720     END-IF.
006730     IF TX-FILE-STATUS NOT = "00"
006740         DISPLAY "UNABLE TO OPEN TAX REGISTER FILE"
006750         GO TO 2200-EXIT
006760     END-IF.
006770     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
006780     PERFORM 2300-LOAD-ONE-TAX-ENTRY THRU 2300-EXIT
006790         UNTIL RCN-SCAN-DONE.
006800     CLOSE TAX-REGISTER-FILE.
006810 2200-EXIT.
006820     EXIT.
006830
006840 2300-LOAD-ONE-TAX-ENTRY.
006850     READ TAX-REGISTER-FILE NEXT RECORD
006860         AT END
006870             SET RCN-SCAN-DONE TO TRUE
006880             GO TO 2300-EXIT
006890     END-READ.
006900     MOVE TX-CAMPGROUND-NAME TO WK-CAMPGROUND-NAME.
006910     MOVE TX-SITE            TO WK-SITE.
006920     MOVE TX-ARRIVAL-DATE    TO WK-ARRIVAL-DATE.
006930     PERFORM 8200-GET-STAY-RECORD THRU 8200-EXIT.
006940     ADD TX-TAX-AMOUNT TO WK-TAX-NET.
006950     ADD 1 TO WK-TAX-COUNT.
006960     PERFORM 8250-PUT-STAY-RECORD THRU 8250-EXIT.
006970 2300-EXIT.
006980     EXIT.
006990
007000*****************************************************************
007010*  2400-LOAD-REFUNDS - TOTAL EVERY REFUND REGISTER RECORD ONTO   *
007020*  ITS STAY'S WORK RECORD                                        *
007030*****************************************************************
007040 2400-LOAD-REFUNDS.
007050     OPEN INPUT REFUND-FILE.
007060     IF RFD-FILE-STATUS = "35"
007070         GO TO 2400-EXIT
007080     END-IF.
007090     IF RFD-FILE-STATUS NOT = "00"
007100         DISPLAY "UNABLE TO OPEN REFUND FILE"
007110         GO TO 2400-EXIT
007120     END-IF.
007130     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
007140     PERFORM 2500-LOAD-ONE-REFUND THRU 2500-EXIT
007150         UNTIL RCN-SCAN-DONE.
007160     CLOSE REFUND-FILE.
007170 2400-EXIT.
007180     EXIT.
007190
007200 2500-LOAD-ONE-REFUND.
007210     READ REFUND-FILE NEXT RECORD
007220         AT END
007230             SET RCN-SCAN-DONE TO TRUE
007240             GO TO 2500-EXIT
007250     END-READ.
007260     MOVE RFD-CAMPGROUND-NAME TO WK-CAMPGROUND-NAME.
007270     MOVE RFD-SITE            TO WK-SITE.
007280     MOVE RFD-ARRIVAL-DATE    TO WK-ARRIVAL-DATE.
007290     PERFORM 8200-GET-STAY-RECORD THRU 8200-EXIT.
007300     ADD RFD-AMOUNT TO WK-REFUND-TOTAL.
007310     ADD 1 TO WK-REFUND-COUNT.
007320     PERFORM 8250-PUT-STAY-RECORD THRU 8250-EXIT.
007330 2500-EXIT.
007340     EXIT.
007350
007360*****************************************************************
007370*  2600-LOAD-GUEST-MASTER - ADD EVERY PHONE'S STAY COUNT INTO    *
007380*  ITS GUEST NUMBER.  A MERGED DUPLICATE PHONE CARRIES THE       *
007390*  SURVIVOR'S NUMBER WITH A ZERO COUNT (SEE COBLSC20), SO THE    *
007400*  SUM IS THE GUEST'S.  THE CONTROL RECORD IS NOT A GUEST.       *
007410*****************************************************************
007420 2600-LOAD-GUEST-MASTER.
007430     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
007440     PERFORM 2700-LOAD-ONE-GUEST THRU 2700-EXIT
007450         UNTIL RCN-SCAN-DONE.
007460 2600-EXIT.
007470     EXIT.
007480
007490 2700-LOAD-ONE-GUEST.
007500     READ GUEST-MASTER-FILE NEXT RECORD
007510         AT END
007520             SET RCN-SCAN-DONE TO TRUE
007530             GO TO 2700-EXIT
007540     END-READ.
007550     IF GM-PHONE = ZEROS
007560         GO TO 2700-EXIT
007570     END-IF.
007580     MOVE SPACES          TO RECON-WORK-RECORD.
007590     SET WK-GUEST-RECORD  TO TRUE.
007600     MOVE GM-GUEST-NUMBER TO WK-GUEST-NUMBER.
007610     READ RECON-WORK-FILE
007620         INVALID KEY
007630             MOVE ZERO TO WK-MASTER-STAY-COUNT
007640             MOVE ZERO TO WK-BOOKING-COUNT
007650             ADD GM-STAY-COUNT TO WK-MASTER-STAY-COUNT
007660             WRITE RECON-WORK-RECORD
007670                 INVALID KEY
007680                     DISPLAY "UNABLE TO WRITE GUEST WORK RECORD"
007690             END-WRITE
007700             GO TO 2700-EXIT
007710     END-READ.
007720     ADD GM-STAY-COUNT TO WK-MASTER-STAY-COUNT.
007730     REWRITE RECON-WORK-RECORD
007740         INVALID KEY
007750             DISPLAY "UNABLE TO REWRITE GUEST WORK RECORD"
007760     END-REWRITE.
007770 2700-EXIT.
007780     EXIT.
007790
007800*****************************************************************
007810*  2800-COUNT-ARCHIVED-BOOKINGS - A PURGED STAY STILL COUNTS IN  *
007820*  GM-STAY-COUNT, SO THE ARCHIVE'S BOOKINGS ARE COUNTED TOO.     *
007830*  NOTHING ELSE IS CHECKED ON THE ARCHIVE - ITS MONEY WAS        *
007840*  SETTLED SEASONS AGO.                                          *
007850*****************************************************************
007860 2800-COUNT-ARCHIVED-BOOKINGS.
007870     IF RCN-NO-ARCHIVE
007880         GO TO 2800-EXIT
007890     END-IF.
007900     MOVE LOW-VALUES TO ARC-KEY.
007910     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
007920         INVALID KEY
007930             GO TO 2800-EXIT
007940     END-START.
007950     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
007960     PERFORM 2900-COUNT-ONE-ARCHIVED THRU 2900-EXIT
007970         UNTIL RCN-SCAN-DONE.
007980 2800-EXIT.
007990     EXIT.
008000
008010 2900-COUNT-ONE-ARCHIVED.
008020     READ ARCHIVE-FILE NEXT RECORD
008030         AT END
008040             SET RCN-SCAN-DONE TO TRUE
008050             GO TO 2900-EXIT
008060     END-READ.
008070     MOVE ARCHIVE-RECORD TO RESERVATION-RECORD.
008080     PERFORM 8300-COUNT-BOOKING THRU 8300-EXIT.
008090 2900-EXIT.
008100     EXIT.
008110
008120*****************************************************************
008130*  3000-CHECK-RESERVATIONS - WALK THE LIVE RESERVATION FILE IN   *
008140*  KEY ORDER AND CHECK EACH STAY AGAINST EVERY OTHER FILE        *
008150*****************************************************************
008160 3000-CHECK-RESERVATIONS.
008170     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
008180     PERFORM 3100-CHECK-ONE-RESERVATION THRU 3100-EXIT
008190         UNTIL RCN-SCAN-DONE.
008200 3000-EXIT.
008210     EXIT.
008220
008230 3100-CHECK-ONE-RESERVATION.
008240     READ RESERVATION-FILE NEXT RECORD
008250         AT END
008260             SET RCN-SCAN-DONE TO TRUE
008270             GO TO 3100-EXIT
008280     END-READ.
008290     MOVE RES-CAMPGROUND-NAME TO RCN-EX-CAMPGROUND.
008300     MOVE RES-SITE            TO RCN-EX-SITE.
008310     MOVE RES-ARRIVAL-DATE    TO RCN-EX-ARRIVAL-DATE.
008320     MOVE RES-GUEST-NUMBER    TO RCN-EX-GUEST-NUMBER.
008330     PERFORM 3200-CHECK-MONEY THRU 3200-EXIT.
008340     PERFORM 3300-CHECK-GUEST THRU 3300-EXIT.
008350     PERFORM 3400-CHECK-SITE THRU 3400-EXIT.
008360     PERFORM 8300-COUNT-BOOKING THRU 8300-EXIT.
008370 3100-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410*  3200-CHECK-MONEY (EXCEPTIONS 1, 2, 3) - THE STAY'S WORK       *
008420*  RECORD, IF ANY, IS MARKED MATCHED SO THE ORPHAN PASS PASSES   *
008430*  IT BY.  A STAY WITH NO TRANSACTIONS AT ALL COMPARES AGAINST   *
008440*  ZERO.                                                         *
008450*****************************************************************
008460 3200-CHECK-MONEY.
008470     MOVE SPACES              TO RECON-WORK-RECORD.
008480     SET WK-STAY-RECORD       TO TRUE.
008490     MOVE RES-CAMPGROUND-NAME TO WK-CAMPGROUND-NAME.
008500     MOVE RES-SITE            TO WK-SITE.
008510     MOVE RES-ARRIVAL-DATE    TO WK-ARRIVAL-DATE.
008520     READ RECON-WORK-FILE
008530         INVALID KEY
008540             PERFORM 8220-ZERO-STAY-TOTALS THRU 8220-EXIT
008550         NOT INVALID KEY
008560             SET WK-MATCHED TO TRUE
008570             REWRITE RECON-WORK-RECORD
008580                 INVALID KEY
008590                     DISPLAY "UNABLE TO REWRITE STAY WORK RECORD"
008600             END-REWRITE
008610     END-READ.
008620
008630     MOVE ZERO TO RCN-RES-NET-PAID.
008640     MOVE ZERO TO RCN-RES-TAX.
008650     MOVE ZERO TO RCN-RES-REFUND.
008660     IF RES-PAID-AMOUNT IS NUMERIC
008670         MOVE RES-PAID-AMOUNT TO RCN-RES-NET-PAID
008680     END-IF.
008690     IF RES-REFUND-AMOUNT IS NUMERIC
008700         MOVE RES-REFUND-AMOUNT TO RCN-RES-REFUND
008710     END-IF.
008720     IF RES-TAX-AMOUNT IS NUMERIC
008730         MOVE RES-TAX-AMOUNT TO RCN-RES-TAX
008740     END-IF.
008750     SUBTRACT RCN-RES-REFUND FROM RCN-RES-NET-PAID.
008760     COMPUTE RCN-FILE-NET-PAID = WK-PAID-IN - WK-PAID-OUT.
008770
008780     IF RCN-RES-NET-PAID NOT = RCN-FILE-NET-PAID
008790         MOVE 1                 TO RCN-EX-TYPE
008800         MOVE RCN-RES-NET-PAID  TO RCN-EX-RES-SHOWS
008810         MOVE RCN-FILE-NET-PAID TO RCN-EX-FILES-SHOW
008820         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
008830     END-IF.
008840     IF RCN-RES-TAX NOT = WK-TAX-NET
008850         MOVE 2                 TO RCN-EX-TYPE
008860         MOVE RCN-RES-TAX       TO RCN-EX-RES-SHOWS
008870         MOVE WK-TAX-NET        TO RCN-EX-FILES-SHOW
008880         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
008890     END-IF.
008900     IF RCN-RES-REFUND NOT = WK-REFUND-TOTAL
008910         MOVE 3                 TO RCN-EX-TYPE
008920         MOVE RCN-RES-REFUND    TO RCN-EX-RES-SHOWS
008930         MOVE WK-REFUND-TOTAL   TO RCN-EX-FILES-SHOW
008940         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
008950     END-IF.
008960 3200-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000*  3300-CHECK-GUEST (EXCEPTION 4) - A ZERO GUEST NUMBER IS A     *
009010*  BOOKING TAKEN WITHOUT A PHONE, OR ONE OLDER THAN THE GUEST    *
009020*  MASTER, AND HAS NOTHING TO CHECK.                             *
009030*****************************************************************
009040 3300-CHECK-GUEST.
009050     IF RES-GUEST-NUMBER IS NOT NUMERIC
009060         GO TO 3300-EXIT
009070     END-IF.
009080     IF RES-GUEST-NUMBER = ZERO
009090         GO TO 3300-EXIT
009100     END-IF.
009110     MOVE SPACES           TO RECON-WORK-RECORD.
009120     SET WK-GUEST-RECORD   TO TRUE.
009130     MOVE RES-GUEST-NUMBER TO WK-GUEST-NUMBER.
009140     READ RECON-WORK-FILE
009150         INVALID KEY
009160             MOVE 4    TO RCN-EX-TYPE
009170             MOVE ZERO TO RCN-EX-RES-SHOWS
009180             MOVE ZERO TO RCN-EX-FILES-SHOW
009190             PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
009200     END-READ.
009210 3300-EXIT.
009220     EXIT.
009230
009240*****************************************************************
009250*  3400-CHECK-SITE (EXCEPTION 6) - ONLY A BOOKING STILL HOLDING  *
009260*  ITS SITE (ACTIVE OR CHECKED IN) NEEDS THE SITE TO BE THERE.   *
009270*  A SITE MADE INACTIVE IS STILL ON THE GROUND AND IS NOT AN     *
009280*  EXCEPTION.                                                    *
009290*****************************************************************
009300 3400-CHECK-SITE.
009310     IF NOT RES-HOLDS-SITE
009320         GO TO 3400-EXIT
009330     END-IF.
009340     MOVE RES-CAMPGROUND-NAME TO SM-CAMPGROUND-NAME.
009350     MOVE RES-SITE            TO SM-SITE.
009360     READ SITE-MASTER-FILE
009370         INVALID KEY
009380             MOVE 6    TO RCN-EX-TYPE
009390             MOVE ZERO TO RCN-EX-RES-SHOWS
009400             MOVE ZERO TO RCN-EX-FILES-SHOW
009410             PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
009420     END-READ.
009430 3400-EXIT.
009440     EXIT.
009450
009460*****************************************************************
009470*  4000-CHECK-ORPHANS (EXCEPTIONS 7, 8, 9) - EVERY STAY WORK     *
009480*  RECORD THE RESERVATION WALK NEVER MATCHED.  TRANSACTIONS FOR  *
009490*  A STAY SINCE PURGED TO THE ARCHIVE STILL HAVE A RESERVATION   *
009500*  BEHIND THEM.                                                  *
009510*****************************************************************
009520 4000-CHECK-ORPHANS.
009530     MOVE LOW-VALUES     TO WK-KEY.
009540     SET WK-STAY-RECORD  TO TRUE.
009550     START RECON-WORK-FILE KEY IS NOT LESS THAN WK-KEY
009560         INVALID KEY
009570             GO TO 4000-EXIT
009580     END-START.
009590     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
009600     PERFORM 4100-CHECK-ONE-STAY-TOTAL THRU 4100-EXIT
009610         UNTIL RCN-SCAN-DONE.
009620 4000-EXIT.
009630     EXIT.
009640
009650 4100-CHECK-ONE-STAY-TOTAL.
009660     READ RECON-WORK-FILE NEXT RECORD
009670         AT END
009680             SET RCN-SCAN-DONE TO TRUE
009690             GO TO 4100-EXIT
009700     END-READ.
009710     IF NOT WK-STAY-RECORD
009720         SET RCN-SCAN-DONE TO TRUE
009730         GO TO 4100-EXIT
009740     END-IF.
009750     IF WK-MATCHED
009760         GO TO 4100-EXIT
009770     END-IF.
009780     IF NOT RCN-NO-ARCHIVE
009790         MOVE WK-STAY-KEY TO ARC-KEY
009800         MOVE 'Y' TO RCN-FOUND-SWITCH
009810         READ ARCHIVE-FILE
009820             INVALID KEY
009830                 MOVE 'N' TO RCN-FOUND-SWITCH
009840         END-READ
009850         IF RCN-RECORD-FOUND
009860             GO TO 4100-EXIT
009870         END-IF
009880     END-IF.
009890     MOVE WK-CAMPGROUND-NAME TO RCN-EX-CAMPGROUND.
009900     MOVE WK-SITE            TO RCN-EX-SITE.
009910     MOVE WK-ARRIVAL-DATE    TO RCN-EX-ARRIVAL-DATE.
009920     MOVE ZERO               TO RCN-EX-GUEST-NUMBER.
009930     MOVE ZERO               TO RCN-EX-RES-SHOWS.
009940     IF WK-PAYMENT-COUNT > ZERO
009950         MOVE 7 TO RCN-EX-TYPE
009960         COMPUTE RCN-EX-FILES-SHOW = WK-PAID-IN - WK-PAID-OUT
009970         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
009980     END-IF.
009990     IF WK-TAX-COUNT > ZERO
010000         MOVE 8 TO RCN-EX-TYPE
010010         MOVE WK-TAX-NET TO RCN-EX-FILES-SHOW
010020         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
010030     END-IF.
010040     IF WK-REFUND-COUNT > ZERO
010050         MOVE 9 TO RCN-EX-TYPE
010060         MOVE WK-REFUND-TOTAL TO RCN-EX-FILES-SHOW
010070         PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT
010080     END-IF.
010090 4100-EXIT.
010100     EXIT.
010110
010120*****************************************************************
010130*  4500-CHECK-STAY-COUNTS (EXCEPTION 5) - EVERY GUEST NUMBER ON  *
010140*  THE GUEST MASTER AGAINST THE BOOKINGS FOUND CARRYING IT       *
010150*****************************************************************
010160 4500-CHECK-STAY-COUNTS.
010170     MOVE LOW-VALUES      TO WK-KEY.
010180     SET WK-GUEST-RECORD  TO TRUE.
010190     START RECON-WORK-FILE KEY IS NOT LESS THAN WK-KEY
010200         INVALID KEY
010210             GO TO 4500-EXIT
010220     END-START.
010230     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
010240     PERFORM 4600-CHECK-ONE-GUEST-TOTAL THRU 4600-EXIT
010250         UNTIL RCN-SCAN-DONE.
010260 4500-EXIT.
010270     EXIT.
010280
010290 4600-CHECK-ONE-GUEST-TOTAL.
010300     READ RECON-WORK-FILE NEXT RECORD
010310         AT END
010320             SET RCN-SCAN-DONE TO TRUE
010330             GO TO 4600-EXIT
010340     END-READ.
010350     IF NOT WK-GUEST-RECORD
010360         SET RCN-SCAN-DONE TO TRUE
010370         GO TO 4600-EXIT
010380     END-IF.
010390     IF WK-MASTER-STAY-COUNT = WK-BOOKING-COUNT
010400         GO TO 4600-EXIT
010410     END-IF.
010420     MOVE HIGH-VALUES          TO RCN-EX-CAMPGROUND.
010430     MOVE 5                    TO RCN-EX-TYPE.
010440     MOVE SPACES               TO RCN-EX-SITE.
010450     MOVE ZERO                 TO RCN-EX-ARRIVAL-DATE.
010460     MOVE WK-GUEST-NUMBER      TO RCN-EX-GUEST-NUMBER.
010470     MOVE WK-MASTER-STAY-COUNT TO RCN-EX-RES-SHOWS.
010480     MOVE WK-BOOKING-COUNT     TO RCN-EX-FILES-SHOW.
010490     PERFORM 8100-WRITE-EXCEPTION THRU 8100-EXIT.
010500 4600-EXIT.
010510     EXIT.
010520
010530*****************************************************************
010540*  5000-PRINT-REPORT - THE EXCEPTIONS IN CAMPGROUND ORDER, EACH  *
010550*  CAMPGROUND CLOSED OUT WITH ITS COUNT BY TYPE, THEN THE COUNT  *
010560*  BY TYPE FOR ALL CAMPGROUNDS.  A CAMPGROUND WITH NOTHING WRONG *
010570*  DOES NOT PRINT.                                               *
010580*****************************************************************
010590 5000-PRINT-REPORT.
010600     MOVE SPACES TO RCN-PRIOR-CAMPGROUND.
010610     MOVE LOW-VALUES TO EX-KEY.
010620     START RECON-EXCEPTION-FILE KEY IS NOT LESS THAN EX-KEY
010630         INVALID KEY
010640             GO TO 5000-SUMMARY
010650     END-START.
010660     MOVE 'N' TO RCN-SCAN-DONE-SWITCH.
010670     PERFORM 5100-PRINT-ONE-EXCEPTION THRU 5100-EXIT
010680         UNTIL RCN-SCAN-DONE.
010690     IF RCN-PRIOR-CAMPGROUND NOT = SPACES
010700         PERFORM 5300-PRINT-CAMPGROUND-COUNTS THRU 5300-EXIT
010710     END-IF.
010720 5000-SUMMARY.
010730     PERFORM 5500-PRINT-REPORT-COUNTS THRU 5500-EXIT.
010740 5000-EXIT.
010750     EXIT.
010760
010770 5100-PRINT-ONE-EXCEPTION.
010780     READ RECON-EXCEPTION-FILE NEXT RECORD
010790         AT END
010800             SET RCN-SCAN-DONE TO TRUE
010810             GO TO 5100-EXIT
010820     END-READ.
010830     IF EX-CAMPGROUND-NAME NOT = RCN-PRIOR-CAMPGROUND
010840         IF RCN-PRIOR-CAMPGROUND NOT = SPACES
010850             PERFORM 5300-PRINT-CAMPGROUND-COUNTS THRU 5300-EXIT
010860         END-IF
010870         PERFORM 5200-PRINT-CAMPGROUND-HEADING THRU 5200-EXIT
010880     END-IF.
010890     IF EX-TYPE = 5
010900         PERFORM 5450-PRINT-GUEST-LINE THRU 5450-EXIT
010910     ELSE
010920         PERFORM 5400-PRINT-DETAIL-LINE THRU 5400-EXIT
010930     END-IF.
010940     ADD 1 TO RCN-CG-TYPE-COUNT(EX-TYPE).
010950     ADD 1 TO RCN-ALL-TYPE-COUNT(EX-TYPE).
010960     ADD 1 TO RCN-CAMPGROUND-TOTAL.
010970     ADD 1 TO RCN-REPORT-TOTAL.
010980 5100-EXIT.
010990     EXIT.
011000
011010 5200-PRINT-CAMPGROUND-HEADING.
011020     MOVE EX-CAMPGROUND-NAME TO RCN-PRIOR-CAMPGROUND.
011030     MOVE ZEROS TO RCN-CAMPGROUND-COUNTS.
011040     MOVE ZERO  TO RCN-CAMPGROUND-TOTAL.
011050     WRITE RECON-REPORT-RECORD FROM RR-BLANK-LINE.
011060     WRITE RECON-REPORT-RECORD FROM RR-RULE-LINE.
011070     IF EX-CAMPGROUND-NAME = HIGH-VALUES
011080         WRITE RECON-REPORT-RECORD FROM RR-GUEST-SECTION-LINE
011090         WRITE RECON-REPORT-RECORD FROM RR-RULE-LINE
011100         WRITE RECON-REPORT-RECORD FROM RR-GUEST-COLUMN-HEADING
011110     ELSE
011120         MOVE EX-CAMPGROUND-NAME TO RR-C-CAMPGROUND
011130         WRITE RECON-REPORT-RECORD FROM RR-CAMPGROUND-LINE
011140         WRITE RECON-REPORT-RECORD FROM RR-RULE-LINE
011150         WRITE RECON-REPORT-RECORD FROM RR-COLUMN-HEADING
011160     END-IF.
011170 5200-EXIT.
011180     EXIT.
011190
011200*****************************************************************
011210*  5300-PRINT-CAMPGROUND-COUNTS - THE TYPES THAT TURNED UP AT    *
011220*  THE CAMPGROUND JUST PRINTED, AND ITS TOTAL                    *
011230*****************************************************************
011240 5300-PRINT-CAMPGROUND-COUNTS.
011250     WRITE RECON-REPORT-RECORD FROM RR-BLANK-LINE.
011260     WRITE RECON-REPORT-RECORD FROM RR-TYPE-TITLE.
011270     PERFORM 5350-PRINT-ONE-CG-COUNT THRU 5350-EXIT
011280         VARYING RCN-TYPE-SUB FROM 1 BY 1
011290         UNTIL RCN-TYPE-SUB > 9.
011300     MOVE RCN-CAMPGROUND-TOTAL TO RR-TL-COUNT.
011310     WRITE RECON-REPORT-RECORD FROM RR-TOTAL-LINE.
011320 5300-EXIT.
011330     EXIT.
011340
011350 5350-PRINT-ONE-CG-COUNT.
011360     IF RCN-CG-TYPE-COUNT(RCN-TYPE-SUB) = ZERO
011370         GO TO 5350-EXIT
011380     END-IF.
011390     MOVE RCN-TYPE-NAME(RCN-TYPE-SUB)     TO RR-T-TYPE-NAME.
011400     MOVE RCN-CG-TYPE-COUNT(RCN-TYPE-SUB) TO RR-T-COUNT.
011410     WRITE RECON-REPORT-RECORD FROM RR-TYPE-COUNT-LINE.
011420 5350-EXIT.
011430     EXIT.
011440
011450*****************************************************************
011460*  5400-PRINT-DETAIL-LINE - ONE STAY'S EXCEPTION.  A MISSING     *
011470*  GUEST OR SITE HAS NO AMOUNTS TO SHOW; AN ORPHAN HAS NOTHING   *
011480*  ON THE RESERVATION SIDE.                                      *
011490*****************************************************************
011500 5400-PRINT-DETAIL-LINE.
011510     MOVE SPACES                  TO RR-DETAIL-LINE.
011520     MOVE EX-SITE                 TO RR-D-SITE.
011530     MOVE EX-ARRIVAL-DATE         TO RR-D-ARRIVAL.
011540     MOVE RCN-TYPE-NAME(EX-TYPE)  TO RR-D-TYPE-NAME.
011550     IF EX-TYPE = 4 OR EX-TYPE = 6
011560         MOVE SPACES              TO RR-D-AMOUNTS-X
011570     ELSE
011580         MOVE EX-RESERVATION-SHOWS TO RR-D-RES-SHOWS
011590         MOVE EX-FILES-SHOW        TO RR-D-FILES-SHOW
011600     END-IF.
011610     IF EX-GUEST-NUMBER NOT = ZERO
011620         MOVE EX-GUEST-NUMBER     TO RR-D-GUEST-NUMBER
011630     END-IF.
011640     WRITE RECON-REPORT-RECORD FROM RR-DETAIL-LINE.
011650 5400-EXIT.
011660     EXIT.
011670
011680 5450-PRINT-GUEST-LINE.
011690     MOVE SPACES                  TO RR-GUEST-LINE.
011700     MOVE EX-GUEST-NUMBER         TO RR-G-GUEST-NUMBER.
011710     MOVE RCN-TYPE-NAME(EX-TYPE)  TO RR-G-TYPE-NAME.
011720     MOVE EX-RESERVATION-SHOWS    TO RR-G-MASTER-COUNT.
011730     MOVE EX-FILES-SHOW           TO RR-G-BOOKING-COUNT.
011740     WRITE RECON-REPORT-RECORD FROM RR-GUEST-LINE.
011750 5450-EXIT.
011760     EXIT.
011770
011780*****************************************************************
011790*  5500-PRINT-REPORT-COUNTS - EVERY TYPE FOR ALL CAMPGROUNDS,    *
011800*  ZEROS INCLUDED, SO THE MORNING READER SEES EACH CHECK RAN     *
011810*****************************************************************
011820 5500-PRINT-REPORT-COUNTS.
011830     WRITE RECON-REPORT-RECORD FROM RR-BLANK-LINE.
011840     WRITE RECON-REPORT-RECORD FROM RR-RULE-LINE.
011850     WRITE RECON-REPORT-RECORD FROM RR-ALL-CAMPGROUNDS-LINE.
011860     WRITE RECON-REPORT-RECORD FROM RR-RULE-LINE.
011870     IF RCN-REPORT-TOTAL = ZERO
011880         WRITE RECON-REPORT-RECORD FROM RR-NONE-LINE
011890     END-IF.
011900     WRITE RECON-REPORT-RECORD FROM RR-TYPE-TITLE.
011910     PERFORM 5550-PRINT-ONE-ALL-COUNT THRU 5550-EXIT
011920         VARYING RCN-TYPE-SUB FROM 1 BY 1
011930         UNTIL RCN-TYPE-SUB > 9.
011940     MOVE RCN-REPORT-TOTAL TO RR-TL-COUNT.
011950     WRITE RECON-REPORT-RECORD FROM RR-TOTAL-LINE.
011960 5500-EXIT.
011970     EXIT.
011980
011990 5550-PRINT-ONE-ALL-COUNT.
012000     MOVE RCN-TYPE-NAME(RCN-TYPE-SUB)      TO RR-T-TYPE-NAME.
012010     MOVE RCN-ALL-TYPE-COUNT(RCN-TYPE-SUB) TO RR-T-COUNT.
012020     WRITE RECON-REPORT-RECORD FROM RR-TYPE-COUNT-LINE.
012030 5550-EXIT.
012040     EXIT.
012050
012060*****************************************************************
012070*  8100-WRITE-EXCEPTION - FILE THE EXCEPTION BUILT IN            *
012080*  RCN-EXCEPTION-AREA UNDER ITS CAMPGROUND AND THE NEXT          *
012090*  SEQUENCE NUMBER                                               *
012100*****************************************************************
012110 8100-WRITE-EXCEPTION.
012120     ADD 1 TO RCN-EXCEPTION-SEQ.
012130     MOVE SPACES              TO RECON-EXCEPTION-RECORD.
012140     MOVE RCN-EX-CAMPGROUND   TO EX-CAMPGROUND-NAME.
012150     MOVE RCN-EXCEPTION-SEQ   TO EX-SEQUENCE-NO.
012160     MOVE RCN-EX-TYPE         TO EX-TYPE.
012170     MOVE RCN-EX-SITE         TO EX-SITE.
012180     MOVE RCN-EX-ARRIVAL-DATE TO EX-ARRIVAL-DATE.
012190     MOVE RCN-EX-GUEST-NUMBER TO EX-GUEST-NUMBER.
012200     MOVE RCN-EX-RES-SHOWS    TO EX-RESERVATION-SHOWS.
012210     MOVE RCN-EX-FILES-SHOW   TO EX-FILES-SHOW.
012220     WRITE RECON-EXCEPTION-RECORD
012230         INVALID KEY
012240             DISPLAY "UNABLE TO WRITE EXCEPTION WORK RECORD"
012250     END-WRITE.
012260 8100-EXIT.
012270     EXIT.
012280
012290*****************************************************************
012300*  8200-GET-STAY-RECORD - READ THE STAY WORK RECORD FOR THE KEY  *
012310*  ALREADY IN WK-STAY-KEY, OR START A ZEROED ONE.  8250 PUTS IT  *
012320*  BACK WITH A WRITE OR A REWRITE TO MATCH.                      *
012330*****************************************************************
012340 8200-GET-STAY-RECORD.
012350     SET WK-STAY-RECORD TO TRUE.
012360     MOVE 'Y' TO RCN-FOUND-SWITCH.
012370     READ RECON-WORK-FILE
012380         INVALID KEY
012390             MOVE 'N' TO RCN-FOUND-SWITCH
012400             PERFORM 8220-ZERO-STAY-TOTALS THRU 8220-EXIT
012410     END-READ.
012420 8200-EXIT.
012430     EXIT.
012440
012450 8220-ZERO-STAY-TOTALS.
012460     MOVE ZERO  TO WK-PAID-IN.
012470     MOVE ZERO  TO WK-PAID-OUT.
012480     MOVE ZERO  TO WK-TAX-NET.
012490     MOVE ZERO  TO WK-REFUND-TOTAL.
012500     MOVE ZERO  TO WK-PAYMENT-COUNT.
012510     MOVE ZERO  TO WK-TAX-COUNT.
012520     MOVE ZERO  TO WK-REFUND-COUNT.
012530     MOVE 'N'   TO WK-MATCHED-FLAG.
012540 8220-EXIT.
012550     EXIT.
012560
012570 8250-PUT-STAY-RECORD.
012580     IF RCN-RECORD-FOUND
012590         REWRITE RECON-WORK-RECORD
012600             INVALID KEY
012610                 DISPLAY "UNABLE TO REWRITE STAY WORK RECORD"
012620         END-REWRITE
012630     ELSE
012640         WRITE RECON-WORK-RECORD
012650             INVALID KEY
012660                 DISPLAY "UNABLE TO WRITE STAY WORK RECORD"
012670         END-WRITE
012680     END-IF.
012690 8250-EXIT.
012700     EXIT.
012710
012720*****************************************************************
012730*  8300-COUNT-BOOKING - COUNT THE STAY IN RESERVATION-RECORD     *
012740*  AGAINST ITS GUEST NUMBER, THE SAME WAY THE ENTRY PROGRAMS     *
012750*  BUMP GM-STAY-COUNT: ONCE PER BOOKING, SO ONLY THE FIRST SITE  *
012760*  OF A GROUP SEEN COUNTS.  THE CANCELLED OLD-KEY RECORD A KEY   *
012770*  CORRECTION LEAVES BEHIND (COBLSC03 3110 CLEARS ITS AMOUNT-    *
012780*  CHANGE DATE) IS THE SAME BOOKING AS ITS NEW-KEY RECORD AND    *
012790*  DOES NOT COUNT AGAIN.  A GUEST NUMBER NOT ON THE GUEST        *
012800*  MASTER HAS NOTHING TO COUNT AGAINST.                          *
012810*****************************************************************
012820 8300-COUNT-BOOKING.
012830     IF RES-GUEST-NUMBER IS NOT NUMERIC
012840         GO TO 8300-EXIT
012850     END-IF.
012860     IF RES-GUEST-NUMBER = ZERO
012870         GO TO 8300-EXIT
012880     END-IF.
012890     IF RES-CANCELLED AND RES-AMOUNT-CHANGE-DATE = ZERO
012900         GO TO 8300-EXIT
012910     END-IF.
012920     IF RES-GROUP-ID IS NUMERIC AND RES-GROUP-ID NOT = ZERO
012930         MOVE SPACES         TO RECON-WORK-RECORD
012940         SET WK-GROUP-RECORD TO TRUE
012950         MOVE RES-GROUP-ID   TO WK-GROUP-ID
012960         WRITE RECON-WORK-RECORD
012970             INVALID KEY
012980                 GO TO 8300-EXIT
012990         END-WRITE
013000     END-IF.
013010     MOVE SPACES           TO RECON-WORK-RECORD.
013020     SET WK-GUEST-RECORD   TO TRUE.
013030     MOVE RES-GUEST-NUMBER TO WK-GUEST-NUMBER.
013040     READ RECON-WORK-FILE
013050         INVALID KEY
013060             GO TO 8300-EXIT
013070     END-READ.
013080     ADD 1 TO WK-BOOKING-COUNT.
013090     REWRITE RECON-WORK-RECORD
013100         INVALID KEY
013110             DISPLAY "UNABLE TO REWRITE GUEST WORK RECORD"
013120     END-REWRITE.
013130 8300-EXIT.
013140     EXIT.
013150
013160*****************************************************************
013170*  8900-STAMP-RUN-END - MARK THE RUN ENDED ON THE RUN-CONTROL   *
013180*  RECORD AND LOG IT.  ONLY A RUN THAT STAMPED ITS START GETS   *
013190*  HERE - A REFUSED RUN LEAVES THE RECORD ALONE.                *
013200*****************************************************************
013210 8900-STAMP-RUN-END.
013220     MOVE RCN-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
013230     READ RUN-CONTROL-FILE
013240         INVALID KEY
013250             DISPLAY "UNABLE TO READ RUN CONTROL RECORD"
013260             GO TO 8900-EXIT
013270     END-READ.
013280     SET RC-ENDED TO TRUE.
013290     ACCEPT RC-LAST-END-DATE FROM DATE YYYYMMDD.
013300     ACCEPT RC-LAST-END-TIME FROM TIME.
013310     REWRITE RUN-CONTROL-RECORD
013320         INVALID KEY
013330             DISPLAY "UNABLE TO REWRITE RUN CONTROL RECORD"
013340     END-REWRITE.
013350     MOVE 'END'   TO RCN-RUN-EVENT.
013360     PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT.
013370     CLOSE RUN-CONTROL-FILE.
013380     CLOSE RUN-LOG-FILE.
013390 8900-EXIT.
013400     EXIT.
013410
013420 8950-WRITE-RUN-LOG.
013430     MOVE SPACES             TO RUN-LOG-RECORD.
013440     MOVE RCN-RUN-PROGRAM-ID TO RL-PROGRAM-ID.
013450     MOVE RCN-RUN-SEQ-NO     TO RL-SEQUENCE-NO.
013460     MOVE RCN-RUN-EVENT      TO RL-EVENT.
013470     MOVE RCN-RUN-DATE       TO RL-BUSINESS-DATE.
013480     ACCEPT RL-EVENT-DATE FROM DATE YYYYMMDD.
013490     ACCEPT RL-EVENT-TIME FROM TIME.
013500     WRITE RUN-LOG-RECORD.
013510 8950-EXIT.
013520     EXIT.
013530
013540*****************************************************************
013550*  9000-TERMINATE - STAMP THE RUN ENDED, THEN CLOSE FILES       *
013560*****************************************************************
013570 9000-TERMINATE.
013580     IF RCN-RUN-STAMPED
013590         PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT
013600     END-IF.
013610     CLOSE RESERVATION-FILE.
013620     IF NOT RCN-NO-ARCHIVE
013630         CLOSE ARCHIVE-FILE
013640     END-IF.
013650     CLOSE GUEST-MASTER-FILE.
013660     CLOSE SITE-MASTER-FILE.
013670     CLOSE RECON-WORK-FILE.
013680     CLOSE RECON-EXCEPTION-FILE.
013690     CLOSE RECON-REPORT-FILE.
013700 9000-EXIT.
013710     EXIT.
