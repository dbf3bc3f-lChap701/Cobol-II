000100*****************************************************************
000110*  COBLSC37                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC37.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-12.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  MONTHLY DISCOUNT PASS REPORT.  THE STATE REPAYS     *
000210*  PART OF WHAT THE PARKS GIVE UP TO SENIOR, DISABLED-VETERAN,   *
000220*  AND ACCESS-PASS HOLDERS, AND THIS IS THE CLAIM.  FOR A        *
000230*  PROMPTED MONTH (BLANK MEANING THE CURRENT MONTH), ONE         *
000240*  SECTION PER CAMPGROUND THAT GAVE A DISCOUNT AND A CLOSING     *
000250*  SECTION FOR ALL CAMPGROUNDS, EACH WITH A LINE PER DISCOUNT    *
000260*  CATEGORY (DISCCAT.CPY, SEE COBLSC36):                         *
000270*                                                                *
000280*    STAYS      - PASS HOLDERS' STAYS ARRIVING IN THE MONTH.     *
000290*    SITE-NIGHTS - NIGHTS OF THOSE STAYS THE DISCOUNT CAME OFF   *
000300*                 (RES-DISCOUNT-NIGHTS).                         *
000310*    GIVEN UP   - DOLLARS TAKEN OFF THE ROOM CHARGE              *
000320*                 (RES-DISCOUNT-AMOUNT).                         *
000330*                                                                *
000340*  A STAY IS CLAIMED IN THE MONTH IT ARRIVES, WHOLE - THE        *
000350*  DISCOUNT IS STORED FOR THE STAY, NOT NIGHT BY NIGHT.  ONLY    *
000360*  STAYS STILL BOOKED, IN THE PARK, OR CHECKED OUT (STATUS A,    *
000370*  I, OR O) COUNT; A CANCELLED STAY OR A NO-SHOW WAS NEVER       *
000380*  RENTED AT THE DISCOUNT.  THE ARCHIVE (RESARCH) IS READ        *
000390*  ALONG WITH THE LIVE FILE, SO A PURGED MONTH REPORTS THE SAME  *
000400*  FIGURES IT DID BEFORE THE PURGE.  A PASS CODE SINCE DROPPED   *
000410*  FROM THE CATEGORY TABLE PRINTS UNDER "OTHER".                 *
000420*                                                                *
000430*  MOD-LOG                                                       *
000440*  DATE       BY   DESCRIPTION                                   *
000450*  ---------- ---- ------------------------------------------    *
000460*  2026-10-12 RLH  ORIGINAL PROGRAM.                              *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CAMPGROUND-MASTER-FILE ASSIGN TO "CAMPMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CM-CAMPGROUND-NAME
000560         FILE STATUS IS CM-FILE-STATUS.
000570
000580     SELECT RESERVATION-FILE ASSIGN TO "RESERVE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS RES-KEY
000620         FILE STATUS IS RES-FILE-STATUS.
000630
000640     SELECT ARCHIVE-FILE ASSIGN TO "RESARCH"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS ARC-KEY
000680         FILE STATUS IS ARC-FILE-STATUS.
000690
000700     SELECT DISCOUNT-CATEGORY-FILE ASSIGN TO "DISCCAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS DC-KEY
000740         FILE STATUS IS DC-FILE-STATUS.
000750
000760     SELECT DISCOUNT-REPORT-FILE ASSIGN TO "DISCRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS DR-FILE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CAMPGROUND-MASTER-FILE.
000830 COPY CAMPMSTR.CPY.
000840
000850 FD  RESERVATION-FILE.
000860 COPY RESERV.CPY.
000870
000880*****************************************************************
000890*  THE ARCHIVE CARRIES THE SAME RECORD LAYOUT AS RESERV.CPY.     *
000900*  ITS FD NEEDS ITS OWN RECORD AND KEY NAMES, SO THE KEY AND     *
000910*  THE RECORD ARE SPELLED OUT HERE AS X-FIELDS THE SAME          *
000920*  OVERALL LENGTH, MOVED TO THE REAL LAYOUT AS A WHOLE RECORD.   *
000930*****************************************************************
000940 FD  ARCHIVE-FILE.
000950 01  ARCHIVE-RECORD.
000960     05  ARC-KEY.
000970         10  ARC-CAMPGROUND-NAME PIC X(20).
000980         10  FILLER              PIC X(11).
000990     05  FILLER                  PIC X(219).
001000
001010 FD  DISCOUNT-CATEGORY-FILE.
001020 COPY DISCCAT.CPY.
001030
001040 FD  DISCOUNT-REPORT-FILE.
001050 01  DISCOUNT-REPORT-RECORD         PIC X(80).
001060
001070 WORKING-STORAGE SECTION.
001080*****************************************************************
001090*  SWITCHES AND FILE STATUS                                     *
001100*****************************************************************
001110 77  CM-FILE-STATUS              PIC X(02) VALUE ZERO.
001120 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
001130 77  ARC-FILE-STATUS             PIC X(02) VALUE ZERO.
001140 77  DC-FILE-STATUS              PIC X(02) VALUE ZERO.
001150 77  DR-FILE-STATUS              PIC X(02) VALUE ZERO.
001160
001170 77  DSR-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001180     88  DSR-EOJ                 VALUE 'Y'.
001190
001200 77  DSR-CAMPGROUND-EOF-SWITCH   PIC X(01) VALUE 'N'.
001210     88  DSR-CAMPGROUND-EOF      VALUE 'Y'.
001220
001230 77  DSR-RES-DONE-SWITCH         PIC X(01) VALUE 'N'.
001240     88  DSR-RES-DONE            VALUE 'Y'.
001250
001260 77  DSR-ARC-DONE-SWITCH         PIC X(01) VALUE 'N'.
001270     88  DSR-ARC-DONE            VALUE 'Y'.
001280
001290 77  DSR-CAT-DONE-SWITCH         PIC X(01) VALUE 'N'.
001300     88  DSR-CAT-DONE            VALUE 'Y'.
001310
001320 77  DSR-ARCHIVE-SWITCH          PIC X(01) VALUE 'N'.
001330     88  DSR-NO-ARCHIVE          VALUE 'Y'.
001340
001350 77  DSR-DISCCAT-SWITCH          PIC X(01) VALUE 'N'.
001360     88  DSR-NO-DISCCAT          VALUE 'Y'.
001370
001380 77  DSR-ROW-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001390     88  DSR-ROW-FOUND           VALUE 'Y'.
001400
001410 77  DSR-RUN-DATE                PIC 9(08) VALUE ZERO.
001420 77  DSR-DATE-WORK               PIC X(08) VALUE SPACES.
001430
001440 77  DSR-MONTH-X                 PIC X(06) VALUE SPACES.
001450 01  DSR-REPORT-MONTH.
001460     05  DSR-REPORT-YEAR         PIC 9(04).
001470     05  DSR-REPORT-MM           PIC 9(02).
001480 01  DSR-REPORT-MONTH-X REDEFINES DSR-REPORT-MONTH
001490                                 PIC X(06).
001500
001510*****************************************************************
001520*  ROW SUBSCRIPTS.  THE LAST ROW OF THE CATEGORY TABLE IS KEPT   *
001530*  FOR "OTHER" - A PASS CODE NOT ON THE TABLE, OR ONE PAST THE   *
001540*  ROWS THE TABLE HOLDS.                                         *
001550*****************************************************************
001560 77  DSR-ROW-SUB                 PIC 9(02) VALUE ZERO.
001570 77  DSR-HIT-SUB                 PIC 9(02) VALUE ZERO.
001580 77  DSR-CAT-COUNT               PIC 9(02) VALUE ZERO.
001590 77  DSR-MAX-CATEGORIES          PIC 9(02) VALUE 24.
001600 77  DSR-OTHER-ROW               PIC 9(02) VALUE 25.
001610
001620 77  DSR-CAMPGROUND-STAYS        PIC 9(05) VALUE ZERO.
001630
001640*****************************************************************
001650*  THE DISCOUNT CATEGORIES ON FILE, ONE ROW PER PASS CODE IN     *
001660*  CODE ORDER.  WHERE A CODE HAS SEVERAL DATE RANGES THE         *
001670*  DESCRIPTION OF THE LATEST ONE IS SHOWN.                       *
001680*****************************************************************
001690 01  DSR-CATEGORY-TABLE.
001700     05  DSR-CAT-ENTRY OCCURS 25.
001710         10  DSR-CAT-CODE        PIC X(02).
001720         10  DSR-CAT-DESCRIPTION PIC X(20).
001730
001740*****************************************************************
001750*  FIGURES BY CATEGORY ROW - ONE CAMPGROUND, THE REPORT GRAND    *
001760*  TOTALS, AND THE PRINT COPY EITHER ONE IS MOVED TO FOR         *
001770*  6000-PRINT-CATEGORY-BLOCK.  ALL THREE MUST KEEP THE SAME      *
001780*  SHAPE.                                                        *
001790*****************************************************************
001800 01  DSR-CAMPGROUND-FIGURES.
001810     05  DSR-C-ENTRY OCCURS 25.
001820         10  DSR-C-STAYS         PIC 9(05).
001830         10  DSR-C-NIGHTS        PIC 9(07).
001840         10  DSR-C-AMOUNT        PIC 9(07)V99.
001850
001860 01  DSR-GRAND-FIGURES.
001870     05  DSR-G-ENTRY OCCURS 25.
001880         10  DSR-G-STAYS         PIC 9(05) VALUE ZERO.
001890         10  DSR-G-NIGHTS        PIC 9(07) VALUE ZERO.
001900         10  DSR-G-AMOUNT        PIC 9(07)V99 VALUE ZERO.
001910
001920 01  DSR-PRINT-FIGURES.
001930     05  DSR-P-ENTRY OCCURS 25.
001940         10  DSR-P-STAYS         PIC 9(05).
001950         10  DSR-P-NIGHTS        PIC 9(07).
001960         10  DSR-P-AMOUNT        PIC 9(07)V99.
001970
001980 01  DSR-BLOCK-TOTALS.
001990     05  DSR-T-STAYS             PIC 9(05).
002000     05  DSR-T-NIGHTS            PIC 9(07).
002010     05  DSR-T-AMOUNT            PIC 9(07)V99.
002020
002030*****************************************************************
002040*  REPORT LINES                                                 *
002050*****************************************************************
002060 01  DR-HEADING-1.
002070     05  FILLER                  PIC X(22) VALUE SPACES.
002080     05  FILLER                  PIC X(36)
002090             VALUE "MONTHLY DISCOUNT PASS REIMBURSEMENT".
002100     05  FILLER                  PIC X(22) VALUE SPACES.
002110
002120 01  DR-HEADING-2.
002130     05  FILLER                  PIC X(20)
002140             VALUE "STAYS ARRIVING IN  ".
002150     05  DR-H2-YEAR              PIC 9(04).
002160     05  FILLER                  PIC X(01) VALUE "-".
002170     05  DR-H2-MONTH             PIC 9(02).
002180     05  FILLER                  PIC X(15)
002190             VALUE "     RUN DATE: ".
002200     05  DR-H2-RUN-DATE          PIC 9(08).
002210     05  FILLER                  PIC X(30) VALUE SPACES.
002220
002230 01  DR-BLANK-LINE               PIC X(01) VALUE SPACE.
002240
002250 01  DR-CAMPGROUND-HEADING.
002260     05  FILLER                  PIC X(12) VALUE "CAMPGROUND: ".
002270     05  DR-CH-CAMPGROUND        PIC X(20).
002280     05  FILLER                  PIC X(48) VALUE SPACES.
002290
002300 01  DR-COLUMN-HEADING.
002310     05  FILLER                  PIC X(05) VALUE "CODE ".
002320     05  FILLER                  PIC X(22) VALUE "CATEGORY".
002330     05  FILLER                  PIC X(08) VALUE "   STAYS".
002340     05  FILLER                  PIC X(13)
002350             VALUE "  SITE-NIGHTS".
002360     05  FILLER                  PIC X(16)
002370             VALUE "        GIVEN UP".
002380     05  FILLER                  PIC X(16) VALUE SPACES.
002390
002400 01  DR-DETAIL-LINE.
002410     05  DR-D-CODE               PIC X(02).
002420     05  FILLER                  PIC X(03).
002430     05  DR-D-DESCRIPTION        PIC X(20).
002440     05  FILLER                  PIC X(04).
002450     05  DR-D-STAYS              PIC ZZ,ZZ9.
002460     05  FILLER                  PIC X(04).
002470     05  DR-D-NIGHTS             PIC Z,ZZZ,ZZ9.
002480     05  FILLER                  PIC X(04).
002490     05  DR-D-AMOUNT             PIC Z,ZZZ,ZZ9.99.
002500     05  FILLER                  PIC X(16).
002510
002520 PROCEDURE DIVISION.
002530*****************************************************************
002540*  0000-MAINLINE                                                *
002550*****************************************************************
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-PROCESS-CAMPGROUND THRU 2000-EXIT
002590         UNTIL DSR-CAMPGROUND-EOF.
002600     IF NOT DSR-EOJ
002610         PERFORM 7000-PRINT-GRAND-TOTALS THRU 7000-EXIT
002620     END-IF.
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002640     STOP RUN.
002650
002660*****************************************************************
002670*  1000-INITIALIZE - OPEN FILES, PROMPT FOR THE MONTH, LOAD THE  *
002680*  CATEGORY TABLE, PRINT THE HEADINGS, AND PRIME THE             *
002690*  CAMPGROUND-MASTER READ.  NO ARCHIVE FILE YET JUST MEANS       *
002700*  NOTHING HAS BEEN PURGED; NO CATEGORY FILE MEANS EVERY PASS    *
002710*  PRINTS UNDER "OTHER".                                         *
002720*****************************************************************
002730 1000-INITIALIZE.
002740     OPEN INPUT CAMPGROUND-MASTER-FILE.
002750     IF CM-FILE-STATUS NOT = "00"
002760         DISPLAY "UNABLE TO OPEN CAMPGROUND MASTER FILE"
002770         MOVE 'Y' TO DSR-EOJ-SWITCH
002780         MOVE 'Y' TO DSR-CAMPGROUND-EOF-SWITCH
002790         GO TO 1000-EXIT
002800     END-IF.
002810
002820     OPEN INPUT RESERVATION-FILE.
002830     IF RES-FILE-STATUS NOT = "00"
002840         DISPLAY "UNABLE TO OPEN RESERVATION FILE"
002850         MOVE 'Y' TO DSR-EOJ-SWITCH
002860         MOVE 'Y' TO DSR-CAMPGROUND-EOF-SWITCH
002870         GO TO 1000-EXIT
002880     END-IF.
002890
002900     OPEN INPUT ARCHIVE-FILE.
002910     IF ARC-FILE-STATUS = "35"
002920         SET DSR-NO-ARCHIVE TO TRUE
002930     ELSE
002940         IF ARC-FILE-STATUS NOT = "00"
002950             DISPLAY "UNABLE TO OPEN ARCHIVE FILE"
002960             MOVE 'Y' TO DSR-EOJ-SWITCH
002970             MOVE 'Y' TO DSR-CAMPGROUND-EOF-SWITCH
002980             GO TO 1000-EXIT
002990         END-IF
003000     END-IF.
003010
003020     OPEN INPUT DISCOUNT-CATEGORY-FILE.
003030     IF DC-FILE-STATUS = "35"
003040         SET DSR-NO-DISCCAT TO TRUE
003050     ELSE
003060         IF DC-FILE-STATUS NOT = "00"
003070             DISPLAY "UNABLE TO OPEN DISCOUNT CATEGORY FILE"
003080             MOVE 'Y' TO DSR-EOJ-SWITCH
003090             MOVE 'Y' TO DSR-CAMPGROUND-EOF-SWITCH
003100             GO TO 1000-EXIT
003110         END-IF
003120     END-IF.
003130
003140     OPEN OUTPUT DISCOUNT-REPORT-FILE.
003150     IF DR-FILE-STATUS NOT = "00"
003160         DISPLAY "UNABLE TO OPEN DISCOUNT REPORT FILE"
003170         MOVE 'Y' TO DSR-EOJ-SWITCH
003180         MOVE 'Y' TO DSR-CAMPGROUND-EOF-SWITCH
003190         GO TO 1000-EXIT
003200     END-IF.
003210
003220     ACCEPT DSR-RUN-DATE FROM DATE YYYYMMDD.
003230
003240     DISPLAY "DISCOUNT REPORT MONTH YYYYMM (BLANK=CURRENT):".
003250     ACCEPT DSR-MONTH-X.
003260     IF DSR-MONTH-X = SPACES OR DSR-MONTH-X = ZEROS
003270        OR DSR-MONTH-X IS NOT NUMERIC
003280         MOVE DSR-RUN-DATE TO DSR-DATE-WORK
003290         MOVE DSR-DATE-WORK(1:6) TO DSR-MONTH-X
003300     END-IF.
003310     MOVE DSR-MONTH-X TO DSR-REPORT-MONTH-X.
003320     IF DSR-REPORT-MM < 1 OR DSR-REPORT-MM > 12
003330         DISPLAY "INVALID REPORT MONTH - RUN CANCELLED"
003340         MOVE 'Y' TO DSR-EOJ-SWITCH
003350         MOVE 'Y' TO DSR-CAMPGROUND-EOF-SWITCH
003360         GO TO 1000-EXIT
003370     END-IF.
003380
003390     PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.
003400
003410     MOVE DSR-REPORT-YEAR TO DR-H2-YEAR.
003420     MOVE DSR-REPORT-MM   TO DR-H2-MONTH.
003430     MOVE DSR-RUN-DATE    TO DR-H2-RUN-DATE.
003440     WRITE DISCOUNT-REPORT-RECORD FROM DR-HEADING-1.
003450     WRITE DISCOUNT-REPORT-RECORD FROM DR-HEADING-2.
003460
003470     PERFORM 2100-READ-CAMPGROUND THRU 2100-EXIT.
003480 1000-EXIT.
003490     EXIT.
003500
003510*****************************************************************
003520*  1100-LOAD-CATEGORIES - ONE TABLE ROW PER DISTINCT PASS CODE   *
003530*  ON THE CATEGORY FILE, IN KEY ORDER.  THE LAST ROW IS SET UP   *
003540*  AS "OTHER".                                                   *
003550*****************************************************************
003560 1100-LOAD-CATEGORIES.
003570     MOVE SPACES TO DSR-CATEGORY-TABLE.
003580     MOVE ZERO   TO DSR-CAT-COUNT.
003590     MOVE "**"   TO DSR-CAT-CODE(DSR-OTHER-ROW).
003600     MOVE "OTHER" TO DSR-CAT-DESCRIPTION(DSR-OTHER-ROW).
003610     IF DSR-NO-DISCCAT
003620         GO TO 1100-EXIT
003630     END-IF.
003640     MOVE 'N' TO DSR-CAT-DONE-SWITCH.
003650     PERFORM 1150-LOAD-ONE-CATEGORY THRU 1150-EXIT
003660         UNTIL DSR-CAT-DONE.
003670 1100-EXIT.
003680     EXIT.
003690
003700 1150-LOAD-ONE-CATEGORY.
003710     READ DISCOUNT-CATEGORY-FILE NEXT RECORD
003720         AT END
003730             SET DSR-CAT-DONE TO TRUE
003740             GO TO 1150-EXIT
003750     END-READ.
003760     IF DSR-CAT-COUNT > ZERO
003770         IF DC-PASS-TYPE = DSR-CAT-CODE(DSR-CAT-COUNT)
003780             MOVE DC-DESCRIPTION
003790                 TO DSR-CAT-DESCRIPTION(DSR-CAT-COUNT)
003800             GO TO 1150-EXIT
003810         END-IF
003820     END-IF.
003830     IF DSR-CAT-COUNT NOT < DSR-MAX-CATEGORIES
003840         DISPLAY "MORE THAN 24 PASS CODES - " DC-PASS-TYPE
003850             " REPORTED UNDER OTHER"
003860         GO TO 1150-EXIT
003870     END-IF.
003880     ADD 1 TO DSR-CAT-COUNT.
003890     MOVE DC-PASS-TYPE   TO DSR-CAT-CODE(DSR-CAT-COUNT).
003900     MOVE DC-DESCRIPTION TO DSR-CAT-DESCRIPTION(DSR-CAT-COUNT).
003910 1150-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950*  2000-PROCESS-CAMPGROUND - GATHER ONE CAMPGROUND'S DISCOUNTED  *
003960*  STAYS, PRINT ITS SECTION IF IT HAD ANY, THEN ADVANCE TO THE   *
003970*  NEXT MASTER RECORD.  AN INACTIVE CAMPGROUND IS STILL READ -   *
003980*  ITS STAYS BEFORE IT CLOSED ARE STILL CLAIMED.                 *
003990*****************************************************************
004000 2000-PROCESS-CAMPGROUND.
004010     MOVE ZEROS TO DSR-CAMPGROUND-FIGURES.
004020     MOVE ZERO  TO DSR-CAMPGROUND-STAYS.
004030     PERFORM 2300-WALK-RESERVATIONS THRU 2300-EXIT.
004040     IF NOT DSR-NO-ARCHIVE
004050         PERFORM 2500-WALK-ARCHIVE THRU 2500-EXIT
004060     END-IF.
004070     IF DSR-CAMPGROUND-STAYS > ZERO
004080         PERFORM 2700-PRINT-CAMPGROUND THRU 2700-EXIT
004090     END-IF.
004100     PERFORM 2100-READ-CAMPGROUND THRU 2100-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130
004140 2100-READ-CAMPGROUND.
004150     READ CAMPGROUND-MASTER-FILE NEXT RECORD
004160         AT END
004170             SET DSR-CAMPGROUND-EOF TO TRUE
004180     END-READ.
004190 2100-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230*  2300-WALK-RESERVATIONS - EVERY LIVE BOOKING AT THE            *
004240*  CAMPGROUND                                                    *
004250*****************************************************************
004260 2300-WALK-RESERVATIONS.
004270     MOVE CM-CAMPGROUND-NAME TO RES-CAMPGROUND-NAME.
004280     MOVE LOW-VALUES         TO RES-SITE.
004290     MOVE LOW-VALUES         TO RES-ARRIVAL-DATE.
004300     START RESERVATION-FILE KEY IS NOT LESS THAN RES-KEY
004310         INVALID KEY
004320             GO TO 2300-EXIT
004330     END-START.
004340     MOVE 'N' TO DSR-RES-DONE-SWITCH.
004350     PERFORM 2350-READ-ONE-RESERVATION THRU 2350-EXIT
004360         UNTIL DSR-RES-DONE.
004370 2300-EXIT.
004380     EXIT.
004390
004400 2350-READ-ONE-RESERVATION.
004410     READ RESERVATION-FILE NEXT RECORD
004420         AT END
004430             SET DSR-RES-DONE TO TRUE
004440             GO TO 2350-EXIT
004450     END-READ.
004460     IF RES-CAMPGROUND-NAME NOT = CM-CAMPGROUND-NAME
004470         SET DSR-RES-DONE TO TRUE
004480         GO TO 2350-EXIT
004490     END-IF.
004500     PERFORM 3000-TALLY-STAY THRU 3000-EXIT.
004510 2350-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550*  2500-WALK-ARCHIVE - EVERY PURGED BOOKING AT THE CAMPGROUND,   *
004560*  MOVED INTO THE RESERVATION LAYOUT AND TALLIED THE SAME WAY.   *
004570*  THE PURGE MOVES A RECORD RATHER THAN COPYING IT, SO NO STAY   *
004580*  IS COUNTED FROM BOTH FILES.                                   *
004590*****************************************************************
004600 2500-WALK-ARCHIVE.
004610     MOVE LOW-VALUES         TO ARC-KEY.
004620     MOVE CM-CAMPGROUND-NAME TO ARC-CAMPGROUND-NAME.
004630     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
004640         INVALID KEY
004650             GO TO 2500-EXIT
004660     END-START.
004670     MOVE 'N' TO DSR-ARC-DONE-SWITCH.
004680     PERFORM 2550-READ-ONE-ARCHIVE THRU 2550-EXIT
004690         UNTIL DSR-ARC-DONE.
004700 2500-EXIT.
004710     EXIT.
004720
004730 2550-READ-ONE-ARCHIVE.
004740     READ ARCHIVE-FILE NEXT RECORD
004750         AT END
004760             SET DSR-ARC-DONE TO TRUE
004770             GO TO 2550-EXIT
004780     END-READ.
004790     IF ARC-CAMPGROUND-NAME NOT = CM-CAMPGROUND-NAME
004800         SET DSR-ARC-DONE TO TRUE
004810         GO TO 2550-EXIT
004820     END-IF.
004830     MOVE ARCHIVE-RECORD TO RESERVATION-RECORD.
004840     PERFORM 3000-TALLY-STAY THRU 3000-EXIT.
004850 2550-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890*  2700-PRINT-CAMPGROUND - PRINT ONE CAMPGROUND'S SECTION AND    *
004900*  ROLL ITS FIGURES INTO THE REPORT GRAND TOTALS                 *
004910*****************************************************************
004920 2700-PRINT-CAMPGROUND.
004930     MOVE CM-CAMPGROUND-NAME TO DR-CH-CAMPGROUND.
004940     MOVE DSR-CAMPGROUND-FIGURES TO DSR-PRINT-FIGURES.
004950     PERFORM 6000-PRINT-CATEGORY-BLOCK THRU 6000-EXIT.
004960     PERFORM 2750-ROLL-GRAND-ROW THRU 2750-EXIT
004970         VARYING DSR-ROW-SUB FROM 1 BY 1
004980         UNTIL DSR-ROW-SUB > DSR-OTHER-ROW.
004990 2700-EXIT.
005000     EXIT.
005010
005020 2750-ROLL-GRAND-ROW.
005030     ADD DSR-C-STAYS(DSR-ROW-SUB)  TO DSR-G-STAYS(DSR-ROW-SUB).
005040     ADD DSR-C-NIGHTS(DSR-ROW-SUB) TO DSR-G-NIGHTS(DSR-ROW-SUB).
005050     ADD DSR-C-AMOUNT(DSR-ROW-SUB) TO DSR-G-AMOUNT(DSR-ROW-SUB).
005060 2750-EXIT.
005070     EXIT.
005080
005090*****************************************************************
005100*  3000-TALLY-STAY - A PASS HOLDER'S STAY ARRIVING IN THE        *
005110*  MONTH, STILL BOOKED OR ACTUALLY STAYED, COUNTS UNDER ITS      *
005120*  CATEGORY ROW.  RECORDS WRITTEN BEFORE THE DISCOUNT FIELDS     *
005130*  EXISTED ARE GUARDED THE SAME AS THE TAX FIELD ELSEWHERE.      *
005140*****************************************************************
005150 3000-TALLY-STAY.
005160     IF RES-NO-PASS
005170         GO TO 3000-EXIT
005180     END-IF.
005190     IF NOT RES-ACTIVE
005200        AND NOT RES-CHECKED-IN
005210        AND NOT RES-CHECKED-OUT
005220         GO TO 3000-EXIT
005230     END-IF.
005240     IF RES-ARR-YEAR NOT = DSR-REPORT-YEAR
005250        OR RES-ARR-MONTH NOT = DSR-REPORT-MM
005260         GO TO 3000-EXIT
005270     END-IF.
005280     PERFORM 3100-FIND-CATEGORY-ROW THRU 3100-EXIT.
005290     ADD 1 TO DSR-C-STAYS(DSR-HIT-SUB).
005300     ADD 1 TO DSR-CAMPGROUND-STAYS.
005310     IF RES-DISCOUNT-NIGHTS IS NUMERIC
005320         ADD RES-DISCOUNT-NIGHTS TO DSR-C-NIGHTS(DSR-HIT-SUB)
005330     END-IF.
005340     IF RES-DISCOUNT-AMOUNT IS NUMERIC
005350         ADD RES-DISCOUNT-AMOUNT TO DSR-C-AMOUNT(DSR-HIT-SUB)
005360     END-IF.
005370 3000-EXIT.
005380     EXIT.
005390
005400*****************************************************************
005410*  3100-FIND-CATEGORY-ROW - THE TABLE ROW FOR RES-PASS-TYPE IN   *
005420*  DSR-HIT-SUB, OR THE "OTHER" ROW                               *
005430*****************************************************************
005440 3100-FIND-CATEGORY-ROW.
005450     MOVE DSR-OTHER-ROW TO DSR-HIT-SUB.
005460     MOVE 'N' TO DSR-ROW-FOUND-SWITCH.
005470     PERFORM 3150-CHECK-ONE-ROW THRU 3150-EXIT
005480         VARYING DSR-ROW-SUB FROM 1 BY 1
005490         UNTIL DSR-ROW-SUB > DSR-CAT-COUNT
005500            OR DSR-ROW-FOUND.
005510 3100-EXIT.
005520     EXIT.
005530
005540 3150-CHECK-ONE-ROW.
005550     IF DSR-CAT-CODE(DSR-ROW-SUB) = RES-PASS-TYPE
005560         MOVE DSR-ROW-SUB TO DSR-HIT-SUB
005570         SET DSR-ROW-FOUND TO TRUE
005580     END-IF.
005590 3150-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630*  6000-PRINT-CATEGORY-BLOCK - THE CAMPGROUND HEADING ALREADY    *
005640*  SET IN DR-CH-CAMPGROUND, THEN ONE LINE PER CATEGORY WITH      *
005650*  ANY STAYS IN THE PRINT COPY, THEN THE BLOCK TOTAL             *
005660*****************************************************************
005670 6000-PRINT-CATEGORY-BLOCK.
005680     MOVE ZEROS TO DSR-BLOCK-TOTALS.
005690     WRITE DISCOUNT-REPORT-RECORD FROM DR-BLANK-LINE.
005700     WRITE DISCOUNT-REPORT-RECORD FROM DR-CAMPGROUND-HEADING.
005710     WRITE DISCOUNT-REPORT-RECORD FROM DR-COLUMN-HEADING.
005720     PERFORM 6100-PRINT-ONE-ROW THRU 6100-EXIT
005730         VARYING DSR-ROW-SUB FROM 1 BY 1
005740         UNTIL DSR-ROW-SUB > DSR-OTHER-ROW.
005750     MOVE SPACES            TO DR-DETAIL-LINE.
005760     MOVE "TOTAL"           TO DR-D-DESCRIPTION.
005770     MOVE DSR-T-STAYS       TO DR-D-STAYS.
005780     MOVE DSR-T-NIGHTS      TO DR-D-NIGHTS.
005790     MOVE DSR-T-AMOUNT      TO DR-D-AMOUNT.
005800     WRITE DISCOUNT-REPORT-RECORD FROM DR-DETAIL-LINE.
005810 6000-EXIT.
005820     EXIT.
005830
005840 6100-PRINT-ONE-ROW.
005850     IF DSR-P-STAYS(DSR-ROW-SUB) = ZERO
005860         GO TO 6100-EXIT
005870     END-IF.
005880     MOVE SPACES                          TO DR-DETAIL-LINE.
005890     MOVE DSR-CAT-CODE(DSR-ROW-SUB)       TO DR-D-CODE.
005900     MOVE DSR-CAT-DESCRIPTION(DSR-ROW-SUB) TO DR-D-DESCRIPTION.
005910     MOVE DSR-P-STAYS(DSR-ROW-SUB)        TO DR-D-STAYS.
005920     MOVE DSR-P-NIGHTS(DSR-ROW-SUB)       TO DR-D-NIGHTS.
005930     MOVE DSR-P-AMOUNT(DSR-ROW-SUB)       TO DR-D-AMOUNT.
005940     WRITE DISCOUNT-REPORT-RECORD FROM DR-DETAIL-LINE.
005950     ADD DSR-P-STAYS(DSR-ROW-SUB)  TO DSR-T-STAYS.
005960     ADD DSR-P-NIGHTS(DSR-ROW-SUB) TO DSR-T-NIGHTS.
005970     ADD DSR-P-AMOUNT(DSR-ROW-SUB) TO DSR-T-AMOUNT.
005980 6100-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020*  7000-PRINT-GRAND-TOTALS - THE SAME BLOCK FOR ALL CAMPGROUNDS  *
006030*  TOGETHER - THE FIGURES CLAIMED FROM THE STATE                 *
006040*****************************************************************
006050 7000-PRINT-GRAND-TOTALS.
006060     MOVE "ALL CAMPGROUNDS"   TO DR-CH-CAMPGROUND.
006070     MOVE DSR-GRAND-FIGURES   TO DSR-PRINT-FIGURES.
006080     PERFORM 6000-PRINT-CATEGORY-BLOCK THRU 6000-EXIT.
006090 7000-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130*  9000-TERMINATE - CLOSE FILES                                 *
006140*****************************************************************
006150 9000-TERMINATE.
006160     CLOSE CAMPGROUND-MASTER-FILE.
006170     CLOSE RESERVATION-FILE.
006180     IF NOT DSR-NO-ARCHIVE
006190         CLOSE ARCHIVE-FILE
006200     END-IF.
006210     IF NOT DSR-NO-DISCCAT
006220         CLOSE DISCOUNT-CATEGORY-FILE
006230     END-IF.
006240     CLOSE DISCOUNT-REPORT-FILE.
006250 9000-EXIT.
006260     EXIT.
