000100*****************************************************************
000110*  COBLSC26                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC26.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-06.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  MONTHLY OCCUPANCY AND REVENUE STATISTICS.  BATCH    *
000210*  REPORT FOR THE BOARD: FOR A PROMPTED MONTH (BLANK MEANING     *
000220*  THE CURRENT MONTH) OR, ON AN R, A PROMPTED RANGE OF NIGHTS,   *
000230*  ONE SECTION PER ACTIVE CAMPGROUND AND A CLOSING SECTION FOR   *
000240*  ALL CAMPGROUNDS, EACH BROKEN OUT BY SITE TYPE (TENT/RV/       *
000250*  ELECTRIC, OFF THE SITE MASTER) AND BY WEEKDAY AGAINST         *
000260*  WEEKEND NIGHT (FRIDAY AND SATURDAY, THE SAME NIGHTS THE       *
000270*  RATE SCHEDULE PRICES AS WEEKEND):                             *
000280*                                                                *
000290*    AVAILABLE - ACTIVE SITES TIMES NIGHTS IN THE RANGE.         *
000300*    SOLD      - NIGHTS BOOKED AND NOT CANCELLED (STATUS A, I,   *
000310*                O, OR N).                                       *
000320*    OCCUPIED  - NIGHTS THE GUEST ACTUALLY CHECKED IN FOR        *
000330*                (STATUS I OR O).  OCC % IS OCCUPIED OVER        *
000340*                AVAILABLE.                                      *
000350*    NO-SHOW   - SOLD NIGHTS OF A STAY MARKED N AT THE GATE.     *
000360*    CANCELLED - NIGHTS A CANCELLED BOOKING WOULD HAVE HELD.     *
000370*    REVENUE   - THE ROOM CHARGE (RES-AMOUNT, TAX EXCLUDED)      *
000380*                SPREAD EVENLY OVER THE NIGHTS OF THE STAY,      *
000390*                COUNTED FOR EVERY SOLD NIGHT EXCEPT NO-SHOWS.   *
000400*                THE ODD CENTS OF THE SPLIT RIDE ON THE LAST     *
000410*                NIGHT, SO A WHOLE STAY ALWAYS ADDS BACK TO      *
000420*                ITS CHARGE.  AVG RATE IS REVENUE OVER THE       *
000430*                NIGHTS THAT CARRIED IT.                         *
000440*                                                                *
000450*  THE ARCHIVE (RESARCH, WRITTEN BY THE COBLSC12 PURGE) IS       *
000460*  READ ALONG WITH THE LIVE RESERVATION FILE, SO A MONTH THAT    *
000470*  HAS SINCE BEEN PURGED REPORTS THE SAME FIGURES IT DID          *
000480*  BEFORE THE PURGE.                                             *
000490*                                                                *
000500*  MOD-LOG                                                       *
000510*  DATE       BY   DESCRIPTION                                   *
000520*  ---------- ---- ------------------------------------------    *
000530*  2026-10-06 RLH  ORIGINAL PROGRAM.                              *
000530*  2026-10-12 RLH  RESERVATION RECORD GREW TO 250 BYTES (PASS    *
000530*                  TYPE AND DISCOUNT FIELDS) - THE SPELLED-OUT   *
000530*                  ARCHIVE RECORD RESIZED TO MATCH.              *
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT CAMPGROUND-MASTER-FILE ASSIGN TO "CAMPMSTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS CM-CAMPGROUND-NAME
000630         FILE STATUS IS CM-FILE-STATUS.
000640
000650     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SM-KEY
000690         FILE STATUS IS SM-FILE-STATUS.
000700
000710     SELECT RESERVATION-FILE ASSIGN TO "RESERVE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RES-KEY
000750         FILE STATUS IS RES-FILE-STATUS.
000760
000770     SELECT ARCHIVE-FILE ASSIGN TO "RESARCH"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS ARC-KEY
000810         FILE STATUS IS ARC-FILE-STATUS.
000820
000830     SELECT OCCUPANCY-REPORT-FILE ASSIGN TO "OCCRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS OR-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CAMPGROUND-MASTER-FILE.
000900 COPY CAMPMSTR.CPY.
000910
000920 FD  SITE-MASTER-FILE.
000930 COPY SITEMST.CPY.
000940
000950 FD  RESERVATION-FILE.
000960 COPY RESERV.CPY.
000970
000980*****************************************************************
000990*  THE ARCHIVE CARRIES THE SAME RECORD LAYOUT AS RESERV.CPY.     *
001000*  ITS FD NEEDS ITS OWN RECORD AND KEY NAMES, SO THE KEY AND     *
001010*  THE RECORD ARE SPELLED OUT HERE AS X-FIELDS THE SAME          *
001020*  OVERALL LENGTH, MOVED TO THE REAL LAYOUT AS A WHOLE RECORD.   *
001030*****************************************************************
001040 FD  ARCHIVE-FILE.
001050 01  ARCHIVE-RECORD.
001060     05  ARC-KEY.
001070         10  ARC-CAMPGROUND-NAME PIC X(20).
001080         10  FILLER              PIC X(11).
001090     05  FILLER                  PIC X(219).
001100
001110 FD  OCCUPANCY-REPORT-FILE.
001120 01  OCCUPANCY-REPORT-RECORD        PIC X(100).
001130
001140 WORKING-STORAGE SECTION.
001150*****************************************************************
001160*  SWITCHES AND FILE STATUS                                     *
001170*****************************************************************
001180 77  CM-FILE-STATUS              PIC X(02) VALUE ZERO.
001190 77  SM-FILE-STATUS              PIC X(02) VALUE ZERO.
001200 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
001210 77  ARC-FILE-STATUS             PIC X(02) VALUE ZERO.
001220 77  OR-FILE-STATUS              PIC X(02) VALUE ZERO.
001230
001240 77  OCC-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001250     88  OCC-EOJ                 VALUE 'Y'.
001260
001270 77  OCC-CAMPGROUND-EOF-SWITCH   PIC X(01) VALUE 'N'.
001280     88  OCC-CAMPGROUND-EOF      VALUE 'Y'.
001290
001300 77  OCC-SITE-DONE-SWITCH        PIC X(01) VALUE 'N'.
001310     88  OCC-SITE-DONE           VALUE 'Y'.
001320
001330 77  OCC-RES-DONE-SWITCH         PIC X(01) VALUE 'N'.
001340     88  OCC-RES-DONE            VALUE 'Y'.
001350
001360 77  OCC-ARC-DONE-SWITCH         PIC X(01) VALUE 'N'.
001370     88  OCC-ARC-DONE            VALUE 'Y'.
001380
001390 77  OCC-ARCHIVE-SWITCH          PIC X(01) VALUE 'N'.
001400     88  OCC-NO-ARCHIVE          VALUE 'Y'.
001410
001420 77  OCC-DATE-SWITCH             PIC X(01) VALUE 'Y'.
001430     88  OCC-DATE-VALID          VALUE 'Y'.
001440     88  OCC-DATE-INVALID        VALUE 'N'.
001450
001460 77  OCC-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
001470     88  OCC-LEAP-YEAR           VALUE 'Y'.
001480     88  OCC-NOT-LEAP-YEAR       VALUE 'N'.
001490
001500 77  OCC-RUN-DATE                PIC 9(08) VALUE ZERO.
001510
001520 77  OCC-MONTH-X                 PIC X(06) VALUE SPACES.
001530
001540 77  OCC-START-DATE-X            PIC X(08) VALUE SPACES.
001550 77  OCC-START-DATE-N REDEFINES OCC-START-DATE-X
001560                                 PIC 9(08).
001570 77  OCC-END-DATE-X              PIC X(08) VALUE SPACES.
001580 77  OCC-END-DATE-N REDEFINES OCC-END-DATE-X
001590                                 PIC 9(08).
001600
001610 77  OCC-DATE-WORK               PIC X(08) VALUE SPACES.
001620
001630 77  OCC-TYPE-CODE               PIC X(01) VALUE SPACE.
001640     88  OCC-TYPE-RV             VALUE 'R'.
001650     88  OCC-TYPE-ELECTRIC       VALUE 'E'.
001660
001670 77  OCC-TYPE-SUB                PIC 9(01) VALUE ZERO.
001680 77  OCC-DAY-SUB                 PIC 9(01) VALUE ZERO.
001690 77  OCC-NIGHT-SUB               PIC 9(03) VALUE ZERO.
001700
001710 77  OCC-WEEKDAY-NIGHTS          PIC 9(05) VALUE ZERO.
001720 77  OCC-WEEKEND-NIGHTS          PIC 9(05) VALUE ZERO.
001730
001740 77  OCC-NIGHT-SHARE             PIC 9(05)V99 VALUE ZERO.
001750 77  OCC-LAST-NIGHT-SHARE        PIC 9(05)V99 VALUE ZERO.
001760 77  OCC-THIS-NIGHT-SHARE        PIC 9(05)V99 VALUE ZERO.
001770
001780 77  OCC-PCT-WORK                PIC 9(03)V9 VALUE ZERO.
001790 77  OCC-RATE-WORK               PIC 9(05)V99 VALUE ZERO.
001800 77  OCC-RATE-NIGHTS             PIC 9(07) VALUE ZERO.
001810
001820 77  OCC-DAYS-IN-MONTH           PIC 9(02) VALUE ZERO.
001830 77  OCC-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001840 77  OCC-DIVIDE-REMAINDER        PIC 9(04) VALUE ZERO.
001850
001860 77  OCC-ZELLER-M                PIC 9(02) VALUE ZERO.
001870 77  OCC-ZELLER-Y                PIC 9(04) VALUE ZERO.
001880 77  OCC-ZELLER-J                PIC 9(02) VALUE ZERO.
001890 77  OCC-ZELLER-K                PIC 9(02) VALUE ZERO.
001900 77  OCC-ZELLER-T1               PIC 9(03) VALUE ZERO.
001910 77  OCC-ZELLER-T2               PIC 9(02) VALUE ZERO.
001920 77  OCC-ZELLER-T3               PIC 9(02) VALUE ZERO.
001930 77  OCC-ZELLER-WORK             PIC 9(05) VALUE ZERO.
001940 77  OCC-ZELLER-Q                PIC 9(04) VALUE ZERO.
001950 77  OCC-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
001960     88  OCC-WEEKEND-NIGHT       VALUES 0 6.
001970
001980*****************************************************************
001990*  NIGHT DATE - THE NIGHT BEING COUNTED, STEPPED A DAY AT A      *
002000*  TIME THE SAME WAY THE PRICING ROUTINES STEP A STAY            *
002010*****************************************************************
002020 01  OCC-NIGHT-DATE.
002030     05  OCC-NIGHT-YEAR          PIC 9(04).
002040     05  OCC-NIGHT-MONTH         PIC 9(02).
002050         88  OCC-NIGHT-30-DAY-MO VALUES 4 6 9 11.
002060         88  OCC-NIGHT-31-DAY-MO VALUES 1 3 5 7 8 10 12.
002070     05  OCC-NIGHT-DAY           PIC 9(02).
002080 01  OCC-NIGHT-DATE-N REDEFINES OCC-NIGHT-DATE
002090                                 PIC 9(08).
002100
002110*****************************************************************
002120*  ROW LABELS - SITE TYPES 1-3 AND NIGHT KINDS 1-2, IN THE       *
002130*  ORDER OF THE STATISTICS TABLES BELOW                          *
002140*****************************************************************
002150 01  OCC-TYPE-NAME-VALUES.
002160     05  FILLER                  PIC X(10) VALUE "TENT".
002170     05  FILLER                  PIC X(10) VALUE "RV".
002180     05  FILLER                  PIC X(10) VALUE "ELECTRIC".
002190 01  OCC-TYPE-NAME-TABLE REDEFINES OCC-TYPE-NAME-VALUES.
002200     05  OCC-TYPE-NAME           PIC X(10) OCCURS 3.
002210
002220 01  OCC-DAY-NAME-VALUES.
002230     05  FILLER                  PIC X(10) VALUE "WEEKDAY".
002240     05  FILLER                  PIC X(10) VALUE "WEEKEND".
002250 01  OCC-DAY-NAME-TABLE REDEFINES OCC-DAY-NAME-VALUES.
002260     05  OCC-DAY-NAME            PIC X(10) OCCURS 2.
002270
002280*****************************************************************
002290*  ACTIVE SITES BY TYPE - ONE CAMPGROUND AND ALL CAMPGROUNDS     *
002300*****************************************************************
002310 01  OCC-SITE-COUNT-TABLE.
002320     05  OCC-SITE-COUNT          PIC 9(05) OCCURS 3.
002330
002340 01  OCC-G-SITE-COUNT-TABLE.
002350     05  OCC-G-SITE-COUNT        PIC 9(05) OCCURS 3
002360                                 VALUE ZERO.
002370
002380*****************************************************************
002390*  SITE-NIGHT FIGURES BY SITE TYPE AND NIGHT KIND - ONE          *
002400*  CAMPGROUND, THE REPORT GRAND TOTALS, AND THE PRINT COPY       *
002410*  EITHER ONE IS MOVED TO FOR 6000-PRINT-STATS-BLOCK.  ALL       *
002420*  THREE MUST KEEP THE SAME SHAPE.                               *
002430*****************************************************************
002440 01  OCC-CAMPGROUND-STATS.
002450     05  OCC-C-TYPE-ENTRY OCCURS 3.
002460         10  OCC-C-DAY-ENTRY OCCURS 2.
002470             15  OCC-C-AVAIL     PIC 9(07).
002480             15  OCC-C-SOLD      PIC 9(07).
002490             15  OCC-C-OCCUPIED  PIC 9(07).
002500             15  OCC-C-NOSHOW    PIC 9(07).
002510             15  OCC-C-CANCEL    PIC 9(07).
002520             15  OCC-C-REVENUE   PIC 9(08)V99.
002530
002540 01  OCC-GRAND-STATS.
002550     05  OCC-G-TYPE-ENTRY OCCURS 3.
002560         10  OCC-G-DAY-ENTRY OCCURS 2.
002570             15  OCC-G-AVAIL     PIC 9(07) VALUE ZERO.
002580             15  OCC-G-SOLD      PIC 9(07) VALUE ZERO.
002590             15  OCC-G-OCCUPIED  PIC 9(07) VALUE ZERO.
002600             15  OCC-G-NOSHOW    PIC 9(07) VALUE ZERO.
002610             15  OCC-G-CANCEL    PIC 9(07) VALUE ZERO.
002620             15  OCC-G-REVENUE   PIC 9(08)V99 VALUE ZERO.
002630
002640 01  OCC-PRINT-STATS.
002650     05  OCC-P-TYPE-ENTRY OCCURS 3.
002660         10  OCC-P-DAY-ENTRY OCCURS 2.
002670             15  OCC-P-AVAIL     PIC 9(07).
002680             15  OCC-P-SOLD      PIC 9(07).
002690             15  OCC-P-OCCUPIED  PIC 9(07).
002700             15  OCC-P-NOSHOW    PIC 9(07).
002710             15  OCC-P-CANCEL    PIC 9(07).
002720             15  OCC-P-REVENUE   PIC 9(08)V99.
002730
002740*****************************************************************
002750*  ONE PRINTED ROW, SUMMED FROM THE CELLS OF THE PRINT COPY      *
002760*****************************************************************
002770 01  OCC-ROW-TOTALS.
002780     05  OCC-R-AVAIL             PIC 9(07).
002790     05  OCC-R-SOLD              PIC 9(07).
002800     05  OCC-R-OCCUPIED          PIC 9(07).
002810     05  OCC-R-NOSHOW            PIC 9(07).
002820     05  OCC-R-CANCEL            PIC 9(07).
002830     05  OCC-R-REVENUE           PIC 9(08)V99.
002840
002850*****************************************************************
002860*  REPORT LINES                                                 *
002870*****************************************************************
002880 01  OR-HEADING-1.
002890     05  FILLER                  PIC X(29) VALUE SPACES.
002900     05  FILLER                  PIC X(42)
002910             VALUE "MONTHLY OCCUPANCY AND REVENUE STATISTICS".
002920     05  FILLER                  PIC X(29) VALUE SPACES.
002930
002940 01  OR-HEADING-2.
002950     05  FILLER                  PIC X(10) VALUE "NIGHTS OF ".
002960     05  OR-H2-START-DATE        PIC 9(08).
002970     05  FILLER                  PIC X(06) VALUE " THRU ".
002980     05  OR-H2-END-DATE          PIC 9(08).
002990     05  FILLER                  PIC X(18)
003000             VALUE "   WEEKDAY NIGHTS:".
003010     05  OR-H2-WEEKDAYS          PIC ZZ,ZZ9.
003020     05  FILLER                  PIC X(18)
003030             VALUE "   WEEKEND NIGHTS:".
003040     05  OR-H2-WEEKENDS          PIC ZZ,ZZ9.
003050     05  FILLER                  PIC X(20) VALUE SPACES.
003060
003070 01  OR-BLANK-LINE               PIC X(01) VALUE SPACE.
003080
003090 01  OR-CAMPGROUND-HEADING.
003100     05  FILLER                  PIC X(12) VALUE "CAMPGROUND: ".
003110     05  OR-CH-CAMPGROUND        PIC X(20).
003120     05  FILLER                  PIC X(21)
003130             VALUE "  ACTIVE SITES TENT:".
003140     05  OR-CH-TENT              PIC ZZ,ZZ9.
003150     05  FILLER                  PIC X(06) VALUE "  RV:".
003160     05  OR-CH-RV                PIC ZZ,ZZ9.
003170     05  FILLER                  PIC X(12) VALUE "  ELECTRIC:".
003180     05  OR-CH-ELECTRIC          PIC ZZ,ZZ9.
003190     05  FILLER                  PIC X(11) VALUE SPACES.
003200
003210 01  OR-COLUMN-HEADING.
003220     05  FILLER                  PIC X(11) VALUE "SITE-NIGHTS".
003230     05  FILLER                  PIC X(11) VALUE "  AVAILABLE".
003240     05  FILLER                  PIC X(11) VALUE "       SOLD".
003250     05  FILLER                  PIC X(11) VALUE "   OCCUPIED".
003260     05  FILLER                  PIC X(11) VALUE "    NO-SHOW".
003270     05  FILLER                  PIC X(11) VALUE "  CANCELLED".
003280     05  FILLER                  PIC X(07) VALUE "  OCC %".
003290     05  FILLER                  PIC X(15)
003300             VALUE "   ROOM REVENUE".
003310     05  FILLER                  PIC X(11) VALUE "   AVG RATE".
003320
003330 01  OR-DETAIL-LINE.
003340     05  OR-D-LABEL              PIC X(11).
003350     05  FILLER                  PIC X(02).
003360     05  OR-D-AVAIL              PIC Z,ZZZ,ZZ9.
003370     05  FILLER                  PIC X(02).
003380     05  OR-D-SOLD               PIC Z,ZZZ,ZZ9.
003390     05  FILLER                  PIC X(02).
003400     05  OR-D-OCCUPIED           PIC Z,ZZZ,ZZ9.
003410     05  FILLER                  PIC X(02).
003420     05  OR-D-NOSHOW             PIC Z,ZZZ,ZZ9.
003430     05  FILLER                  PIC X(02).
003440     05  OR-D-CANCEL             PIC Z,ZZZ,ZZ9.
003450     05  FILLER                  PIC X(02).
003460     05  OR-D-PCT                PIC ZZ9.9.
003470     05  FILLER                  PIC X(02).
003480     05  OR-D-REVENUE            PIC ZZ,ZZZ,ZZ9.99.
003490     05  FILLER                  PIC X(02).
003500     05  OR-D-RATE               PIC ZZ,ZZ9.99.
003510
003520 PROCEDURE DIVISION.
003530*****************************************************************
003540*  0000-MAINLINE                                                *
003550*****************************************************************
003560 0000-MAINLINE.
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003580     PERFORM 2000-PROCESS-CAMPGROUND THRU 2000-EXIT
003590         UNTIL OCC-CAMPGROUND-EOF.
003600     IF NOT OCC-EOJ
003610         PERFORM 7000-PRINT-GRAND-TOTALS THRU 7000-EXIT
003620     END-IF.
003630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003640     STOP RUN.
003650
003660*****************************************************************
003670*  1000-INITIALIZE - OPEN FILES, PROMPT FOR THE MONTH OR THE     *
003680*  RANGE OF NIGHTS, COUNT ITS WEEKDAY AND WEEKEND NIGHTS,        *
003690*  PRINT THE HEADINGS, AND PRIME THE CAMPGROUND-MASTER READ.     *
003700*  NO ARCHIVE FILE YET JUST MEANS NOTHING HAS BEEN PURGED.       *
003710*****************************************************************
003720 1000-INITIALIZE.
003730     OPEN INPUT CAMPGROUND-MASTER-FILE.
003740     IF CM-FILE-STATUS NOT = "00"
003750         DISPLAY "UNABLE TO OPEN CAMPGROUND MASTER FILE"
003760         MOVE 'Y' TO OCC-EOJ-SWITCH
003770         MOVE 'Y' TO OCC-CAMPGROUND-EOF-SWITCH
003780         GO TO 1000-EXIT
003790     END-IF.
003800
003810     OPEN INPUT SITE-MASTER-FILE.
003820     IF SM-FILE-STATUS NOT = "00"
003830         DISPLAY "UNABLE TO OPEN SITE MASTER FILE"
003840         MOVE 'Y' TO OCC-EOJ-SWITCH
003850         MOVE 'Y' TO OCC-CAMPGROUND-EOF-SWITCH
003860         GO TO 1000-EXIT
003870     END-IF.
003880
003890     OPEN INPUT RESERVATION-FILE.
003900     IF RES-FILE-STATUS NOT = "00"
003910         DISPLAY "UNABLE TO OPEN RESERVATION FILE"
003920         MOVE 'Y' TO OCC-EOJ-SWITCH
003930         MOVE 'Y' TO OCC-CAMPGROUND-EOF-SWITCH
003940         GO TO 1000-EXIT
003950     END-IF.
003960
003970     OPEN INPUT ARCHIVE-FILE.
003980     IF ARC-FILE-STATUS = "35"
003990         SET OCC-NO-ARCHIVE TO TRUE
004000     ELSE
004010         IF ARC-FILE-STATUS NOT = "00"
004020             DISPLAY "UNABLE TO OPEN ARCHIVE FILE"
004030             MOVE 'Y' TO OCC-EOJ-SWITCH
004040             MOVE 'Y' TO OCC-CAMPGROUND-EOF-SWITCH
004050             GO TO 1000-EXIT
004060         END-IF
004070     END-IF.
004080
004090     OPEN OUTPUT OCCUPANCY-REPORT-FILE.
004100     IF OR-FILE-STATUS NOT = "00"
004110         DISPLAY "UNABLE TO OPEN OCCUPANCY REPORT FILE"
004120         MOVE 'Y' TO OCC-EOJ-SWITCH
004130         MOVE 'Y' TO OCC-CAMPGROUND-EOF-SWITCH
004140         GO TO 1000-EXIT
004150     END-IF.
004160
004170     ACCEPT OCC-RUN-DATE FROM DATE YYYYMMDD.
004180
004190     DISPLAY "STATISTICS MONTH YYYYMM (BLANK=CURRENT, R=RANGE):".
004200     ACCEPT OCC-MONTH-X.
004210     IF OCC-MONTH-X = 'R'
004220         PERFORM 1100-ACCEPT-DATE-RANGE THRU 1100-EXIT
004230     ELSE
004240         PERFORM 1200-SET-MONTH-RANGE THRU 1200-EXIT
004250     END-IF.
004260     IF OCC-DATE-INVALID
004270         DISPLAY "INVALID STATISTICS DATES - RUN CANCELLED"
004280         MOVE 'Y' TO OCC-EOJ-SWITCH
004290         MOVE 'Y' TO OCC-CAMPGROUND-EOF-SWITCH
004300         GO TO 1000-EXIT
004310     END-IF.
004320
004330     PERFORM 1300-COUNT-RANGE-NIGHTS THRU 1300-EXIT.
004340
004350     MOVE OCC-START-DATE-N   TO OR-H2-START-DATE.
004360     MOVE OCC-END-DATE-N     TO OR-H2-END-DATE.
004370     MOVE OCC-WEEKDAY-NIGHTS TO OR-H2-WEEKDAYS.
004380     MOVE OCC-WEEKEND-NIGHTS TO OR-H2-WEEKENDS.
004390     WRITE OCCUPANCY-REPORT-RECORD FROM OR-HEADING-1.
004400     WRITE OCCUPANCY-REPORT-RECORD FROM OR-HEADING-2.
004410
004420     PERFORM 2100-READ-CAMPGROUND THRU 2100-EXIT.
004430 1000-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*  1100-ACCEPT-DATE-RANGE - FIRST AND LAST NIGHT TO REPORT.      *
004480*  BLANK START MEANS TONIGHT; BLANK END MEANS THE START NIGHT.   *
004490*****************************************************************
004500 1100-ACCEPT-DATE-RANGE.
004510     DISPLAY "STATISTICS START DATE YYYYMMDD (BLANK=TODAY):".
004520     ACCEPT OCC-START-DATE-X.
004530     IF OCC-START-DATE-X = SPACES OR OCC-START-DATE-X = ZEROS
004540        OR OCC-START-DATE-X IS NOT NUMERIC
004550         MOVE OCC-RUN-DATE TO OCC-START-DATE-N
004560     END-IF.
004570
004580     DISPLAY "STATISTICS END DATE YYYYMMDD (BLANK=START):".
004590     ACCEPT OCC-END-DATE-X.
004600     IF OCC-END-DATE-X = SPACES OR OCC-END-DATE-X = ZEROS
004610        OR OCC-END-DATE-X IS NOT NUMERIC
004620         MOVE OCC-START-DATE-N TO OCC-END-DATE-N
004630     END-IF.
004640
004650     MOVE OCC-START-DATE-N TO OCC-NIGHT-DATE-N.
004660     PERFORM 1400-EDIT-NIGHT-DATE THRU 1400-EXIT.
004670     IF OCC-DATE-INVALID
004680         GO TO 1100-EXIT
004690     END-IF.
004700     MOVE OCC-END-DATE-N TO OCC-NIGHT-DATE-N.
004710     PERFORM 1400-EDIT-NIGHT-DATE THRU 1400-EXIT.
004720     IF OCC-DATE-INVALID
004730         GO TO 1100-EXIT
004740     END-IF.
004750     IF OCC-END-DATE-N < OCC-START-DATE-N
004760         SET OCC-DATE-INVALID TO TRUE
004770     END-IF.
004780 1100-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*  1200-SET-MONTH-RANGE - THE FIRST THROUGH THE LAST NIGHT OF    *
004830*  THE PROMPTED MONTH (BLANK = THE CURRENT MONTH)                *
004840*****************************************************************
004850 1200-SET-MONTH-RANGE.
004860     IF OCC-MONTH-X = SPACES OR OCC-MONTH-X = ZEROS
004870        OR OCC-MONTH-X IS NOT NUMERIC
004880         MOVE OCC-RUN-DATE TO OCC-DATE-WORK
004890         MOVE OCC-DATE-WORK(1:6) TO OCC-MONTH-X
004900     END-IF.
004910     MOVE OCC-MONTH-X TO OCC-DATE-WORK(1:6).
004920     MOVE "01"        TO OCC-DATE-WORK(7:2).
004930     MOVE OCC-DATE-WORK TO OCC-START-DATE-X.
004940     MOVE OCC-START-DATE-N TO OCC-NIGHT-DATE-N.
004950     PERFORM 1400-EDIT-NIGHT-DATE THRU 1400-EXIT.
004960     IF OCC-DATE-INVALID
004970         GO TO 1200-EXIT
004980     END-IF.
004990     PERFORM 8540-GET-NIGHT-MONTH-LENGTH THRU 8540-EXIT.
005000     MOVE OCC-DAYS-IN-MONTH TO OCC-NIGHT-DAY.
005010     MOVE OCC-NIGHT-DATE-N  TO OCC-END-DATE-N.
005020 1200-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*  1300-COUNT-RANGE-NIGHTS - HOW MANY WEEKDAY AND WEEKEND        *
005070*  NIGHTS FALL IN THE RANGE.  EVERY ACTIVE SITE IS AVAILABLE     *
005080*  FOR EACH OF THEM.                                             *
005090*****************************************************************
005100 1300-COUNT-RANGE-NIGHTS.
005110     MOVE ZERO TO OCC-WEEKDAY-NIGHTS.
005120     MOVE ZERO TO OCC-WEEKEND-NIGHTS.
005130     MOVE OCC-START-DATE-N TO OCC-NIGHT-DATE-N.
005140     PERFORM 1350-COUNT-ONE-NIGHT THRU 1350-EXIT
005150         UNTIL OCC-NIGHT-DATE-N > OCC-END-DATE-N.
005160 1300-EXIT.
005170     EXIT.
005180
005190 1350-COUNT-ONE-NIGHT.
005200     PERFORM 8530-GET-NIGHT-DAY-OF-WEEK THRU 8530-EXIT.
005210     IF OCC-WEEKEND-NIGHT
005220         ADD 1 TO OCC-WEEKEND-NIGHTS
005230     ELSE
005240         ADD 1 TO OCC-WEEKDAY-NIGHTS
005250     END-IF.
005260     PERFORM 8560-ADVANCE-NIGHT-DATE THRU 8560-EXIT.
005270 1350-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310*  1400-EDIT-NIGHT-DATE - A REAL CALENDAR DATE IN THE NIGHT      *
005320*  DATE FIELDS, OR OCC-DATE-INVALID                              *
005330*****************************************************************
005340 1400-EDIT-NIGHT-DATE.
005350     SET OCC-DATE-VALID TO TRUE.
005360     IF OCC-NIGHT-MONTH < 1 OR OCC-NIGHT-MONTH > 12
005370         SET OCC-DATE-INVALID TO TRUE
005380         GO TO 1400-EXIT
005390     END-IF.
005400     PERFORM 8540-GET-NIGHT-MONTH-LENGTH THRU 8540-EXIT.
005410     IF OCC-NIGHT-DAY < 1 OR OCC-NIGHT-DAY > OCC-DAYS-IN-MONTH
005420         SET OCC-DATE-INVALID TO TRUE
005430     END-IF.
005440 1400-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*  2000-PROCESS-CAMPGROUND - GATHER AND PRINT ONE ACTIVE         *
005490*  CAMPGROUND, THEN ADVANCE TO THE NEXT MASTER RECORD            *
005500*****************************************************************
005510 2000-PROCESS-CAMPGROUND.
005520     IF CM-ACTIVE
005530         MOVE ZEROS TO OCC-CAMPGROUND-STATS
005540         PERFORM 2200-COUNT-ACTIVE-SITES THRU 2200-EXIT
005550         PERFORM 2300-WALK-RESERVATIONS THRU 2300-EXIT
005560         IF NOT OCC-NO-ARCHIVE
005570             PERFORM 2500-WALK-ARCHIVE THRU 2500-EXIT
005580         END-IF
005590         PERFORM 2700-PRINT-CAMPGROUND THRU 2700-EXIT
005600     END-IF.
005610     PERFORM 2100-READ-CAMPGROUND THRU 2100-EXIT.
005620 2000-EXIT.
005630     EXIT.
005640
005650 2100-READ-CAMPGROUND.
005660     READ CAMPGROUND-MASTER-FILE NEXT RECORD
005670         AT END
005680             SET OCC-CAMPGROUND-EOF TO TRUE
005690     END-READ.
005700 2100-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740*  2200-COUNT-ACTIVE-SITES - WALK THE CAMPGROUND'S SITE MASTER   *
005750*  RECORDS, COUNT THE ACTIVE SITES BY TYPE, AND SET THE          *
005760*  AVAILABLE SITE-NIGHTS FROM THE RANGE'S NIGHT COUNTS           *
005770*****************************************************************
005780 2200-COUNT-ACTIVE-SITES.
005790     MOVE ZEROS TO OCC-SITE-COUNT-TABLE.
005800     MOVE CM-CAMPGROUND-NAME TO SM-CAMPGROUND-NAME.
005810     MOVE LOW-VALUES         TO SM-SITE.
005820     START SITE-MASTER-FILE KEY IS NOT LESS THAN SM-KEY
005830         INVALID KEY
005840             GO TO 2200-AVAILABLE
005850     END-START.
005860     MOVE 'N' TO OCC-SITE-DONE-SWITCH.
005870     PERFORM 2250-COUNT-ONE-SITE THRU 2250-EXIT
005880         UNTIL OCC-SITE-DONE.
005890 2200-AVAILABLE.
005900     PERFORM 2270-SET-AVAILABLE THRU 2270-EXIT
005910         VARYING OCC-TYPE-SUB FROM 1 BY 1 UNTIL OCC-TYPE-SUB > 3.
005920 2200-EXIT.
005930     EXIT.
005940
005950 2250-COUNT-ONE-SITE.
005960     READ SITE-MASTER-FILE NEXT RECORD
005970         AT END
005980             SET OCC-SITE-DONE TO TRUE
005990             GO TO 2250-EXIT
006000     END-READ.
006010     IF SM-CAMPGROUND-NAME NOT = CM-CAMPGROUND-NAME
006020         SET OCC-SITE-DONE TO TRUE
006030         GO TO 2250-EXIT
006040     END-IF.
006050     IF SM-ACTIVE
006060         MOVE SM-SITE-TYPE TO OCC-TYPE-CODE
006070         PERFORM 8400-SET-TYPE-SUB THRU 8400-EXIT
006080         ADD 1 TO OCC-SITE-COUNT(OCC-TYPE-SUB)
006090     END-IF.
006100 2250-EXIT.
006110     EXIT.
006120
006130 2270-SET-AVAILABLE.
006140     COMPUTE OCC-C-AVAIL(OCC-TYPE-SUB, 1)
006150         = OCC-SITE-COUNT(OCC-TYPE-SUB) * OCC-WEEKDAY-NIGHTS.
006160     COMPUTE OCC-C-AVAIL(OCC-TYPE-SUB, 2)
006170         = OCC-SITE-COUNT(OCC-TYPE-SUB) * OCC-WEEKEND-NIGHTS.
006180     ADD OCC-SITE-COUNT(OCC-TYPE-SUB)
006190         TO OCC-G-SITE-COUNT(OCC-TYPE-SUB).
006200 2270-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*  2300-WALK-RESERVATIONS - EVERY LIVE BOOKING AT THE            *
006250*  CAMPGROUND, WHATEVER ITS STATUS                               *
006260*****************************************************************
006270 2300-WALK-RESERVATIONS.
006280     MOVE CM-CAMPGROUND-NAME TO RES-CAMPGROUND-NAME.
006290     MOVE LOW-VALUES         TO RES-SITE.
006300     MOVE LOW-VALUES         TO RES-ARRIVAL-DATE.
006310     START RESERVATION-FILE KEY IS NOT LESS THAN RES-KEY
006320         INVALID KEY
006330             GO TO 2300-EXIT
006340     END-START.
006350     MOVE 'N' TO OCC-RES-DONE-SWITCH.
006360     PERFORM 2350-READ-ONE-RESERVATION THRU 2350-EXIT
006370         UNTIL OCC-RES-DONE.
006380 2300-EXIT.
006390     EXIT.
006400
006410 2350-READ-ONE-RESERVATION.
006420     READ RESERVATION-FILE NEXT RECORD
006430         AT END
006440             SET OCC-RES-DONE TO TRUE
006450             GO TO 2350-EXIT
006460     END-READ.
006470     IF RES-CAMPGROUND-NAME NOT = CM-CAMPGROUND-NAME
006480         SET OCC-RES-DONE TO TRUE
006490         GO TO 2350-EXIT
006500     END-IF.
006510     PERFORM 3000-TALLY-STAY THRU 3000-EXIT.
006520 2350-EXIT.
006530     EXIT.
006540
006550*****************************************************************
006560*  2500-WALK-ARCHIVE - EVERY PURGED BOOKING AT THE CAMPGROUND,   *
006570*  MOVED INTO THE RESERVATION LAYOUT AND TALLIED THE SAME WAY.   *
006580*  THE PURGE MOVES A RECORD RATHER THAN COPYING IT, SO NO STAY   *
006590*  IS COUNTED FROM BOTH FILES.  THE LIVE WALK IS FINISHED BY     *
006600*  NOW, SO BORROWING ITS RECORD AREA DISTURBS NOTHING.           *
006610*****************************************************************
006620 2500-WALK-ARCHIVE.
006630     MOVE LOW-VALUES         TO ARC-KEY.
006640     MOVE CM-CAMPGROUND-NAME TO ARC-CAMPGROUND-NAME.
006650     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
006660         INVALID KEY
006670             GO TO 2500-EXIT
006680     END-START.
006690     MOVE 'N' TO OCC-ARC-DONE-SWITCH.
006700     PERFORM 2550-READ-ONE-ARCHIVE THRU 2550-EXIT
006710         UNTIL OCC-ARC-DONE.
006720 2500-EXIT.
006730     EXIT.
006740
006750 2550-READ-ONE-ARCHIVE.
006760     READ ARCHIVE-FILE NEXT RECORD
006770         AT END
006780             SET OCC-ARC-DONE TO TRUE
006790             GO TO 2550-EXIT
006800     END-READ.
006810     IF ARC-CAMPGROUND-NAME NOT = CM-CAMPGROUND-NAME
006820         SET OCC-ARC-DONE TO TRUE
006830         GO TO 2550-EXIT
006840     END-IF.
006850     MOVE ARCHIVE-RECORD TO RESERVATION-RECORD.
006860     PERFORM 3000-TALLY-STAY THRU 3000-EXIT.
006870 2550-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910*  2700-PRINT-CAMPGROUND - PRINT ONE CAMPGROUND'S SECTION AND    *
006920*  ROLL ITS FIGURES INTO THE REPORT GRAND TOTALS                 *
006930*****************************************************************
006940 2700-PRINT-CAMPGROUND.
006950     MOVE CM-CAMPGROUND-NAME TO OR-CH-CAMPGROUND.
006960     MOVE OCC-SITE-COUNT(1)  TO OR-CH-TENT.
006970     MOVE OCC-SITE-COUNT(2)  TO OR-CH-RV.
006980     MOVE OCC-SITE-COUNT(3)  TO OR-CH-ELECTRIC.
006990     MOVE OCC-CAMPGROUND-STATS TO OCC-PRINT-STATS.
007000     PERFORM 6000-PRINT-STATS-BLOCK THRU 6000-EXIT.
007010     PERFORM 2750-ROLL-GRAND-CELL THRU 2750-EXIT
007020         VARYING OCC-TYPE-SUB FROM 1 BY 1 UNTIL OCC-TYPE-SUB > 3
007030         AFTER OCC-DAY-SUB FROM 1 BY 1 UNTIL OCC-DAY-SUB > 2.
007040 2700-EXIT.
007050     EXIT.
007060
007070 2750-ROLL-GRAND-CELL.
007080     ADD OCC-C-AVAIL(OCC-TYPE-SUB, OCC-DAY-SUB)
007090         TO OCC-G-AVAIL(OCC-TYPE-SUB, OCC-DAY-SUB).
007100     ADD OCC-C-SOLD(OCC-TYPE-SUB, OCC-DAY-SUB)
007110         TO OCC-G-SOLD(OCC-TYPE-SUB, OCC-DAY-SUB).
007120     ADD OCC-C-OCCUPIED(OCC-TYPE-SUB, OCC-DAY-SUB)
007130         TO OCC-G-OCCUPIED(OCC-TYPE-SUB, OCC-DAY-SUB).
007140     ADD OCC-C-NOSHOW(OCC-TYPE-SUB, OCC-DAY-SUB)
007150         TO OCC-G-NOSHOW(OCC-TYPE-SUB, OCC-DAY-SUB).
007160     ADD OCC-C-CANCEL(OCC-TYPE-SUB, OCC-DAY-SUB)
007170         TO OCC-G-CANCEL(OCC-TYPE-SUB, OCC-DAY-SUB).
007180     ADD OCC-C-REVENUE(OCC-TYPE-SUB, OCC-DAY-SUB)
007190         TO OCC-G-REVENUE(OCC-TYPE-SUB, OCC-DAY-SUB).
007200 2750-EXIT.
007210     EXIT.
007220
007230*****************************************************************
007240*  3000-TALLY-STAY - COUNT EACH NIGHT OF THE STAY THAT FALLS IN  *
007250*  THE RANGE.  THE SITE TYPE COMES OFF THE SITE MASTER; A SITE   *
007260*  SINCE DROPPED FROM THE MASTER IS COUNTED UNDER THE            *
007270*  EQUIPMENT THE GUEST BROUGHT, WHICH THE ENTRY EDITS HELD TO    *
007280*  THE SITE'S TYPE WHEN IT WAS BOOKED.                           *
007290*****************************************************************
007300 3000-TALLY-STAY.
007310     IF RES-STAY IS NOT NUMERIC OR RES-STAY = ZERO
007320         GO TO 3000-EXIT
007330     END-IF.
007340     IF RES-ARRIVAL-DATE > OCC-END-DATE-N
007350        OR RES-DEPARTURE-DATE NOT > OCC-START-DATE-N
007360         GO TO 3000-EXIT
007370     END-IF.
007380
007390     MOVE RES-CAMPGROUND-NAME TO SM-CAMPGROUND-NAME.
007400     MOVE RES-SITE            TO SM-SITE.
007410     READ SITE-MASTER-FILE
007420         INVALID KEY
007430             MOVE RES-EQUIP-TYPE TO OCC-TYPE-CODE
007440         NOT INVALID KEY
007450             MOVE SM-SITE-TYPE   TO OCC-TYPE-CODE
007460     END-READ.
007470     PERFORM 8400-SET-TYPE-SUB THRU 8400-EXIT.
007480
007490     DIVIDE RES-AMOUNT BY RES-STAY GIVING OCC-NIGHT-SHARE.
007500     COMPUTE OCC-LAST-NIGHT-SHARE = RES-AMOUNT
007510         - (OCC-NIGHT-SHARE * (RES-STAY - 1)).
007520
007530     MOVE RES-ARR-YEAR  TO OCC-NIGHT-YEAR.
007540     MOVE RES-ARR-MONTH TO OCC-NIGHT-MONTH.
007550     MOVE RES-ARR-DAY   TO OCC-NIGHT-DAY.
007560     PERFORM 3100-TALLY-ONE-NIGHT THRU 3100-EXIT
007570         VARYING OCC-NIGHT-SUB FROM 1 BY 1
007580         UNTIL OCC-NIGHT-SUB > RES-STAY
007590            OR OCC-NIGHT-DATE-N > OCC-END-DATE-N.
007600 3000-EXIT.
007610     EXIT.
007620
007630 3100-TALLY-ONE-NIGHT.
007640     IF OCC-NIGHT-DATE-N < OCC-START-DATE-N
007650         GO TO 3100-NEXT
007660     END-IF.
007670     PERFORM 8530-GET-NIGHT-DAY-OF-WEEK THRU 8530-EXIT.
007680     IF OCC-WEEKEND-NIGHT
007690         MOVE 2 TO OCC-DAY-SUB
007700     ELSE
007710         MOVE 1 TO OCC-DAY-SUB
007720     END-IF.
007730     IF OCC-NIGHT-SUB = RES-STAY
007740         MOVE OCC-LAST-NIGHT-SHARE TO OCC-THIS-NIGHT-SHARE
007750     ELSE
007760         MOVE OCC-NIGHT-SHARE      TO OCC-THIS-NIGHT-SHARE
007770     END-IF.
007780
007790     IF RES-CANCELLED
007800         ADD 1 TO OCC-C-CANCEL(OCC-TYPE-SUB, OCC-DAY-SUB)
007810         GO TO 3100-NEXT
007820     END-IF.
007830     ADD 1 TO OCC-C-SOLD(OCC-TYPE-SUB, OCC-DAY-SUB).
007840     IF RES-NO-SHOW
007850         ADD 1 TO OCC-C-NOSHOW(OCC-TYPE-SUB, OCC-DAY-SUB)
007860         GO TO 3100-NEXT
007870     END-IF.
007880     IF RES-CHECKED-IN OR RES-CHECKED-OUT
007890         ADD 1 TO OCC-C-OCCUPIED(OCC-TYPE-SUB, OCC-DAY-SUB)
007900     END-IF.
007910     ADD OCC-THIS-NIGHT-SHARE
007920         TO OCC-C-REVENUE(OCC-TYPE-SUB, OCC-DAY-SUB).
007930 3100-NEXT.
007940     PERFORM 8560-ADVANCE-NIGHT-DATE THRU 8560-EXIT.
007950 3100-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990*  6000-PRINT-STATS-BLOCK - PRINT THE FIGURES LEFT IN THE PRINT  *
008000*  COPY UNDER THE CAMPGROUND HEADING ALREADY SET UP: A ROW PER   *
008010*  SITE TYPE, A ROW PER NIGHT KIND, AND THE TOTAL ROW            *
008020*****************************************************************
008030 6000-PRINT-STATS-BLOCK.
008040     WRITE OCCUPANCY-REPORT-RECORD FROM OR-BLANK-LINE.
008050     WRITE OCCUPANCY-REPORT-RECORD FROM OR-CAMPGROUND-HEADING.
008060     WRITE OCCUPANCY-REPORT-RECORD FROM OR-COLUMN-HEADING.
008070     PERFORM 6100-PRINT-TYPE-ROW THRU 6100-EXIT
008080         VARYING OCC-TYPE-SUB FROM 1 BY 1 UNTIL OCC-TYPE-SUB > 3.
008090     PERFORM 6200-PRINT-DAY-ROW THRU 6200-EXIT
008100         VARYING OCC-DAY-SUB FROM 1 BY 1 UNTIL OCC-DAY-SUB > 2.
008110     MOVE ZEROS TO OCC-ROW-TOTALS.
008120     PERFORM 6300-ADD-CELL THRU 6300-EXIT
008130         VARYING OCC-TYPE-SUB FROM 1 BY 1 UNTIL OCC-TYPE-SUB > 3
008140         AFTER OCC-DAY-SUB FROM 1 BY 1 UNTIL OCC-DAY-SUB > 2.
008150     MOVE "TOTAL" TO OR-D-LABEL.
008160     PERFORM 6400-PRINT-ROW THRU 6400-EXIT.
008170 6000-EXIT.
008180     EXIT.
008190
008200 6100-PRINT-TYPE-ROW.
008210     MOVE ZEROS TO OCC-ROW-TOTALS.
008220     PERFORM 6300-ADD-CELL THRU 6300-EXIT
008230         VARYING OCC-DAY-SUB FROM 1 BY 1 UNTIL OCC-DAY-SUB > 2.
008240     MOVE OCC-TYPE-NAME(OCC-TYPE-SUB) TO OR-D-LABEL.
008250     PERFORM 6400-PRINT-ROW THRU 6400-EXIT.
008260 6100-EXIT.
008270     EXIT.
008280
008290 6200-PRINT-DAY-ROW.
008300     MOVE ZEROS TO OCC-ROW-TOTALS.
008310     PERFORM 6300-ADD-CELL THRU 6300-EXIT
008320         VARYING OCC-TYPE-SUB FROM 1 BY 1 UNTIL OCC-TYPE-SUB > 3.
008330     MOVE OCC-DAY-NAME(OCC-DAY-SUB) TO OR-D-LABEL.
008340     PERFORM 6400-PRINT-ROW THRU 6400-EXIT.
008350 6200-EXIT.
008360     EXIT.
008370
008380 6300-ADD-CELL.
008390     ADD OCC-P-AVAIL(OCC-TYPE-SUB, OCC-DAY-SUB) TO OCC-R-AVAIL.
008400     ADD OCC-P-SOLD(OCC-TYPE-SUB, OCC-DAY-SUB) TO OCC-R-SOLD.
008410     ADD OCC-P-OCCUPIED(OCC-TYPE-SUB, OCC-DAY-SUB)
008420         TO OCC-R-OCCUPIED.
008430     ADD OCC-P-NOSHOW(OCC-TYPE-SUB, OCC-DAY-SUB) TO OCC-R-NOSHOW.
008440     ADD OCC-P-CANCEL(OCC-TYPE-SUB, OCC-DAY-SUB) TO OCC-R-CANCEL.
008450     ADD OCC-P-REVENUE(OCC-TYPE-SUB, OCC-DAY-SUB)
008460         TO OCC-R-REVENUE.
008470 6300-EXIT.
008480     EXIT.
008490
008500*****************************************************************
008510*  6400-PRINT-ROW - EDIT AND PRINT THE ROW TOTALS.  NO SITES     *
008520*  (OR NO REVENUE NIGHTS) PRINTS A ZERO PERCENT (OR RATE).       *
008530*****************************************************************
008540 6400-PRINT-ROW.
008550     MOVE ZERO TO OCC-PCT-WORK.
008560     IF OCC-R-AVAIL > ZERO
008570         COMPUTE OCC-PCT-WORK ROUNDED
008580             = (OCC-R-OCCUPIED * 100) / OCC-R-AVAIL
008590     END-IF.
008600     MOVE ZERO TO OCC-RATE-WORK.
008610     COMPUTE OCC-RATE-NIGHTS = OCC-R-SOLD - OCC-R-NOSHOW.
008620     IF OCC-RATE-NIGHTS > ZERO
008630         COMPUTE OCC-RATE-WORK ROUNDED
008640             = OCC-R-REVENUE / OCC-RATE-NIGHTS
008650     END-IF.
008660     MOVE OCC-R-AVAIL    TO OR-D-AVAIL.
008670     MOVE OCC-R-SOLD     TO OR-D-SOLD.
008680     MOVE OCC-R-OCCUPIED TO OR-D-OCCUPIED.
008690     MOVE OCC-R-NOSHOW   TO OR-D-NOSHOW.
008700     MOVE OCC-R-CANCEL   TO OR-D-CANCEL.
008710     MOVE OCC-PCT-WORK   TO OR-D-PCT.
008720     MOVE OCC-R-REVENUE  TO OR-D-REVENUE.
008730     MOVE OCC-RATE-WORK  TO OR-D-RATE.
008740     WRITE OCCUPANCY-REPORT-RECORD FROM OR-DETAIL-LINE.
008750 6400-EXIT.
008760     EXIT.
008770
008780*****************************************************************
008790*  7000-PRINT-GRAND-TOTALS - THE SAME SECTION FOR ALL            *
008800*  CAMPGROUNDS TOGETHER                                          *
008810*****************************************************************
008820 7000-PRINT-GRAND-TOTALS.
008830     MOVE "ALL CAMPGROUNDS"   TO OR-CH-CAMPGROUND.
008840     MOVE OCC-G-SITE-COUNT(1) TO OR-CH-TENT.
008850     MOVE OCC-G-SITE-COUNT(2) TO OR-CH-RV.
008860     MOVE OCC-G-SITE-COUNT(3) TO OR-CH-ELECTRIC.
008870     MOVE OCC-GRAND-STATS TO OCC-PRINT-STATS.
008880     PERFORM 6000-PRINT-STATS-BLOCK THRU 6000-EXIT.
008890 7000-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930*  8400-SET-TYPE-SUB - TABLE SLOT FOR A SITE TYPE.  A BLANK OR   *
008940*  UNKNOWN TYPE COUNTS AS TENT, THE PLAINEST SITE THERE IS.      *
008950*****************************************************************
008960 8400-SET-TYPE-SUB.
008970     IF OCC-TYPE-RV
008980         MOVE 2 TO OCC-TYPE-SUB
008990     ELSE
009000         IF OCC-TYPE-ELECTRIC
009010             MOVE 3 TO OCC-TYPE-SUB
009020         ELSE
009030             MOVE 1 TO OCC-TYPE-SUB
009040         END-IF
009050     END-IF.
009060 8400-EXIT.
009070     EXIT.
009080
009090*****************************************************************
009100*  8530-GET-NIGHT-DAY-OF-WEEK - ZELLER'S RULE ON THE NIGHT       *
009110*  DATE.  THE REMAINDER LANDS 0 FOR SATURDAY THROUGH 6 FOR       *
009120*  FRIDAY, SO 0 AND 6 ARE THE WEEKEND NIGHTS.  JANUARY AND       *
009130*  FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR, THE     *
009140*  WAY THE RULE WANTS THEM.                                      *
009150*****************************************************************
009160 8530-GET-NIGHT-DAY-OF-WEEK.
009170     IF OCC-NIGHT-MONTH < 3
009180         COMPUTE OCC-ZELLER-M = OCC-NIGHT-MONTH + 12
009190         COMPUTE OCC-ZELLER-Y = OCC-NIGHT-YEAR - 1
009200     ELSE
009210         MOVE OCC-NIGHT-MONTH TO OCC-ZELLER-M
009220         MOVE OCC-NIGHT-YEAR  TO OCC-ZELLER-Y
009230     END-IF.
009240     DIVIDE OCC-ZELLER-Y BY 100
009250         GIVING OCC-ZELLER-J
009260         REMAINDER OCC-ZELLER-K.
009270     COMPUTE OCC-ZELLER-T1 = (13 * (OCC-ZELLER-M + 1)) / 5.
009280     DIVIDE OCC-ZELLER-K BY 4 GIVING OCC-ZELLER-T2.
009290     DIVIDE OCC-ZELLER-J BY 4 GIVING OCC-ZELLER-T3.
009300     COMPUTE OCC-ZELLER-WORK = OCC-NIGHT-DAY + OCC-ZELLER-T1
009310         + OCC-ZELLER-K + OCC-ZELLER-T2 + OCC-ZELLER-T3
009320         + (5 * OCC-ZELLER-J).
009330     DIVIDE OCC-ZELLER-WORK BY 7
009340         GIVING OCC-ZELLER-Q
009350         REMAINDER OCC-DAY-OF-WEEK.
009360 8530-EXIT.
009370     EXIT.
009380
009390*****************************************************************
009400*  8540-GET-NIGHT-MONTH-LENGTH - HOW MANY DAYS IN THE NIGHT'S    *
009410*  MONTH, INCLUDING A LEAP-YEAR FEBRUARY                         *
009420*****************************************************************
009430 8540-GET-NIGHT-MONTH-LENGTH.
009440     IF OCC-NIGHT-30-DAY-MO
009450         MOVE 30 TO OCC-DAYS-IN-MONTH
009460     ELSE
009470         IF OCC-NIGHT-31-DAY-MO
009480             MOVE 31 TO OCC-DAYS-IN-MONTH
009490         ELSE
009500             PERFORM 8550-CHECK-NIGHT-LEAP-YEAR THRU 8550-EXIT
009510             IF OCC-LEAP-YEAR
009520                 MOVE 29 TO OCC-DAYS-IN-MONTH
009530             ELSE
009540                 MOVE 28 TO OCC-DAYS-IN-MONTH
009550             END-IF
009560         END-IF
009570     END-IF.
009580 8540-EXIT.
009590     EXIT.
009600
009610 8550-CHECK-NIGHT-LEAP-YEAR.
009620     SET OCC-NOT-LEAP-YEAR TO TRUE.
009630     DIVIDE OCC-NIGHT-YEAR BY 4
009640         GIVING OCC-DIVIDE-QUOTIENT
009650         REMAINDER OCC-DIVIDE-REMAINDER.
009660     IF OCC-DIVIDE-REMAINDER = 0
009670         DIVIDE OCC-NIGHT-YEAR BY 100
009680             GIVING OCC-DIVIDE-QUOTIENT
009690             REMAINDER OCC-DIVIDE-REMAINDER
009700         IF OCC-DIVIDE-REMAINDER NOT = 0
009710             SET OCC-LEAP-YEAR TO TRUE
009720         ELSE
009730             DIVIDE OCC-NIGHT-YEAR BY 400
009740                 GIVING OCC-DIVIDE-QUOTIENT
009750                 REMAINDER OCC-DIVIDE-REMAINDER
009760             IF OCC-DIVIDE-REMAINDER = 0
009770                 SET OCC-LEAP-YEAR TO TRUE
009780             END-IF
009790         END-IF
009800     END-IF.
009810 8550-EXIT.
009820     EXIT.
009830
009840*****************************************************************
009850*  8560-ADVANCE-NIGHT-DATE - STEP TO THE NEXT NIGHT, ROLLING     *
009860*  THE MONTH AND YEAR                                            *
009870*****************************************************************
009880 8560-ADVANCE-NIGHT-DATE.
009890     ADD 1 TO OCC-NIGHT-DAY.
009900     PERFORM 8540-GET-NIGHT-MONTH-LENGTH THRU 8540-EXIT.
009910     IF OCC-NIGHT-DAY > OCC-DAYS-IN-MONTH
009920         MOVE 1 TO OCC-NIGHT-DAY
009930         ADD 1 TO OCC-NIGHT-MONTH
009940         IF OCC-NIGHT-MONTH > 12
009950             MOVE 1 TO OCC-NIGHT-MONTH
009960             ADD 1 TO OCC-NIGHT-YEAR
009970         END-IF
009980     END-IF.
009990 8560-EXIT.
010000     EXIT.
010010
010020*****************************************************************
010030*  9000-TERMINATE - CLOSE FILES                                  *
010040*****************************************************************
010050 9000-TERMINATE.
010060     CLOSE CAMPGROUND-MASTER-FILE.
010070     CLOSE SITE-MASTER-FILE.
010080     CLOSE RESERVATION-FILE.
010090     IF NOT OCC-NO-ARCHIVE
010100         CLOSE ARCHIVE-FILE
010110     END-IF.
010120     CLOSE OCCUPANCY-REPORT-FILE.
010130 9000-EXIT.
010140     EXIT.
