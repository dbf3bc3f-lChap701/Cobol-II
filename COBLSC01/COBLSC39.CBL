000100*****************************************************************
000110*  COBLSC39                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC39.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-13.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  SEASONAL SITE LOTTERY DRAW.  RUN BY HAND ONCE THE   *
000210*  SEASON'S APPLICATION WINDOW (COBLSC38) HAS CLOSED.  PROMPTS   *
000220*  FOR THE SEASON YEAR, THE MODE, AND THE SEED:                  *
000230*                                                                *
000240*    T - TRIAL.  THE WHOLE DRAW IS WORKED AND PRINTED BUT        *
000250*        NOTHING IS WRITTEN ANYWHERE, SO THE OFFICE CAN LOOK AT  *
000260*        IT FIRST.  ON A SEASON ALREADY DRAWN, A TRIAL RUN       *
000270*        RE-RUNS THE DRAW FROM THE SEED STORED ON THE CONTROL    *
000280*        RECORD AND CHECKS EVERY APPLICATION COMES OUT IN THE    *
000290*        SAME PLACE IT DID - THE PROOF OFFERED TO THE PUBLIC.    *
000300*    F - FINAL.  ONLY AFTER THE WINDOW HAS CLOSED, AND ONLY      *
000310*        ONCE PER SEASON.                                        *
000320*                                                                *
000330*  THE SEED IS KEYED AS TEN DIGITS (BLANK TAKES ONE FROM THE     *
000340*  CLOCK) AND PRINTED ON THE REPORT.  EACH APPLICATION STILL     *
000350*  STANDING, IN KEY ORDER, IS GIVEN THE NEXT NUMBER FROM THE     *
000360*  PARK-MILLER GENERATOR (STATE = STATE * 16807 MODULO           *
000370*  2147483647) STARTED FROM THAT SEED, SO THE SAME SEED AND THE  *
000380*  SAME APPLICATIONS ALWAYS GIVE THE SAME NUMBERS.  GUESTS NOT   *
000390*  AWARDED A SITE IN LAST SEASON'S DRAW ARE TIER 1 AND ARE       *
000400*  DRAWN AHEAD OF LAST SEASON'S WINNERS (TIER 2); WITHIN A       *
000410*  TIER THE LOWER NUMBER GOES FIRST.  THE ORDER IS BUILT ON AN   *
000420*  INDEXED WORK FILE (LOTWORK) KEYED BY TIER AND NUMBER.         *
000430*                                                                *
000440*  IN DRAW ORDER EACH GUEST GETS THE FIRST OF THEIR CHOICES      *
000450*  THAT IS AN ACTIVE SITE ON THE SITE MASTER, FITS THEIR         *
000460*  EQUIPMENT, IS NOT CLOSED OR ALREADY BOOKED FOR ANY NIGHT OF   *
000470*  THE SEASON, AND HAS NOT GONE TO SOMEONE EARLIER IN THE DRAW.  *
000480*  A GUEST NOW FLAGGED DO-NOT-RENT IS PASSED OVER.  ON A FINAL   *
000490*  DRAW AN AWARD IS BOOKED AS A SEASONAL ('L') RESERVATION,      *
000500*  PRICED NIGHT BY NIGHT FROM THE RATE SCHEDULE AND TAXED THE    *
000510*  SAME AS AT THE COUNTER, WITH THE DEPOSIT DUE BUT NOTHING      *
000520*  PAID YET; A GUEST NOT AWARDED GOES ON THE WAITLIST FOR THEIR  *
000530*  FIRST CHOICE.  THE OUTCOME, NUMBER, AND PLACE ARE STAMPED ON  *
000540*  EACH APPLICATION, AND THE DATE AND SEED ON THE CONTROL        *
000550*  RECORD.                                                       *
000560*                                                                *
000570*  REPORT LOTRPT: THE DRAW RESULTS (EVERY APPLICATION IN DRAW    *
000580*  ORDER WITH ITS NUMBER), THE AWARD LIST, THE NON-AWARD LIST,   *
000590*  AND THE COUNTS.                                               *
000600*                                                                *
000610*  MOD-LOG                                                       *
000620*  DATE       BY   DESCRIPTION                                   *
000630*  ---------- ---- ------------------------------------------    *
000640*  2026-10-13 RLH  ORIGINAL PROGRAM.                              *
000645*  2026-10-15 RLH  AWARD LINE CUT TO THE 120-BYTE REPORT RECORD.  *
000650*****************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT LOTTERY-APPLICATION-FILE ASSIGN TO "LOTAPP"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS LA-KEY
000740         FILE STATUS IS LA-FILE-STATUS.
000750
000760     SELECT LOTTERY-WORK-FILE ASSIGN TO "LOTWORK"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS LW-KEY
000800         FILE STATUS IS LW-FILE-STATUS.
000810
000820     SELECT CAMPGROUND-MASTER-FILE ASSIGN TO "CAMPMSTR"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS CM-CAMPGROUND-NAME
000860         FILE STATUS IS CM-FILE-STATUS.
000870
000880     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS SM-KEY
000920         FILE STATUS IS SM-FILE-STATUS.
000930
000940     SELECT RESERVATION-FILE ASSIGN TO "RESERVE"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS RES-KEY
000980         FILE STATUS IS RES-FILE-STATUS.
000990
001000     SELECT RATE-SCHEDULE-FILE ASSIGN TO "RATESCHD"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS RS-KEY
001040         FILE STATUS IS RS-FILE-STATUS.
001050
001060     SELECT SITE-CLOSURE-FILE ASSIGN TO "SITECLS"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS SC-KEY
001100         FILE STATUS IS SC-FILE-STATUS.
001110
001120     SELECT GUEST-MASTER-FILE ASSIGN TO "GUESTMST"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS RANDOM
001150         RECORD KEY IS GM-PHONE
001160         FILE STATUS IS GM-FILE-STATUS.
001170
001180     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS WL-KEY
001220         FILE STATUS IS WL-FILE-STATUS.
001230
001240     SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG"
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS TX-FILE-STATUS.
001270
001280     SELECT JOURNAL-FILE ASSIGN TO "RESJRNL"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS JR-FILE-STATUS.
001310
001320     SELECT LOTTERY-REPORT-FILE ASSIGN TO "LOTRPT"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS LR-FILE-STATUS.
001350
001360 DATA DIVISION.
001370 FILE SECTION.
001380 FD  LOTTERY-APPLICATION-FILE.
001390 COPY LOTAPP.CPY.
001400
001410*****************************************************************
001420*  DRAW WORK RECORD - ONE PER APPLICATION IN THE DRAW, KEYED SO  *
001430*  THAT READING THE FILE IN KEY ORDER IS READING IT IN DRAW      *
001440*  ORDER.  THE GUEST NUMBER ENDS THE KEY ONLY TO KEEP IT         *
001450*  UNIQUE.  THE AWARD WALK FILLS IN THE OUTCOME FOR THE TWO      *
001460*  LISTS PRINTED AFTER IT.                                       *
001470*****************************************************************
001480 FD  LOTTERY-WORK-FILE.
001490 01  LOTTERY-WORK-RECORD.
001500     05  LW-KEY.
001510         10  LW-TIER                 PIC 9(01).
001520         10  LW-DRAW-NUMBER          PIC 9(10).
001530         10  LW-GUEST-NUMBER         PIC 9(06).
001540     05  LW-LAST-NAME                PIC X(20).
001550     05  LW-FIRST-NAME               PIC X(15).
001560     05  LW-PHONE                    PIC X(10).
001570     05  LW-OUTCOME                  PIC X(01).
001580         88  LW-AWARDED              VALUE 'A'.
001590         88  LW-NOT-AWARDED          VALUE 'N'.
001600     05  LW-REASON                   PIC X(01).
001610         88  LW-REASON-NO-SITE       VALUE 'S'.
001620         88  LW-REASON-DNR           VALUE 'D'.
001630     05  LW-AWARD-CHOICE             PIC 9(01).
001640     05  LW-CAMPGROUND-NAME          PIC X(20).
001650     05  LW-SITE                     PIC X(03).
001660     05  LW-AMOUNT                   PIC 9(05)V99.
001670     05  LW-TAX-AMOUNT               PIC 9(05)V99.
001680     05  LW-DEPOSIT-AMOUNT           PIC 9(05)V99.
001690     05  LW-DRAW-ORDER               PIC 9(05).
001700     05  LW-WAITLIST-FLAG            PIC X(01).
001710         88  LW-WAITLISTED           VALUE 'Y'.
001720     05  LW-CHECK-FLAG               PIC X(01).
001730         88  LW-ORDER-MATCHES        VALUE 'M'.
001740         88  LW-ORDER-DIFFERS        VALUE 'D'.
001750     05  FILLER                      PIC X(10).
001760
001770 FD  CAMPGROUND-MASTER-FILE.
001780 COPY CAMPMSTR.CPY.
001790
001800 FD  SITE-MASTER-FILE.
001810 COPY SITEMST.CPY.
001820
001830 FD  RESERVATION-FILE.
001840 COPY RESERV.CPY.
001850
001860 FD  RATE-SCHEDULE-FILE.
001870 COPY RATESCH.CPY.
001880
001890 FD  SITE-CLOSURE-FILE.
001900 COPY SITECLS.CPY.
001910
001920 FD  GUEST-MASTER-FILE.
001930 COPY GUEST.CPY.
001940
001950 FD  WAITLIST-FILE.
001960 COPY WAITLIST.CPY.
001970
001980 FD  TAX-REGISTER-FILE.
001990 COPY TAXREG.CPY.
002000
002010 FD  JOURNAL-FILE.
002020 COPY JOURNAL.CPY.
002030
002040 FD  LOTTERY-REPORT-FILE.
002050 01  LOTTERY-REPORT-RECORD           PIC X(120).
002060
002070 WORKING-STORAGE SECTION.
002080*****************************************************************
002090*  SWITCHES AND FILE STATUS                                     *
002100*****************************************************************
002110 77  LA-FILE-STATUS              PIC X(02) VALUE ZERO.
002120 77  LW-FILE-STATUS              PIC X(02) VALUE ZERO.
002130 77  CM-FILE-STATUS              PIC X(02) VALUE ZERO.
002140 77  SM-FILE-STATUS              PIC X(02) VALUE ZERO.
002150 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
002160 77  RS-FILE-STATUS              PIC X(02) VALUE ZERO.
002170 77  SC-FILE-STATUS              PIC X(02) VALUE ZERO.
002180 77  GM-FILE-STATUS              PIC X(02) VALUE ZERO.
002190 77  WL-FILE-STATUS              PIC X(02) VALUE ZERO.
002200 77  TX-FILE-STATUS              PIC X(02) VALUE ZERO.
002220 77  LR-FILE-STATUS              PIC X(02) VALUE ZERO.
002230
002240 77  LOT-EOJ-SWITCH              PIC X(01) VALUE 'N'.
002250     88  LOT-EOJ                 VALUE 'Y'.
002260
002270 77  LOT-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
002280     88  LOT-SCAN-DONE           VALUE 'Y'.
002290
002300 77  LOT-SCHED-DONE-SWITCH       PIC X(01) VALUE 'N'.
002310     88  LOT-SCHED-DONE          VALUE 'Y'.
002320
002330 77  LOT-NO-RATESCHD-SWITCH      PIC X(01) VALUE 'N'.
002340     88  LOT-NO-RATESCHD         VALUE 'Y'.
002350 77  LOT-NO-SITECLS-SWITCH       PIC X(01) VALUE 'N'.
002360     88  LOT-NO-SITECLS          VALUE 'Y'.
002370
002380 77  LOT-AVAILABLE-SWITCH        PIC X(01) VALUE 'N'.
002390     88  LOT-SITE-AVAILABLE      VALUE 'Y'.
002400     88  LOT-SITE-NOT-AVAILABLE  VALUE 'N'.
002410
002420 77  LOT-SUPERSEDE-SWITCH        PIC X(01) VALUE 'N'.
002430     88  LOT-SUPERSEDE           VALUE 'Y'.
002440
002450 77  LOT-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
002460     88  LOT-LEAP-YEAR           VALUE 'Y'.
002470     88  LOT-NOT-LEAP-YEAR       VALUE 'N'.
002480
002490*****************************************************************
002500*  RUN OPTIONS                                                  *
002510*****************************************************************
002520 77  LOT-YEAR-X                  PIC X(04) VALUE SPACES.
002530 77  LOT-YEAR-N REDEFINES LOT-YEAR-X
002540                                 PIC 9(04).
002550 77  LOT-PRIOR-YEAR              PIC 9(04) VALUE ZERO.
002560
002570 77  LOT-MODE                    PIC X(01) VALUE SPACE.
002580     88  LOT-MODE-TRIAL          VALUE 'T'.
002590     88  LOT-MODE-FINAL          VALUE 'F'.
002600
002610 77  LOT-RERUN-SWITCH            PIC X(01) VALUE 'N'.
002620     88  LOT-RERUN               VALUE 'Y'.
002630
002640 77  LOT-SEED-X                  PIC X(10) VALUE SPACES.
002650 77  LOT-SEED-N REDEFINES LOT-SEED-X
002660                                 PIC 9(10).
002670 77  LOT-CLOCK-TIME              PIC 9(08) VALUE ZERO.
002680
002690*****************************************************************
002700*  THE RANDOM NUMBER GENERATOR.  THE PRODUCT OF THE STATE AND    *
002710*  16807 NEEDS FIFTEEN DIGITS; THE STATE ITSELF NEVER EXCEEDS    *
002720*  2147483646.                                                   *
002730*****************************************************************
002740 77  LOT-SEED                    PIC 9(10) VALUE ZERO.
002750 77  LOT-RANDOM-STATE            PIC 9(10) VALUE ZERO.
002760 77  LOT-RANDOM-PRODUCT          PIC 9(15) VALUE ZERO.
002770 77  LOT-RANDOM-QUOTIENT         PIC 9(05) VALUE ZERO.
002780 77  LOT-RANDOM-MULTIPLIER       PIC 9(05) VALUE 16807.
002790 77  LOT-RANDOM-MODULUS          PIC 9(10) VALUE 2147483647.
002800
002810*****************************************************************
002820*  THE SEASON, FROM THE CONTROL RECORD                          *
002830*****************************************************************
002840 77  LOT-RUN-DATE                PIC 9(08) VALUE ZERO.
002850 77  LOT-SEASON-ARRIVAL          PIC 9(08) VALUE ZERO.
002860 77  LOT-SEASON-DEPARTURE        PIC 9(08) VALUE ZERO.
002870 77  LOT-WINDOW-CLOSE-DATE       PIC 9(08) VALUE ZERO.
002880 77  LOT-DRAWN-DATE              PIC 9(08) VALUE ZERO.
002890 77  LOT-SEASON-NIGHTS           PIC 9(03) VALUE ZERO.
002900
002910*****************************************************************
002920*  THE APPLICATION BEING DRAWN                                  *
002930*****************************************************************
002940 77  LOT-SAVE-KEY                PIC X(10) VALUE SPACES.
002950 77  LOT-DRAW-ORDER              PIC 9(05) VALUE ZERO.
002960 77  LOT-CH-SUB                  PIC 9(01) VALUE ZERO.
002970 77  LOT-CAMPGROUND              PIC X(20) VALUE SPACES.
002980 77  LOT-SITE                    PIC X(03) VALUE SPACES.
002990 77  LOT-GUEST-NUMBER            PIC 9(06) VALUE ZERO.
003000 77  LOT-OPERATOR-ID             PIC X(08) VALUE "LOTTERY".
003010
003020*****************************************************************
003030*  SITES AWARDED SO FAR THIS RUN.  A FINAL DRAW ALSO BOOKS EACH  *
003040*  ONE, BUT A TRIAL DRAW WRITES NOTHING, SO THIS TABLE IS WHAT   *
003050*  KEEPS A SITE FROM BEING AWARDED TWICE IN EITHER MODE.         *
003060*****************************************************************
003070 77  LOT-TAKEN-COUNT             PIC 9(03) VALUE ZERO.
003080 77  LOT-TAKEN-MAX               PIC 9(03) VALUE 500.
003090 77  LOT-TAKEN-SUB               PIC 9(03) VALUE ZERO.
003100 01  LOT-TAKEN-TABLE.
003110     05  LOT-TAKEN-ENTRY OCCURS 500.
003120         10  LOT-TAKEN-CAMPGROUND PIC X(20).
003130         10  LOT-TAKEN-SITE      PIC X(03).
003140
003150*****************************************************************
003160*  PRICING.  THE SAME NIGHT-BY-NIGHT RATE WALK AS COBLSC04'S     *
003170*  8600-PRICE-THE-STAY, WITHOUT A PASS DISCOUNT - A LOTTERY      *
003180*  APPLICATION DOES NOT CARRY ONE.                               *
003190*****************************************************************
003200 77  LOT-COMPUTED-TOTAL          PIC 9(05)V99 VALUE ZERO.
003210 77  LOT-FIRST-NIGHT-RATE        PIC 9(03)V99 VALUE ZERO.
003220 77  LOT-DEPOSIT-AMOUNT          PIC 9(05)V99 VALUE ZERO.
003230 77  LOT-TAX-AMOUNT              PIC 9(05)V99 VALUE ZERO.
003240 77  LOT-TOTAL-DUE               PIC 9(05)V99 VALUE ZERO.
003250 77  LOT-NIGHT-SUB               PIC 9(03) VALUE ZERO.
003260 77  LOT-NIGHT-WEEKDAY-RATE      PIC 9(03)V99 VALUE ZERO.
003270 77  LOT-NIGHT-WEEKEND-RATE      PIC 9(03)V99 VALUE ZERO.
003280 77  LOT-NIGHT-RATE              PIC 9(03)V99 VALUE ZERO.
003290 77  LOT-DAYS-IN-MONTH           PIC 9(02) VALUE ZERO.
003300 77  LOT-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
003310 77  LOT-DIVIDE-REMAINDER        PIC 9(04) VALUE ZERO.
003320
003330 77  LOT-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
003340     88  LOT-WEEKEND-NIGHT       VALUES 0 6.
003350 77  LOT-ZELLER-M                PIC 9(02) VALUE ZERO.
003360 77  LOT-ZELLER-Y                PIC 9(04) VALUE ZERO.
003370 77  LOT-ZELLER-J                PIC 9(02) VALUE ZERO.
003380 77  LOT-ZELLER-K                PIC 9(02) VALUE ZERO.
003390 77  LOT-ZELLER-T1               PIC 9(03) VALUE ZERO.
003400 77  LOT-ZELLER-T2               PIC 9(02) VALUE ZERO.
003410 77  LOT-ZELLER-T3               PIC 9(02) VALUE ZERO.
003420 77  LOT-ZELLER-WORK             PIC 9(05) VALUE ZERO.
003430 77  LOT-ZELLER-Q                PIC 9(04) VALUE ZERO.
003440
003450 01  LOT-NIGHT-DATE.
003460     05  LOT-NIGHT-YEAR          PIC 9(04).
003470     05  LOT-NIGHT-MONTH         PIC 9(02).
003480         88  LOT-NIGHT-30-DAY-MO VALUES 4 6 9 11.
003490         88  LOT-NIGHT-31-DAY-MO VALUES 1 3 5 7 8 10 12.
003500     05  LOT-NIGHT-DAY           PIC 9(02).
003510 01  LOT-NIGHT-DATE-N REDEFINES LOT-NIGHT-DATE
003520                             PIC 9(08).
003530
003532*****************************************************************
003534*  RESERVATION UPDATE JOURNAL WORK AREA (SEE JOURNAL.CPY).      *
003536*  THE BEFORE IMAGE IS CAPTURED AS THE RECORD IS READ, BEFORE   *
003538*  THE BUFFER IS TOUCHED - SPACES MEANS A FRESH WRITE.          *
003540*****************************************************************
003542 01  LOT-JOURNAL-AREA.
003544     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
003546     05  LOT-JRN-BEFORE-AREA     PIC X(250) VALUE SPACES.
003550
003560*****************************************************************
003570*  COUNTS FOR THE SUMMARY AND THE CONTROL RECORD                *
003580*****************************************************************
003590 77  LOT-DRAWN-COUNT             PIC 9(05) VALUE ZERO.
003600 77  LOT-TIER-1-COUNT            PIC 9(05) VALUE ZERO.
003610 77  LOT-AWARD-COUNT             PIC 9(05) VALUE ZERO.
003620 77  LOT-NON-AWARD-COUNT         PIC 9(05) VALUE ZERO.
003630 77  LOT-DNR-COUNT               PIC 9(05) VALUE ZERO.
003640 77  LOT-WAITLIST-COUNT          PIC 9(05) VALUE ZERO.
003650 77  LOT-MATCH-COUNT             PIC 9(05) VALUE ZERO.
003660 77  LOT-DIFFER-COUNT            PIC 9(05) VALUE ZERO.
003670
003680*****************************************************************
003690*  REPORT LINES                                                 *
003700*****************************************************************
003710 01  LR-HEADING-1.
003720     05  FILLER                  PIC X(38) VALUE SPACES.
003730     05  FILLER                  PIC X(44)
003740             VALUE "PARK BOARD SEASONAL SITE LOTTERY - THE DRAW".
003750     05  FILLER                  PIC X(38) VALUE SPACES.
003760
003770 01  LR-HEADING-2.
003780     05  FILLER                  PIC X(08) VALUE "SEASON: ".
003790     05  LR-H2-YEAR              PIC 9(04).
003800     05  FILLER                  PIC X(12) VALUE "   ARRIVE: ".
003810     05  LR-H2-ARRIVAL           PIC 9(08).
003820     05  FILLER                  PIC X(11) VALUE "   DEPART: ".
003830     05  LR-H2-DEPARTURE         PIC 9(08).
003840     05  FILLER                  PIC X(11) VALUE "   NIGHTS: ".
003850     05  LR-H2-NIGHTS            PIC ZZ9.
003860     05  FILLER                  PIC X(13) VALUE "   RUN DATE: ".
003870     05  LR-H2-RUN-DATE          PIC 9(08).
003880     05  FILLER                  PIC X(34) VALUE SPACES.
003890
003900 01  LR-HEADING-3.
003910     05  FILLER                  PIC X(06) VALUE "MODE: ".
003920     05  LR-H3-MODE              PIC X(30).
003930     05  FILLER                  PIC X(06) VALUE "SEED: ".
003940     05  LR-H3-SEED              PIC 9(10).
003950     05  FILLER                  PIC X(68) VALUE SPACES.
003960
003970 01  LR-HEADING-4.
003980     05  FILLER                  PIC X(60) VALUE
003990         "TIER 1 = NOT AWARDED A SITE LAST SEASON, DRAWN FIRST.".
004000     05  FILLER                  PIC X(60) VALUE SPACES.
004010
004020 01  LR-BLANK-LINE               PIC X(01) VALUE SPACE.
004030
004040 01  LR-SECTION-HEADING.
004050     05  LR-SH-TITLE             PIC X(40).
004060     05  FILLER                  PIC X(80) VALUE SPACES.
004070
004080 01  LR-DRAW-COLUMNS.
004090     05  FILLER                  PIC X(07) VALUE "  ORDER".
004100     05  FILLER                  PIC X(06) VALUE "  TIER".
004110     05  FILLER                  PIC X(13) VALUE "  DRAW NUMBER".
004120     05  FILLER                  PIC X(08) VALUE "  GUEST ".
004130     05  FILLER                  PIC X(22) VALUE "  NAME".
004140     05  FILLER                  PIC X(18) VALUE "OUTCOME".
004150     05  FILLER                  PIC X(26)
004160             VALUE "CAMPGROUND            SITE".
004170     05  FILLER                  PIC X(20) VALUE "  CHECK".
004180
004190 01  LR-DRAW-LINE.
004200     05  FILLER                  PIC X(02).
004210     05  LR-D-ORDER              PIC ZZZZ9.
004220     05  FILLER                  PIC X(05).
004230     05  LR-D-TIER               PIC 9(01).
004240     05  FILLER                  PIC X(03).
004250     05  LR-D-DRAW-NUMBER        PIC 9(10).
004260     05  FILLER                  PIC X(02).
004270     05  LR-D-GUEST-NUMBER       PIC 9(06).
004280     05  FILLER                  PIC X(02).
004290     05  LR-D-LAST-NAME          PIC X(20).
004300     05  FILLER                  PIC X(02).
004310     05  LR-D-OUTCOME            PIC X(16).
004320     05  FILLER                  PIC X(02).
004330     05  LR-D-CAMPGROUND         PIC X(20).
004340     05  FILLER                  PIC X(02).
004350     05  LR-D-SITE               PIC X(03).
004360     05  FILLER                  PIC X(03).
004370     05  LR-D-CHECK              PIC X(07).
004380     05  FILLER                  PIC X(07).
004390
004400 01  LR-AWARD-COLUMNS.
004410     05  FILLER                  PIC X(26)
004420             VALUE "CAMPGROUND            SITE".
004430     05  FILLER                  PIC X(08) VALUE "  GUEST ".
004440     05  FILLER                  PIC X(39) VALUE "  NAME".
004450     05  FILLER                  PIC X(12) VALUE "PHONE".
004460     05  FILLER                  PIC X(35)
004470             VALUE "  SEASON AMT        TAX    DEPOSIT".
004480
004490 01  LR-AWARD-LINE.
004500     05  LR-A-CAMPGROUND         PIC X(20).
004510     05  FILLER                  PIC X(02).
004520     05  LR-A-SITE               PIC X(03).
004530     05  FILLER                  PIC X(03).
004540     05  LR-A-GUEST-NUMBER       PIC 9(06).
004550     05  FILLER                  PIC X(02).
004560     05  LR-A-LAST-NAME          PIC X(20).
004570     05  FILLER                  PIC X(01).
004580     05  LR-A-FIRST-NAME         PIC X(15).
004590     05  FILLER                  PIC X(03).
004600     05  LR-A-PHONE              PIC X(10).
004610     05  FILLER                  PIC X(02).
004620     05  LR-A-AMOUNT             PIC ZZ,ZZ9.99.
004630     05  FILLER                  PIC X(02).
004640     05  LR-A-TAX                PIC ZZ,ZZ9.99.
004650     05  FILLER                  PIC X(02).
004660     05  LR-A-DEPOSIT            PIC ZZ,ZZ9.99.
004670     05  FILLER                  PIC X(02).
004680
004690 01  LR-NON-AWARD-COLUMNS.
004700     05  FILLER                  PIC X(08) VALUE "  GUEST ".
004710     05  FILLER                  PIC X(39) VALUE "  NAME".
004720     05  FILLER                  PIC X(12) VALUE "PHONE".
004730     05  FILLER                  PIC X(22) VALUE "REASON".
004740     05  FILLER                  PIC X(39)
004750             VALUE "WAITLIST".
004760
004770 01  LR-NON-AWARD-LINE.
004780     05  FILLER                  PIC X(02).
004790     05  LR-N-GUEST-NUMBER       PIC 9(06).
004800     05  FILLER                  PIC X(02).
004810     05  LR-N-LAST-NAME          PIC X(20).
004820     05  FILLER                  PIC X(01).
004830     05  LR-N-FIRST-NAME         PIC X(15).
004840     05  FILLER                  PIC X(03).
004850     05  LR-N-PHONE              PIC X(10).
004860     05  FILLER                  PIC X(02).
004870     05  LR-N-REASON             PIC X(20).
004880     05  FILLER                  PIC X(02).
004890     05  LR-N-WAITLIST           PIC X(37).
004900
004910 01  LR-TOTAL-LINE.
004920     05  LR-T-LABEL              PIC X(40).
004930     05  LR-T-COUNT              PIC ZZ,ZZ9.
004940     05  FILLER                  PIC X(74) VALUE SPACES.
004950
004960 PROCEDURE DIVISION.
004970*****************************************************************
004980*  0000-MAINLINE                                                *
004990*****************************************************************
005000 0000-MAINLINE.
005010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005020     IF NOT LOT-EOJ
005030         PERFORM 2000-BUILD-DRAW-ORDER THRU 2000-EXIT
005040         PERFORM 3000-AWARD-SITES THRU 3000-EXIT
005050         PERFORM 5000-PRINT-AWARD-LIST THRU 5000-EXIT
005060         PERFORM 5500-PRINT-NON-AWARD-LIST THRU 5500-EXIT
005070         IF LOT-MODE-FINAL
005080             PERFORM 6000-STAMP-CONTROL-RECORD THRU 6000-EXIT
005090         END-IF
005100         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
005110     END-IF.
005120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005130     STOP RUN.
005140
005150*****************************************************************
005160*  1000-INITIALIZE - OPEN FILES, TAKE THE RUN OPTIONS, AND       *
005170*  PRINT THE HEADINGS.  NO RATE SCHEDULE OR CLOSURE FILE YET     *
005180*  IS NOT AN ERROR, THE SAME AS IN COBLSC04.  THE WORK FILE IS   *
005190*  REBUILT EMPTY EVERY RUN.                                      *
005200*****************************************************************
005210 1000-INITIALIZE.
005220     OPEN I-O LOTTERY-APPLICATION-FILE.
005230     IF LA-FILE-STATUS NOT = "00"
005240         DISPLAY "UNABLE TO OPEN LOTTERY APPLICATION FILE"
005250         MOVE 'Y' TO LOT-EOJ-SWITCH
005260         GO TO 1000-EXIT
005270     END-IF.
005280
005290     OPEN OUTPUT LOTTERY-WORK-FILE.
005300     CLOSE LOTTERY-WORK-FILE.
005310     OPEN I-O LOTTERY-WORK-FILE.
005320     IF LW-FILE-STATUS NOT = "00"
005330         DISPLAY "UNABLE TO OPEN LOTTERY WORK FILE"
005340         MOVE 'Y' TO LOT-EOJ-SWITCH
005350         GO TO 1000-EXIT
005360     END-IF.
005370
005380     OPEN INPUT CAMPGROUND-MASTER-FILE.
005390     IF CM-FILE-STATUS NOT = "00"
005400         DISPLAY "UNABLE TO OPEN CAMPGROUND MASTER FILE"
005410         MOVE 'Y' TO LOT-EOJ-SWITCH
005420         GO TO 1000-EXIT
005430     END-IF.
005440
005450     OPEN INPUT SITE-MASTER-FILE.
005460     IF SM-FILE-STATUS NOT = "00"
005470         DISPLAY "UNABLE TO OPEN SITE MASTER FILE"
005480         MOVE 'Y' TO LOT-EOJ-SWITCH
005490         GO TO 1000-EXIT
005500     END-IF.
005510
005520     OPEN I-O RESERVATION-FILE.
005530     IF RES-FILE-STATUS NOT = "00"
005540         DISPLAY "UNABLE TO OPEN RESERVATION FILE"
005550         MOVE 'Y' TO LOT-EOJ-SWITCH
005560         GO TO 1000-EXIT
005570     END-IF.
005580
005590     OPEN INPUT RATE-SCHEDULE-FILE.
005600     IF RS-FILE-STATUS = "35"
005610         SET LOT-NO-RATESCHD TO TRUE
005620     ELSE
005630         IF RS-FILE-STATUS NOT = "00"
005640             DISPLAY "UNABLE TO OPEN RATE SCHEDULE FILE"
005650             MOVE 'Y' TO LOT-EOJ-SWITCH
005660             GO TO 1000-EXIT
005670         END-IF
005680     END-IF.
005690
005700     OPEN INPUT SITE-CLOSURE-FILE.
005710     IF SC-FILE-STATUS = "35"
005720         SET LOT-NO-SITECLS TO TRUE
005730     ELSE
005740         IF SC-FILE-STATUS NOT = "00"
005750             DISPLAY "UNABLE TO OPEN SITE CLOSURE FILE"
005760             MOVE 'Y' TO LOT-EOJ-SWITCH
005770             GO TO 1000-EXIT
005780         END-IF
005790     END-IF.
005800
005810     OPEN I-O GUEST-MASTER-FILE.
005820     IF GM-FILE-STATUS NOT = "00"
005830         DISPLAY "UNABLE TO OPEN GUEST MASTER FILE"
005840         MOVE 'Y' TO LOT-EOJ-SWITCH
005850         GO TO 1000-EXIT
005860     END-IF.
005870
005880     OPEN I-O WAITLIST-FILE.
005890     IF WL-FILE-STATUS = "35"
005900         CLOSE WAITLIST-FILE
005910         OPEN OUTPUT WAITLIST-FILE
005920         CLOSE WAITLIST-FILE
005930         OPEN I-O WAITLIST-FILE
005940     END-IF.
005950     IF WL-FILE-STATUS NOT = "00"
005960         DISPLAY "UNABLE TO OPEN WAITLIST FILE"
005970         MOVE 'Y' TO LOT-EOJ-SWITCH
005980         GO TO 1000-EXIT
005990     END-IF.
006000
006010     OPEN EXTEND TAX-REGISTER-FILE.
006020     IF TX-FILE-STATUS = "35"
006030         OPEN OUTPUT TAX-REGISTER-FILE
006040         CLOSE TAX-REGISTER-FILE
006050         OPEN EXTEND TAX-REGISTER-FILE
006060     END-IF.
006070     IF TX-FILE-STATUS NOT = "00"
006080         DISPLAY "UNABLE TO OPEN TAX REGISTER FILE"
006090         MOVE 'Y' TO LOT-EOJ-SWITCH
006100         GO TO 1000-EXIT
006110     END-IF.
006120
006130     OPEN EXTEND JOURNAL-FILE.
006140     IF JR-FILE-STATUS = "35"
006150         OPEN OUTPUT JOURNAL-FILE
006160         CLOSE JOURNAL-FILE
006170         OPEN EXTEND JOURNAL-FILE
006180     END-IF.
006190     IF JR-FILE-STATUS NOT = "00"
006200         DISPLAY "UNABLE TO OPEN RESERVATION JOURNAL FILE"
006210         MOVE 'Y' TO LOT-EOJ-SWITCH
006220         GO TO 1000-EXIT
006230     END-IF.
006240
006250     OPEN OUTPUT LOTTERY-REPORT-FILE.
006260     IF LR-FILE-STATUS NOT = "00"
006270         DISPLAY "UNABLE TO OPEN LOTTERY REPORT FILE"
006280         MOVE 'Y' TO LOT-EOJ-SWITCH
006290         GO TO 1000-EXIT
006300     END-IF.
006310
006320     ACCEPT LOT-RUN-DATE FROM DATE YYYYMMDD.
006330     PERFORM 1100-GET-RUN-OPTIONS THRU 1100-EXIT.
006340     IF LOT-EOJ
006350         GO TO 1000-EXIT
006360     END-IF.
006370     PERFORM 1200-COUNT-SEASON-NIGHTS THRU 1200-EXIT.
006380
006390     MOVE LOT-YEAR-N           TO LR-H2-YEAR.
006400     MOVE LOT-SEASON-ARRIVAL   TO LR-H2-ARRIVAL.
006410     MOVE LOT-SEASON-DEPARTURE TO LR-H2-DEPARTURE.
006420     MOVE LOT-SEASON-NIGHTS    TO LR-H2-NIGHTS.
006430     MOVE LOT-RUN-DATE         TO LR-H2-RUN-DATE.
006440     IF LOT-RERUN
006450         MOVE "RE-RUN OF THE FINAL DRAW" TO LR-H3-MODE
006460     ELSE
006470         IF LOT-MODE-FINAL
006480             MOVE "FINAL DRAW" TO LR-H3-MODE
006490         ELSE
006500             MOVE "TRIAL - NOTHING UPDATED" TO LR-H3-MODE
006510         END-IF
006520     END-IF.
006530     MOVE LOT-SEED TO LR-H3-SEED.
006540     WRITE LOTTERY-REPORT-RECORD FROM LR-HEADING-1.
006550     WRITE LOTTERY-REPORT-RECORD FROM LR-HEADING-2.
006560     WRITE LOTTERY-REPORT-RECORD FROM LR-HEADING-3.
006570     WRITE LOTTERY-REPORT-RECORD FROM LR-HEADING-4.
006580 1000-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620*  1100-GET-RUN-OPTIONS - THE SEASON MUST BE SET UP.  A FINAL    *
006630*  DRAW NEEDS THE WINDOW CLOSED AND THE SEASON NOT YET DRAWN; A  *
006640*  TRIAL ON A DRAWN SEASON BECOMES THE RE-RUN CHECK AND TAKES    *
006650*  THE STORED SEED, NOT A KEYED ONE.                             *
006660*****************************************************************
006670 1100-GET-RUN-OPTIONS.
006680     DISPLAY "LOTTERY SEASON YEAR YYYY:".
006690     ACCEPT LOT-YEAR-X.
006700     IF LOT-YEAR-X IS NOT NUMERIC
006710         DISPLAY "INVALID SEASON YEAR - RUN CANCELLED"
006720         MOVE 'Y' TO LOT-EOJ-SWITCH
006730         GO TO 1100-EXIT
006740     END-IF.
006750     COMPUTE LOT-PRIOR-YEAR = LOT-YEAR-N - 1.
006760
006770     MOVE LOT-YEAR-N TO LA-SEASON-YEAR.
006780     MOVE ZERO       TO LA-GUEST-NUMBER.
006790     READ LOTTERY-APPLICATION-FILE
006800         INVALID KEY
006810             DISPLAY "NO LOTTERY SET UP FOR SEASON " LOT-YEAR-X
006820                 " - RUN CANCELLED"
006830             MOVE 'Y' TO LOT-EOJ-SWITCH
006840             GO TO 1100-EXIT
006850     END-READ.
006860     MOVE LC-SEASON-ARRIVAL-DATE TO LOT-SEASON-ARRIVAL.
006870     MOVE LC-SEASON-DEPART-DATE  TO LOT-SEASON-DEPARTURE.
006880     MOVE LC-WINDOW-CLOSE-DATE   TO LOT-WINDOW-CLOSE-DATE.
006890
006900     DISPLAY "RUN MODE T=TRIAL F=FINAL:".
006910     ACCEPT LOT-MODE.
006920     IF NOT LOT-MODE-TRIAL AND NOT LOT-MODE-FINAL
006930         DISPLAY "INVALID RUN MODE - RUN CANCELLED"
006940         MOVE 'Y' TO LOT-EOJ-SWITCH
006950         GO TO 1100-EXIT
006960     END-IF.
006970
006980     IF LC-DRAWN
006990         IF LOT-MODE-FINAL
007000             DISPLAY "SEASON " LOT-YEAR-X " WAS DRAWN ON "
007010                 LC-DRAW-DATE " - RUN CANCELLED"
007020             MOVE 'Y' TO LOT-EOJ-SWITCH
007030             GO TO 1100-EXIT
007040         END-IF
007050         SET LOT-RERUN TO TRUE
007060         MOVE LC-DRAW-SEED TO LOT-SEED
007070         MOVE LC-DRAW-DATE TO LOT-DRAWN-DATE
007080         DISPLAY "SEASON " LOT-YEAR-X " WAS DRAWN ON "
007090             LC-DRAW-DATE " - RE-RUNNING FROM ITS SEED"
007100         GO TO 1100-EXIT
007110     END-IF.
007120
007130     IF LOT-MODE-FINAL
007140        AND LOT-RUN-DATE NOT > LOT-WINDOW-CLOSE-DATE
007150         DISPLAY "APPLICATION WINDOW CLOSES "
007160             LOT-WINDOW-CLOSE-DATE " - RUN CANCELLED"
007170         MOVE 'Y' TO LOT-EOJ-SWITCH
007180         GO TO 1100-EXIT
007190     END-IF.
007200
007210     DISPLAY "DRAW SEED, 10 DIGITS (BLANK=FROM THE CLOCK):".
007220     ACCEPT LOT-SEED-X.
007230     IF LOT-SEED-X = SPACES
007240         ACCEPT LOT-CLOCK-TIME FROM TIME
007250         COMPUTE LOT-SEED = LOT-CLOCK-TIME + 1
007260     ELSE
007270         IF LOT-SEED-X IS NOT NUMERIC
007280            OR LOT-SEED-N = ZERO
007290            OR LOT-SEED-N NOT < LOT-RANDOM-MODULUS
007300             DISPLAY "SEED MUST BE 0000000001 TO 2147483646"
007310                 " - RUN CANCELLED"
007320             MOVE 'Y' TO LOT-EOJ-SWITCH
007330             GO TO 1100-EXIT
007340         END-IF
007350         MOVE LOT-SEED-N TO LOT-SEED
007360     END-IF.
007370 1100-EXIT.
007380     EXIT.
007390
007400*****************************************************************
007410*  1200-COUNT-SEASON-NIGHTS - WALK THE NIGHTS FROM THE SEASON'S  *
007420*  ARRIVAL TO ITS DEPARTURE.  THE SEASON WAS EDITED WHEN IT WAS  *
007430*  SET UP, SO DEPARTURE IS ALWAYS AFTER ARRIVAL.                 *
007440*****************************************************************
007450 1200-COUNT-SEASON-NIGHTS.
007460     MOVE ZERO               TO LOT-SEASON-NIGHTS.
007470     MOVE LOT-SEASON-ARRIVAL TO LOT-NIGHT-DATE-N.
007480     PERFORM 1210-COUNT-ONE-NIGHT THRU 1210-EXIT
007490         UNTIL LOT-NIGHT-DATE-N NOT < LOT-SEASON-DEPARTURE.
007500 1200-EXIT.
007510     EXIT.
007520
007530 1210-COUNT-ONE-NIGHT.
007540     ADD 1 TO LOT-SEASON-NIGHTS.
007550     PERFORM 8660-ADVANCE-NIGHT-DATE THRU 8660-EXIT.
007560 1210-EXIT.
007570     EXIT.
007580
007590*****************************************************************
007600*  2000-BUILD-DRAW-ORDER - EVERY APPLICATION FOR THE SEASON      *
007610*  STILL IN THE DRAW GETS ITS NUMBER AND TIER AND GOES ON THE    *
007620*  WORK FILE.  THE GENERATOR STARTS FRESH FROM THE SEED.         *
007630*****************************************************************
007640 2000-BUILD-DRAW-ORDER.
007650     MOVE LOT-SEED   TO LOT-RANDOM-STATE.
007660     MOVE LOT-YEAR-N TO LA-SEASON-YEAR.
007670     MOVE 1          TO LA-GUEST-NUMBER.
007680     START LOTTERY-APPLICATION-FILE KEY IS NOT LESS THAN LA-KEY
007690         INVALID KEY
007700             GO TO 2000-EXIT
007710     END-START.
007720     MOVE 'N' TO LOT-SCAN-DONE-SWITCH.
007730     PERFORM 2100-ADD-ONE-APPLICATION THRU 2100-EXIT
007740         UNTIL LOT-SCAN-DONE.
007750 2000-EXIT.
007760     EXIT.
007770
007780*****************************************************************
007790*  2100-ADD-ONE-APPLICATION - A WITHDRAWN APPLICATION IS NOT IN  *
007800*  THE DRAW.  ON A RE-RUN ONLY THE APPLICATIONS THE FINAL DRAW   *
007810*  DECIDED (A OR N) ARE - THE SAME SET, IN THE SAME KEY ORDER,   *
007820*  SO THEY DRAW THE SAME NUMBERS.  THE TIER COMES FROM LAST      *
007830*  SEASON'S APPLICATION; READING IT LOSES THE PLACE IN THIS      *
007840*  SEASON'S, SO THE PLACE IS RESTARTED JUST PAST THIS KEY.       *
007850*****************************************************************
007860 2100-ADD-ONE-APPLICATION.
007870     READ LOTTERY-APPLICATION-FILE NEXT RECORD
007880         AT END
007890             SET LOT-SCAN-DONE TO TRUE
007900             GO TO 2100-EXIT
007910     END-READ.
007920     IF LA-SEASON-YEAR NOT = LOT-YEAR-N
007930         SET LOT-SCAN-DONE TO TRUE
007940         GO TO 2100-EXIT
007950     END-IF.
007960     IF LOT-RERUN
007970         IF NOT LA-AWARDED AND NOT LA-NOT-AWARDED
007980             GO TO 2100-EXIT
007990         END-IF
008000     ELSE
008010         IF LA-WITHDRAWN
008020             GO TO 2100-EXIT
008030         END-IF
008040     END-IF.
008050
008060     PERFORM 8800-NEXT-RANDOM-NUMBER THRU 8800-EXIT.
008070     MOVE SPACES            TO LOTTERY-WORK-RECORD.
008080     MOVE LOT-RANDOM-STATE  TO LW-DRAW-NUMBER.
008090     MOVE LA-GUEST-NUMBER   TO LW-GUEST-NUMBER.
008100     MOVE LA-LAST-NAME      TO LW-LAST-NAME.
008110     MOVE LA-FIRST-NAME     TO LW-FIRST-NAME.
008120     MOVE LA-PHONE          TO LW-PHONE.
008130     MOVE ZERO              TO LW-AWARD-CHOICE.
008140     MOVE ZERO              TO LW-AMOUNT.
008150     MOVE ZERO              TO LW-TAX-AMOUNT.
008160     MOVE ZERO              TO LW-DEPOSIT-AMOUNT.
008170     MOVE ZERO              TO LW-DRAW-ORDER.
008180
008190     MOVE LA-KEY            TO LOT-SAVE-KEY.
008200     MOVE 1                 TO LW-TIER.
008210     MOVE LOT-PRIOR-YEAR    TO LA-SEASON-YEAR.
008220     READ LOTTERY-APPLICATION-FILE
008230         INVALID KEY
008240             CONTINUE
008250         NOT INVALID KEY
008260             IF LA-AWARDED
008270                 MOVE 2 TO LW-TIER
008280             END-IF
008290     END-READ.
008300     IF LW-TIER = 1
008310         ADD 1 TO LOT-TIER-1-COUNT
008320     END-IF.
008330
008340     WRITE LOTTERY-WORK-RECORD
008350         INVALID KEY
008360             DISPLAY "DUPLICATE LOTTERY WORK KEY " LW-KEY
008370     END-WRITE.
008380     ADD 1 TO LOT-DRAWN-COUNT.
008390
008400     MOVE LOT-SAVE-KEY TO LA-KEY.
008410     START LOTTERY-APPLICATION-FILE KEY IS GREATER THAN LA-KEY
008420         INVALID KEY
008430             SET LOT-SCAN-DONE TO TRUE
008440     END-START.
008450 2100-EXIT.
008460     EXIT.
008470
008480*****************************************************************
008490*  3000-AWARD-SITES - WALK THE WORK FILE IN DRAW ORDER.          *
008500*****************************************************************
008510 3000-AWARD-SITES.
008520     MOVE SPACES TO LR-SH-TITLE.
008530     MOVE "DRAW RESULTS, IN DRAW ORDER" TO LR-SH-TITLE.
008540     WRITE LOTTERY-REPORT-RECORD FROM LR-BLANK-LINE.
008550     WRITE LOTTERY-REPORT-RECORD FROM LR-SECTION-HEADING.
008560     WRITE LOTTERY-REPORT-RECORD FROM LR-DRAW-COLUMNS.
008570     MOVE ZERO       TO LOT-DRAW-ORDER.
008580     MOVE LOW-VALUES TO LW-KEY.
008590     START LOTTERY-WORK-FILE KEY IS NOT LESS THAN LW-KEY
008600         INVALID KEY
008610             GO TO 3000-EXIT
008620     END-START.
008630     MOVE 'N' TO LOT-SCAN-DONE-SWITCH.
008640     PERFORM 3100-DRAW-ONE-APPLICATION THRU 3100-EXIT
008650         UNTIL LOT-SCAN-DONE.
008660 3000-EXIT.
008670     EXIT.
008680
008690*****************************************************************
008700*  3100-DRAW-ONE-APPLICATION - THE NEXT GUEST IN DRAW ORDER.     *
008710*  A RE-RUN TAKES THE OUTCOME THE FINAL DRAW STAMPED AND CHECKS  *
008720*  THE NUMBER AND PLACE AGAINST IT; OTHERWISE THE GUEST'S        *
008730*  CHOICES ARE TRIED NOW.                                        *
008740*****************************************************************
008750 3100-DRAW-ONE-APPLICATION.
008760     READ LOTTERY-WORK-FILE NEXT RECORD
008770         AT END
008780             SET LOT-SCAN-DONE TO TRUE
008790             GO TO 3100-EXIT
008800     END-READ.
008810     ADD 1 TO LOT-DRAW-ORDER.
008820     MOVE LOT-DRAW-ORDER TO LW-DRAW-ORDER.
008830     MOVE LOT-YEAR-N      TO LA-SEASON-YEAR.
008840     MOVE LW-GUEST-NUMBER TO LA-GUEST-NUMBER.
008850     READ LOTTERY-APPLICATION-FILE
008860         INVALID KEY
008870             DISPLAY "LOTTERY APPLICATION " LW-GUEST-NUMBER
008880                 " NOT FOUND"
008890             GO TO 3100-EXIT
008900     END-READ.
008910
008920     IF LOT-RERUN
008930         PERFORM 3150-CHECK-STORED-RESULT THRU 3150-EXIT
008940     ELSE
008950         PERFORM 3200-TRY-CHOICES THRU 3200-EXIT
008960     END-IF.
008970
008980     IF LW-AWARDED
008990         ADD 1 TO LOT-AWARD-COUNT
009000     ELSE
009010         ADD 1 TO LOT-NON-AWARD-COUNT
009020         IF LW-REASON-DNR
009030             ADD 1 TO LOT-DNR-COUNT
009040         END-IF
009050     END-IF.
009060     REWRITE LOTTERY-WORK-RECORD
009070         INVALID KEY
009080             DISPLAY "UNABLE TO REWRITE LOTTERY WORK " LW-KEY
009090     END-REWRITE.
009100     PERFORM 8100-PRINT-DRAW-LINE THRU 8100-EXIT.
009110 3100-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150*  3150-CHECK-STORED-RESULT - THE APPLICATION'S STAMPED NUMBER   *
009160*  AND PLACE MUST BE THE ONES JUST DRAWN.  THE AMOUNTS FOR THE   *
009170*  AWARD LIST COME FROM THE RESERVATION THE FINAL DRAW BOOKED.   *
009180*****************************************************************
009190 3150-CHECK-STORED-RESULT.
009200     MOVE LA-STATUS        TO LW-OUTCOME.
009210     MOVE LA-REASON        TO LW-REASON.
009220     MOVE LA-WAITLIST-FLAG TO LW-WAITLIST-FLAG.
009230     MOVE LA-AWARD-CHOICE  TO LW-AWARD-CHOICE.
009240     IF LA-DRAW-NUMBER = LW-DRAW-NUMBER
009250        AND LA-DRAW-ORDER = LW-DRAW-ORDER
009260         SET LW-ORDER-MATCHES TO TRUE
009270         ADD 1 TO LOT-MATCH-COUNT
009280     ELSE
009290         SET LW-ORDER-DIFFERS TO TRUE
009300         ADD 1 TO LOT-DIFFER-COUNT
009310     END-IF.
009320     IF LW-NOT-AWARDED
009330        OR LW-AWARD-CHOICE < 1 OR LW-AWARD-CHOICE > 3
009340         GO TO 3150-EXIT
009350     END-IF.
009360     MOVE LA-CH-CAMPGROUND(LW-AWARD-CHOICE)
009370                           TO LW-CAMPGROUND-NAME.
009380     MOVE LA-CH-SITE(LW-AWARD-CHOICE)
009390                           TO LW-SITE.
009400     MOVE LW-CAMPGROUND-NAME TO RES-CAMPGROUND-NAME.
009410     MOVE LW-SITE            TO RES-SITE.
009420     MOVE LOT-SEASON-ARRIVAL TO RES-ARRIVAL-DATE.
009430     READ RESERVATION-FILE
009440         INVALID KEY
009450             GO TO 3150-EXIT
009460     END-READ.
009470     MOVE RES-AMOUNT         TO LW-AMOUNT.
009480     IF RES-TAX-AMOUNT IS NUMERIC
009490         MOVE RES-TAX-AMOUNT TO LW-TAX-AMOUNT
009500     END-IF.
009510     IF RES-DEPOSIT-AMOUNT IS NUMERIC
009520         MOVE RES-DEPOSIT-AMOUNT TO LW-DEPOSIT-AMOUNT
009530     END-IF.
009540 3150-EXIT.
009550     EXIT.
009560
009570*****************************************************************
009580*  3200-TRY-CHOICES - A GUEST FLAGGED DO-NOT-RENT SINCE THEY     *
009590*  APPLIED IS PASSED OVER.  OTHERWISE THE FIRST CHOICE STILL     *
009600*  OPEN IS AWARDED.  ON A FINAL DRAW THE OUTCOME IS THEN BOOKED  *
009610*  OR WAITLISTED AND STAMPED ON THE APPLICATION.                 *
009620*****************************************************************
009630 3200-TRY-CHOICES.
009640     SET LW-NOT-AWARDED    TO TRUE.
009650     SET LW-REASON-NO-SITE TO TRUE.
009660     MOVE 'N'              TO LW-WAITLIST-FLAG.
009670     MOVE LW-PHONE TO GM-PHONE.
009680     READ GUEST-MASTER-FILE
009690         INVALID KEY
009700             CONTINUE
009710         NOT INVALID KEY
009720             IF GM-DO-NOT-RENT
009730                 SET LW-REASON-DNR TO TRUE
009740             END-IF
009750     END-READ.
009760     IF NOT LW-REASON-DNR
009770         PERFORM 3300-TRY-ONE-CHOICE THRU 3300-EXIT
009780             VARYING LOT-CH-SUB FROM 1 BY 1
009790             UNTIL LOT-CH-SUB > 3
009800                OR LW-AWARDED
009810     END-IF.
009820     IF NOT LOT-MODE-FINAL
009830         GO TO 3200-EXIT
009840     END-IF.
009850     IF LW-AWARDED
009860         PERFORM 3400-WRITE-RESERVATION THRU 3400-EXIT
009870     ELSE
009880         IF NOT LW-REASON-DNR
009890             PERFORM 3600-ADD-WAITLIST-RECORD THRU 3600-EXIT
009900         END-IF
009910     END-IF.
009920     PERFORM 3700-UPDATE-APPLICATION THRU 3700-EXIT.
009930 3200-EXIT.
009940     EXIT.
009950
009960*****************************************************************
009970*  3300-TRY-ONE-CHOICE - THE CAMPGROUND AND SITE MUST STILL BE   *
009980*  ACTIVE AND FIT THE EQUIPMENT (THEY DID WHEN THE APPLICATION   *
009990*  WAS TAKEN, BUT A SITE CAN BE RETIRED SINCE), NOT ALREADY      *
010000*  AWARDED THIS RUN, NOT BOOKED, AND NOT CLOSED FOR ANY NIGHT    *
010010*  OF THE SEASON.  AN OPEN SITE IS PRICED AND AWARDED.           *
010020*****************************************************************
010030 3300-TRY-ONE-CHOICE.
010040     IF LA-CH-CAMPGROUND(LOT-CH-SUB) = SPACES
010050         GO TO 3300-EXIT
010060     END-IF.
010070     MOVE LA-CH-CAMPGROUND(LOT-CH-SUB) TO LOT-CAMPGROUND.
010080     MOVE LA-CH-SITE(LOT-CH-SUB)       TO LOT-SITE.
010090     MOVE LOT-CAMPGROUND TO CM-CAMPGROUND-NAME.
010100     READ CAMPGROUND-MASTER-FILE
010110         INVALID KEY
010120             GO TO 3300-EXIT
010130     END-READ.
010140     IF CM-INACTIVE
010150         GO TO 3300-EXIT
010160     END-IF.
010170     MOVE LOT-CAMPGROUND TO SM-CAMPGROUND-NAME.
010180     MOVE LOT-SITE       TO SM-SITE.
010190     READ SITE-MASTER-FILE
010200         INVALID KEY
010210             GO TO 3300-EXIT
010220     END-READ.
010230     IF SM-INACTIVE
010240         GO TO 3300-EXIT
010250     END-IF.
010260     IF (LA-EQUIP-RV AND SM-TYPE-TENT)
010270        OR (LA-EQUIP-ELECTRIC AND NOT SM-TYPE-ELECTRIC)
010280         GO TO 3300-EXIT
010290     END-IF.
010300
010310     SET LOT-SITE-AVAILABLE TO TRUE.
010320     PERFORM 3310-CHECK-TAKEN-ENTRY THRU 3310-EXIT
010330         VARYING LOT-TAKEN-SUB FROM 1 BY 1
010340         UNTIL LOT-TAKEN-SUB > LOT-TAKEN-COUNT
010350            OR LOT-SITE-NOT-AVAILABLE.
010360     IF LOT-SITE-AVAILABLE
010370         PERFORM 3320-CHECK-SITE-OCCUPANCY THRU 3320-EXIT
010380     END-IF.
010390     IF LOT-SITE-AVAILABLE
010400         PERFORM 3330-CHECK-SITE-CLOSURE THRU 3330-EXIT
010410     END-IF.
010420     IF LOT-SITE-NOT-AVAILABLE
010430         GO TO 3300-EXIT
010440     END-IF.
010450
010460     PERFORM 8600-PRICE-THE-STAY THRU 8600-EXIT.
010470     PERFORM 8700-COMPUTE-DEPOSIT THRU 8700-EXIT.
010480     SET LW-AWARDED          TO TRUE.
010490     MOVE SPACE              TO LW-REASON.
010500     MOVE LOT-CH-SUB         TO LW-AWARD-CHOICE.
010510     MOVE LOT-CAMPGROUND     TO LW-CAMPGROUND-NAME.
010520     MOVE LOT-SITE           TO LW-SITE.
010530     MOVE LOT-COMPUTED-TOTAL TO LW-AMOUNT.
010540     MOVE LOT-TAX-AMOUNT     TO LW-TAX-AMOUNT.
010550     MOVE LOT-DEPOSIT-AMOUNT TO LW-DEPOSIT-AMOUNT.
010560     IF LOT-TAKEN-COUNT < LOT-TAKEN-MAX
010570         ADD 1 TO LOT-TAKEN-COUNT
010580         MOVE LOT-CAMPGROUND TO
010590             LOT-TAKEN-CAMPGROUND(LOT-TAKEN-COUNT)
010600         MOVE LOT-SITE       TO LOT-TAKEN-SITE(LOT-TAKEN-COUNT)
010610     ELSE
010620         DISPLAY "AWARDED-SITE TABLE FULL AT " LOT-TAKEN-MAX
010630     END-IF.
010640 3300-EXIT.
010650     EXIT.
010660
010670 3310-CHECK-TAKEN-ENTRY.
010680     IF LOT-TAKEN-CAMPGROUND(LOT-TAKEN-SUB) = LOT-CAMPGROUND
010690        AND LOT-TAKEN-SITE(LOT-TAKEN-SUB) = LOT-SITE
010700         SET LOT-SITE-NOT-AVAILABLE TO TRUE
010710     END-IF.
010720 3310-EXIT.
010730     EXIT.
010740
010750*****************************************************************
010760*  3320-CHECK-SITE-OCCUPANCY - THE SAME OVERLAP TEST THE ENTRY   *
010770*  PROGRAMS APPLY, AGAINST THE WHOLE SEASON                      *
010780*****************************************************************
010790 3320-CHECK-SITE-OCCUPANCY.
010800     MOVE LOT-CAMPGROUND TO RES-CAMPGROUND-NAME.
010810     MOVE LOT-SITE       TO RES-SITE.
010820     MOVE ZEROS          TO RES-ARRIVAL-DATE.
010830     START RESERVATION-FILE KEY IS NOT LESS THAN RES-KEY
010840         INVALID KEY
010850             GO TO 3320-EXIT
010860     END-START.
010870     MOVE 'N' TO LOT-SCAN-DONE-SWITCH.
010880     PERFORM 3325-SCAN-SITE-RESERVATIONS THRU 3325-EXIT
010890         UNTIL LOT-SCAN-DONE.
010900     MOVE 'N' TO LOT-SCAN-DONE-SWITCH.
010910 3320-EXIT.
010920     EXIT.
010930
010940 3325-SCAN-SITE-RESERVATIONS.
010950     READ RESERVATION-FILE NEXT RECORD
010960         AT END
010970             SET LOT-SCAN-DONE TO TRUE
010980             GO TO 3325-EXIT
010990     END-READ.
011000     IF RES-CAMPGROUND-NAME NOT = LOT-CAMPGROUND
011010        OR RES-SITE NOT = LOT-SITE
011020         SET LOT-SCAN-DONE TO TRUE
011030         GO TO 3325-EXIT
011040     END-IF.
011050     IF RES-HOLDS-SITE
011060        AND LOT-SEASON-ARRIVAL < RES-DEPARTURE-DATE
011070        AND LOT-SEASON-DEPARTURE > RES-ARRIVAL-DATE
011080         SET LOT-SITE-NOT-AVAILABLE TO TRUE
011090         SET LOT-SCAN-DONE TO TRUE
011100     END-IF.
011110 3325-EXIT.
011120     EXIT.
011130
011140*****************************************************************
011150*  3330-CHECK-SITE-CLOSURE - THE SAME CLOSURE TEST THE ENTRY     *
011160*  PROGRAMS APPLY: ONE SITE, ITS LOOP, OR THE WHOLE CAMPGROUND   *
011170*****************************************************************
011180 3330-CHECK-SITE-CLOSURE.
011190     IF LOT-NO-SITECLS
011200         GO TO 3330-EXIT
011210     END-IF.
011220     MOVE LOT-CAMPGROUND TO SC-CAMPGROUND-NAME.
011230     MOVE LOW-VALUES     TO SC-SITE.
011240     MOVE ZEROS          TO SC-FROM-DATE.
011250     START SITE-CLOSURE-FILE KEY IS NOT LESS THAN SC-KEY
011260         INVALID KEY
011270             GO TO 3330-EXIT
011280     END-START.
011290     MOVE 'N' TO LOT-SCAN-DONE-SWITCH.
011300     PERFORM 3335-SCAN-SITE-CLOSURES THRU 3335-EXIT
011310         UNTIL LOT-SCAN-DONE.
011320     MOVE 'N' TO LOT-SCAN-DONE-SWITCH.
011330 3330-EXIT.
011340     EXIT.
011350
011360 3335-SCAN-SITE-CLOSURES.
011370     READ SITE-CLOSURE-FILE NEXT RECORD
011380         AT END
011390             SET LOT-SCAN-DONE TO TRUE
011400             GO TO 3335-EXIT
011410     END-READ.
011420     IF SC-CAMPGROUND-NAME NOT = LOT-CAMPGROUND
011430         SET LOT-SCAN-DONE TO TRUE
011440         GO TO 3335-EXIT
011450     END-IF.
011460     IF SC-SITE NOT = SPACES
011470        AND SC-SITE NOT = LOT-SITE
011480        AND (SC-SITE(2:2) NOT = SPACES
011490             OR SC-SITE(1:1) NOT = LOT-SITE(1:1))
011500         GO TO 3335-EXIT
011510     END-IF.
011520     IF LOT-SEASON-ARRIVAL NOT > SC-THROUGH-DATE
011530        AND LOT-SEASON-DEPARTURE > SC-FROM-DATE
011540         SET LOT-SITE-NOT-AVAILABLE TO TRUE
011550         SET LOT-SCAN-DONE TO TRUE
011560     END-IF.
011570 3335-EXIT.
011580     EXIT.
011590
011600*****************************************************************
011610*  3400-WRITE-RESERVATION - BOOK THE AWARD AS A SEASONAL STAY    *
011620*  FOR THE WHOLE SEASON.  NO CARD IS TAKEN BY THE DRAW: THE      *
011630*  DEPOSIT IS SET AND NOTHING IS PAID, SO NO PAYMENT             *
011640*  TRANSACTION IS WRITTEN - THE GUEST PAYS AT THE COUNTER LIKE   *
011650*  ANY OTHER BALANCE.  A CANCELLED OR NO-SHOW RECORD ON THE      *
011660*  SAME KEY IS SUPERSEDED, THE SAME AS IN COBLSC04.              *
011670*****************************************************************
011680 3400-WRITE-RESERVATION.
011690     MOVE LOT-CAMPGROUND     TO RES-CAMPGROUND-NAME.
011700     MOVE LOT-SITE           TO RES-SITE.
011710     MOVE LOT-SEASON-ARRIVAL TO RES-ARRIVAL-DATE.
011720     MOVE 'N'    TO LOT-SUPERSEDE-SWITCH.
011730     MOVE SPACES TO LOT-JRN-BEFORE-AREA.
011740     READ RESERVATION-FILE
011750         INVALID KEY
011760             CONTINUE
011770         NOT INVALID KEY
011780             MOVE RESERVATION-RECORD TO LOT-JRN-BEFORE-AREA
011790             SET LOT-SUPERSEDE TO TRUE
011800     END-READ.
011810
011820     PERFORM 3500-UPDATE-GUEST-MASTER THRU 3500-EXIT.
011830
011840     MOVE SPACES               TO RESERVATION-RECORD.
011850     MOVE LOT-CAMPGROUND       TO RES-CAMPGROUND-NAME.
011860     MOVE LOT-SITE             TO RES-SITE.
011870     MOVE LOT-SEASON-ARRIVAL   TO RES-ARRIVAL-DATE.
011880     SET RES-STAY-SEASONAL     TO TRUE.
011890     MOVE LOT-SEASON-NIGHTS    TO RES-STAY.
011900     MOVE LOT-SEASON-DEPARTURE TO RES-DEPARTURE-DATE.
011910     MOVE LA-LAST-NAME         TO RES-LAST-NAME.
011920     MOVE LA-FIRST-NAME        TO RES-FIRST-NAME.
011930     MOVE LA-PHONE             TO RES-PHONE.
011940     MOVE LOT-COMPUTED-TOTAL   TO RES-AMOUNT.
011950     MOVE SPACE                TO RES-CARD-TYPE.
011960     MOVE ZERO                 TO RES-CARD-NUMBER.
011970     MOVE ZERO                 TO RES-EXP-YEAR.
011980     MOVE ZERO                 TO RES-EXP-MONTH.
011990     SET RES-CARD-NOT-RUN      TO TRUE.
012000     MOVE SPACES               TO RES-CARD-AUTH-CODE.
012010     SET RES-ACTIVE            TO TRUE.
012020     MOVE LOT-OPERATOR-ID      TO RES-OPERATOR-ID.
012030     MOVE LOT-RUN-DATE         TO RES-LAST-CHANGE-DATE.
012040     MOVE LOT-RUN-DATE         TO RES-AMOUNT-CHANGE-DATE.
012050     MOVE ZERO                 TO RES-REFUND-AMOUNT.
012060     MOVE ZERO                 TO RES-REFUND-DATE.
012070     MOVE ZERO                 TO RES-SETTLED-DATE.
012080     MOVE LA-GUEST-NUMBER      TO RES-GUEST-NUMBER.
012090     MOVE ZERO                 TO RES-GROUP-ID.
012100     MOVE LA-EQUIP-TYPE        TO RES-EQUIP-TYPE.
012110     MOVE LOT-DEPOSIT-AMOUNT   TO RES-DEPOSIT-AMOUNT.
012120     MOVE ZERO                 TO RES-PAID-AMOUNT.
012130     MOVE LOT-TAX-AMOUNT       TO RES-TAX-AMOUNT.
012140     MOVE SPACES               TO RES-PASS-TYPE.
012150     MOVE SPACES               TO RES-PASS-NUMBER.
012160     MOVE ZERO                 TO RES-DISCOUNT-NIGHTS.
012170     MOVE ZERO                 TO RES-DISCOUNT-AMOUNT.
012180
012190     IF LOT-SUPERSEDE
012200         REWRITE RESERVATION-RECORD
012210             INVALID KEY
012220                 DISPLAY "UNABLE TO REWRITE RESERVATION "
012230                     RES-KEY
012240                 GO TO 3400-EXIT
012250         END-REWRITE
012260         SET JR-ACTION-REWRITE TO TRUE
012270     ELSE
012280         WRITE RESERVATION-RECORD
012290             INVALID KEY
012300                 DISPLAY "UNABLE TO WRITE RESERVATION "
012310                     RES-KEY
012320                 GO TO 3400-EXIT
012330         END-WRITE
012340         SET JR-ACTION-WRITE TO TRUE
012350     END-IF.
012360     PERFORM 8170-WRITE-JOURNAL-RECORD THRU 8170-EXIT.
012370     PERFORM 3490-WRITE-TAX-REGISTER THRU 3490-EXIT.
012380 3400-EXIT.
012390     EXIT.
012400
012410*****************************************************************
012420*  3490-WRITE-TAX-REGISTER - THE TAX CHARGED ON THE AWARD, FOR   *
012430*  THE MONTHLY REMITTANCE, THE SAME AS COBLSC04'S 3090.  AN      *
012440*  UNTAXED CAMPGROUND WRITES NOTHING.                            *
012450*****************************************************************
012460 3490-WRITE-TAX-REGISTER.
012470     IF LOT-TAX-AMOUNT = ZERO
012480         GO TO 3490-EXIT
012490     END-IF.
012500     MOVE SPACES              TO TAX-REGISTER-RECORD.
012510     MOVE RES-CAMPGROUND-NAME TO TX-CAMPGROUND-NAME.
012520     MOVE RES-SITE            TO TX-SITE.
012530     MOVE RES-ARRIVAL-DATE    TO TX-ARRIVAL-DATE.
012540     MOVE LOT-TAX-AMOUNT      TO TX-TAX-AMOUNT.
012550     MOVE LOT-RUN-DATE        TO TX-TRAN-DATE.
012560     MOVE LOT-OPERATOR-ID     TO TX-OPERATOR-ID.
012570     WRITE TAX-REGISTER-RECORD.
012580 3490-EXIT.
012590     EXIT.
012600
012610*****************************************************************
012620*  3500-UPDATE-GUEST-MASTER - COUNT THE STAY ON THE GUEST        *
012630*  MASTER, THE SAME UPKEEP COBLSC04 DOES.  THE APPLICATION WAS   *
012640*  TAKEN FROM A PHONE ON THE MASTER, SO IT IS NOT ADDED HERE.    *
012650*****************************************************************
012660 3500-UPDATE-GUEST-MASTER.
012670     MOVE LA-PHONE TO GM-PHONE.
012680     READ GUEST-MASTER-FILE
012690         INVALID KEY
012700             GO TO 3500-EXIT
012710     END-READ.
012720     ADD 1 TO GM-STAY-COUNT.
012730     MOVE LOT-RUN-DATE TO GM-LAST-STAY-DATE.
012740     REWRITE GUEST-MASTER-RECORD
012750         INVALID KEY
012760             DISPLAY "UNABLE TO REWRITE GUEST MASTER RECORD"
012770     END-REWRITE.
012780 3500-EXIT.
012790     EXIT.
012800
012810*****************************************************************
012820*  3600-ADD-WAITLIST-RECORD - A GUEST NOT AWARDED WAITS FOR      *
012830*  THEIR FIRST CHOICE FOR THE SEASON, AND COBLSC05 CALLS THEM    *
012840*  IF IT FREES UP.  THE WAITLIST IS KEYED BY CAMPGROUND,         *
012850*  ARRIVAL, AND LAST NAME, SO A SECOND FAMILY OF THE SAME NAME   *
012860*  WANTING THE SAME CAMPGROUND CANNOT BE ADDED - THE NON-AWARD   *
012870*  LIST SAYS SO FOR THE OFFICE TO HANDLE BY HAND.                *
012880*****************************************************************
012890 3600-ADD-WAITLIST-RECORD.
012900     MOVE SPACES               TO WAITLIST-RECORD.
012910     MOVE LA-CH-CAMPGROUND(1)  TO WL-CAMPGROUND-NAME.
012920     MOVE LOT-SEASON-ARRIVAL   TO WL-ARRIVAL-DATE.
012930     MOVE LA-LAST-NAME         TO WL-LAST-NAME.
012940     MOVE LA-CH-SITE(1)        TO WL-DESIRED-SITE.
012950     MOVE LOT-SEASON-DEPARTURE TO WL-DEPARTURE-DATE.
012960     MOVE LA-FIRST-NAME        TO WL-FIRST-NAME.
012970     MOVE LA-PHONE             TO WL-PHONE.
012980     SET WL-WAITING            TO TRUE.
012990     MOVE LOT-RUN-DATE         TO WL-ADDED-DATE.
013000     WRITE WAITLIST-RECORD
013010         INVALID KEY
013020             GO TO 3600-EXIT
013030     END-WRITE.
013040     SET LW-WAITLISTED TO TRUE.
013050     ADD 1 TO LOT-WAITLIST-COUNT.
013060 3600-EXIT.
013070     EXIT.
013080
013090*****************************************************************
013100*  3700-UPDATE-APPLICATION - STAMP THE DRAW ON THE APPLICATION   *
013110*****************************************************************
013120 3700-UPDATE-APPLICATION.
013130     MOVE LW-OUTCOME       TO LA-STATUS.
013140     IF LW-TIER = 1
013150         SET LA-PREFERRED TO TRUE
013160     ELSE
013170         MOVE 'N' TO LA-PREFERENCE-FLAG
013180     END-IF.
013190     MOVE LW-DRAW-NUMBER   TO LA-DRAW-NUMBER.
013200     MOVE LW-DRAW-ORDER    TO LA-DRAW-ORDER.
013210     MOVE LW-AWARD-CHOICE  TO LA-AWARD-CHOICE.
013220     MOVE LW-REASON        TO LA-REASON.
013230     MOVE LW-WAITLIST-FLAG TO LA-WAITLIST-FLAG.
013240     MOVE LOT-RUN-DATE     TO LA-LAST-CHANGE-DATE.
013250     REWRITE LOTTERY-APPLICATION-RECORD
013260         INVALID KEY
013270             DISPLAY "UNABLE TO REWRITE LOTTERY APPLICATION "
013280                 LA-KEY
013290     END-REWRITE.
013300 3700-EXIT.
013310     EXIT.
013320
013330*****************************************************************
013340*  5000-PRINT-AWARD-LIST - THE AWARDS, IN DRAW ORDER            *
013350*****************************************************************
013360 5000-PRINT-AWARD-LIST.
013370     MOVE "AWARD LIST" TO LR-SH-TITLE.
013380     WRITE LOTTERY-REPORT-RECORD FROM LR-BLANK-LINE.
013390     WRITE LOTTERY-REPORT-RECORD FROM LR-SECTION-HEADING.
013400     WRITE LOTTERY-REPORT-RECORD FROM LR-AWARD-COLUMNS.
013410     MOVE LOW-VALUES TO LW-KEY.
013420     START LOTTERY-WORK-FILE KEY IS NOT LESS THAN LW-KEY
013430         INVALID KEY
013440             GO TO 5000-EXIT
013450     END-START.
013460     MOVE 'N' TO LOT-SCAN-DONE-SWITCH.
013470     PERFORM 5100-PRINT-ONE-AWARD THRU 5100-EXIT
013480         UNTIL LOT-SCAN-DONE.
013490 5000-EXIT.
013500     EXIT.
013510
013520 5100-PRINT-ONE-AWARD.
013530     READ LOTTERY-WORK-FILE NEXT RECORD
013540         AT END
013550             SET LOT-SCAN-DONE TO TRUE
013560             GO TO 5100-EXIT
013570     END-READ.
013580     IF NOT LW-AWARDED
013590         GO TO 5100-EXIT
013600     END-IF.
013610     MOVE SPACES             TO LR-AWARD-LINE.
013620     MOVE LW-CAMPGROUND-NAME TO LR-A-CAMPGROUND.
013630     MOVE LW-SITE            TO LR-A-SITE.
013640     MOVE LW-GUEST-NUMBER    TO LR-A-GUEST-NUMBER.
013650     MOVE LW-LAST-NAME       TO LR-A-LAST-NAME.
013660     MOVE LW-FIRST-NAME      TO LR-A-FIRST-NAME.
013670     MOVE LW-PHONE           TO LR-A-PHONE.
013680     MOVE LW-AMOUNT          TO LR-A-AMOUNT.
013690     MOVE LW-TAX-AMOUNT      TO LR-A-TAX.
013700     MOVE LW-DEPOSIT-AMOUNT  TO LR-A-DEPOSIT.
013710     WRITE LOTTERY-REPORT-RECORD FROM LR-AWARD-LINE.
013720 5100-EXIT.
013730     EXIT.
013740
013750*****************************************************************
013760*  5500-PRINT-NON-AWARD-LIST - THE GUESTS NOT AWARDED, IN DRAW   *
013770*  ORDER, WITH THE REASON AND THE WAITLIST ENTRY MADE            *
013780*****************************************************************
013790 5500-PRINT-NON-AWARD-LIST.
013800     MOVE "NON-AWARD LIST" TO LR-SH-TITLE.
013810     WRITE LOTTERY-REPORT-RECORD FROM LR-BLANK-LINE.
013820     WRITE LOTTERY-REPORT-RECORD FROM LR-SECTION-HEADING.
013830     WRITE LOTTERY-REPORT-RECORD FROM LR-NON-AWARD-COLUMNS.
013840     MOVE LOW-VALUES TO LW-KEY.
013850     START LOTTERY-WORK-FILE KEY IS NOT LESS THAN LW-KEY
013860         INVALID KEY
013870             GO TO 5500-EXIT
013880     END-START.
013890     MOVE 'N' TO LOT-SCAN-DONE-SWITCH.
013900     PERFORM 5600-PRINT-ONE-NON-AWARD THRU 5600-EXIT
013910         UNTIL LOT-SCAN-DONE.
013920 5500-EXIT.
013930     EXIT.
013940
013950 5600-PRINT-ONE-NON-AWARD.
013960     READ LOTTERY-WORK-FILE NEXT RECORD
013970         AT END
013980             SET LOT-SCAN-DONE TO TRUE
013990             GO TO 5600-EXIT
014000     END-READ.
014010     IF LW-AWARDED
014020         GO TO 5600-EXIT
014030     END-IF.
014040     MOVE SPACES          TO LR-NON-AWARD-LINE.
014050     MOVE LW-GUEST-NUMBER TO LR-N-GUEST-NUMBER.
014060     MOVE LW-LAST-NAME    TO LR-N-LAST-NAME.
014070     MOVE LW-FIRST-NAME   TO LR-N-FIRST-NAME.
014080     MOVE LW-PHONE        TO LR-N-PHONE.
014090     IF LW-REASON-DNR
014100         MOVE "DO-NOT-RENT"         TO LR-N-REASON
014110     ELSE
014120         MOVE "NO CHOICE AVAILABLE" TO LR-N-REASON
014130     END-IF.
014140     IF LW-WAITLISTED
014150         MOVE "ADDED FOR FIRST CHOICE" TO LR-N-WAITLIST
014160     ELSE
014170         IF LOT-MODE-FINAL AND NOT LW-REASON-DNR
014180             MOVE "NOT ADDED - NAME ALREADY WAITING"
014190                 TO LR-N-WAITLIST
014200         END-IF
014210     END-IF.
014220     WRITE LOTTERY-REPORT-RECORD FROM LR-NON-AWARD-LINE.
014230 5600-EXIT.
014240     EXIT.
014250
014260*****************************************************************
014270*  6000-STAMP-CONTROL-RECORD - MARK THE SEASON DRAWN, WITH THE   *
014280*  DATE, THE SEED, AND THE COUNTS, SO IT CANNOT BE DRAWN AGAIN   *
014290*  AND CAN BE RE-RUN FROM THE SAME SEED                          *
014300*****************************************************************
014310 6000-STAMP-CONTROL-RECORD.
014320     MOVE LOT-YEAR-N TO LA-SEASON-YEAR.
014330     MOVE ZERO       TO LA-GUEST-NUMBER.
014340     READ LOTTERY-APPLICATION-FILE
014350         INVALID KEY
014360             DISPLAY "LOTTERY CONTROL RECORD NOT FOUND"
014370             GO TO 6000-EXIT
014380     END-READ.
014390     SET LC-DRAWN            TO TRUE.
014400     MOVE LOT-RUN-DATE        TO LC-DRAW-DATE.
014410     MOVE LOT-SEED            TO LC-DRAW-SEED.
014420     MOVE LOT-AWARD-COUNT     TO LC-AWARD-COUNT.
014430     MOVE LOT-NON-AWARD-COUNT TO LC-NON-AWARD-COUNT.
014440     REWRITE LOTTERY-APPLICATION-RECORD
014450         INVALID KEY
014460             DISPLAY "UNABLE TO REWRITE LOTTERY CONTROL RECORD"
014470     END-REWRITE.
014480 6000-EXIT.
014490     EXIT.
014500
014510*****************************************************************
014520*  7000-PRINT-SUMMARY - THE COUNTS, AND ON A RE-RUN WHETHER      *
014530*  EVERY APPLICATION CAME OUT IN ITS STAMPED PLACE               *
014540*****************************************************************
014550 7000-PRINT-SUMMARY.
014560     MOVE "SUMMARY" TO LR-SH-TITLE.
014570     WRITE LOTTERY-REPORT-RECORD FROM LR-BLANK-LINE.
014580     WRITE LOTTERY-REPORT-RECORD FROM LR-SECTION-HEADING.
014590     MOVE "APPLICATIONS IN THE DRAW" TO LR-T-LABEL.
014600     MOVE LOT-DRAWN-COUNT TO LR-T-COUNT.
014610     WRITE LOTTERY-REPORT-RECORD FROM LR-TOTAL-LINE.
014620     MOVE "  TIER 1 (NOT AWARDED LAST SEASON)" TO LR-T-LABEL.
014630     MOVE LOT-TIER-1-COUNT TO LR-T-COUNT.
014640     WRITE LOTTERY-REPORT-RECORD FROM LR-TOTAL-LINE.
014650     MOVE "SITES AWARDED" TO LR-T-LABEL.
014660     MOVE LOT-AWARD-COUNT TO LR-T-COUNT.
014670     WRITE LOTTERY-REPORT-RECORD FROM LR-TOTAL-LINE.
014680     MOVE "NOT AWARDED" TO LR-T-LABEL.
014690     MOVE LOT-NON-AWARD-COUNT TO LR-T-COUNT.
014700     WRITE LOTTERY-REPORT-RECORD FROM LR-TOTAL-LINE.
014710     MOVE "  PASSED OVER AS DO-NOT-RENT" TO LR-T-LABEL.
014720     MOVE LOT-DNR-COUNT TO LR-T-COUNT.
014730     WRITE LOTTERY-REPORT-RECORD FROM LR-TOTAL-LINE.
014740     IF LOT-MODE-FINAL
014750         MOVE "  ADDED TO THE WAITLIST" TO LR-T-LABEL
014760         MOVE LOT-WAITLIST-COUNT TO LR-T-COUNT
014770         WRITE LOTTERY-REPORT-RECORD FROM LR-TOTAL-LINE
014780     END-IF.
014790     IF LOT-RERUN
014800         MOVE "PLACES MATCHING THE FINAL DRAW" TO LR-T-LABEL
014810         MOVE LOT-MATCH-COUNT TO LR-T-COUNT
014820         WRITE LOTTERY-REPORT-RECORD FROM LR-TOTAL-LINE
014830         MOVE "PLACES DIFFERING FROM THE FINAL DRAW" TO LR-T-LABEL
014840         MOVE LOT-DIFFER-COUNT TO LR-T-COUNT
014850         WRITE LOTTERY-REPORT-RECORD FROM LR-TOTAL-LINE
014860     END-IF.
014870     DISPLAY "LOTTERY " LOT-YEAR-X " - DRAWN " LOT-DRAWN-COUNT
014880         " AWARDED " LOT-AWARD-COUNT
014890         " NOT AWARDED " LOT-NON-AWARD-COUNT.
014900 7000-EXIT.
014910     EXIT.
014920
014930*****************************************************************
014940*  8100-PRINT-DRAW-LINE - ONE LINE OF THE DRAW RESULTS          *
014950*****************************************************************
014960 8100-PRINT-DRAW-LINE.
014970     MOVE SPACES          TO LR-DRAW-LINE.
014980     MOVE LW-DRAW-ORDER   TO LR-D-ORDER.
014990     MOVE LW-TIER         TO LR-D-TIER.
015000     MOVE LW-DRAW-NUMBER  TO LR-D-DRAW-NUMBER.
015010     MOVE LW-GUEST-NUMBER TO LR-D-GUEST-NUMBER.
015020     MOVE LW-LAST-NAME    TO LR-D-LAST-NAME.
015030     IF LW-AWARDED
015040         MOVE "AWARDED CHOICE" TO LR-D-OUTCOME
015050         MOVE LW-AWARD-CHOICE  TO LR-D-OUTCOME(16:1)
015060         MOVE LW-CAMPGROUND-NAME TO LR-D-CAMPGROUND
015070         MOVE LW-SITE          TO LR-D-SITE
015080     ELSE
015090         IF LW-REASON-DNR
015100             MOVE "DO-NOT-RENT"  TO LR-D-OUTCOME
015110         ELSE
015120             MOVE "NOT AWARDED"  TO LR-D-OUTCOME
015130         END-IF
015140     END-IF.
015150     IF LW-ORDER-MATCHES
015160         MOVE "MATCH"   TO LR-D-CHECK
015170     END-IF.
015180     IF LW-ORDER-DIFFERS
015190         MOVE "DIFFERS" TO LR-D-CHECK
015200     END-IF.
015210     WRITE LOTTERY-REPORT-RECORD FROM LR-DRAW-LINE.
015220 8100-EXIT.
015230     EXIT.
015240
015250*****************************************************************
015260*  8170-WRITE-JOURNAL-RECORD - BEFORE/AFTER IMAGE OF THE        *
015270*  RESERVATION UPDATE JUST MADE, FOR THE COBLSC23 FORWARD       *
015280*  RECOVERY.  CALLERS LEAVE THE BEFORE IMAGE IN                 *
015290*  LOT-JRN-BEFORE-AREA (SPACES FOR A FRESH WRITE) AND SET       *
015300*  JR-ACTION BEFORE PERFORMING.                                 *
015310*****************************************************************
015320 8170-WRITE-JOURNAL-RECORD.
015330     MOVE 'COBLSC39'          TO JR-PROGRAM-ID.
015340     MOVE LOT-OPERATOR-ID     TO JR-OPERATOR-ID.
015350     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
015360     ACCEPT JR-JOURNAL-TIME FROM TIME.
015370     MOVE LOT-JRN-BEFORE-AREA TO JR-BEFORE-IMAGE.
015380     MOVE RESERVATION-RECORD  TO JR-AFTER-IMAGE.
015390     WRITE JOURNAL-RECORD.
015400 8170-EXIT.
015410     EXIT.
015420
015430*****************************************************************
015440*  8600-PRICE-THE-STAY - PRICE EACH NIGHT OF THE SEASON FROM     *
015450*  THE RATE SCHEDULE RANGE COVERING IT (WEEKEND RATE FOR A       *
015460*  FRIDAY OR SATURDAY NIGHT), FALLING BACK TO THE CAMPGROUND     *
015470*  MASTER'S FLAT RATE, THE SAME AS COBLSC04.  LEAVES THE TOTAL   *
015480*  IN LOT-COMPUTED-TOTAL AND THE FIRST NIGHT'S RATE IN           *
015490*  LOT-FIRST-NIGHT-RATE.                                         *
015500*****************************************************************
015510 8600-PRICE-THE-STAY.
015520     MOVE ZERO               TO LOT-COMPUTED-TOTAL.
015530     MOVE LOT-SEASON-ARRIVAL TO LOT-NIGHT-DATE-N.
015540     PERFORM 8610-PRICE-ONE-NIGHT THRU 8610-EXIT
015550         VARYING LOT-NIGHT-SUB FROM 1 BY 1
015560         UNTIL LOT-NIGHT-SUB > LOT-SEASON-NIGHTS.
015570 8600-EXIT.
015580     EXIT.
015590
015600 8610-PRICE-ONE-NIGHT.
015610     PERFORM 8620-FIND-NIGHT-RATE THRU 8620-EXIT.
015620     PERFORM 8630-GET-NIGHT-DAY-OF-WEEK THRU 8630-EXIT.
015630     IF LOT-WEEKEND-NIGHT
015640         MOVE LOT-NIGHT-WEEKEND-RATE TO LOT-NIGHT-RATE
015650     ELSE
015660         MOVE LOT-NIGHT-WEEKDAY-RATE TO LOT-NIGHT-RATE
015670     END-IF.
015680     ADD LOT-NIGHT-RATE TO LOT-COMPUTED-TOTAL.
015690     IF LOT-NIGHT-SUB = 1
015700         MOVE LOT-NIGHT-RATE TO LOT-FIRST-NIGHT-RATE
015710     END-IF.
015720     PERFORM 8660-ADVANCE-NIGHT-DATE THRU 8660-EXIT.
015730 8610-EXIT.
015740     EXIT.
015750
015760 8620-FIND-NIGHT-RATE.
015770     MOVE CM-NIGHTLY-RATE TO LOT-NIGHT-WEEKDAY-RATE.
015780     MOVE CM-NIGHTLY-RATE TO LOT-NIGHT-WEEKEND-RATE.
015790     IF LOT-NO-RATESCHD
015800         GO TO 8620-EXIT
015810     END-IF.
015820     MOVE LOT-CAMPGROUND TO RS-CAMPGROUND-NAME.
015830     MOVE ZEROS          TO RS-EFF-START-DATE.
015840     START RATE-SCHEDULE-FILE KEY IS NOT LESS THAN RS-KEY
015850         INVALID KEY
015860             GO TO 8620-EXIT
015870     END-START.
015880     MOVE 'N' TO LOT-SCHED-DONE-SWITCH.
015890     PERFORM 8625-CHECK-ONE-RATE-RANGE THRU 8625-EXIT
015900         UNTIL LOT-SCHED-DONE.
015910 8620-EXIT.
015920     EXIT.
015930
015940 8625-CHECK-ONE-RATE-RANGE.
015950     READ RATE-SCHEDULE-FILE NEXT RECORD
015960         AT END
015970             SET LOT-SCHED-DONE TO TRUE
015980             GO TO 8625-EXIT
015990     END-READ.
016000     IF RS-CAMPGROUND-NAME NOT = LOT-CAMPGROUND
016010        OR RS-EFF-START-DATE > LOT-NIGHT-DATE-N
016020         SET LOT-SCHED-DONE TO TRUE
016030         GO TO 8625-EXIT
016040     END-IF.
016050     IF RS-EFF-END-DATE NOT < LOT-NIGHT-DATE-N
016060         MOVE RS-WEEKDAY-RATE TO LOT-NIGHT-WEEKDAY-RATE
016070         MOVE RS-WEEKEND-RATE TO LOT-NIGHT-WEEKEND-RATE
016080     END-IF.
016090 8625-EXIT.
016100     EXIT.
016110
016120*****************************************************************
016130*  8630-GET-NIGHT-DAY-OF-WEEK - ZELLER'S RULE ON THE NIGHT       *
016140*  DATE; 0 (SATURDAY) AND 6 (FRIDAY) ARE THE WEEKEND NIGHTS.     *
016150*****************************************************************
016160 8630-GET-NIGHT-DAY-OF-WEEK.
016170     IF LOT-NIGHT-MONTH < 3
016180         COMPUTE LOT-ZELLER-M = LOT-NIGHT-MONTH + 12
016190         COMPUTE LOT-ZELLER-Y = LOT-NIGHT-YEAR - 1
016200     ELSE
016210         MOVE LOT-NIGHT-MONTH TO LOT-ZELLER-M
016220         MOVE LOT-NIGHT-YEAR  TO LOT-ZELLER-Y
016230     END-IF.
016240     DIVIDE LOT-ZELLER-Y BY 100
016250         GIVING LOT-ZELLER-J
016260         REMAINDER LOT-ZELLER-K.
016270     COMPUTE LOT-ZELLER-T1 = (13 * (LOT-ZELLER-M + 1)) / 5.
016280     DIVIDE LOT-ZELLER-K BY 4 GIVING LOT-ZELLER-T2.
016290     DIVIDE LOT-ZELLER-J BY 4 GIVING LOT-ZELLER-T3.
016300     COMPUTE LOT-ZELLER-WORK = LOT-NIGHT-DAY + LOT-ZELLER-T1
016310         + LOT-ZELLER-K + LOT-ZELLER-T2 + LOT-ZELLER-T3
016320         + (5 * LOT-ZELLER-J).
016330     DIVIDE LOT-ZELLER-WORK BY 7
016340         GIVING LOT-ZELLER-Q
016350         REMAINDER LOT-DAY-OF-WEEK.
016360 8630-EXIT.
016370     EXIT.
016380
016390 8640-GET-NIGHT-MONTH-LENGTH.
016400     IF LOT-NIGHT-30-DAY-MO
016410         MOVE 30 TO LOT-DAYS-IN-MONTH
016420     ELSE
016430         IF LOT-NIGHT-31-DAY-MO
016440             MOVE 31 TO LOT-DAYS-IN-MONTH
016450         ELSE
016460             PERFORM 8650-CHECK-NIGHT-LEAP-YEAR THRU 8650-EXIT
016470             IF LOT-LEAP-YEAR
016480                 MOVE 29 TO LOT-DAYS-IN-MONTH
016490             ELSE
016500                 MOVE 28 TO LOT-DAYS-IN-MONTH
016510             END-IF
016520         END-IF
016530     END-IF.
016540 8640-EXIT.
016550     EXIT.
016560
016570 8650-CHECK-NIGHT-LEAP-YEAR.
016580     SET LOT-NOT-LEAP-YEAR TO TRUE.
016590     DIVIDE LOT-NIGHT-YEAR BY 4
016600         GIVING LOT-DIVIDE-QUOTIENT
016610         REMAINDER LOT-DIVIDE-REMAINDER.
016620     IF LOT-DIVIDE-REMAINDER = 0
016630         DIVIDE LOT-NIGHT-YEAR BY 100
016640             GIVING LOT-DIVIDE-QUOTIENT
016650             REMAINDER LOT-DIVIDE-REMAINDER
016660         IF LOT-DIVIDE-REMAINDER NOT = 0
016670             SET LOT-LEAP-YEAR TO TRUE
016680         ELSE
016690             DIVIDE LOT-NIGHT-YEAR BY 400
016700                 GIVING LOT-DIVIDE-QUOTIENT
016710                 REMAINDER LOT-DIVIDE-REMAINDER
016720             IF LOT-DIVIDE-REMAINDER = 0
016730                 SET LOT-LEAP-YEAR TO TRUE
016740             END-IF
016750         END-IF
016760     END-IF.
016770 8650-EXIT.
016780     EXIT.
016790
016800 8660-ADVANCE-NIGHT-DATE.
016810     ADD 1 TO LOT-NIGHT-DAY.
016820     PERFORM 8640-GET-NIGHT-MONTH-LENGTH THRU 8640-EXIT.
016830     IF LOT-NIGHT-DAY > LOT-DAYS-IN-MONTH
016840         MOVE 1 TO LOT-NIGHT-DAY
016850         ADD 1 TO LOT-NIGHT-MONTH
016860         IF LOT-NIGHT-MONTH > 12
016870             MOVE 1 TO LOT-NIGHT-MONTH
016880             ADD 1 TO LOT-NIGHT-YEAR
016890         END-IF
016900     END-IF.
016910 8660-EXIT.
016920     EXIT.
016930
016940*****************************************************************
016950*  8700-COMPUTE-DEPOSIT - THE PARK BOARD DEPOSIT POLICY, THE     *
016960*  SAME AS COBLSC04'S 2415: A QUARTER OF THE SEASON PLUS ITS     *
016970*  LODGING TAX, NEVER LESS THAN THE FIRST NIGHT AND NEVER MORE   *
016980*  THAN THE WHOLE STAY                                           *
016990*****************************************************************
017000 8700-COMPUTE-DEPOSIT.
017010     IF CM-TAX-RATE IS NOT NUMERIC
017020         MOVE ZERO TO LOT-TAX-AMOUNT
017030     ELSE
017040         COMPUTE LOT-TAX-AMOUNT ROUNDED
017050             = LOT-COMPUTED-TOTAL * CM-TAX-RATE / 100
017060     END-IF.
017070     COMPUTE LOT-TOTAL-DUE
017080         = LOT-COMPUTED-TOTAL + LOT-TAX-AMOUNT.
017090     COMPUTE LOT-DEPOSIT-AMOUNT ROUNDED
017100         = LOT-TOTAL-DUE / 4.
017110     IF LOT-DEPOSIT-AMOUNT < LOT-FIRST-NIGHT-RATE
017120         MOVE LOT-FIRST-NIGHT-RATE TO LOT-DEPOSIT-AMOUNT
017130     END-IF.
017140     IF LOT-DEPOSIT-AMOUNT > LOT-TOTAL-DUE
017150         MOVE LOT-TOTAL-DUE TO LOT-DEPOSIT-AMOUNT
017160     END-IF.
017170 8700-EXIT.
017180     EXIT.
017190
017200*****************************************************************
017210*  8800-NEXT-RANDOM-NUMBER - ONE STEP OF THE PARK-MILLER         *
017220*  MINIMAL STANDARD GENERATOR.  THE NEW STATE IS THE DRAW        *
017230*  NUMBER, 1 THROUGH 2147483646.                                 *
017240*****************************************************************
017250 8800-NEXT-RANDOM-NUMBER.
017260     MULTIPLY LOT-RANDOM-STATE BY LOT-RANDOM-MULTIPLIER
017270         GIVING LOT-RANDOM-PRODUCT.
017280     DIVIDE LOT-RANDOM-PRODUCT BY LOT-RANDOM-MODULUS
017290         GIVING LOT-RANDOM-QUOTIENT
017300         REMAINDER LOT-RANDOM-STATE.
017310 8800-EXIT.
017320     EXIT.
017330
017340*****************************************************************
017350*  9000-TERMINATE - CLOSE FILES                                  *
017360*****************************************************************
017370 9000-TERMINATE.
017380     CLOSE LOTTERY-APPLICATION-FILE.
017390     CLOSE LOTTERY-WORK-FILE.
017400     CLOSE CAMPGROUND-MASTER-FILE.
017410     CLOSE SITE-MASTER-FILE.
017420     CLOSE RESERVATION-FILE.
017430     IF NOT LOT-NO-RATESCHD
017440         CLOSE RATE-SCHEDULE-FILE
017450     END-IF.
017460     IF NOT LOT-NO-SITECLS
017470         CLOSE SITE-CLOSURE-FILE
017480     END-IF.
017490     CLOSE GUEST-MASTER-FILE.
017500     CLOSE WAITLIST-FILE.
017510     CLOSE TAX-REGISTER-FILE.
017520     CLOSE JOURNAL-FILE.
017530     CLOSE LOTTERY-REPORT-FILE.
017540 9000-EXIT.
017550     EXIT.
