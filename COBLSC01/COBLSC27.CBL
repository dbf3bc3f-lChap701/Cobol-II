000100*****************************************************************
000110*  COBLSC27                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC27.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-07.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  MORNING GATE SHEET.  NIGHTLY BATCH REPORT THAT      *
000210*  PUTS ON PAPER WHAT COBLSC07 SHOWS THE RANGER ONE RECORD AT    *
000220*  A TIME, FOR THE BOOTH TO WORK FROM WHEN THE TERMINAL IS       *
000230*  DOWN OR THE LINE IS OUT TO THE ROAD.  FOR EVERY ACTIVE        *
000240*  CAMPGROUND AND THE NEXT BUSINESS DATE (THE DAY AFTER THE      *
000250*  NIGHT RUN) IT PRINTS THREE LISTS:                             *
000260*                                                                *
000270*    ARRIVALS    - ACTIVE BOOKINGS ARRIVING THAT DAY, WITH THE   *
000280*                  EQUIPMENT, THE GROUP ID, AND THE BALANCE      *
000290*                  DUE AT THE GATE (ROOM CHARGE PLUS LODGING     *
000300*                  TAX LESS WHAT HAS BEEN PAID - THE SAME        *
000310*                  FIGURE COBLSC07 COLLECTS AT CHECK-IN).        *
000320*    DEPARTURES  - STAYS STILL HOLDING THEIR SITE (ACTIVE OR     *
000330*                  CHECKED IN) THAT ARE DUE OUT THAT DAY.        *
000340*    IN THE PARK - EVERY GUEST CHECKED IN, WITH ANYONE WHOSE     *
000350*                  DEPARTURE DATE IS ALREADY BEHIND THEM         *
000360*                  FLAGGED AS AN OVERSTAY.                       *
000370*                                                                *
000380*  THIS JOB IS STEP 3 OF THE NIGHTLY SEQUENCE (RUNCTL.CPY); IT   *
000390*  REFUSES TO START BEFORE COBLSC05 HAS ENDED FOR THE BUSINESS   *
000400*  DATE, SO THE SHEET ALWAYS SHOWS THE OVERNIGHT LOAD AND THE    *
000410*  WAITLIST RELEASE, AND REFUSES A SECOND RUN FOR THE SAME DATE. *
000420*                                                                *
000430*  MOD-LOG                                                       *
000440*  DATE       BY   DESCRIPTION                                   *
000450*  ---------- ---- ------------------------------------------    *
000460*  2026-10-07 RLH  ORIGINAL PROGRAM.                              *
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
000640     SELECT GATE-SHEET-FILE ASSIGN TO "GATESHT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS GS-FILE-STATUS.
000670
000680     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS RC-PROGRAM-ID
000720         FILE STATUS IS RC-FILE-STATUS.
000730
000740     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS RL-FILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CAMPGROUND-MASTER-FILE.
000810 COPY CAMPMSTR.CPY.
000820
000830 FD  RESERVATION-FILE.
000840 COPY RESERV.CPY.
000850
000860 FD  GATE-SHEET-FILE.
000870 01  GATE-SHEET-RECORD              PIC X(90).
000880
000890 FD  RUN-CONTROL-FILE.
000900 COPY RUNCTL.CPY.
000910
000920 FD  RUN-LOG-FILE.
000930 COPY RUNLOG.CPY.
000940
000950 WORKING-STORAGE SECTION.
000960*****************************************************************
000970*  SWITCHES AND COUNTERS                                        *
000980*****************************************************************
000990 77  CM-FILE-STATUS              PIC X(02) VALUE ZERO.
001000 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
001010 77  GS-FILE-STATUS              PIC X(02) VALUE ZERO.
001020
001030 77  GSH-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001040     88  GSH-EOJ                 VALUE 'Y'.
001050
001060 77  GSH-CAMPGROUND-EOF-SWITCH   PIC X(01) VALUE 'N'.
001070     88  GSH-CAMPGROUND-EOF      VALUE 'Y'.
001080
001090 77  GSH-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
001100     88  GSH-SCAN-DONE           VALUE 'Y'.
001110
001120 77  GSH-LIST-SWITCH             PIC X(01) VALUE SPACE.
001130     88  GSH-LIST-ARRIVALS       VALUE 'A'.
001140     88  GSH-LIST-DEPARTURES     VALUE 'D'.
001150     88  GSH-LIST-IN-PARK        VALUE 'I'.
001160
001170 77  GSH-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
001180     88  GSH-LEAP-YEAR           VALUE 'Y'.
001190     88  GSH-NOT-LEAP-YEAR       VALUE 'N'.
001200
001210 77  GSH-RUN-DATE                PIC 9(08) VALUE ZERO.
001220
001230 77  GSH-LIST-COUNT              PIC 9(05) VALUE ZERO.
001240 77  GSH-TOTAL-DUE               PIC 9(06)V99 VALUE ZERO.
001250 77  GSH-BALANCE-DUE             PIC 9(06)V99 VALUE ZERO.
001260 77  GSH-LIST-BALANCE            PIC 9(07)V99 VALUE ZERO.
001270
001280 77  GSH-DAYS-IN-MONTH           PIC 9(02) VALUE ZERO.
001290 77  GSH-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001300 77  GSH-DIVIDE-REMAINDER        PIC 9(04) VALUE ZERO.
001310
001320*****************************************************************
001330*  GATE DATE - THE MORNING THE SHEET IS FOR, ONE DAY PAST THE    *
001340*  BUSINESS DATE OF THE NIGHT RUN                                *
001350*****************************************************************
001360 01  GSH-GATE-DATE.
001370     05  GSH-GATE-YEAR           PIC 9(04).
001380     05  GSH-GATE-MONTH          PIC 9(02).
001390         88  GSH-GATE-30-DAY-MO  VALUES 4 6 9 11.
001400         88  GSH-GATE-31-DAY-MO  VALUES 1 3 5 7 8 10 12.
001410     05  GSH-GATE-DAY            PIC 9(02).
001420 01  GSH-GATE-DATE-N REDEFINES GSH-GATE-DATE
001430                                 PIC 9(08).
001440
001450*****************************************************************
001460*  REPORT LINES                                                 *
001470*****************************************************************
001480 01  GS-HEADING-1.
001490     05  FILLER                  PIC X(34) VALUE SPACES.
001500     05  FILLER                  PIC X(22)
001510             VALUE "MORNING GATE SHEET".
001520     05  FILLER                  PIC X(34) VALUE SPACES.
001530
001540 01  GS-HEADING-2.
001550     05  FILLER                  PIC X(11) VALUE "GATE DATE: ".
001560     05  GS-H2-GATE-DATE         PIC 9(08).
001570     05  FILLER                  PIC X(13) VALUE "   PRINTED: ".
001580     05  GS-H2-RUN-DATE          PIC 9(08).
001590     05  FILLER                  PIC X(50) VALUE SPACES.
001600
001610 01  GS-RULE-LINE.
001620     05  FILLER                  PIC X(78) VALUE ALL "=".
001630
001640 01  GS-CAMPGROUND-LINE.
001650     05  FILLER                  PIC X(12) VALUE "CAMPGROUND: ".
001660     05  GS-C-CAMPGROUND         PIC X(20).
001670
001680 01  GS-BLANK-LINE               PIC X(01) VALUE SPACE.
001690
001700 01  GS-ARRIVAL-TITLE.
001710     05  FILLER                  PIC X(20)
001720             VALUE "ARRIVALS".
001730
001740 01  GS-ARRIVAL-HEADING.
001750     05  FILLER                  PIC X(06) VALUE "SITE".
001760     05  FILLER                  PIC X(38) VALUE "GUEST".
001770     05  FILLER                  PIC X(10) VALUE "EQUIPMENT".
001780     05  FILLER                  PIC X(16) VALUE "GROUP ID".
001790     05  FILLER                  PIC X(11) VALUE "BALANCE DUE".
001800
001810 01  GS-ARRIVAL-LINE.
001820     05  GS-A-SITE               PIC X(03).
001830     05  FILLER                  PIC X(03).
001840     05  GS-A-LAST-NAME          PIC X(20).
001850     05  FILLER                  PIC X(01).
001860     05  GS-A-FIRST-NAME         PIC X(15).
001870     05  FILLER                  PIC X(02).
001880     05  GS-A-EQUIP              PIC X(08).
001890     05  FILLER                  PIC X(02).
001900     05  GS-A-GROUP-ID           PIC X(14).
001910     05  FILLER                  PIC X(02).
001920     05  GS-A-BALANCE            PIC ZZZ,ZZ9.99.
001930
001940 01  GS-DEPARTURE-TITLE.
001950     05  FILLER                  PIC X(20)
001960             VALUE "DEPARTURES".
001970
001980 01  GS-DEPARTURE-HEADING.
001990     05  FILLER                  PIC X(06) VALUE "SITE".
002000     05  FILLER                  PIC X(38) VALUE "GUEST".
002010     05  FILLER                  PIC X(10) VALUE "ARRIVED".
002020     05  FILLER                  PIC X(16) VALUE "GROUP ID".
002030     05  FILLER                  PIC X(11) VALUE "BALANCE DUE".
002040
002050 01  GS-DEPARTURE-LINE.
002060     05  GS-D-SITE               PIC X(03).
002070     05  FILLER                  PIC X(03).
002080     05  GS-D-LAST-NAME          PIC X(20).
002090     05  FILLER                  PIC X(01).
002100     05  GS-D-FIRST-NAME         PIC X(15).
002110     05  FILLER                  PIC X(02).
002120     05  GS-D-ARRIVAL            PIC 9(08).
002130     05  FILLER                  PIC X(02).
002140     05  GS-D-GROUP-ID           PIC X(14).
002150     05  FILLER                  PIC X(02).
002160     05  GS-D-BALANCE            PIC ZZZ,ZZ9.99.
002170
002180 01  GS-IN-PARK-TITLE.
002190     05  FILLER                  PIC X(20)
002200             VALUE "IN THE PARK".
002210
002220 01  GS-IN-PARK-HEADING.
002230     05  FILLER                  PIC X(06) VALUE "SITE".
002240     05  FILLER                  PIC X(38) VALUE "GUEST".
002250     05  FILLER                  PIC X(10) VALUE "ARRIVED".
002260     05  FILLER                  PIC X(10) VALUE "DEPARTS".
002270     05  FILLER                  PIC X(08) VALUE "FLAG".
002280
002290 01  GS-IN-PARK-LINE.
002300     05  GS-I-SITE               PIC X(03).
002310     05  FILLER                  PIC X(03).
002320     05  GS-I-LAST-NAME          PIC X(20).
002330     05  FILLER                  PIC X(01).
002340     05  GS-I-FIRST-NAME         PIC X(15).
002350     05  FILLER                  PIC X(02).
002360     05  GS-I-ARRIVAL            PIC 9(08).
002370     05  FILLER                  PIC X(02).
002380     05  GS-I-DEPARTURE          PIC 9(08).
002390     05  FILLER                  PIC X(02).
002400     05  GS-I-FLAG               PIC X(08).
002410
002420 01  GS-NONE-LINE.
002430     05  FILLER                  PIC X(06) VALUE SPACES.
002440     05  FILLER                  PIC X(04) VALUE "NONE".
002450
002460 01  GS-COUNT-LINE.
002470     05  FILLER                  PIC X(06) VALUE SPACES.
002480     05  FILLER                  PIC X(07) VALUE "COUNT: ".
002490     05  GS-CT-COUNT             PIC ZZ,ZZ9.
002500
002510 01  GS-BALANCE-LINE.
002520     05  FILLER                  PIC X(06) VALUE SPACES.
002530     05  FILLER                  PIC X(31)
002540             VALUE "TOTAL BALANCE DUE AT THE GATE:".
002550     05  GS-BL-BALANCE           PIC Z,ZZZ,ZZ9.99.
002560
002570*****************************************************************
002580*  NIGHT-RUN CONTROL - THIS JOB'S PLACE IN THE NIGHTLY          *
002590*  SEQUENCE AND ITS PREDECESSOR (SEE RUNCTL.CPY)                *
002600*****************************************************************
002610 01  GSH-RUN-CONTROL-AREA.
002620     05  RC-FILE-STATUS          PIC X(02) VALUE ZERO.
002630     05  RL-FILE-STATUS          PIC X(02) VALUE ZERO.
002640     05  GSH-RUN-PROGRAM-ID     PIC X(08) VALUE 'COBLSC27'.
002650     05  GSH-RUN-PRED-ID        PIC X(08) VALUE 'COBLSC05'.
002660     05  GSH-RUN-SEQ-NO         PIC 9(02) VALUE 3.
002670     05  GSH-RUN-EVENT          PIC X(05) VALUE SPACES.
002680     05  GSH-RUN-NEW-SWITCH     PIC X(01) VALUE 'N'.
002690         88  GSH-RUN-NEW-RECORD   VALUE 'Y'.
002700     05  GSH-RUN-STAMPED-SW     PIC X(01) VALUE 'N'.
002710         88  GSH-RUN-STAMPED      VALUE 'Y'.
002720
002730 PROCEDURE DIVISION.
002740*****************************************************************
002750*  0000-MAINLINE                                                *
002760*****************************************************************
002770 0000-MAINLINE.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 2000-PROCESS-CAMPGROUND THRU 2000-EXIT
002800         UNTIL GSH-CAMPGROUND-EOF.
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820     STOP RUN.
002830
002840*****************************************************************
002850*  1000-INITIALIZE - OPEN FILES, CHECK THE NIGHT-RUN SEQUENCE,   *
002860*  WORK OUT THE GATE DATE, PRINT THE HEADINGS, AND PRIME THE     *
002870*  CAMPGROUND-MASTER READ                                        *
002880*****************************************************************
002890 1000-INITIALIZE.
002900     OPEN INPUT CAMPGROUND-MASTER-FILE.
002910     IF CM-FILE-STATUS NOT = "00"
002920         DISPLAY "UNABLE TO OPEN CAMPGROUND MASTER FILE"
002930         MOVE 'Y' TO GSH-EOJ-SWITCH
002940         MOVE 'Y' TO GSH-CAMPGROUND-EOF-SWITCH
002950         GO TO 1000-EXIT
002960     END-IF.
002970
002980     OPEN INPUT RESERVATION-FILE.
002990     IF RES-FILE-STATUS NOT = "00"
003000         DISPLAY "UNABLE TO OPEN RESERVATION FILE"
003010         MOVE 'Y' TO GSH-EOJ-SWITCH
003020         MOVE 'Y' TO GSH-CAMPGROUND-EOF-SWITCH
003030         GO TO 1000-EXIT
003040     END-IF.
003050
003060     OPEN OUTPUT GATE-SHEET-FILE.
003070     IF GS-FILE-STATUS NOT = "00"
003080         DISPLAY "UNABLE TO OPEN GATE SHEET FILE"
003090         MOVE 'Y' TO GSH-EOJ-SWITCH
003100         MOVE 'Y' TO GSH-CAMPGROUND-EOF-SWITCH
003110         GO TO 1000-EXIT
003120     END-IF.
003130
003140     ACCEPT GSH-RUN-DATE FROM DATE YYYYMMDD.
003150     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
003160     IF GSH-EOJ
003170         GO TO 1000-EXIT
003180     END-IF.
003190
003200     MOVE GSH-RUN-DATE TO GSH-GATE-DATE-N.
003210     PERFORM 8560-ADVANCE-GATE-DATE THRU 8560-EXIT.
003220
003230     MOVE GSH-GATE-DATE-N TO GS-H2-GATE-DATE.
003240     MOVE GSH-RUN-DATE    TO GS-H2-RUN-DATE.
003250     WRITE GATE-SHEET-RECORD FROM GS-HEADING-1.
003260     WRITE GATE-SHEET-RECORD FROM GS-HEADING-2.
003270
003280     PERFORM 2100-READ-CAMPGROUND THRU 2100-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330*  2000-PROCESS-CAMPGROUND - THE THREE LISTS FOR ONE ACTIVE      *
003340*  CAMPGROUND, THEN ADVANCE TO THE NEXT MASTER RECORD.  EACH     *
003350*  LIST IS ITS OWN WALK OF THE CAMPGROUND'S RESERVATIONS, SO     *
003360*  THE LISTS PRINT WHOLE AND IN SITE ORDER.                      *
003370*****************************************************************
003380 2000-PROCESS-CAMPGROUND.
003390     IF NOT CM-ACTIVE
003400         GO TO 2000-NEXT
003410     END-IF.
003420     WRITE GATE-SHEET-RECORD FROM GS-BLANK-LINE.
003430     WRITE GATE-SHEET-RECORD FROM GS-RULE-LINE.
003440     MOVE CM-CAMPGROUND-NAME TO GS-C-CAMPGROUND.
003450     WRITE GATE-SHEET-RECORD FROM GS-CAMPGROUND-LINE.
003460     WRITE GATE-SHEET-RECORD FROM GS-RULE-LINE.
003470
003480     WRITE GATE-SHEET-RECORD FROM GS-BLANK-LINE.
003490     WRITE GATE-SHEET-RECORD FROM GS-ARRIVAL-TITLE.
003500     WRITE GATE-SHEET-RECORD FROM GS-ARRIVAL-HEADING.
003510     SET GSH-LIST-ARRIVALS TO TRUE.
003520     PERFORM 2300-WALK-RESERVATIONS THRU 2300-EXIT.
003530
003540     WRITE GATE-SHEET-RECORD FROM GS-BLANK-LINE.
003550     WRITE GATE-SHEET-RECORD FROM GS-DEPARTURE-TITLE.
003560     WRITE GATE-SHEET-RECORD FROM GS-DEPARTURE-HEADING.
003570     SET GSH-LIST-DEPARTURES TO TRUE.
003580     PERFORM 2300-WALK-RESERVATIONS THRU 2300-EXIT.
003590
003600     WRITE GATE-SHEET-RECORD FROM GS-BLANK-LINE.
003610     WRITE GATE-SHEET-RECORD FROM GS-IN-PARK-TITLE.
003620     WRITE GATE-SHEET-RECORD FROM GS-IN-PARK-HEADING.
003630     SET GSH-LIST-IN-PARK TO TRUE.
003640     PERFORM 2300-WALK-RESERVATIONS THRU 2300-EXIT.
003650 2000-NEXT.
003660     PERFORM 2100-READ-CAMPGROUND THRU 2100-EXIT.
003670 2000-EXIT.
003680     EXIT.
003690
003700 2100-READ-CAMPGROUND.
003710     READ CAMPGROUND-MASTER-FILE NEXT RECORD
003720         AT END
003730             SET GSH-CAMPGROUND-EOF TO TRUE
003740     END-READ.
003750 2100-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790*  2300-WALK-RESERVATIONS - ONE PASS OVER THE CAMPGROUND'S       *
003800*  RESERVATIONS FOR THE LIST NAMED BY GSH-LIST-SWITCH, THEN      *
003810*  THE LIST'S COUNT LINE (AND THE BALANCE TOTAL FOR THE TWO      *
003820*  LISTS THAT CARRY ONE) OR "NONE".  THE FILE IS KEYED BY        *
003830*  CAMPGROUND, SITE, AND ARRIVAL DATE, SO A LOW-VALUES SITE AND  *
003840*  ZERO DATE STARTS THE SCAN AT THE CAMPGROUND'S FIRST RECORD.   *
003850*****************************************************************
003860 2300-WALK-RESERVATIONS.
003870     MOVE ZERO TO GSH-LIST-COUNT.
003880     MOVE ZERO TO GSH-LIST-BALANCE.
003890     MOVE CM-CAMPGROUND-NAME TO RES-CAMPGROUND-NAME.
003900     MOVE LOW-VALUES         TO RES-SITE.
003910     MOVE ZEROS              TO RES-ARRIVAL-DATE.
003920     START RESERVATION-FILE KEY IS NOT LESS THAN RES-KEY
003930         INVALID KEY
003940             GO TO 2300-COUNT
003950     END-START.
003960     MOVE 'N' TO GSH-SCAN-DONE-SWITCH.
003970     PERFORM 2400-CHECK-ONE-RESERVATION THRU 2400-EXIT
003980         UNTIL GSH-SCAN-DONE.
003990 2300-COUNT.
004000     IF GSH-LIST-COUNT = ZERO
004010         WRITE GATE-SHEET-RECORD FROM GS-NONE-LINE
004020         GO TO 2300-EXIT
004030     END-IF.
004040     MOVE GSH-LIST-COUNT TO GS-CT-COUNT.
004050     WRITE GATE-SHEET-RECORD FROM GS-COUNT-LINE.
004060     IF NOT GSH-LIST-IN-PARK
004070         MOVE GSH-LIST-BALANCE TO GS-BL-BALANCE
004080         WRITE GATE-SHEET-RECORD FROM GS-BALANCE-LINE
004090     END-IF.
004100 2300-EXIT.
004110     EXIT.
004120
004130 2400-CHECK-ONE-RESERVATION.
004140     READ RESERVATION-FILE NEXT RECORD
004150         AT END
004160             SET GSH-SCAN-DONE TO TRUE
004170             GO TO 2400-EXIT
004180     END-READ.
004190     IF RES-CAMPGROUND-NAME NOT = CM-CAMPGROUND-NAME
004200         SET GSH-SCAN-DONE TO TRUE
004210         GO TO 2400-EXIT
004220     END-IF.
004230     IF GSH-LIST-ARRIVALS
004240         IF RES-ACTIVE AND RES-ARRIVAL-DATE = GSH-GATE-DATE-N
004250             PERFORM 3000-PRINT-ARRIVAL THRU 3000-EXIT
004260         END-IF
004270         GO TO 2400-EXIT
004280     END-IF.
004290     IF GSH-LIST-DEPARTURES
004300         IF RES-HOLDS-SITE
004310            AND RES-DEPARTURE-DATE = GSH-GATE-DATE-N
004320             PERFORM 4000-PRINT-DEPARTURE THRU 4000-EXIT
004330         END-IF
004340         GO TO 2400-EXIT
004350     END-IF.
004360     IF RES-CHECKED-IN
004370         PERFORM 5000-PRINT-IN-PARK THRU 5000-EXIT
004380     END-IF.
004390 2400-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430*  3000-PRINT-ARRIVAL - ONE EXPECTED ARRIVAL AND WHAT THE GATE   *
004440*  STILL HAS TO COLLECT                                          *
004450*****************************************************************
004460 3000-PRINT-ARRIVAL.
004470     PERFORM 8200-COMPUTE-BALANCE-DUE THRU 8200-EXIT.
004480     MOVE SPACES         TO GS-ARRIVAL-LINE.
004490     MOVE RES-SITE       TO GS-A-SITE.
004500     MOVE RES-LAST-NAME  TO GS-A-LAST-NAME.
004510     MOVE RES-FIRST-NAME TO GS-A-FIRST-NAME.
004520     IF RES-EQUIP-TENT
004530         MOVE "TENT"     TO GS-A-EQUIP
004540     END-IF.
004550     IF RES-EQUIP-RV
004560         MOVE "RV"       TO GS-A-EQUIP
004570     END-IF.
004580     IF RES-EQUIP-ELECTRIC
004590         MOVE "ELECTRIC" TO GS-A-EQUIP
004600     END-IF.
004610     IF RES-GROUP-ID NOT = ZERO
004620         MOVE RES-GROUP-ID TO GS-A-GROUP-ID
004630     END-IF.
004640     MOVE GSH-BALANCE-DUE TO GS-A-BALANCE.
004650     WRITE GATE-SHEET-RECORD FROM GS-ARRIVAL-LINE.
004660     ADD 1 TO GSH-LIST-COUNT.
004670     ADD GSH-BALANCE-DUE TO GSH-LIST-BALANCE.
004680 3000-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720*  4000-PRINT-DEPARTURE - ONE STAY DUE OUT ON THE GATE DATE      *
004730*****************************************************************
004740 4000-PRINT-DEPARTURE.
004750     PERFORM 8200-COMPUTE-BALANCE-DUE THRU 8200-EXIT.
004760     MOVE SPACES           TO GS-DEPARTURE-LINE.
004770     MOVE RES-SITE         TO GS-D-SITE.
004780     MOVE RES-LAST-NAME    TO GS-D-LAST-NAME.
004790     MOVE RES-FIRST-NAME   TO GS-D-FIRST-NAME.
004800     MOVE RES-ARRIVAL-DATE TO GS-D-ARRIVAL.
004810     IF RES-GROUP-ID NOT = ZERO
004820         MOVE RES-GROUP-ID TO GS-D-GROUP-ID
004830     END-IF.
004840     MOVE GSH-BALANCE-DUE TO GS-D-BALANCE.
004850     WRITE GATE-SHEET-RECORD FROM GS-DEPARTURE-LINE.
004860     ADD 1 TO GSH-LIST-COUNT.
004870     ADD GSH-BALANCE-DUE TO GSH-LIST-BALANCE.
004880 4000-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*  5000-PRINT-IN-PARK - ONE GUEST CHECKED IN.  A DEPARTURE       *
004930*  DATE BEFORE THE GATE DATE MEANS THE GUEST SHOULD ALREADY      *
004940*  HAVE GONE - AN OVERSTAY FOR THE RANGER TO FOLLOW UP.          *
004950*****************************************************************
004960 5000-PRINT-IN-PARK.
004970     MOVE SPACES             TO GS-IN-PARK-LINE.
004980     MOVE RES-SITE           TO GS-I-SITE.
004990     MOVE RES-LAST-NAME      TO GS-I-LAST-NAME.
005000     MOVE RES-FIRST-NAME     TO GS-I-FIRST-NAME.
005010     MOVE RES-ARRIVAL-DATE   TO GS-I-ARRIVAL.
005020     MOVE RES-DEPARTURE-DATE TO GS-I-DEPARTURE.
005030     IF RES-DEPARTURE-DATE < GSH-GATE-DATE-N
005040         MOVE "OVERSTAY" TO GS-I-FLAG
005050     END-IF.
005060     WRITE GATE-SHEET-RECORD FROM GS-IN-PARK-LINE.
005070     ADD 1 TO GSH-LIST-COUNT.
005080 5000-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*  1200-CHECK-RUN-CONTROL - THE NIGHTLY SEQUENCE IS ENFORCED    *
005130*  BY THE RUN-CONTROL FILE (RUNCTL.CPY): THIS JOB REFUSES TO    *
005140*  START BEFORE ITS PREDECESSOR HAS ENDED FOR THE BUSINESS      *
005150*  DATE, AND REFUSES A SECOND FULL RUN FOR THE SAME DATE.  A    *
005160*  RECORD LEFT RUNNING IS AN ABENDED RUN - THE RESTART IS       *
005170*  ALLOWED.  START AND END ARE LOGGED TO THE RUN LOG            *
005180*  (RUNLOG.CPY) FOR THE COBLSC22 HISTORY REPORT.                *
005190*****************************************************************
005200 1200-CHECK-RUN-CONTROL.
005210     OPEN I-O RUN-CONTROL-FILE.
005220     IF RC-FILE-STATUS = "35"
005230         CLOSE RUN-CONTROL-FILE
005240         OPEN OUTPUT RUN-CONTROL-FILE
005250         CLOSE RUN-CONTROL-FILE
005260         OPEN I-O RUN-CONTROL-FILE
005270     END-IF.
005280     IF RC-FILE-STATUS NOT = "00"
005290         DISPLAY "UNABLE TO OPEN RUN CONTROL FILE"
005300         MOVE 'Y' TO GSH-EOJ-SWITCH
005310         MOVE 'Y' TO GSH-CAMPGROUND-EOF-SWITCH
005320         GO TO 1200-EXIT
005330     END-IF.
005340
005350     OPEN EXTEND RUN-LOG-FILE.
005360     IF RL-FILE-STATUS = "35"
005370         OPEN OUTPUT RUN-LOG-FILE
005380         CLOSE RUN-LOG-FILE
005390         OPEN EXTEND RUN-LOG-FILE
005400     END-IF.
005410     IF RL-FILE-STATUS NOT = "00"
005420         DISPLAY "UNABLE TO OPEN RUN LOG FILE"
005430         MOVE 'Y' TO GSH-EOJ-SWITCH
005440         MOVE 'Y' TO GSH-CAMPGROUND-EOF-SWITCH
005450         GO TO 1200-EXIT
005460     END-IF.
005470
005480     MOVE GSH-RUN-PRED-ID TO RC-PROGRAM-ID.
005490     READ RUN-CONTROL-FILE
005500         INVALID KEY
005510             DISPLAY "COBLSC05 HAS NOT RUN - RUN REFUSED"
005520             MOVE 'Y' TO GSH-EOJ-SWITCH
005530             MOVE 'Y' TO GSH-CAMPGROUND-EOF-SWITCH
005540             GO TO 1200-EXIT
005550     END-READ.
005560     IF RC-BUSINESS-DATE NOT = GSH-RUN-DATE
005570        OR NOT RC-ENDED
005580         DISPLAY "COBLSC05 HAS NOT FINISHED TONIGHT - RUN REFUSED"
005590         MOVE 'Y' TO GSH-EOJ-SWITCH
005600         MOVE 'Y' TO GSH-CAMPGROUND-EOF-SWITCH
005610         GO TO 1200-EXIT
005620     END-IF.
005630
005640     MOVE 'N' TO GSH-RUN-NEW-SWITCH.
005650     MOVE GSH-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
005660     READ RUN-CONTROL-FILE
005670         INVALID KEY
005680             SET GSH-RUN-NEW-RECORD TO TRUE
005690     END-READ.
005700     IF NOT GSH-RUN-NEW-RECORD
005710        AND RC-BUSINESS-DATE = GSH-RUN-DATE
005720        AND RC-ENDED
005730         DISPLAY "COBLSC27 ALREADY RAN TONIGHT - RUN REFUSED"
005740         MOVE 'Y' TO GSH-EOJ-SWITCH
005750         MOVE 'Y' TO GSH-CAMPGROUND-EOF-SWITCH
005760         GO TO 1200-EXIT
005770     END-IF.
005780
005790     MOVE GSH-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
005800     MOVE GSH-RUN-SEQ-NO     TO RC-SEQUENCE-NO.
005810     SET RC-RUNNING          TO TRUE.
005820     MOVE GSH-RUN-DATE       TO RC-BUSINESS-DATE.
005830     ACCEPT RC-LAST-START-DATE FROM DATE YYYYMMDD.
005840     ACCEPT RC-LAST-START-TIME FROM TIME.
005850     MOVE ZERO TO RC-LAST-END-DATE.
005860     MOVE ZERO TO RC-LAST-END-TIME.
005870     IF GSH-RUN-NEW-RECORD
005880         WRITE RUN-CONTROL-RECORD
005890             INVALID KEY
005900                 DISPLAY "UNABLE TO WRITE RUN CONTROL RECORD"
005910         END-WRITE
005920     ELSE
005930         REWRITE RUN-CONTROL-RECORD
005940             INVALID KEY
005950                 DISPLAY "UNABLE TO REWRITE RUN CONTROL RECORD"
005960         END-REWRITE
005970     END-IF.
005980     MOVE 'START' TO GSH-RUN-EVENT.
005990     PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT.
006000     SET GSH-RUN-STAMPED TO TRUE.
006010 1200-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050*  8200-COMPUTE-BALANCE-DUE - ROOM CHARGE PLUS LODGING TAX LESS  *
006060*  WHAT HAS BEEN PAID, AS COBLSC07 WORKS IT AT CHECK-IN.  A      *
006070*  PRE-TAX RECORD CARRIES SPACES WHERE THE TAX FIELD IS, SO      *
006080*  ONLY A NUMERIC TAX JOINS THE TOTAL.  PAID IN FULL (OR OVER)   *
006090*  SHOWS ZERO.                                                   *
006100*****************************************************************
006110 8200-COMPUTE-BALANCE-DUE.
006120     MOVE ZERO       TO GSH-BALANCE-DUE.
006130     MOVE RES-AMOUNT TO GSH-TOTAL-DUE.
006140     IF RES-TAX-AMOUNT IS NUMERIC
006150         ADD RES-TAX-AMOUNT TO GSH-TOTAL-DUE
006160     END-IF.
006170     IF RES-PAID-AMOUNT NOT < GSH-TOTAL-DUE
006180         GO TO 8200-EXIT
006190     END-IF.
006200     COMPUTE GSH-BALANCE-DUE
006210         = GSH-TOTAL-DUE - RES-PAID-AMOUNT.
006220 8200-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260*  8540-GET-GATE-MONTH-LENGTH - HOW MANY DAYS IN THE GATE        *
006270*  DATE'S MONTH, INCLUDING A LEAP-YEAR FEBRUARY                  *
006280*****************************************************************
006290 8540-GET-GATE-MONTH-LENGTH.
006300     IF GSH-GATE-30-DAY-MO
006310         MOVE 30 TO GSH-DAYS-IN-MONTH
006320     ELSE
006330         IF GSH-GATE-31-DAY-MO
006340             MOVE 31 TO GSH-DAYS-IN-MONTH
006350         ELSE
006360             PERFORM 8550-CHECK-GATE-LEAP-YEAR THRU 8550-EXIT
006370             IF GSH-LEAP-YEAR
006380                 MOVE 29 TO GSH-DAYS-IN-MONTH
006390             ELSE
006400                 MOVE 28 TO GSH-DAYS-IN-MONTH
006410             END-IF
006420         END-IF
006430     END-IF.
006440 8540-EXIT.
006450     EXIT.
006460
006470 8550-CHECK-GATE-LEAP-YEAR.
006480     SET GSH-NOT-LEAP-YEAR TO TRUE.
006490     DIVIDE GSH-GATE-YEAR BY 4
006500         GIVING GSH-DIVIDE-QUOTIENT
006510         REMAINDER GSH-DIVIDE-REMAINDER.
006520     IF GSH-DIVIDE-REMAINDER = 0
006530         DIVIDE GSH-GATE-YEAR BY 100
006540             GIVING GSH-DIVIDE-QUOTIENT
006550             REMAINDER GSH-DIVIDE-REMAINDER
006560         IF GSH-DIVIDE-REMAINDER NOT = 0
006570             SET GSH-LEAP-YEAR TO TRUE
006580         ELSE
006590             DIVIDE GSH-GATE-YEAR BY 400
006600                 GIVING GSH-DIVIDE-QUOTIENT
006610                 REMAINDER GSH-DIVIDE-REMAINDER
006620             IF GSH-DIVIDE-REMAINDER = 0
006630                 SET GSH-LEAP-YEAR TO TRUE
006640             END-IF
006650         END-IF
006660     END-IF.
006670 8550-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710*  8560-ADVANCE-GATE-DATE - STEP THE GATE DATE ONE DAY, ROLLING  *
006720*  THE MONTH AND YEAR                                            *
006730*****************************************************************
006740 8560-ADVANCE-GATE-DATE.
006750     ADD 1 TO GSH-GATE-DAY.
006760     PERFORM 8540-GET-GATE-MONTH-LENGTH THRU 8540-EXIT.
006770     IF GSH-GATE-DAY > GSH-DAYS-IN-MONTH
006780         MOVE 1 TO GSH-GATE-DAY
006790         ADD 1 TO GSH-GATE-MONTH
006800         IF GSH-GATE-MONTH > 12
006810             MOVE 1 TO GSH-GATE-MONTH
006820             ADD 1 TO GSH-GATE-YEAR
006830         END-IF
006840     END-IF.
006850 8560-EXIT.
006860     EXIT.
006870
006880*****************************************************************
006890*  8900-STAMP-RUN-END - MARK THE RUN ENDED ON THE RUN-CONTROL   *
006900*  RECORD AND LOG IT.  ONLY A RUN THAT STAMPED ITS START GETS   *
006910*  HERE - A REFUSED RUN LEAVES THE RECORD ALONE.                *
006920*****************************************************************
006930 8900-STAMP-RUN-END.
006940     MOVE GSH-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
006950     READ RUN-CONTROL-FILE
006960         INVALID KEY
006970             DISPLAY "UNABLE TO READ RUN CONTROL RECORD"
006980             GO TO 8900-EXIT
006990     END-READ.
007000     SET RC-ENDED TO TRUE.
007010     ACCEPT RC-LAST-END-DATE FROM DATE YYYYMMDD.
007020     ACCEPT RC-LAST-END-TIME FROM TIME.
007030     REWRITE RUN-CONTROL-RECORD
007040         INVALID KEY
007050             DISPLAY "UNABLE TO REWRITE RUN CONTROL RECORD"
007060     END-REWRITE.
007070     MOVE 'END'   TO GSH-RUN-EVENT.
007080     PERFORM 8950-WRITE-RUN-LOG THRU 8950-EXIT.
007090     CLOSE RUN-CONTROL-FILE.
007100     CLOSE RUN-LOG-FILE.
007110 8900-EXIT.
007120     EXIT.
007130
007140 8950-WRITE-RUN-LOG.
007150     MOVE SPACES             TO RUN-LOG-RECORD.
007160     MOVE GSH-RUN-PROGRAM-ID TO RL-PROGRAM-ID.
007170     MOVE GSH-RUN-SEQ-NO     TO RL-SEQUENCE-NO.
007180     MOVE GSH-RUN-EVENT      TO RL-EVENT.
007190     MOVE GSH-RUN-DATE       TO RL-BUSINESS-DATE.
007200     ACCEPT RL-EVENT-DATE FROM DATE YYYYMMDD.
007210     ACCEPT RL-EVENT-TIME FROM TIME.
007220     WRITE RUN-LOG-RECORD.
007230 8950-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270*  9000-TERMINATE - STAMP THE RUN ENDED, THEN CLOSE FILES       *
007280*****************************************************************
007290 9000-TERMINATE.
007300     IF GSH-RUN-STAMPED
007310         PERFORM 8900-STAMP-RUN-END THRU 8900-EXIT
007320     END-IF.
007330     CLOSE CAMPGROUND-MASTER-FILE.
007340     CLOSE RESERVATION-FILE.
007350     CLOSE GATE-SHEET-FILE.
007360 9000-EXIT.
007370     EXIT.
