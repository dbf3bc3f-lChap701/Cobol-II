000100*****************************************************************
000110*  COBLSC42                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC42.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-14.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  DISPUTE CASE AGING REPORT.  BATCH REPORT OVER THE   *
000210*  DISPUTE CASE FILE (DISPUTE.CPY) THAT LISTS EVERY OPEN CASE    *
000220*  WHOSE RESPONSE DUE DATE FALLS WITHIN A NUMBER OF DAYS OF      *
000230*  TODAY (PROMPTED ON THE CONSOLE, BLANK MEANING 10), AND EVERY  *
000240*  OPEN CASE ALREADY PAST ITS DUE DATE, WITH THE DAYS LEFT OR    *
000250*  THE DAYS OVERDUE AND WHETHER EVIDENCE HAS GONE OUT YET, SO    *
000260*  THE SUPERVISOR KNOWS WHICH CASES TO ANSWER ON COBLSC41        *
000270*  BEFORE THE PROCESSOR RULES BY DEFAULT.  RUN ON DEMAND.        *
000280*  CASES PRINT IN CASE-NUMBER ORDER, WHICH IS THE ORDER THEY     *
000290*  WERE OPENED AND, WITH A FIXED RESPONSE WINDOW, THE ORDER      *
000300*  THEY FALL DUE.                                                *
000310*                                                                *
000320*  MOD-LOG                                                       *
000330*  DATE       BY   DESCRIPTION                                   *
000340*  ---------- ---- ------------------------------------------    *
000350*  2026-10-14 RLH  ORIGINAL PROGRAM.                              *
000353*  2026-10-15 RLH  DAYS AHEAD MUST BE 3 DIGITS OR BLANK - A BAD   *
000356*                  ANSWER NOW CANCELS THE RUN, NOT DEFAULTS.     *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS DS-CASE-NUMBER
000450         FILE STATUS IS DS-FILE-STATUS.
000460
000470     SELECT AGING-REPORT-FILE ASSIGN TO "DSPAGE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DA-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  DISPUTE-FILE.
000540 COPY DISPUTE.CPY.
000550
000560 FD  AGING-REPORT-FILE.
000570 01  AGING-REPORT-RECORD            PIC X(132).
000580
000590 WORKING-STORAGE SECTION.
000600*****************************************************************
000610*  SWITCHES AND COUNTERS                                        *
000620*****************************************************************
000630 77  DS-FILE-STATUS              PIC X(02) VALUE ZERO.
000640 77  DA-FILE-STATUS              PIC X(02) VALUE ZERO.
000650
000660 77  DAG-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000670     88  DAG-EOJ                 VALUE 'Y'.
000680
000690 77  DAG-CASE-EOF-SWITCH         PIC X(01) VALUE 'N'.
000700     88  DAG-CASE-EOF            VALUE 'Y'.
000710
000720 77  DAG-NO-FILE-SWITCH          PIC X(01) VALUE 'N'.
000730     88  DAG-NO-DISPUTE-FILE     VALUE 'Y'.
000740
000750 77  DAG-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
000760     88  DAG-LEAP-YEAR           VALUE 'Y'.
000770     88  DAG-NOT-LEAP-YEAR       VALUE 'N'.
000780
000790 77  DAG-RUN-DATE                PIC 9(08) VALUE ZERO.
000800 77  DAG-LIMIT-DATE              PIC 9(08) VALUE ZERO.
000810
000820 77  DAG-DAYS-AHEAD-X            PIC X(03) VALUE SPACES.
000830 77  DAG-DAYS-AHEAD-N REDEFINES DAG-DAYS-AHEAD-X
000840                             PIC 9(03).
000850 77  DAG-DEFAULT-DAYS            PIC 9(03) VALUE 10.
000860
000870*    DAYS BETWEEN TWO DATES ARE COUNTED BY WALKING ONE DATE UP
000880*    TO THE OTHER, STOPPING AT 999.
000890 77  DAG-DAY-COUNT               PIC 9(03) VALUE ZERO.
000900 77  DAG-WALK-TO-DATE            PIC 9(08) VALUE ZERO.
000910 77  DAG-DAYS-IN-MONTH           PIC 9(02) VALUE ZERO.
000920 77  DAG-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
000930 77  DAG-DIVIDE-REMAINDER        PIC 9(04) VALUE ZERO.
000940
000950 77  DAG-OPEN-COUNT              PIC 9(06) VALUE ZERO.
000960 77  DAG-LISTED-COUNT            PIC 9(06) VALUE ZERO.
000970 77  DAG-OVERDUE-COUNT           PIC 9(06) VALUE ZERO.
000980 77  DAG-LISTED-AMOUNT           PIC 9(07)V99 VALUE ZERO.
000990
001000*****************************************************************
001010*  DATE WALKED FORWARD BY 8660-ADVANCE-WALK-DATE                *
001020*****************************************************************
001030 01  DAG-WALK-DATE.
001040     05  DAG-WALK-YEAR           PIC 9(04).
001050     05  DAG-WALK-MONTH          PIC 9(02).
001060         88  DAG-WALK-30-DAY-MO  VALUES 4 6 9 11.
001070         88  DAG-WALK-31-DAY-MO  VALUES 1 3 5 7 8 10 12.
001080     05  DAG-WALK-DAY            PIC 9(02).
001090 01  DAG-WALK-DATE-N REDEFINES DAG-WALK-DATE
001100                             PIC 9(08).
001110
001120*****************************************************************
001130*  REPORT LINES                                                 *
001140*****************************************************************
001150 01  DA-HEADING-1.
001160     05  FILLER                  PIC X(44) VALUE SPACES.
001170     05  FILLER                  PIC X(26)
001180             VALUE "DISPUTE CASE AGING REPORT".
001190     05  FILLER                  PIC X(62) VALUE SPACES.
001200
001210 01  DA-HEADING-2.
001220     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001230     05  DA-H2-RUN-DATE          PIC 9(08).
001240     05  FILLER                  PIC X(19)
001250             VALUE "   DUE ON OR BEFORE".
001260     05  FILLER                  PIC X(02) VALUE ": ".
001270     05  DA-H2-LIMIT-DATE        PIC 9(08).
001280     05  FILLER                  PIC X(03) VALUE " (".
001290     05  DA-H2-DAYS-AHEAD        PIC ZZ9.
001300     05  FILLER                  PIC X(06) VALUE " DAYS)".
001310     05  FILLER                  PIC X(73) VALUE SPACES.
001320
001330 01  DA-COLUMN-HEADING.
001340     05  FILLER                  PIC X(10) VALUE "CASE".
001350     05  FILLER                  PIC X(21) VALUE "CAMPGROUND".
001360     05  FILLER                  PIC X(05) VALUE "SITE".
001370     05  FILLER                  PIC X(10) VALUE "ARRIVAL".
001380     05  FILLER                  PIC X(22) VALUE "LAST NAME".
001390     05  FILLER                  PIC X(11) VALUE "   AMOUNT".
001400     05  FILLER                  PIC X(06) VALUE "RSN".
001410     05  FILLER                  PIC X(10) VALUE "DUE".
001420     05  FILLER                  PIC X(14) VALUE "DAYS".
001430     05  FILLER                  PIC X(13) VALUE "EVIDENCE SENT".
001440     05  FILLER                  PIC X(10) VALUE SPACES.
001450
001460 01  DA-DETAIL-LINE.
001470     05  DA-D-CASE-NUMBER        PIC 9(08).
001480     05  FILLER                  PIC X(02).
001490     05  DA-D-CAMPGROUND         PIC X(20).
001500     05  FILLER                  PIC X(01).
001510     05  DA-D-SITE               PIC X(03).
001520     05  FILLER                  PIC X(02).
001530     05  DA-D-ARRIVAL            PIC 9(08).
001540     05  FILLER                  PIC X(02).
001550     05  DA-D-LAST-NAME          PIC X(20).
001560     05  FILLER                  PIC X(02).
001570     05  DA-D-AMOUNT             PIC ZZ,ZZ9.99.
001580     05  FILLER                  PIC X(02).
001590     05  DA-D-REASON             PIC X(04).
001600     05  FILLER                  PIC X(02).
001610     05  DA-D-DUE-DATE           PIC 9(08).
001620     05  FILLER                  PIC X(02).
001630     05  DA-D-DAYS               PIC ZZ9.
001640     05  FILLER                  PIC X(01).
001650     05  DA-D-DAYS-TEXT          PIC X(08).
001660     05  FILLER                  PIC X(02).
001670     05  DA-D-EVIDENCE-DATE      PIC X(08).
001680     05  FILLER                  PIC X(15).
001690
001700 01  DA-NO-FILE-LINE.
001710     05  FILLER                  PIC X(40)
001720             VALUE "NO DISPUTE CASES ON FILE".
001730     05  FILLER                  PIC X(92) VALUE SPACES.
001740
001750 01  DA-NONE-LINE.
001760     05  FILLER                  PIC X(50)
001770             VALUE "NO OPEN CASES DUE WITHIN THE REQUESTED DAYS".
001780     05  FILLER                  PIC X(82) VALUE SPACES.
001790
001800 01  DA-SUMMARY-LINE-1.
001810     05  FILLER                  PIC X(20)
001820             VALUE "OPEN CASES......: ".
001830     05  DA-S-OPEN               PIC ZZZZZ9.
001840     05  FILLER                  PIC X(106) VALUE SPACES.
001850
001860 01  DA-SUMMARY-LINE-2.
001870     05  FILLER                  PIC X(20)
001880             VALUE "LISTED..........: ".
001890     05  DA-S-LISTED            PIC ZZZZZ9.
001900     05  FILLER                  PIC X(106) VALUE SPACES.
001910
001920 01  DA-SUMMARY-LINE-3.
001930     05  FILLER                  PIC X(20)
001940             VALUE "OVERDUE.........: ".
001950     05  DA-S-OVERDUE            PIC ZZZZZ9.
001960     05  FILLER                  PIC X(106) VALUE SPACES.
001970
001980 01  DA-SUMMARY-LINE-4.
001990     05  FILLER                  PIC X(20)
002000             VALUE "AMOUNT LISTED...: ".
002010     05  DA-S-AMOUNT             PIC Z,ZZZ,ZZ9.99.
002020     05  FILLER                  PIC X(100) VALUE SPACES.
002030
002040 PROCEDURE DIVISION.
002050*****************************************************************
002060*  0000-MAINLINE                                                *
002070*****************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     IF NOT DAG-EOJ
002110         PERFORM 2000-AGE-CASES THRU 2000-EXIT
002120         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002130     END-IF.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150     STOP RUN.
002160
002170*****************************************************************
002180*  1000-INITIALIZE - OPEN FILES, PROMPT FOR THE DAYS AHEAD, AND  *
002188*  WORK OUT THE LAST DUE DATE TO LIST.  A BLANK ANSWER MEANS THE *
002196*  DEFAULT; ANYTHING ELSE MUST BE THREE DIGITS OR THE RUN IS     *
002204*  CANCELLED.  NO DISPUTE FILE AT ALL JUST MEANS COBLSC40 HAS    *
002212*  NEVER OPENED A CASE.                                          *
002220*****************************************************************
002230 1000-INITIALIZE.
002240     OPEN INPUT DISPUTE-FILE.
002250     IF DS-FILE-STATUS = "35"
002260         SET DAG-NO-DISPUTE-FILE TO TRUE
002270     ELSE
002280         IF DS-FILE-STATUS NOT = "00"
002290             DISPLAY "UNABLE TO OPEN DISPUTE CASE FILE"
002300             MOVE 'Y' TO DAG-EOJ-SWITCH
002310             GO TO 1000-EXIT
002320         END-IF
002330     END-IF.
002340
002350     OPEN OUTPUT AGING-REPORT-FILE.
002360     IF DA-FILE-STATUS NOT = "00"
002370         DISPLAY "UNABLE TO OPEN DISPUTE AGING REPORT FILE"
002380         MOVE 'Y' TO DAG-EOJ-SWITCH
002390         GO TO 1000-EXIT
002400     END-IF.
002410
002420     ACCEPT DAG-RUN-DATE FROM DATE YYYYMMDD.
002430
002440     DISPLAY "DAYS AHEAD TO LIST, 3 DIGITS (BLANK=010):".
002450     ACCEPT DAG-DAYS-AHEAD-X.
002465     IF DAG-DAYS-AHEAD-X = SPACES
002480         MOVE DAG-DEFAULT-DAYS TO DAG-DAYS-AHEAD-N
002481     END-IF.
002482     IF DAG-DAYS-AHEAD-X IS NOT NUMERIC
002483         DISPLAY "INVALID DAYS AHEAD - RUN CANCELLED"
002484         MOVE 'Y' TO DAG-EOJ-SWITCH
002485         GO TO 1000-EXIT
002490     END-IF.
002500
002510     MOVE DAG-RUN-DATE TO DAG-WALK-DATE-N.
002520     PERFORM 8660-ADVANCE-WALK-DATE THRU 8660-EXIT
002530         DAG-DAYS-AHEAD-N TIMES.
002540     MOVE DAG-WALK-DATE-N TO DAG-LIMIT-DATE.
002550
002560     MOVE DAG-RUN-DATE     TO DA-H2-RUN-DATE.
002570     MOVE DAG-LIMIT-DATE   TO DA-H2-LIMIT-DATE.
002580     MOVE DAG-DAYS-AHEAD-N TO DA-H2-DAYS-AHEAD.
002590     WRITE AGING-REPORT-RECORD FROM DA-HEADING-1.
002600     WRITE AGING-REPORT-RECORD FROM DA-HEADING-2.
002610     WRITE AGING-REPORT-RECORD FROM DA-COLUMN-HEADING.
002620 1000-EXIT.
002630     EXIT.
002640
002650*****************************************************************
002660*  2000-AGE-CASES - ONE PASS OVER THE DISPUTE FILE PAST THE      *
002670*  CONTROL RECORD                                                *
002680*****************************************************************
002690 2000-AGE-CASES.
002700     IF DAG-NO-DISPUTE-FILE
002710         WRITE AGING-REPORT-RECORD FROM DA-NO-FILE-LINE
002720         GO TO 2000-EXIT
002730     END-IF.
002740     MOVE 1 TO DS-CASE-NUMBER.
002750     START DISPUTE-FILE KEY IS NOT LESS THAN DS-CASE-NUMBER
002760         INVALID KEY
002770             SET DAG-CASE-EOF TO TRUE
002780     END-START.
002790     PERFORM 2100-CHECK-ONE-CASE THRU 2100-EXIT
002800         UNTIL DAG-CASE-EOF.
002810     IF DAG-LISTED-COUNT = ZERO
002820         WRITE AGING-REPORT-RECORD FROM DA-NONE-LINE
002830     END-IF.
002840 2000-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*  2100-CHECK-ONE-CASE - ONLY OPEN CASES DUE ON OR BEFORE THE    *
002890*  LIMIT DATE ARE LISTED.  ONE DUE BEFORE TODAY IS OVERDUE AND   *
002900*  SHOWS THE DAYS PAST; THE REST SHOW THE DAYS LEFT.             *
002910*****************************************************************
002920 2100-CHECK-ONE-CASE.
002930     READ DISPUTE-FILE NEXT RECORD
002940         AT END
002950             SET DAG-CASE-EOF TO TRUE
002960             GO TO 2100-EXIT
002970     END-READ.
002980     IF NOT DS-OPEN
002990         GO TO 2100-EXIT
003000     END-IF.
003010     ADD 1 TO DAG-OPEN-COUNT.
003020     IF DS-RESPONSE-DUE-DATE > DAG-LIMIT-DATE
003030         GO TO 2100-EXIT
003040     END-IF.
003050
003060     MOVE SPACES               TO DA-DETAIL-LINE.
003070     MOVE DS-CASE-NUMBER       TO DA-D-CASE-NUMBER.
003080     MOVE DS-CAMPGROUND-NAME   TO DA-D-CAMPGROUND.
003090     MOVE DS-SITE              TO DA-D-SITE.
003100     MOVE DS-ARRIVAL-DATE      TO DA-D-ARRIVAL.
003110     MOVE DS-LAST-NAME         TO DA-D-LAST-NAME.
003120     MOVE DS-AMOUNT            TO DA-D-AMOUNT.
003130     MOVE DS-REASON-CODE       TO DA-D-REASON.
003140     MOVE DS-RESPONSE-DUE-DATE TO DA-D-DUE-DATE.
003150     IF DS-RESPONSE-DUE-DATE < DAG-RUN-DATE
003160         MOVE DS-RESPONSE-DUE-DATE TO DAG-WALK-DATE-N
003170         MOVE DAG-RUN-DATE         TO DAG-WALK-TO-DATE
003180         PERFORM 3000-COUNT-DAYS THRU 3000-EXIT
003190         MOVE "OVERDUE"            TO DA-D-DAYS-TEXT
003200         ADD 1 TO DAG-OVERDUE-COUNT
003210     ELSE
003220         MOVE DAG-RUN-DATE         TO DAG-WALK-DATE-N
003230         MOVE DS-RESPONSE-DUE-DATE TO DAG-WALK-TO-DATE
003240         PERFORM 3000-COUNT-DAYS THRU 3000-EXIT
003250         MOVE "LEFT"               TO DA-D-DAYS-TEXT
003260     END-IF.
003270     MOVE DAG-DAY-COUNT        TO DA-D-DAYS.
003280     IF DS-EVIDENCE-SENT-DATE = ZERO
003290         MOVE "NONE"           TO DA-D-EVIDENCE-DATE
003300     ELSE
003310         MOVE DS-EVIDENCE-SENT-DATE TO DA-D-EVIDENCE-DATE
003320     END-IF.
003330     WRITE AGING-REPORT-RECORD FROM DA-DETAIL-LINE.
003340     ADD 1 TO DAG-LISTED-COUNT.
003350     ADD DS-AMOUNT TO DAG-LISTED-AMOUNT.
003360 2100-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400*  3000-COUNT-DAYS - DAYS FROM DAG-WALK-DATE UP TO               *
003410*  DAG-WALK-TO-DATE, STOPPING AT 999                             *
003420*****************************************************************
003430 3000-COUNT-DAYS.
003440     MOVE ZERO TO DAG-DAY-COUNT.
003450     PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT
003460         UNTIL DAG-WALK-DATE-N NOT < DAG-WALK-TO-DATE
003470            OR DAG-DAY-COUNT = 999.
003480 3000-EXIT.
003490     EXIT.
003500
003510 3100-COUNT-ONE-DAY.
003520     ADD 1 TO DAG-DAY-COUNT.
003530     PERFORM 8660-ADVANCE-WALK-DATE THRU 8660-EXIT.
003540 3100-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580*  7000-PRINT-SUMMARY - OPEN/LISTED/OVERDUE COUNTS AND AMOUNT    *
003590*****************************************************************
003600 7000-PRINT-SUMMARY.
003610     MOVE DAG-OPEN-COUNT      TO DA-S-OPEN.
003620     WRITE AGING-REPORT-RECORD FROM DA-SUMMARY-LINE-1.
003630     MOVE DAG-LISTED-COUNT    TO DA-S-LISTED.
003640     WRITE AGING-REPORT-RECORD FROM DA-SUMMARY-LINE-2.
003650     MOVE DAG-OVERDUE-COUNT   TO DA-S-OVERDUE.
003660     WRITE AGING-REPORT-RECORD FROM DA-SUMMARY-LINE-3.
003670     MOVE DAG-LISTED-AMOUNT   TO DA-S-AMOUNT.
003680     WRITE AGING-REPORT-RECORD FROM DA-SUMMARY-LINE-4.
003690 7000-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730*  8640/8650/8660 - WALK DAG-WALK-DATE FORWARD ONE DAY, ROLLING *
003740*  THE MONTH AND YEAR, THE SAME DATE WALK AS COBLSC39'S         *
003750*****************************************************************
003760 8640-GET-WALK-MONTH-LENGTH.
003770     IF DAG-WALK-30-DAY-MO
003780         MOVE 30 TO DAG-DAYS-IN-MONTH
003790     ELSE
003800         IF DAG-WALK-31-DAY-MO
003810             MOVE 31 TO DAG-DAYS-IN-MONTH
003820         ELSE
003830             PERFORM 8650-CHECK-WALK-LEAP-YEAR THRU 8650-EXIT
003840             IF DAG-LEAP-YEAR
003850                 MOVE 29 TO DAG-DAYS-IN-MONTH
003860             ELSE
003870                 MOVE 28 TO DAG-DAYS-IN-MONTH
003880             END-IF
003890         END-IF
003900     END-IF.
003910 8640-EXIT.
003920     EXIT.
003930
003940 8650-CHECK-WALK-LEAP-YEAR.
003950     SET DAG-NOT-LEAP-YEAR TO TRUE.
003960     DIVIDE DAG-WALK-YEAR BY 4
003970         GIVING DAG-DIVIDE-QUOTIENT
003980         REMAINDER DAG-DIVIDE-REMAINDER.
003990     IF DAG-DIVIDE-REMAINDER = 0
004000         DIVIDE DAG-WALK-YEAR BY 100
004010             GIVING DAG-DIVIDE-QUOTIENT
004020             REMAINDER DAG-DIVIDE-REMAINDER
004030         IF DAG-DIVIDE-REMAINDER NOT = 0
004040             SET DAG-LEAP-YEAR TO TRUE
004050         ELSE
004060             DIVIDE DAG-WALK-YEAR BY 400
004070                 GIVING DAG-DIVIDE-QUOTIENT
004080                 REMAINDER DAG-DIVIDE-REMAINDER
004090             IF DAG-DIVIDE-REMAINDER = 0
004100                 SET DAG-LEAP-YEAR TO TRUE
004110             END-IF
004120         END-IF
004130     END-IF.
004140 8650-EXIT.
004150     EXIT.
004160
004170 8660-ADVANCE-WALK-DATE.
004180     ADD 1 TO DAG-WALK-DAY.
004190     PERFORM 8640-GET-WALK-MONTH-LENGTH THRU 8640-EXIT.
004200     IF DAG-WALK-DAY > DAG-DAYS-IN-MONTH
004210         MOVE 1 TO DAG-WALK-DAY
004220         ADD 1 TO DAG-WALK-MONTH
004230         IF DAG-WALK-MONTH > 12
004240             MOVE 1 TO DAG-WALK-MONTH
004250             ADD 1 TO DAG-WALK-YEAR
004260         END-IF
004270     END-IF.
004280 8660-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320*  9000-TERMINATE - CLOSE FILES                                  *
004330*****************************************************************
004340 9000-TERMINATE.
004350     IF NOT DAG-NO-DISPUTE-FILE
004360         CLOSE DISPUTE-FILE
004370     END-IF.
004380     CLOSE AGING-REPORT-FILE.
004390 9000-EXIT.
004400     EXIT.
