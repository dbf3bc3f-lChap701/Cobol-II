000100*****************************************************************
000110*  COBLSC41                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC41.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-14.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  CHARGEBACK DISPUTE CASE MAINTENANCE.  LETS A        *
000210*  SUPERVISOR WORK A DISPUTE CASE THE NIGHTLY CHARGEBACK LOAD    *
000220*  (COBLSC40) OPENED: RECORD WHAT EVIDENCE WAS SENT TO THE       *
000230*  PROCESSOR AND WHEN, AND CLOSE THE CASE WON OR LOST ONCE THE   *
000240*  PROCESSOR RULES.  THE CASE IS FOUND BY ITS CASE NUMBER, AS    *
000250*  PRINTED ON THE LOAD REPORT AND THE COBLSC42 AGING REPORT.     *
000260*                                                                *
000270*  A CASE WON PUTS THE MONEY BACK: A DISPUTE-WON TRANSACTION     *
000280*  (PAYTRAN TYPE W) DATED TODAY, WHICH THE DEPOSIT REPORT ADDS   *
000290*  BACK TO THE DAY'S CARD TOTALS, AND THE AMOUNT ADDED BACK TO   *
000300*  RES-PAID-AMOUNT.  A CASE LOST MOVES NO MONEY - THE            *
000310*  CHARGEBACK ALREADY TOOK IT.  WHEN THE LAST OPEN CASE ON A     *
000320*  RESERVATION CLOSES, THE RESERVATION'S DISPUTE FLAG GOES TO    *
000330*  WON OR LOST.  EVERY CHANGE IS LOGGED TO THE AUDIT FILE AND    *
000340*  EVERY RESERVATION UPDATE TO THE JOURNAL.                      *
000350*                                                                *
000360*  MOD-LOG                                                       *
000370*  DATE       BY   DESCRIPTION                                   *
000380*  ---------- ---- ------------------------------------------    *
000390*  2026-10-14 RLH  ORIGINAL PROGRAM.                              *
000393*  2026-10-15 RLH  EVIDENCE ALREADY SENT CAN NO LONGER BE BLANKED *
000396*                  OUT ON THE CASE SCREEN.                       *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     CONSOLE IS CRT.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DS-CASE-NUMBER
000510         FILE STATUS IS DS-FILE-STATUS.
000520
000530     SELECT RESERVATION-FILE ASSIGN TO "RESERVE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS RES-KEY
000570         FILE STATUS IS RES-FILE-STATUS.
000580
000590     SELECT PAYMENT-TRAN-FILE ASSIGN TO "PAYTRAN"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS PT-FILE-STATUS.
000620
000630     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS OP-OPERATOR-ID
000670         FILE STATUS IS OP-FILE-STATUS.
000680
000690     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS AUD-FILE-STATUS.
000720
000730     SELECT JOURNAL-FILE ASSIGN TO "RESJRNL"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS JR-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DISPUTE-FILE.
000800 COPY DISPUTE.CPY.
000810
000820 FD  RESERVATION-FILE.
000830 COPY RESERV.CPY.
000840
000850 FD  PAYMENT-TRAN-FILE.
000860 COPY PAYTRAN.CPY.
000870
000880 FD  OPERATOR-MASTER-FILE.
000890 COPY OPERMST.CPY.
000900
000910 FD  AUDIT-FILE.
000920 COPY AUDIT.CPY.
000930
000940 FD  JOURNAL-FILE.
000950 COPY JOURNAL.CPY.
000960
000970 WORKING-STORAGE SECTION.
000980*****************************************************************
000990*  SWITCHES AND COUNTERS                                        *
001000*****************************************************************
001010 77  DS-FILE-STATUS              PIC X(02) VALUE ZERO.
001020 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
001030 77  PT-FILE-STATUS              PIC X(02) VALUE ZERO.
001040 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
001050 77  AUD-FILE-STATUS             PIC X(02) VALUE ZERO.
001070
001080 77  DSP-OPERATOR-ID             PIC X(08) VALUE SPACES.
001090 77  DSP-IN-PASSWORD             PIC X(08) VALUE SPACES.
001100
001110 77  DSP-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001120     88  DSP-EOJ                 VALUE 'Y'.
001130
001140 77  DSP-VALID-SWITCH            PIC X(01) VALUE 'Y'.
001150     88  DSP-DATA-VALID          VALUE 'Y'.
001160     88  DSP-DATA-INVALID        VALUE 'N'.
001170
001180 77  DSP-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
001190     88  DSP-SCAN-DONE           VALUE 'Y'.
001200
001210 77  DSP-OTHER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001220     88  DSP-OTHER-CASE-OPEN     VALUE 'Y'.
001230
001240 77  DSP-EVIDENCE-CHANGE-SW      PIC X(01) VALUE 'N'.
001250     88  DSP-EVIDENCE-CHANGED    VALUE 'Y'.
001260
001270 77  DSP-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
001280     88  DSP-LEAP-YEAR           VALUE 'Y'.
001290     88  DSP-NOT-LEAP-YEAR       VALUE 'N'.
001300
001310 77  DSP-ERROR-NUMBER            PIC 9(02) VALUE ZERO.
001320
001330 77  DSP-CONTINUE-ANSWER         PIC X(01) VALUE 'Y'.
001340     88  DSP-CONTINUE            VALUE 'Y'.
001350     88  DSP-DO-NOT-CONTINUE     VALUE 'N'.
001360
001370 77  DSP-DISPLAY-MSG             PIC X(63) VALUE SPACES.
001380
001390 77  DSP-CURRENT-DATE            PIC 9(08) VALUE ZERO.
001400 77  DSP-SENT-DATE               PIC 9(08) VALUE ZERO.
001410 77  DSP-DAYS-IN-MONTH           PIC 9(02) VALUE ZERO.
001420 77  DSP-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001430 77  DSP-DIVIDE-REMAINDER        PIC 9(04) VALUE ZERO.
001440
001450*****************************************************************
001460*  THE CASE BEING WORKED - ITS NUMBER AND RESERVATION KEY ARE    *
001470*  HELD HERE SINCE THE OPEN-CASE SCAN MOVES THE FILE BUFFER      *
001480*****************************************************************
001490 01  DSP-CASE-HOLD.
001500     05  DSP-CASE-NUMBER         PIC 9(08).
001510     05  DSP-HOLD-RES-KEY        PIC X(31).
001520     05  DSP-HOLD-AMOUNT         PIC 9(05)V99.
001530
001540*****************************************************************
001550*  ONE DATE BEING EDITED BY 2700-EDIT-DATE                      *
001560*****************************************************************
001570 01  DSP-DATE-WORK.
001580     05  DSP-DW-YEAR             PIC 9(04).
001590     05  DSP-DW-MONTH            PIC 9(02).
001600         88  DSP-DW-30-DAY-MO    VALUES 4 6 9 11.
001610         88  DSP-DW-31-DAY-MO    VALUES 1 3 5 7 8 10 12.
001620     05  DSP-DW-DAY              PIC 9(02).
001630 01  DSP-DATE-WORK-X REDEFINES DSP-DATE-WORK
001640                             PIC X(08).
001650 01  DSP-DATE-WORK-N REDEFINES DSP-DATE-WORK
001660                             PIC 9(08).
001670
001680*****************************************************************
001690*  SCREEN ENTRY AREA                                            *
001700*****************************************************************
001710 01  DSP-ENTRY-AREA.
001720     05  DSP-IN-CASE             PIC X(08).
001730     05  DSP-IN-CASE-N REDEFINES DSP-IN-CASE
001740                                 PIC 9(08).
001750     05  DSP-IN-EVIDENCE         PIC X(60).
001760     05  DSP-IN-SENT-DATE        PIC X(08).
001770     05  DSP-IN-OUTCOME          PIC X(01).
001780         88  DSP-IN-OUTCOME-VALID VALUE 'W' 'L' ' '.
001790         88  DSP-IN-WON          VALUE 'W'.
001800         88  DSP-IN-LOST         VALUE 'L'.
001810         88  DSP-IN-LEAVE-OPEN   VALUE ' '.
001820
001830*****************************************************************
001840*  AUDIT MESSAGES                                               *
001850*****************************************************************
001860 01  DSP-EVIDENCE-MSG.
001870     05  FILLER                  PIC X(08) VALUE "DISPUTE ".
001880     05  DSP-EV-MSG-CASE         PIC 9(08).
001890     05  FILLER                  PIC X(15)
001900             VALUE " EVIDENCE SENT ".
001910     05  DSP-EV-MSG-DATE         PIC 9(08).
001920     05  FILLER                  PIC X(24) VALUE SPACES.
001930
001940 01  DSP-CLOSE-MSG.
001950     05  FILLER                  PIC X(08) VALUE "DISPUTE ".
001960     05  DSP-CL-MSG-CASE         PIC 9(08).
001970     05  FILLER                  PIC X(08) VALUE " CLOSED ".
001980     05  DSP-CL-MSG-OUTCOME      PIC X(05).
001990     05  DSP-CL-MSG-RESTORED     PIC X(34).
002000
002010 01  DSP-DONE-MSG.
002020     05  FILLER                  PIC X(05) VALUE "CASE ".
002030     05  DSP-DONE-MSG-CASE       PIC 9(08).
002040     05  FILLER                  PIC X(09) VALUE " UPDATED ".
002050     05  DSP-DONE-MSG-TEXT       PIC X(41).
002060
002062*****************************************************************
002064*  RESERVATION UPDATE JOURNAL WORK AREA (SEE JOURNAL.CPY).      *
002066*  THE BEFORE IMAGE IS CAPTURED AS THE RECORD IS READ, BEFORE   *
002068*  THE BUFFER IS TOUCHED - SPACES MEANS A FRESH WRITE.          *
002070*****************************************************************
002072 01  DSP-JOURNAL-AREA.
002074     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
002076     05  DSP-JRN-BEFORE-AREA     PIC X(250) VALUE SPACES.
002080
002090 COPY ERROR.CPY.
002100
002110 SCREEN SECTION.
002120 01  DSP-OPERATOR-SCREEN.
002130     05  BLANK SCREEN.
002140     05  LINE 01 COL 01 VALUE "PARK BOARD CHARGEBACK DISPUTES".
002150     05  LINE 03 COL 01 VALUE "OPERATOR ID.......:".
002160     05  LINE 03 COL 21 PIC X(08) USING DSP-OPERATOR-ID.
002170     05  LINE 04 COL 01 VALUE "PASSWORD..........:".
002180     05  LINE 04 COL 21 PIC X(08) USING DSP-IN-PASSWORD
002190             SECURE.
002200
002210 01  DSP-LOOKUP-SCREEN.
002220     05  BLANK SCREEN.
002230     05  LINE 01 COL 01 VALUE "PARK BOARD CHARGEBACK DISPUTES".
002240     05  LINE 03 COL 01 VALUE "CASE NUMBER.......:".
002250     05  LINE 03 COL 21 PIC X(08) USING DSP-IN-CASE.
002260     05  LINE 03 COL 31 VALUE "(ALL 8 DIGITS)".
002270
002280 01  DSP-CASE-SCREEN.
002290     05  BLANK SCREEN.
002300     05  LINE 01 COL 01 VALUE "PARK BOARD CHARGEBACK DISPUTES".
002310     05  LINE 03 COL 01 VALUE "CASE NUMBER.......:".
002320     05  LINE 03 COL 21 PIC 9(08) FROM DS-CASE-NUMBER.
002330     05  LINE 03 COL 41 VALUE "RESPOND BY........:".
002340     05  LINE 03 COL 61 PIC 9(08) FROM DS-RESPONSE-DUE-DATE.
002350     05  LINE 04 COL 01 VALUE "CAMPGROUND........:".
002360     05  LINE 04 COL 21 PIC X(20) FROM DS-CAMPGROUND-NAME.
002370     05  LINE 04 COL 41 VALUE "SITE..............:".
002380     05  LINE 04 COL 61 PIC X(03) FROM DS-SITE.
002390     05  LINE 05 COL 01 VALUE "ARRIVAL DATE......:".
002400     05  LINE 05 COL 21 PIC 9(08) FROM DS-ARRIVAL-DATE.
002410     05  LINE 05 COL 41 VALUE "LAST NAME.........:".
002420     05  LINE 05 COL 61 PIC X(20) FROM DS-LAST-NAME.
002430     05  LINE 06 COL 01 VALUE "PHONE.............:".
002440     05  LINE 06 COL 21 PIC X(10) FROM DS-PHONE.
002450     05  LINE 06 COL 41 VALUE "AUTH CODE.........:".
002460     05  LINE 06 COL 61 PIC X(06) FROM DS-AUTH-CODE.
002470     05  LINE 07 COL 01 VALUE "PAYMENT AMOUNT....:".
002480     05  LINE 07 COL 21 PIC ZZ,ZZ9.99 FROM DS-PAYMENT-AMOUNT.
002490     05  LINE 07 COL 41 VALUE "PAYMENT DATE......:".
002500     05  LINE 07 COL 61 PIC 9(08) FROM DS-PAYMENT-DATE.
002510     05  LINE 08 COL 01 VALUE "CHARGED BACK......:".
002520     05  LINE 08 COL 21 PIC ZZ,ZZ9.99 FROM DS-AMOUNT.
002530     05  LINE 08 COL 41 VALUE "REASON CODE.......:".
002540     05  LINE 08 COL 61 PIC X(04) FROM DS-REASON-CODE.
002550     05  LINE 09 COL 01 VALUE "DISPUTE DATE......:".
002560     05  LINE 09 COL 21 PIC 9(08) FROM DS-DISPUTE-DATE.
002570     05  LINE 09 COL 41 VALUE "CASE OPENED.......:".
002580     05  LINE 09 COL 61 PIC 9(08) FROM DS-OPENED-DATE.
002590     05  LINE 11 COL 01 VALUE "EVIDENCE SENT:".
002600     05  LINE 12 COL 01 PIC X(60) USING DSP-IN-EVIDENCE.
002610     05  LINE 13 COL 01 VALUE "DATE SENT.........:".
002620     05  LINE 13 COL 21 PIC X(08) USING DSP-IN-SENT-DATE.
002630     05  LINE 13 COL 31 VALUE "(BLANK = TODAY)".
002640     05  LINE 15 COL 01 VALUE "OUTCOME (W/L).....:".
002650     05  LINE 15 COL 21 PIC X(01) USING DSP-IN-OUTCOME.
002660     05  LINE 15 COL 31 VALUE "(BLANK = STILL OPEN)".
002670
002680 01  DSP-MESSAGE-SCREEN.
002690     05  LINE 22 COL 01 ERASE EOL
002700             PIC X(63) USING DSP-DISPLAY-MSG.
002710
002720 01  DSP-CONTINUE-SCREEN.
002730     05  LINE 24 COL 01 ERASE EOL
002740             VALUE "ANOTHER CASE (Y/N)?".
002750     05  LINE 24 COL 23 PIC X(01) USING DSP-CONTINUE-ANSWER.
002760
002770 PROCEDURE DIVISION.
002780*****************************************************************
002790*  0000-MAINLINE                                                *
002800*****************************************************************
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
002840         UNTIL DSP-EOJ.
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002860     STOP RUN.
002870
002880*****************************************************************
002890*  1000-INITIALIZE - OPEN FILES (CREATING THE AUDIT, PAYMENT     *
002900*  TRANSACTION, AND JOURNAL FILES THE FIRST TIME) AND GET        *
002910*  TODAY'S DATE.  NO DISPUTE FILE MEANS COBLSC40 HAS NEVER       *
002920*  OPENED A CASE, SO THERE IS NOTHING TO WORK.                   *
002930*****************************************************************
002940 1000-INITIALIZE.
002950     OPEN I-O DISPUTE-FILE.
002960     IF DS-FILE-STATUS NOT = "00"
002970         DISPLAY "UNABLE TO OPEN DISPUTE CASE FILE"
002980         MOVE 'Y' TO DSP-EOJ-SWITCH
002990         GO TO 1000-EXIT
003000     END-IF.
003010
003020     OPEN I-O RESERVATION-FILE.
003030     IF RES-FILE-STATUS NOT = "00"
003040         DISPLAY "UNABLE TO OPEN RESERVATION FILE"
003050         MOVE 'Y' TO DSP-EOJ-SWITCH
003060         GO TO 1000-EXIT
003070     END-IF.
003080
003090     OPEN EXTEND PAYMENT-TRAN-FILE.
003100     IF PT-FILE-STATUS = "35"
003110         OPEN OUTPUT PAYMENT-TRAN-FILE
003120         CLOSE PAYMENT-TRAN-FILE
003130         OPEN EXTEND PAYMENT-TRAN-FILE
003140     END-IF.
003150     IF PT-FILE-STATUS NOT = "00"
003160         DISPLAY "UNABLE TO OPEN PAYMENT TRANSACTION FILE"
003170         MOVE 'Y' TO DSP-EOJ-SWITCH
003180         GO TO 1000-EXIT
003190     END-IF.
003200
003210     OPEN INPUT OPERATOR-MASTER-FILE.
003220     IF OP-FILE-STATUS NOT = "00"
003230         DISPLAY "UNABLE TO OPEN OPERATOR MASTER FILE"
003240         MOVE 'Y' TO DSP-EOJ-SWITCH
003250         GO TO 1000-EXIT
003260     END-IF.
003270
003280     OPEN EXTEND AUDIT-FILE.
003290     IF AUD-FILE-STATUS = "35"
003300         OPEN OUTPUT AUDIT-FILE
003310         CLOSE AUDIT-FILE
003320         OPEN EXTEND AUDIT-FILE
003330     END-IF.
003340     IF AUD-FILE-STATUS NOT = "00"
003350         DISPLAY "UNABLE TO OPEN AUDIT FILE"
003360         MOVE 'Y' TO DSP-EOJ-SWITCH
003370         GO TO 1000-EXIT
003380     END-IF.
003390
003400     OPEN EXTEND JOURNAL-FILE.
003410     IF JR-FILE-STATUS = "35"
003420         OPEN OUTPUT JOURNAL-FILE
003430         CLOSE JOURNAL-FILE
003440         OPEN EXTEND JOURNAL-FILE
003450     END-IF.
003460     IF JR-FILE-STATUS NOT = "00"
003470         DISPLAY "UNABLE TO OPEN JOURNAL FILE"
003480         MOVE 'Y' TO DSP-EOJ-SWITCH
003490         GO TO 1000-EXIT
003500     END-IF.
003510
003520     ACCEPT DSP-CURRENT-DATE FROM DATE YYYYMMDD.
003530     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580*  1100-OPERATOR-SIGN-ON (T-ERR-MSG 47, 48) - THE ID AND         *
003590*  PASSWORD MUST BE ON THE ACTIVE OPERATOR MASTER (SEE           *
003600*  COBLSC17) WITH SUPERVISOR AUTHORITY - A CLERK CANNOT ANSWER   *
003610*  A CHARGEBACK OR PUT MONEY BACK ON A RESERVATION.              *
003620*****************************************************************
003630 1100-OPERATOR-SIGN-ON.
003640     DISPLAY DSP-OPERATOR-SCREEN.
003650     ACCEPT DSP-OPERATOR-SCREEN.
003660     MOVE DSP-OPERATOR-ID TO OP-OPERATOR-ID.
003670     READ OPERATOR-MASTER-FILE
003680         INVALID KEY
003690             MOVE 47 TO DSP-ERROR-NUMBER
003700             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003710             MOVE 'Y' TO DSP-EOJ-SWITCH
003720             GO TO 1100-EXIT
003730     END-READ.
003740     IF OP-PASSWORD NOT = DSP-IN-PASSWORD OR OP-INACTIVE
003750         MOVE 47 TO DSP-ERROR-NUMBER
003760         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003770         MOVE 'Y' TO DSP-EOJ-SWITCH
003780         GO TO 1100-EXIT
003790     END-IF.
003800     IF NOT OP-AUTH-SUPERVISOR
003810         MOVE 48 TO DSP-ERROR-NUMBER
003820         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003830         MOVE 'Y' TO DSP-EOJ-SWITCH
003840         GO TO 1100-EXIT
003850     END-IF.
003860 1100-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*  2000-PROCESS-CASE - LOOK UP ONE DISPUTE CASE, TAKE THE        *
003910*  EVIDENCE AND OUTCOME, AND APPLY THEM                          *
003920*****************************************************************
003930 2000-PROCESS-CASE.
003940     SET DSP-DATA-VALID TO TRUE.
003950     MOVE SPACES TO DSP-ENTRY-AREA.
003960     PERFORM 2100-ACCEPT-LOOKUP-SCREEN THRU 2100-EXIT.
003970     PERFORM 2200-FIND-CASE THRU 2200-EXIT.
003980     IF DSP-DATA-VALID
003990         PERFORM 2500-ACCEPT-CASE-SCREEN THRU 2500-EXIT
004000         PERFORM 2600-EDIT-CASE THRU 2600-EXIT
004010     END-IF.
004020     IF DSP-DATA-VALID
004030         PERFORM 3000-UPDATE-CASE THRU 3000-EXIT
004040     END-IF.
004050     PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT.
004060 2000-EXIT.
004070     EXIT.
004080
004090 2100-ACCEPT-LOOKUP-SCREEN.
004100     DISPLAY DSP-LOOKUP-SCREEN.
004110     ACCEPT DSP-LOOKUP-SCREEN.
004120 2100-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160*  2200-FIND-CASE (T-ERR-MSG 96, 97) - READ DIRECT BY CASE       *
004170*  NUMBER.  CASE 00000000 IS THE CONTROL RECORD, NOT A CASE.     *
004180*  A CLOSED CASE IS FINAL.  THE EVIDENCE ALREADY ON FILE         *
004190*  PRE-LOADS FOR OVERTYPING.                                     *
004200*****************************************************************
004210 2200-FIND-CASE.
004220     IF DSP-IN-CASE IS NOT NUMERIC
004230        OR DSP-IN-CASE-N = ZERO
004240         MOVE 96 TO DSP-ERROR-NUMBER
004250         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004260         SET DSP-DATA-INVALID TO TRUE
004270         GO TO 2200-EXIT
004280     END-IF.
004290     MOVE DSP-IN-CASE-N TO DS-CASE-NUMBER.
004300     READ DISPUTE-FILE
004310         INVALID KEY
004320             MOVE 96 TO DSP-ERROR-NUMBER
004330             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004340             SET DSP-DATA-INVALID TO TRUE
004350             GO TO 2200-EXIT
004360     END-READ.
004370     IF DS-CLOSED
004380         MOVE 97 TO DSP-ERROR-NUMBER
004390         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004400         SET DSP-DATA-INVALID TO TRUE
004410         GO TO 2200-EXIT
004420     END-IF.
004430     MOVE DS-CASE-NUMBER       TO DSP-CASE-NUMBER.
004440     MOVE DS-RES-KEY           TO DSP-HOLD-RES-KEY.
004450     MOVE DS-AMOUNT            TO DSP-HOLD-AMOUNT.
004460     MOVE DS-EVIDENCE          TO DSP-IN-EVIDENCE.
004470     IF DS-EVIDENCE-SENT-DATE NOT = ZERO
004480         MOVE DS-EVIDENCE-SENT-DATE TO DSP-IN-SENT-DATE
004490     END-IF.
004500 2200-EXIT.
004510     EXIT.
004520
004530 2500-ACCEPT-CASE-SCREEN.
004540     DISPLAY DSP-CASE-SCREEN.
004550     ACCEPT DSP-CASE-SCREEN.
004560 2500-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600*  2600-EDIT-CASE (T-ERR-MSG 98, 99) - THE OUTCOME IS W, L, OR   *
004610*  BLANK.  EVIDENCE ENTERED MUST SAY WHAT WAS SENT AND CARRY A   *
004620*  REAL DATE NO LATER THAN TODAY; A BLANK DATE MEANS IT WENT     *
004630*  TODAY.  A CASE MAY BE CLOSED WITH NO EVIDENCE - ONE THE       *
004636*  PARK CHOSE NOT TO CONTEST IS SIMPLY LOST.  EVIDENCE ALREADY   *
004642*  SENT CANNOT BE BLANKED OUT - IT HAS GONE TO THE PROCESSOR.    *
004650*****************************************************************
004660 2600-EDIT-CASE.
004670     IF NOT DSP-IN-OUTCOME-VALID
004680         MOVE 98 TO DSP-ERROR-NUMBER
004690         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004700         SET DSP-DATA-INVALID TO TRUE
004710         GO TO 2600-EXIT
004720     END-IF.
004730     MOVE ZERO TO DSP-SENT-DATE.
004740     IF DSP-IN-EVIDENCE = SPACES
004746         IF DS-EVIDENCE-SENT-DATE NOT = ZERO
004752            OR DSP-IN-SENT-DATE NOT = SPACES
004760             MOVE 99 TO DSP-ERROR-NUMBER
004770             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004780             SET DSP-DATA-INVALID TO TRUE
004790         END-IF
004800         GO TO 2600-EXIT
004810     END-IF.
004820     IF DSP-IN-SENT-DATE = SPACES
004830         MOVE DSP-CURRENT-DATE TO DSP-SENT-DATE
004840         GO TO 2600-EXIT
004850     END-IF.
004860     MOVE DSP-IN-SENT-DATE TO DSP-DATE-WORK-X.
004870     PERFORM 2700-EDIT-DATE THRU 2700-EXIT.
004880     IF DSP-DATA-INVALID
004890         GO TO 2600-EXIT
004900     END-IF.
004910     IF DSP-DATE-WORK-N > DSP-CURRENT-DATE
004920         MOVE 99 TO DSP-ERROR-NUMBER
004930         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004940         SET DSP-DATA-INVALID TO TRUE
004950         GO TO 2600-EXIT
004960     END-IF.
004970     MOVE DSP-DATE-WORK-N TO DSP-SENT-DATE.
004980 2600-EXIT.
004990     EXIT.
005000
005010*****************************************************************
005020*  2700-EDIT-DATE (T-ERR-MSG 99) - DSP-DATE-WORK MUST BE A REAL  *
005030*  CALENDAR DATE, LEAP YEARS INCLUDED                            *
005040*****************************************************************
005050 2700-EDIT-DATE.
005060     IF DSP-DATE-WORK-X IS NOT NUMERIC
005070         MOVE 99 TO DSP-ERROR-NUMBER
005080         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005090         SET DSP-DATA-INVALID TO TRUE
005100         GO TO 2700-EXIT
005110     END-IF.
005120     IF DSP-DW-MONTH < 1 OR > 12
005130        OR DSP-DW-DAY < 1
005140         MOVE 99 TO DSP-ERROR-NUMBER
005150         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005160         SET DSP-DATA-INVALID TO TRUE
005170         GO TO 2700-EXIT
005180     END-IF.
005190     PERFORM 8320-GET-MONTH-LENGTH THRU 8320-EXIT.
005200     IF DSP-DW-DAY > DSP-DAYS-IN-MONTH
005210         MOVE 99 TO DSP-ERROR-NUMBER
005220         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005230         SET DSP-DATA-INVALID TO TRUE
005240         GO TO 2700-EXIT
005250     END-IF.
005260 2700-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300*  2900-ASK-CONTINUE                                             *
005310*****************************************************************
005320 2900-ASK-CONTINUE.
005330     DISPLAY DSP-CONTINUE-SCREEN.
005340     ACCEPT DSP-CONTINUE-SCREEN.
005350     IF DSP-DO-NOT-CONTINUE
005360         MOVE 'Y' TO DSP-EOJ-SWITCH
005370     END-IF.
005380 2900-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420*  3000-UPDATE-CASE - NEW OR CHANGED EVIDENCE IS STAMPED WITH    *
005430*  THIS SUPERVISOR; AN OUTCOME CLOSES THE CASE.  THE CASE IS     *
005440*  REWRITTEN FIRST, THEN A WON CASE PUTS THE MONEY BACK, THEN    *
005450*  A CLOSED CASE SETTLES THE RESERVATION'S DISPUTE FLAG.         *
005460*  NOTHING CHANGED, NOTHING WRITTEN OR LOGGED.                   *
005470*****************************************************************
005480 3000-UPDATE-CASE.
005490     MOVE 'N' TO DSP-EVIDENCE-CHANGE-SW.
005500     IF DSP-IN-EVIDENCE NOT = DS-EVIDENCE
005510        OR DSP-SENT-DATE NOT = DS-EVIDENCE-SENT-DATE
005520         SET DSP-EVIDENCE-CHANGED TO TRUE
005530     END-IF.
005540     IF NOT DSP-EVIDENCE-CHANGED AND DSP-IN-LEAVE-OPEN
005550         MOVE "NO CHANGE - CASE LEFT AS IT WAS" TO DSP-DISPLAY-MSG
005560         DISPLAY DSP-MESSAGE-SCREEN
005570         GO TO 3000-EXIT
005580     END-IF.
005590
005600     IF DSP-EVIDENCE-CHANGED
005610         MOVE DSP-IN-EVIDENCE  TO DS-EVIDENCE
005620         MOVE DSP-SENT-DATE    TO DS-EVIDENCE-SENT-DATE
005630         MOVE DSP-OPERATOR-ID  TO DS-EVIDENCE-OPERATOR-ID
005640     END-IF.
005650     IF DSP-IN-WON
005660         SET DS-WON            TO TRUE
005670     END-IF.
005680     IF DSP-IN-LOST
005690         SET DS-LOST           TO TRUE
005700     END-IF.
005710     IF NOT DSP-IN-LEAVE-OPEN
005720         MOVE DSP-CURRENT-DATE TO DS-CLOSED-DATE
005730         MOVE DSP-OPERATOR-ID  TO DS-CLOSED-OPERATOR-ID
005740     END-IF.
005750     REWRITE DISPUTE-CASE-RECORD
005760         INVALID KEY
005770             MOVE "UNABLE TO REWRITE DISPUTE CASE - NOT UPDATED"
005780                 TO DSP-DISPLAY-MSG
005790             DISPLAY DSP-MESSAGE-SCREEN
005800             GO TO 3000-EXIT
005810     END-REWRITE.
005820     IF DSP-EVIDENCE-CHANGED
005830         PERFORM 8150-LOG-EVIDENCE THRU 8150-EXIT
005840     END-IF.
005850
005860     MOVE SPACES TO DSP-DONE-MSG-TEXT.
005870     IF DSP-IN-WON
005880         PERFORM 3100-WRITE-WON-TRAN THRU 3100-EXIT
005890         MOVE "- WON, PAYMENT RESTORED" TO DSP-DONE-MSG-TEXT
005900     END-IF.
005910     IF DSP-IN-LOST
005920         MOVE "- LOST, CASE CLOSED" TO DSP-DONE-MSG-TEXT
005930     END-IF.
005940     IF NOT DSP-IN-LEAVE-OPEN
005950         PERFORM 3200-UPDATE-RESERVATION THRU 3200-EXIT
005960         PERFORM 8160-LOG-CLOSE THRU 8160-EXIT
005970     END-IF.
005980     MOVE DSP-CASE-NUMBER TO DSP-DONE-MSG-CASE.
005990     MOVE DSP-DONE-MSG TO DSP-DISPLAY-MSG.
006000     DISPLAY DSP-MESSAGE-SCREEN.
006010 3000-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050*  3100-WRITE-WON-TRAN - ONE DISPUTE-WON TRANSACTION FOR THE     *
006060*  AMOUNT CHARGED BACK, ON THE SAME RESERVATION, CARD, AND AUTH  *
006070*  AS THE CHARGEBACK, SO THE DEPOSIT REPORT ADDS THE MONEY BACK  *
006080*  THE DAY THE PROCESSOR RETURNS IT.  THE CASE IS STILL IN THE   *
006090*  BUFFER.                                                       *
006100*****************************************************************
006110 3100-WRITE-WON-TRAN.
006120     MOVE SPACES              TO PAYMENT-TRAN-RECORD.
006130     MOVE DS-CAMPGROUND-NAME  TO PT-CAMPGROUND-NAME.
006140     MOVE DS-SITE             TO PT-SITE.
006150     MOVE DS-ARRIVAL-DATE     TO PT-ARRIVAL-DATE.
006160     SET PT-TRAN-CHARGEBACK-WON TO TRUE.
006170     MOVE DS-PAY-TYPE         TO PT-PAY-TYPE.
006180     MOVE DS-AMOUNT           TO PT-AMOUNT.
006190     MOVE DS-CARD-NUMBER      TO PT-CARD-NUMBER.
006200     SET PT-CARD-APPROVED     TO TRUE.
006210     MOVE DS-AUTH-CODE        TO PT-CARD-AUTH-CODE.
006220     MOVE DSP-CURRENT-DATE    TO PT-TRAN-DATE.
006230     ACCEPT PT-TRAN-TIME FROM TIME.
006240     MOVE DSP-OPERATOR-ID     TO PT-OPERATOR-ID.
006250     WRITE PAYMENT-TRAN-RECORD.
006260 3100-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*  3200-UPDATE-RESERVATION - A WON CASE PUTS THE AMOUNT BACK ON  *
006310*  RES-PAID-AMOUNT.  THE DISPUTE FLAG SETTLES TO WON OR LOST     *
006320*  ONLY WHEN NO OTHER CASE ON THE RESERVATION IS STILL OPEN -    *
006330*  OTHERWISE IT STAYS DISPUTED.  A RESERVATION SINCE ARCHIVED    *
006340*  IS LEFT ALONE; THE CASE IS CLOSED ALL THE SAME.               *
006350*****************************************************************
006360 3200-UPDATE-RESERVATION.
006370     MOVE DSP-HOLD-RES-KEY TO RES-KEY.
006380     READ RESERVATION-FILE
006390         INVALID KEY
006400             MOVE "- RESERVATION NOT ON FILE, CASE CLOSED"
006410                 TO DSP-DONE-MSG-TEXT
006420             GO TO 3200-EXIT
006430     END-READ.
006440     MOVE RESERVATION-RECORD TO DSP-JRN-BEFORE-AREA.
006450     IF DSP-IN-WON
006460         ADD DSP-HOLD-AMOUNT TO RES-PAID-AMOUNT
006470     END-IF.
006480     PERFORM 3300-FIND-OTHER-OPEN-CASE THRU 3300-EXIT.
006490     IF NOT DSP-OTHER-CASE-OPEN
006500         IF DSP-IN-WON
006510             SET RES-DISPUTE-WON TO TRUE
006520         ELSE
006530             SET RES-DISPUTE-LOST TO TRUE
006540         END-IF
006550     END-IF.
006560     MOVE DSP-CURRENT-DATE TO RES-LAST-CHANGE-DATE.
006570     REWRITE RESERVATION-RECORD
006580         INVALID KEY
006590             MOVE "- RESERVATION NOT REWRITTEN, CASE CLOSED"
006600                 TO DSP-DONE-MSG-TEXT
006610             GO TO 3200-EXIT
006620     END-REWRITE.
006630     SET JR-ACTION-REWRITE TO TRUE.
006640     PERFORM 8170-WRITE-JOURNAL-RECORD THRU 8170-EXIT.
006650 3200-EXIT.
006660     EXIT.
006670
006680*****************************************************************
006690*  3300-FIND-OTHER-OPEN-CASE - WALK THE DISPUTE FILE FOR ANY     *
006700*  OTHER CASE STILL OPEN ON THIS RESERVATION.  THIS CASE WAS     *
006710*  REWRITTEN CLOSED BEFORE THE WALK, SO IT CANNOT MATCH.         *
006720*****************************************************************
006730 3300-FIND-OTHER-OPEN-CASE.
006740     MOVE 'N' TO DSP-OTHER-OPEN-SWITCH.
006750     MOVE 1 TO DS-CASE-NUMBER.
006760     MOVE 'Y' TO DSP-SCAN-DONE-SWITCH.
006770     START DISPUTE-FILE
006780             KEY IS NOT LESS THAN DS-CASE-NUMBER
006790         INVALID KEY
006800             CONTINUE
006810         NOT INVALID KEY
006820             MOVE 'N' TO DSP-SCAN-DONE-SWITCH
006830     END-START.
006840     PERFORM 3310-CHECK-ONE-CASE THRU 3310-EXIT
006850         UNTIL DSP-SCAN-DONE OR DSP-OTHER-CASE-OPEN.
006860 3300-EXIT.
006870     EXIT.
006880
006890 3310-CHECK-ONE-CASE.
006900     READ DISPUTE-FILE NEXT RECORD
006910         AT END
006920             SET DSP-SCAN-DONE TO TRUE
006930             GO TO 3310-EXIT
006940     END-READ.
006950     IF DS-RES-KEY = DSP-HOLD-RES-KEY
006960        AND DS-OPEN
006970         SET DSP-OTHER-CASE-OPEN TO TRUE
006980     END-IF.
006990 3310-EXIT.
007000     EXIT.
007010
007020*****************************************************************
007030*  8100-DISPLAY-ERROR - SHOW THE MESSAGE FOR DSP-ERROR-NUMBER    *
007040*****************************************************************
007050 8100-DISPLAY-ERROR.
007060     MOVE T-ERR-MSG(DSP-ERROR-NUMBER) TO DSP-DISPLAY-MSG.
007070     DISPLAY DSP-MESSAGE-SCREEN.
007080 8100-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*  8150-LOG-EVIDENCE / 8160-LOG-CLOSE - ONE AUDIT RECORD PER     *
007130*  EVIDENCE ENTRY AND PER CASE CLOSED, ERROR NUMBER ZERO, THE    *
007140*  SAME WAY COBLSC30 LOGS ITS FLAG CHANGES, AGAINST THE          *
007150*  CAMPGROUND AND SITE OF THE DISPUTED STAY                      *
007160*****************************************************************
007170 8150-LOG-EVIDENCE.
007180     PERFORM 8180-START-AUDIT-RECORD THRU 8180-EXIT.
007190     MOVE DSP-CASE-NUMBER     TO DSP-EV-MSG-CASE.
007200     MOVE DSP-SENT-DATE       TO DSP-EV-MSG-DATE.
007210     MOVE DSP-EVIDENCE-MSG    TO AUD-ERROR-MESSAGE.
007220     WRITE AUDIT-RECORD.
007230 8150-EXIT.
007240     EXIT.
007250
007260 8160-LOG-CLOSE.
007270     PERFORM 8180-START-AUDIT-RECORD THRU 8180-EXIT.
007280     MOVE DSP-CASE-NUMBER     TO DSP-CL-MSG-CASE.
007290     IF DSP-IN-WON
007300         MOVE "WON"           TO DSP-CL-MSG-OUTCOME
007310         MOVE "- PAYMENT RESTORED" TO DSP-CL-MSG-RESTORED
007320     ELSE
007330         MOVE "LOST"          TO DSP-CL-MSG-OUTCOME
007340         MOVE SPACES          TO DSP-CL-MSG-RESTORED
007350     END-IF.
007360     MOVE DSP-CLOSE-MSG       TO AUD-ERROR-MESSAGE.
007370     WRITE AUDIT-RECORD.
007380 8160-EXIT.
007390     EXIT.
007400
007410 8180-START-AUDIT-RECORD.
007420     MOVE SPACES              TO AUDIT-RECORD.
007430     MOVE DSP-HOLD-RES-KEY(1:20) TO AUD-CAMPGROUND-NAME.
007440     MOVE DSP-HOLD-RES-KEY(21:3) TO AUD-SITE.
007450     ACCEPT AUD-AUDIT-DATE FROM DATE YYYYMMDD.
007460     ACCEPT AUD-AUDIT-TIME FROM TIME.
007470     MOVE DSP-OPERATOR-ID     TO AUD-OPERATOR-ID.
007480     MOVE ZERO                TO AUD-ERROR-NUMBER.
007490 8180-EXIT.
007500     EXIT.
007510
007520*****************************************************************
007530*  8170-WRITE-JOURNAL-RECORD - BEFORE/AFTER IMAGE OF THE        *
007540*  RESERVATION UPDATE JUST MADE, FOR THE COBLSC23 FORWARD       *
007550*  RECOVERY.  CALLERS LEAVE THE BEFORE IMAGE IN                 *
007560*  DSP-JRN-BEFORE-AREA AND SET JR-ACTION BEFORE PERFORMING.     *
007570*****************************************************************
007580 8170-WRITE-JOURNAL-RECORD.
007590     MOVE 'COBLSC41'         TO JR-PROGRAM-ID.
007600     MOVE DSP-OPERATOR-ID    TO JR-OPERATOR-ID.
007610     ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD.
007620     ACCEPT JR-JOURNAL-TIME FROM TIME.
007630     MOVE DSP-JRN-BEFORE-AREA TO JR-BEFORE-IMAGE.
007640     MOVE RESERVATION-RECORD TO JR-AFTER-IMAGE.
007650     WRITE JOURNAL-RECORD.
007660 8170-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700*  8320-GET-MONTH-LENGTH / 8330-CHECK-LEAP-YEAR - DAYS IN THE    *
007710*  MONTH OF DSP-DATE-WORK                                        *
007720*****************************************************************
007730 8320-GET-MONTH-LENGTH.
007740     IF DSP-DW-30-DAY-MO
007750         MOVE 30 TO DSP-DAYS-IN-MONTH
007760     ELSE
007770         IF DSP-DW-31-DAY-MO
007780             MOVE 31 TO DSP-DAYS-IN-MONTH
007790         ELSE
007800             PERFORM 8330-CHECK-LEAP-YEAR THRU 8330-EXIT
007810             IF DSP-LEAP-YEAR
007820                 MOVE 29 TO DSP-DAYS-IN-MONTH
007830             ELSE
007840                 MOVE 28 TO DSP-DAYS-IN-MONTH
007850             END-IF
007860         END-IF
007870     END-IF.
007880 8320-EXIT.
007890     EXIT.
007900
007910 8330-CHECK-LEAP-YEAR.
007920     SET DSP-NOT-LEAP-YEAR TO TRUE.
007930     DIVIDE DSP-DW-YEAR BY 4
007940         GIVING DSP-DIVIDE-QUOTIENT
007950         REMAINDER DSP-DIVIDE-REMAINDER.
007960     IF DSP-DIVIDE-REMAINDER = 0
007970         DIVIDE DSP-DW-YEAR BY 100
007980             GIVING DSP-DIVIDE-QUOTIENT
007990             REMAINDER DSP-DIVIDE-REMAINDER
008000         IF DSP-DIVIDE-REMAINDER NOT = 0
008010             SET DSP-LEAP-YEAR TO TRUE
008020         ELSE
008030             DIVIDE DSP-DW-YEAR BY 400
008040                 GIVING DSP-DIVIDE-QUOTIENT
008050                 REMAINDER DSP-DIVIDE-REMAINDER
008060             IF DSP-DIVIDE-REMAINDER = 0
008070                 SET DSP-LEAP-YEAR TO TRUE
008080             END-IF
008090         END-IF
008100     END-IF.
008110 8330-EXIT.
008120     EXIT.
008130
008140*****************************************************************
008150*  9000-TERMINATE - CLOSE FILES                                 *
008160*****************************************************************
008170 9000-TERMINATE.
008180     CLOSE DISPUTE-FILE.
008190     CLOSE RESERVATION-FILE.
008200     CLOSE PAYMENT-TRAN-FILE.
008210     CLOSE OPERATOR-MASTER-FILE.
008220     CLOSE AUDIT-FILE.
008230     CLOSE JOURNAL-FILE.
008240 9000-EXIT.
008250     EXIT.
