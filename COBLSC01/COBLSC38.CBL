000100*****************************************************************
000110*  COBLSC38                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC38.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-13.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  SEASONAL SITE LOTTERY APPLICATIONS.  THE            *
000210*  SEASON-LONG SITES ARE NO LONGER HANDED OUT ON FIRST CALL -    *
000220*  DURING THE SEASON'S APPLICATION WINDOW THE OFFICE TAKES ONE   *
000230*  APPLICATION PER GUEST NUMBER (LOTAPP.CPY) WITH UP TO THREE    *
000240*  RANKED CAMPGROUND/SITE CHOICES, AND COBLSC39 DRAWS THEM.      *
000250*  THE GUEST IS FOUND BY PHONE ON THE GUEST MASTER, THE SAME AS  *
000260*  AT THE COUNTER, AND THE APPLICATION IS FILED UNDER THE GUEST  *
000270*  NUMBER, SO A FAMILY CANNOT APPLY TWICE FROM TWO PHONES.       *
000280*                                                                *
000290*    S - SET UP THE SEASON (SUPERVISOR ONLY): THE WINDOW DATES   *
000300*        AND THE SEASON'S ARRIVAL AND DEPARTURE DATES, KEPT ON   *
000310*        THE SEASON'S CONTROL RECORD.                            *
000320*    A - APPLY.  C - CHANGE THE CHOICES.  BOTH ONLY WHILE THE    *
000330*        WINDOW IS OPEN.                                         *
000340*    W - WITHDRAW, ANY TIME BEFORE THE DRAW.                     *
000350*                                                                *
000360*  NOTHING CHANGES ONCE THE SEASON HAS BEEN DRAWN - THE DRAW     *
000370*  MUST BE ABLE TO BE RUN AGAIN FROM ITS SEED AGAINST THE SAME   *
000380*  APPLICATIONS.  EACH CHANGE IS LOGGED TO THE AUDIT FILE.       *
000390*                                                                *
000400*  MOD-LOG                                                       *
000410*  DATE       BY   DESCRIPTION                                   *
000420*  ---------- ---- ------------------------------------------    *
000430*  2026-10-13 RLH  ORIGINAL PROGRAM.                              *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SPECIAL-NAMES.
000480     CONSOLE IS CRT.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LOTTERY-APPLICATION-FILE ASSIGN TO "LOTAPP"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS LA-KEY
000550         FILE STATUS IS LA-FILE-STATUS.
000560
000570     SELECT GUEST-MASTER-FILE ASSIGN TO "GUESTMST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS GM-PHONE
000610         FILE STATUS IS GM-FILE-STATUS.
000620
000630     SELECT CAMPGROUND-MASTER-FILE ASSIGN TO "CAMPMSTR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS CM-CAMPGROUND-NAME
000670         FILE STATUS IS CM-FILE-STATUS.
000680
000690     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS SM-KEY
000730         FILE STATUS IS SM-FILE-STATUS.
000740
000750     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS OP-OPERATOR-ID
000790         FILE STATUS IS OP-FILE-STATUS.
000800
000810     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS AUD-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  LOTTERY-APPLICATION-FILE.
000880 COPY LOTAPP.CPY.
000890
000900 FD  GUEST-MASTER-FILE.
000910 COPY GUEST.CPY.
000920
000930 FD  CAMPGROUND-MASTER-FILE.
000940 COPY CAMPMSTR.CPY.
000950
000960 FD  SITE-MASTER-FILE.
000970 COPY SITEMST.CPY.
000980
000990 FD  OPERATOR-MASTER-FILE.
001000 COPY OPERMST.CPY.
001010
001020 FD  AUDIT-FILE.
001030 COPY AUDIT.CPY.
001040
001050 WORKING-STORAGE SECTION.
001060*****************************************************************
001070*  SWITCHES AND COUNTERS                                        *
001080*****************************************************************
001090 77  LA-FILE-STATUS              PIC X(02) VALUE ZERO.
001100 77  GM-FILE-STATUS              PIC X(02) VALUE ZERO.
001110 77  CM-FILE-STATUS              PIC X(02) VALUE ZERO.
001120 77  SM-FILE-STATUS              PIC X(02) VALUE ZERO.
001130 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
001140 77  AUD-FILE-STATUS             PIC X(02) VALUE ZERO.
001150
001160 77  LAP-OPERATOR-ID             PIC X(08) VALUE SPACES.
001170 77  LAP-IN-PASSWORD             PIC X(08) VALUE SPACES.
001180
001190 77  LAP-SUPERVISOR-SWITCH       PIC X(01) VALUE 'N'.
001200     88  LAP-SUPERVISOR          VALUE 'Y'.
001210
001220 77  LAP-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001230     88  LAP-EOJ                 VALUE 'Y'.
001240
001250 77  LAP-VALID-SWITCH            PIC X(01) VALUE 'Y'.
001260     88  LAP-DATA-VALID          VALUE 'Y'.
001270     88  LAP-DATA-INVALID        VALUE 'N'.
001280
001290 77  LAP-SEASON-SWITCH           PIC X(01) VALUE 'N'.
001300     88  LAP-SEASON-ON-FILE      VALUE 'Y'.
001310
001320 77  LAP-REINSTATE-SWITCH        PIC X(01) VALUE 'N'.
001330     88  LAP-REINSTATE           VALUE 'Y'.
001340
001350 77  LAP-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
001360     88  LAP-LEAP-YEAR           VALUE 'Y'.
001370     88  LAP-NOT-LEAP-YEAR       VALUE 'N'.
001380
001390 77  LAP-ERROR-NUMBER            PIC 9(02) VALUE ZERO.
001400
001410 77  LAP-CONTINUE-ANSWER         PIC X(01) VALUE 'Y'.
001420     88  LAP-CONTINUE            VALUE 'Y'.
001430     88  LAP-DO-NOT-CONTINUE     VALUE 'N'.
001440
001450 77  LAP-WITHDRAW-ANSWER         PIC X(01) VALUE 'N'.
001460     88  LAP-WITHDRAW-CONFIRMED  VALUE 'Y'.
001470
001480 77  LAP-DISPLAY-MSG             PIC X(63) VALUE SPACES.
001490
001500 77  LAP-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001510 77  LAP-DIVIDE-REMAINDER        PIC 9(04) VALUE ZERO.
001520 77  LAP-DAYS-IN-MONTH           PIC 9(02) VALUE ZERO.
001530 77  LAP-SEASON-NIGHTS           PIC 9(03) VALUE ZERO.
001540
001550 77  LAP-SUB                     PIC 9(01) VALUE ZERO.
001560 77  LAP-SUB-2                   PIC 9(01) VALUE ZERO.
001570 77  LAP-GUEST-NUMBER            PIC 9(06) VALUE ZERO.
001580
001590*****************************************************************
001600*  THE SEASON'S CONTROL RECORD AS READ, KEPT ASIDE BECAUSE THE   *
001610*  APPLICATION READ SHARES THE SAME RECORD AREA                  *
001620*****************************************************************
001630 01  LAP-SEASON-CONTROL.
001640     05  LAP-WINDOW-OPEN-DATE    PIC 9(08).
001650     05  LAP-WINDOW-CLOSE-DATE   PIC 9(08).
001660     05  LAP-DRAW-STATUS         PIC X(01).
001670         88  LAP-SEASON-DRAWN    VALUE 'D'.
001680
001690*****************************************************************
001700*  TODAY'S DATE                                                 *
001710*****************************************************************
001720 01  LAP-CURRENT-DATE.
001730     05  LAP-CURR-YEAR           PIC 9(04).
001740     05  LAP-CURR-MONTH          PIC 9(02).
001750     05  LAP-CURR-DAY            PIC 9(02).
001760 01  LAP-CURRENT-DATE-N REDEFINES LAP-CURRENT-DATE
001770                             PIC 9(08).
001780
001790*****************************************************************
001800*  ONE DATE BEING EDITED BY 2500-EDIT-DATE, AND THE NIGHT        *
001810*  WALKED FORWARD BY 8300-COUNT-SEASON-NIGHTS                    *
001820*****************************************************************
001830 01  LAP-DATE-WORK.
001840     05  LAP-DW-YEAR             PIC 9(04).
001850     05  LAP-DW-MONTH            PIC 9(02).
001860         88  LAP-DW-30-DAY-MO    VALUES 4 6 9 11.
001870         88  LAP-DW-31-DAY-MO    VALUES 1 3 5 7 8 10 12.
001880     05  LAP-DW-DAY              PIC 9(02).
001890 01  LAP-DATE-WORK-X REDEFINES LAP-DATE-WORK
001900                             PIC X(08).
001910 01  LAP-DATE-WORK-N REDEFINES LAP-DATE-WORK
001920                             PIC 9(08).
001930
001940*****************************************************************
001950*  SCREEN ENTRY AREA                                            *
001960*****************************************************************
001970 01  LAP-ENTRY-AREA.
001980     05  LAP-IN-YEAR             PIC X(04).
001990     05  LAP-IN-YEAR-N REDEFINES LAP-IN-YEAR
002000                                 PIC 9(04).
002010     05  LAP-IN-ACTION           PIC X(01).
002020         88  LAP-IN-ACTION-VALID VALUE 'S' 'A' 'C' 'W'.
002030         88  LAP-IN-SET-UP       VALUE 'S'.
002040         88  LAP-IN-APPLY        VALUE 'A'.
002050         88  LAP-IN-CHANGE       VALUE 'C'.
002060         88  LAP-IN-WITHDRAW     VALUE 'W'.
002070     05  LAP-IN-PHONE            PIC X(10).
002080     05  LAP-IN-OPEN-DATE        PIC X(08).
002090     05  LAP-IN-CLOSE-DATE       PIC X(08).
002100     05  LAP-IN-ARRIVAL-DATE     PIC X(08).
002110     05  LAP-IN-DEPART-DATE      PIC X(08).
002120     05  LAP-IN-EQUIP-TYPE       PIC X(01).
002130         88  LAP-EQUIP-TENT      VALUE 'T'.
002140         88  LAP-EQUIP-RV        VALUE 'R'.
002150         88  LAP-EQUIP-ELECTRIC  VALUE 'E'.
002160     05  LAP-IN-CHOICES.
002170         10  LAP-IN-CAMP-1       PIC X(20).
002180         10  LAP-IN-SITE-1       PIC X(03).
002190         10  LAP-IN-CAMP-2       PIC X(20).
002200         10  LAP-IN-SITE-2       PIC X(03).
002210         10  LAP-IN-CAMP-3       PIC X(20).
002220         10  LAP-IN-SITE-3       PIC X(03).
002230     05  LAP-IN-CHOICE-TABLE REDEFINES LAP-IN-CHOICES.
002240         10  LAP-IN-CHOICE       OCCURS 3.
002250             15  LAP-IN-CAMP     PIC X(20).
002260             15  LAP-IN-SITE     PIC X(03).
002270
002280*****************************************************************
002290*  THE GUEST AS FOUND ON THE GUEST MASTER, FOR THE SCREENS       *
002300*****************************************************************
002310 01  LAP-GUEST-AREA.
002320     05  LAP-GUEST-LAST-NAME     PIC X(20).
002330     05  LAP-GUEST-FIRST-NAME    PIC X(15).
002340
002350*****************************************************************
002360*  AUDIT MESSAGE - ONE PER SEASON SET UP OR APPLICATION TAKEN,   *
002370*  CHANGED, OR WITHDRAWN                                         *
002380*****************************************************************
002390 01  LAP-AUDIT-MSG.
002400     05  FILLER                  PIC X(08) VALUE "LOTTERY ".
002410     05  LAP-AM-YEAR             PIC 9(04).
002420     05  FILLER                  PIC X(07) VALUE " GUEST ".
002430     05  LAP-AM-GUEST-NUMBER     PIC 9(06).
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  LAP-AM-ACTION           PIC X(12).
002460     05  FILLER                  PIC X(25) VALUE SPACES.
002470
002480 COPY ERROR.CPY.
002490
002500 SCREEN SECTION.
002510 01  LAP-OPERATOR-SCREEN.
002520     05  BLANK SCREEN.
002530     05  LINE 01 COL 01 VALUE "PARK BOARD SEASONAL SITE LOTTERY".
002540     05  LINE 03 COL 01 VALUE "OPERATOR ID.......:".
002550     05  LINE 03 COL 21 PIC X(08) USING LAP-OPERATOR-ID.
002560     05  LINE 04 COL 01 VALUE "PASSWORD..........:".
002570     05  LINE 04 COL 21 PIC X(08) USING LAP-IN-PASSWORD
002580             SECURE.
002590
002600 01  LAP-LOOKUP-SCREEN.
002610     05  BLANK SCREEN.
002620     05  LINE 01 COL 01 VALUE "PARK BOARD SEASONAL SITE LOTTERY".
002630     05  LINE 03 COL 01 VALUE "SEASON YEAR.......:".
002640     05  LINE 03 COL 21 PIC X(04) USING LAP-IN-YEAR.
002650     05  LINE 04 COL 01 VALUE "ACTION (S/A/C/W)..:".
002660     05  LINE 04 COL 21 PIC X(01) USING LAP-IN-ACTION.
002670     05  LINE 05 COL 01 VALUE "GUEST PHONE.......:".
002680     05  LINE 05 COL 21 PIC X(10) USING LAP-IN-PHONE.
002690     05  LINE 07 COL 01
002700             VALUE "  S SET UP  A APPLY  C CHANGE  W WITHDRAW".
002710     05  LINE 08 COL 01
002720             VALUE "  (NO PHONE NEEDED TO SET UP A SEASON)".
002730
002740 01  LAP-SETUP-SCREEN.
002750     05  BLANK SCREEN.
002760     05  LINE 01 COL 01 VALUE "PARK BOARD SEASONAL SITE LOTTERY".
002770     05  LINE 03 COL 01 VALUE "SEASON YEAR.......:".
002780     05  LINE 03 COL 21 PIC X(04) FROM LAP-IN-YEAR.
002790     05  LINE 05 COL 01 VALUE "WINDOW OPENS......:".
002800     05  LINE 05 COL 21 PIC X(08) USING LAP-IN-OPEN-DATE.
002810     05  LINE 06 COL 01 VALUE "WINDOW CLOSES.....:".
002820     05  LINE 06 COL 21 PIC X(08) USING LAP-IN-CLOSE-DATE.
002830     05  LINE 07 COL 01 VALUE "SEASON ARRIVAL....:".
002840     05  LINE 07 COL 21 PIC X(08) USING LAP-IN-ARRIVAL-DATE.
002850     05  LINE 08 COL 01 VALUE "SEASON DEPARTURE..:".
002860     05  LINE 08 COL 21 PIC X(08) USING LAP-IN-DEPART-DATE.
002870     05  LINE 10 COL 01 VALUE "  ALL DATES YYYYMMDD".
002880
002890 01  LAP-APPLY-SCREEN.
002900     05  BLANK SCREEN.
002910     05  LINE 01 COL 01 VALUE "PARK BOARD SEASONAL SITE LOTTERY".
002920     05  LINE 03 COL 01 VALUE "SEASON YEAR.......:".
002930     05  LINE 03 COL 21 PIC X(04) FROM LAP-IN-YEAR.
002940     05  LINE 04 COL 01 VALUE "GUEST NUMBER......:".
002950     05  LINE 04 COL 21 PIC 9(06) FROM LAP-GUEST-NUMBER.
002960     05  LINE 05 COL 01 VALUE "GUEST.............:".
002970     05  LINE 05 COL 21 PIC X(20) FROM LAP-GUEST-LAST-NAME.
002980     05  LINE 05 COL 42 PIC X(15) FROM LAP-GUEST-FIRST-NAME.
002990     05  LINE 06 COL 01 VALUE "PHONE.............:".
003000     05  LINE 06 COL 21 PIC X(10) FROM LAP-IN-PHONE.
003010     05  LINE 08 COL 01 VALUE "EQUIPMENT (T/R/E).:".
003020     05  LINE 08 COL 21 PIC X(01) USING LAP-IN-EQUIP-TYPE.
003030     05  LINE 10 COL 21 VALUE "CAMPGROUND".
003040     05  LINE 10 COL 43 VALUE "SITE".
003050     05  LINE 11 COL 01 VALUE "FIRST CHOICE......:".
003060     05  LINE 11 COL 21 PIC X(20) USING LAP-IN-CAMP-1.
003070     05  LINE 11 COL 43 PIC X(03) USING LAP-IN-SITE-1.
003080     05  LINE 12 COL 01 VALUE "SECOND CHOICE.....:".
003090     05  LINE 12 COL 21 PIC X(20) USING LAP-IN-CAMP-2.
003100     05  LINE 12 COL 43 PIC X(03) USING LAP-IN-SITE-2.
003110     05  LINE 13 COL 01 VALUE "THIRD CHOICE......:".
003120     05  LINE 13 COL 21 PIC X(20) USING LAP-IN-CAMP-3.
003130     05  LINE 13 COL 43 PIC X(03) USING LAP-IN-SITE-3.
003140
003150 01  LAP-WITHDRAW-SCREEN.
003160     05  BLANK SCREEN.
003170     05  LINE 01 COL 01 VALUE "PARK BOARD SEASONAL SITE LOTTERY".
003180     05  LINE 03 COL 01 VALUE "SEASON YEAR.......:".
003190     05  LINE 03 COL 21 PIC X(04) FROM LAP-IN-YEAR.
003200     05  LINE 04 COL 01 VALUE "GUEST NUMBER......:".
003210     05  LINE 04 COL 21 PIC 9(06) FROM LAP-GUEST-NUMBER.
003220     05  LINE 05 COL 01 VALUE "GUEST.............:".
003230     05  LINE 05 COL 21 PIC X(20) FROM LA-LAST-NAME.
003240     05  LINE 05 COL 42 PIC X(15) FROM LA-FIRST-NAME.
003250     05  LINE 06 COL 01 VALUE "APPLIED...........:".
003260     05  LINE 06 COL 21 PIC 9(08) FROM LA-APPLIED-DATE.
003270     05  LINE 07 COL 01 VALUE "FIRST CHOICE......:".
003280     05  LINE 07 COL 21 PIC X(20) FROM LAP-IN-CAMP-1.
003290     05  LINE 07 COL 43 PIC X(03) FROM LAP-IN-SITE-1.
003300     05  LINE 09 COL 01 VALUE "WITHDRAW THIS APPLICATION (Y/N)?".
003310     05  LINE 09 COL 34 PIC X(01) USING LAP-WITHDRAW-ANSWER.
003320
003330 01  LAP-MESSAGE-SCREEN.
003340     05  LINE 22 COL 01 ERASE EOL
003350             PIC X(63) USING LAP-DISPLAY-MSG.
003360
003370 01  LAP-CONTINUE-SCREEN.
003380     05  LINE 24 COL 01 ERASE EOL
003390             VALUE "ANOTHER APPLICATION (Y/N)?".
003400     05  LINE 24 COL 29 PIC X(01) USING LAP-CONTINUE-ANSWER.
003410
003420 PROCEDURE DIVISION.
003430*****************************************************************
003440*  0000-MAINLINE                                                *
003450*****************************************************************
003460 0000-MAINLINE.
003470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003480     PERFORM 2000-PROCESS-LOTTERY THRU 2000-EXIT
003490         UNTIL LAP-EOJ.
003500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003510     STOP RUN.
003520
003530*****************************************************************
003540*  1000-INITIALIZE - OPEN FILES (CREATING THE APPLICATION FILE   *
003550*  AND THE AUDIT FILE THE FIRST TIME), GET TODAY'S DATE, AND     *
003560*  SIGN THE OPERATOR ON                                          *
003570*****************************************************************
003580 1000-INITIALIZE.
003590     OPEN I-O LOTTERY-APPLICATION-FILE.
003600     IF LA-FILE-STATUS = "35"
003610         OPEN OUTPUT LOTTERY-APPLICATION-FILE
003620         CLOSE LOTTERY-APPLICATION-FILE
003630         OPEN I-O LOTTERY-APPLICATION-FILE
003640     END-IF.
003650     IF LA-FILE-STATUS NOT = "00"
003660         DISPLAY "UNABLE TO OPEN LOTTERY APPLICATION FILE"
003670         MOVE 'Y' TO LAP-EOJ-SWITCH
003680         GO TO 1000-EXIT
003690     END-IF.
003700
003710     OPEN INPUT GUEST-MASTER-FILE.
003720     IF GM-FILE-STATUS NOT = "00"
003730         DISPLAY "UNABLE TO OPEN GUEST MASTER FILE"
003740         MOVE 'Y' TO LAP-EOJ-SWITCH
003750         GO TO 1000-EXIT
003760     END-IF.
003770
003780     OPEN INPUT CAMPGROUND-MASTER-FILE.
003790     IF CM-FILE-STATUS NOT = "00"
003800         DISPLAY "UNABLE TO OPEN CAMPGROUND MASTER FILE"
003810         MOVE 'Y' TO LAP-EOJ-SWITCH
003820         GO TO 1000-EXIT
003830     END-IF.
003840
003850     OPEN INPUT SITE-MASTER-FILE.
003860     IF SM-FILE-STATUS NOT = "00"
003870         DISPLAY "UNABLE TO OPEN SITE MASTER FILE"
003880         MOVE 'Y' TO LAP-EOJ-SWITCH
003890         GO TO 1000-EXIT
003900     END-IF.
003910
003920     OPEN INPUT OPERATOR-MASTER-FILE.
003930     IF OP-FILE-STATUS NOT = "00"
003940         DISPLAY "UNABLE TO OPEN OPERATOR MASTER FILE"
003950         MOVE 'Y' TO LAP-EOJ-SWITCH
003960         GO TO 1000-EXIT
003970     END-IF.
003980
003990     OPEN EXTEND AUDIT-FILE.
004000     IF AUD-FILE-STATUS = "35"
004010         OPEN OUTPUT AUDIT-FILE
004020         CLOSE AUDIT-FILE
004030         OPEN EXTEND AUDIT-FILE
004040     END-IF.
004050     IF AUD-FILE-STATUS NOT = "00"
004060         DISPLAY "UNABLE TO OPEN AUDIT FILE"
004070         MOVE 'Y' TO LAP-EOJ-SWITCH
004080         GO TO 1000-EXIT
004090     END-IF.
004100
004110     ACCEPT LAP-CURRENT-DATE FROM DATE YYYYMMDD.
004120     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
004130 1000-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170*  1100-OPERATOR-SIGN-ON (T-ERR-MSG 47) - ANY ACTIVE OPERATOR    *
004180*  MAY TAKE AN APPLICATION; ONLY A SUPERVISOR MAY SET UP A       *
004190*  SEASON, WHICH IS CHECKED WHEN THE ACTION IS KEYED.            *
004200*****************************************************************
004210 1100-OPERATOR-SIGN-ON.
004220     DISPLAY LAP-OPERATOR-SCREEN.
004230     ACCEPT LAP-OPERATOR-SCREEN.
004240     MOVE LAP-OPERATOR-ID TO OP-OPERATOR-ID.
004250     READ OPERATOR-MASTER-FILE
004260         INVALID KEY
004270             MOVE 47 TO LAP-ERROR-NUMBER
004280             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004290             MOVE 'Y' TO LAP-EOJ-SWITCH
004300             GO TO 1100-EXIT
004310     END-READ.
004320     IF OP-PASSWORD NOT = LAP-IN-PASSWORD OR OP-INACTIVE
004330         MOVE 47 TO LAP-ERROR-NUMBER
004340         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004350         MOVE 'Y' TO LAP-EOJ-SWITCH
004360         GO TO 1100-EXIT
004370     END-IF.
004380     IF OP-AUTH-SUPERVISOR
004390         SET LAP-SUPERVISOR TO TRUE
004400     END-IF.
004410 1100-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450*  2000-PROCESS-LOTTERY - TAKE THE SEASON, ACTION, AND PHONE,    *
004460*  THEN SET UP, APPLY, CHANGE, OR WITHDRAW                       *
004470*****************************************************************
004480 2000-PROCESS-LOTTERY.
004490     SET LAP-DATA-VALID TO TRUE.
004500     MOVE SPACES TO LAP-ENTRY-AREA.
004510     PERFORM 2100-ACCEPT-LOOKUP-SCREEN THRU 2100-EXIT.
004520     PERFORM 2200-EDIT-LOOKUP THRU 2200-EXIT.
004530     IF LAP-DATA-VALID
004540         IF LAP-IN-SET-UP
004550             PERFORM 3000-SET-UP-SEASON THRU 3000-EXIT
004560         ELSE
004570             IF LAP-IN-APPLY
004580                 PERFORM 4000-APPLY THRU 4000-EXIT
004590             ELSE
004600                 IF LAP-IN-CHANGE
004610                     PERFORM 5000-CHANGE-APPLICATION
004620                         THRU 5000-EXIT
004630                 ELSE
004640                     PERFORM 6000-WITHDRAW-APPLICATION
004650                         THRU 6000-EXIT
004660                 END-IF
004670             END-IF
004680         END-IF
004690     END-IF.
004700     PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT.
004710 2000-EXIT.
004720     EXIT.
004730
004740 2100-ACCEPT-LOOKUP-SCREEN.
004750     DISPLAY LAP-LOOKUP-SCREEN.
004760     ACCEPT LAP-LOOKUP-SCREEN.
004770 2100-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810*  2200-EDIT-LOOKUP (T-ERR-MSG 83, 84, 48, 85, 87, 86) - A       *
004820*  VALID ACTION AND SEASON YEAR.  SETTING UP IS FOR A            *
004830*  SUPERVISOR AND ONLY UNTIL THE DRAW; EVERYTHING ELSE NEEDS A   *
004840*  SEASON ON FILE AND NOT YET DRAWN, AND AN APPLY OR CHANGE      *
004850*  NEEDS THE WINDOW OPEN TODAY.  THE GUEST IS THEN FOUND BY      *
004860*  PHONE (2300).                                                 *
004870*****************************************************************
004880 2200-EDIT-LOOKUP.
004890     IF NOT LAP-IN-ACTION-VALID
004900         MOVE 83 TO LAP-ERROR-NUMBER
004910         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004920         SET LAP-DATA-INVALID TO TRUE
004930         GO TO 2200-EXIT
004940     END-IF.
004950     IF LAP-IN-YEAR IS NOT NUMERIC
004960        OR LAP-IN-YEAR-N < LAP-CURR-YEAR
004970         MOVE 84 TO LAP-ERROR-NUMBER
004980         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004990         SET LAP-DATA-INVALID TO TRUE
005000         GO TO 2200-EXIT
005010     END-IF.
005020     IF LAP-IN-SET-UP AND NOT LAP-SUPERVISOR
005030         MOVE 48 TO LAP-ERROR-NUMBER
005040         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005050         SET LAP-DATA-INVALID TO TRUE
005060         GO TO 2200-EXIT
005070     END-IF.
005080
005090     MOVE 'N'           TO LAP-SEASON-SWITCH.
005100     MOVE SPACES        TO LAP-SEASON-CONTROL.
005110     MOVE LAP-IN-YEAR-N TO LA-SEASON-YEAR.
005120     MOVE ZERO          TO LA-GUEST-NUMBER.
005130     READ LOTTERY-APPLICATION-FILE
005140         INVALID KEY
005150             CONTINUE
005160         NOT INVALID KEY
005170             SET LAP-SEASON-ON-FILE TO TRUE
005180             MOVE LC-WINDOW-OPEN-DATE  TO LAP-WINDOW-OPEN-DATE
005190             MOVE LC-WINDOW-CLOSE-DATE TO LAP-WINDOW-CLOSE-DATE
005200             MOVE LC-DRAW-STATUS       TO LAP-DRAW-STATUS
005210     END-READ.
005220     IF NOT LAP-SEASON-ON-FILE AND NOT LAP-IN-SET-UP
005230         MOVE 85 TO LAP-ERROR-NUMBER
005240         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005250         SET LAP-DATA-INVALID TO TRUE
005260         GO TO 2200-EXIT
005270     END-IF.
005280     IF LAP-SEASON-DRAWN
005290         MOVE 87 TO LAP-ERROR-NUMBER
005300         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005310         SET LAP-DATA-INVALID TO TRUE
005320         GO TO 2200-EXIT
005330     END-IF.
005340     IF LAP-IN-SET-UP
005350         GO TO 2200-EXIT
005360     END-IF.
005370     IF LAP-IN-APPLY OR LAP-IN-CHANGE
005380         IF LAP-CURRENT-DATE-N < LAP-WINDOW-OPEN-DATE
005390            OR LAP-CURRENT-DATE-N > LAP-WINDOW-CLOSE-DATE
005400             MOVE 86 TO LAP-ERROR-NUMBER
005410             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005420             SET LAP-DATA-INVALID TO TRUE
005430             GO TO 2200-EXIT
005440         END-IF
005450     END-IF.
005460     PERFORM 2300-FIND-GUEST THRU 2300-EXIT.
005470 2200-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510*  2300-FIND-GUEST (T-ERR-MSG 33, 90, 63, 88, 89) - THE PHONE    *
005520*  MUST BE ON THE GUEST MASTER, AND A GUEST FLAGGED DO-NOT-RENT  *
005530*  CANNOT APPLY, THE SAME AS AT THE COUNTER.  THE APPLICATION    *
005540*  IS THEN LOOKED UP UNDER THE GUEST NUMBER: AN APPLY MUST NOT   *
005550*  FIND A LIVE ONE (A WITHDRAWN ONE IS TAKEN BACK UP), A CHANGE  *
005560*  OR WITHDRAWAL MUST.                                           *
005570*****************************************************************
005580 2300-FIND-GUEST.
005590     IF LAP-IN-PHONE = SPACES OR LAP-IN-PHONE = ZEROS
005600         MOVE 33 TO LAP-ERROR-NUMBER
005610         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005620         SET LAP-DATA-INVALID TO TRUE
005630         GO TO 2300-EXIT
005640     END-IF.
005650     MOVE LAP-IN-PHONE TO GM-PHONE.
005660     READ GUEST-MASTER-FILE
005670         INVALID KEY
005680             MOVE 90 TO LAP-ERROR-NUMBER
005690             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005700             SET LAP-DATA-INVALID TO TRUE
005710             GO TO 2300-EXIT
005720     END-READ.
005730     IF GM-DO-NOT-RENT AND NOT LAP-IN-WITHDRAW
005740         MOVE 63 TO LAP-ERROR-NUMBER
005750         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005760         SET LAP-DATA-INVALID TO TRUE
005770         GO TO 2300-EXIT
005780     END-IF.
005790     MOVE GM-GUEST-NUMBER TO LAP-GUEST-NUMBER.
005800     MOVE GM-LAST-NAME    TO LAP-GUEST-LAST-NAME.
005810     MOVE GM-FIRST-NAME   TO LAP-GUEST-FIRST-NAME.
005820
005830     MOVE 'N'              TO LAP-REINSTATE-SWITCH.
005840     MOVE LAP-IN-YEAR-N    TO LA-SEASON-YEAR.
005850     MOVE LAP-GUEST-NUMBER TO LA-GUEST-NUMBER.
005860     READ LOTTERY-APPLICATION-FILE
005870         INVALID KEY
005880             IF NOT LAP-IN-APPLY
005890                 MOVE 89 TO LAP-ERROR-NUMBER
005900                 PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005910                 SET LAP-DATA-INVALID TO TRUE
005920             END-IF
005930             GO TO 2300-EXIT
005940     END-READ.
005950     IF LAP-IN-APPLY
005960         IF LA-WITHDRAWN
005970             SET LAP-REINSTATE TO TRUE
005980         ELSE
005990             MOVE 88 TO LAP-ERROR-NUMBER
006000             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
006010             SET LAP-DATA-INVALID TO TRUE
006020         END-IF
006030         GO TO 2300-EXIT
006040     END-IF.
006050     IF LA-WITHDRAWN
006060         MOVE 89 TO LAP-ERROR-NUMBER
006070         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
006080         SET LAP-DATA-INVALID TO TRUE
006090         GO TO 2300-EXIT
006100     END-IF.
006110 2300-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150*  2500-EDIT-DATE (T-ERR-MSG 93) - LAP-DATE-WORK MUST BE A       *
006160*  REAL CALENDAR DATE, LEAP YEARS INCLUDED                       *
006170*****************************************************************
006180 2500-EDIT-DATE.
006190     IF LAP-DATE-WORK-X IS NOT NUMERIC
006200         MOVE 93 TO LAP-ERROR-NUMBER
006210         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
006220         SET LAP-DATA-INVALID TO TRUE
006230         GO TO 2500-EXIT
006240     END-IF.
006250     IF LAP-DW-MONTH < 1 OR > 12
006260        OR LAP-DW-DAY < 1
006270         MOVE 93 TO LAP-ERROR-NUMBER
006280         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
006290         SET LAP-DATA-INVALID TO TRUE
006300         GO TO 2500-EXIT
006310     END-IF.
006320     PERFORM 8320-GET-MONTH-LENGTH THRU 8320-EXIT.
006330     IF LAP-DW-DAY > LAP-DAYS-IN-MONTH
006340         MOVE 93 TO LAP-ERROR-NUMBER
006350         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
006360         SET LAP-DATA-INVALID TO TRUE
006370         GO TO 2500-EXIT
006380     END-IF.
006390 2500-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*  2900-ASK-CONTINUE                                             *
006440*****************************************************************
006450 2900-ASK-CONTINUE.
006460     DISPLAY LAP-CONTINUE-SCREEN.
006470     ACCEPT LAP-CONTINUE-SCREEN.
006480     IF LAP-DO-NOT-CONTINUE
006490         MOVE 'Y' TO LAP-EOJ-SWITCH
006500     END-IF.
006510 2900-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550*  3000-SET-UP-SEASON (T-ERR-MSG 93, 94, 95, 30, 34) - THE       *
006560*  WINDOW MUST CLOSE ON OR AFTER IT OPENS AND BEFORE THE         *
006570*  SEASON STARTS.  THE SEASON ITSELF IS A SEASONAL STAY, SO IT   *
006580*  IS HELD TO THE SAME APRIL-OCTOBER WINDOW AND 12-NIGHT         *
006590*  MINIMUM AS ONE BOOKED AT THE COUNTER.  A NEW SEASON OFFERS    *
006600*  APRIL 1 THROUGH OCTOBER 31 OF ITS YEAR.                       *
006610*****************************************************************
006620 3000-SET-UP-SEASON.
006630     IF LAP-SEASON-ON-FILE
006640         MOVE LC-WINDOW-OPEN-DATE    TO LAP-IN-OPEN-DATE
006650         MOVE LC-WINDOW-CLOSE-DATE   TO LAP-IN-CLOSE-DATE
006660         MOVE LC-SEASON-ARRIVAL-DATE TO LAP-IN-ARRIVAL-DATE
006670         MOVE LC-SEASON-DEPART-DATE  TO LAP-IN-DEPART-DATE
006680     ELSE
006690         MOVE LAP-IN-YEAR-N TO LAP-DW-YEAR
006700         MOVE 04            TO LAP-DW-MONTH
006710         MOVE 01            TO LAP-DW-DAY
006720         MOVE LAP-DATE-WORK-X TO LAP-IN-ARRIVAL-DATE
006730         MOVE 10            TO LAP-DW-MONTH
006740         MOVE 31            TO LAP-DW-DAY
006750         MOVE LAP-DATE-WORK-X TO LAP-IN-DEPART-DATE
006760     END-IF.
006770     DISPLAY LAP-SETUP-SCREEN.
006780     ACCEPT LAP-SETUP-SCREEN.
006790
006800     MOVE LAP-IN-OPEN-DATE TO LAP-DATE-WORK-X.
006810     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
006820     IF LAP-DATA-INVALID
006830         GO TO 3000-EXIT
006840     END-IF.
006850     MOVE LAP-DATE-WORK-N TO LAP-WINDOW-OPEN-DATE.
006860     MOVE LAP-IN-CLOSE-DATE TO LAP-DATE-WORK-X.
006870     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
006880     IF LAP-DATA-INVALID
006890         GO TO 3000-EXIT
006900     END-IF.
006910     MOVE LAP-DATE-WORK-N TO LAP-WINDOW-CLOSE-DATE.
006920     MOVE LAP-IN-DEPART-DATE TO LAP-DATE-WORK-X.
006930     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
006940     IF LAP-DATA-INVALID
006950         GO TO 3000-EXIT
006960     END-IF.
006970     IF LAP-DW-YEAR NOT = LAP-IN-YEAR-N
006980         MOVE 95 TO LAP-ERROR-NUMBER
006990         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007000         GO TO 3000-EXIT
007010     END-IF.
007020     IF LAP-DW-MONTH < 4 OR > 10
007030         MOVE 30 TO LAP-ERROR-NUMBER
007040         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007050         GO TO 3000-EXIT
007060     END-IF.
007070     MOVE LAP-IN-ARRIVAL-DATE TO LAP-DATE-WORK-X.
007080     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
007090     IF LAP-DATA-INVALID
007100         GO TO 3000-EXIT
007110     END-IF.
007120     IF LAP-DW-YEAR NOT = LAP-IN-YEAR-N
007130        OR LAP-IN-ARRIVAL-DATE NOT < LAP-IN-DEPART-DATE
007140         MOVE 95 TO LAP-ERROR-NUMBER
007150         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007160         GO TO 3000-EXIT
007170     END-IF.
007180     IF LAP-DW-MONTH < 4 OR > 10
007190         MOVE 30 TO LAP-ERROR-NUMBER
007200         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007210         GO TO 3000-EXIT
007220     END-IF.
007230     IF LAP-WINDOW-CLOSE-DATE < LAP-WINDOW-OPEN-DATE
007240        OR LAP-WINDOW-CLOSE-DATE NOT < LAP-DATE-WORK-N
007250         MOVE 94 TO LAP-ERROR-NUMBER
007260         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007270         GO TO 3000-EXIT
007280     END-IF.
007290     PERFORM 8300-COUNT-SEASON-NIGHTS THRU 8300-EXIT.
007300     IF LAP-SEASON-NIGHTS < 12
007310         MOVE 34 TO LAP-ERROR-NUMBER
007320         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
007330         GO TO 3000-EXIT
007340     END-IF.
007350
007360     MOVE SPACES                TO LOTTERY-APPLICATION-RECORD.
007370     MOVE LAP-IN-YEAR-N         TO LA-SEASON-YEAR.
007380     MOVE ZERO                  TO LA-GUEST-NUMBER.
007390     MOVE LAP-WINDOW-OPEN-DATE  TO LC-WINDOW-OPEN-DATE.
007400     MOVE LAP-WINDOW-CLOSE-DATE TO LC-WINDOW-CLOSE-DATE.
007410     MOVE LAP-IN-ARRIVAL-DATE   TO LC-SEASON-ARRIVAL-DATE.
007420     MOVE LAP-IN-DEPART-DATE    TO LC-SEASON-DEPART-DATE.
007430     MOVE ZERO                  TO LC-DRAW-DATE.
007440     MOVE ZERO                  TO LC-DRAW-SEED.
007450     MOVE LAP-OPERATOR-ID       TO LC-SUPERVISOR-ID.
007460     MOVE ZERO                  TO LC-AWARD-COUNT.
007470     MOVE ZERO                  TO LC-NON-AWARD-COUNT.
007480     IF LAP-SEASON-ON-FILE
007490         REWRITE LOTTERY-APPLICATION-RECORD
007500             INVALID KEY
007510                 DISPLAY "UNABLE TO REWRITE LOTTERY SEASON "
007520                     LA-SEASON-YEAR
007530                 GO TO 3000-EXIT
007540         END-REWRITE
007550     ELSE
007560         WRITE LOTTERY-APPLICATION-RECORD
007570             INVALID KEY
007580                 DISPLAY "UNABLE TO WRITE LOTTERY SEASON "
007590                     LA-SEASON-YEAR
007600                 GO TO 3000-EXIT
007610         END-WRITE
007620     END-IF.
007630     MOVE "SEASON SET" TO LAP-AM-ACTION.
007640     PERFORM 8150-LOG-MAINTENANCE THRU 8150-EXIT.
007650     MOVE "LOTTERY SEASON SET UP" TO LAP-DISPLAY-MSG.
007660     DISPLAY LAP-MESSAGE-SCREEN.
007670 3000-EXIT.
007680     EXIT.
007690
007700*****************************************************************
007710*  4000-APPLY - A NEW APPLICATION, OR ONE WITHDRAWN EARLIER      *
007720*  TAKEN BACK UP, GOES ON PENDING WITH THE GUEST'S CURRENT NAME  *
007730*  AND THE PHONE IT CAME IN ON                                   *
007740*****************************************************************
007750 4000-APPLY.
007760     DISPLAY LAP-APPLY-SCREEN.
007770     ACCEPT LAP-APPLY-SCREEN.
007780     PERFORM 4500-EDIT-CHOICES THRU 4500-EXIT.
007790     IF LAP-DATA-INVALID
007800         GO TO 4000-EXIT
007810     END-IF.
007820
007830     MOVE SPACES                TO LOTTERY-APPLICATION-RECORD.
007840     MOVE LAP-IN-YEAR-N         TO LA-SEASON-YEAR.
007850     MOVE LAP-GUEST-NUMBER      TO LA-GUEST-NUMBER.
007860     PERFORM 4800-MOVE-APPLICATION THRU 4800-EXIT.
007870     MOVE LAP-CURRENT-DATE-N    TO LA-APPLIED-DATE.
007880     IF LAP-REINSTATE
007890         REWRITE LOTTERY-APPLICATION-RECORD
007900             INVALID KEY
007910                 DISPLAY "UNABLE TO REWRITE APPLICATION "
007920                     LA-GUEST-NUMBER
007930                 GO TO 4000-EXIT
007940         END-REWRITE
007950     ELSE
007960         WRITE LOTTERY-APPLICATION-RECORD
007970             INVALID KEY
007980                 MOVE 88 TO LAP-ERROR-NUMBER
007990                 PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008000                 GO TO 4000-EXIT
008010         END-WRITE
008020     END-IF.
008030     MOVE "APPLIED" TO LAP-AM-ACTION.
008040     PERFORM 8150-LOG-MAINTENANCE THRU 8150-EXIT.
008050     MOVE "APPLICATION TAKEN" TO LAP-DISPLAY-MSG.
008060     DISPLAY LAP-MESSAGE-SCREEN.
008070 4000-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110*  4500-EDIT-CHOICES (T-ERR-MSG 45, 91, 92) - THE EQUIPMENT,     *
008120*  THEN A FIRST CHOICE AND NO GAPS AHEAD OF A LATER ONE, NO      *
008130*  SITE CHOSEN TWICE, AND EACH CHOICE A REAL SITE THE            *
008140*  EQUIPMENT FITS (4600)                                         *
008150*****************************************************************
008160 4500-EDIT-CHOICES.
008170     IF NOT LAP-EQUIP-TENT AND NOT LAP-EQUIP-RV
008180        AND NOT LAP-EQUIP-ELECTRIC
008190         MOVE 45 TO LAP-ERROR-NUMBER
008200         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008210         SET LAP-DATA-INVALID TO TRUE
008220         GO TO 4500-EXIT
008230     END-IF.
008240     IF LAP-IN-CAMP-1 = SPACES AND LAP-IN-SITE-1 = SPACES
008250         MOVE 91 TO LAP-ERROR-NUMBER
008260         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008270         SET LAP-DATA-INVALID TO TRUE
008280         GO TO 4500-EXIT
008290     END-IF.
008300     IF LAP-IN-CAMP-2 = SPACES AND LAP-IN-SITE-2 = SPACES
008310        AND (LAP-IN-CAMP-3 NOT = SPACES
008320             OR LAP-IN-SITE-3 NOT = SPACES)
008330         MOVE 91 TO LAP-ERROR-NUMBER
008340         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008350         SET LAP-DATA-INVALID TO TRUE
008360         GO TO 4500-EXIT
008370     END-IF.
008380     IF (LAP-IN-CAMP-2 NOT = SPACES
008390         AND LAP-IN-CAMP-2 = LAP-IN-CAMP-1
008400         AND LAP-IN-SITE-2 = LAP-IN-SITE-1)
008410        OR (LAP-IN-CAMP-3 NOT = SPACES
008420         AND LAP-IN-CAMP-3 = LAP-IN-CAMP-1
008430         AND LAP-IN-SITE-3 = LAP-IN-SITE-1)
008440        OR (LAP-IN-CAMP-3 NOT = SPACES
008450         AND LAP-IN-CAMP-3 = LAP-IN-CAMP-2
008460         AND LAP-IN-SITE-3 = LAP-IN-SITE-2)
008470         MOVE 92 TO LAP-ERROR-NUMBER
008480         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008490         SET LAP-DATA-INVALID TO TRUE
008500         GO TO 4500-EXIT
008510     END-IF.
008520     PERFORM 4600-EDIT-ONE-CHOICE THRU 4600-EXIT
008530         VARYING LAP-SUB FROM 1 BY 1
008540         UNTIL LAP-SUB > 3
008550            OR LAP-DATA-INVALID.
008560 4500-EXIT.
008570     EXIT.
008580
008590*****************************************************************
008600*  4600-EDIT-ONE-CHOICE (T-ERR-MSG 1, 2, 3, 35, 46) - THE SAME   *
008610*  CAMPGROUND, SITE, AND EQUIPMENT EDITS COBLSC01 APPLIES AT     *
008620*  THE COUNTER.  WHETHER THE SITE IS FREE FOR THE SEASON IS THE  *
008630*  DRAW'S BUSINESS, NOT THE APPLICATION'S.                       *
008640*****************************************************************
008650 4600-EDIT-ONE-CHOICE.
008660     IF LAP-IN-CAMP(LAP-SUB) = SPACES
008670        AND LAP-IN-SITE(LAP-SUB) = SPACES
008680         GO TO 4600-EXIT
008690     END-IF.
008700     MOVE LAP-IN-CAMP(LAP-SUB) TO CM-CAMPGROUND-NAME.
008710     READ CAMPGROUND-MASTER-FILE
008720         INVALID KEY
008730             MOVE 01 TO LAP-ERROR-NUMBER
008740             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008750             SET LAP-DATA-INVALID TO TRUE
008760             GO TO 4600-EXIT
008770     END-READ.
008780     IF CM-INACTIVE
008790         MOVE 01 TO LAP-ERROR-NUMBER
008800         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008810         SET LAP-DATA-INVALID TO TRUE
008820         GO TO 4600-EXIT
008830     END-IF.
008840     IF LAP-IN-SITE(LAP-SUB)(1:1) IS NOT ALPHABETIC
008850        OR LAP-IN-SITE(LAP-SUB)(2:2) IS NOT NUMERIC
008860         MOVE 02 TO LAP-ERROR-NUMBER
008870         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008880         SET LAP-DATA-INVALID TO TRUE
008890         GO TO 4600-EXIT
008900     END-IF.
008910     IF LAP-IN-SITE(LAP-SUB)(2:2) = "00"
008920         MOVE 03 TO LAP-ERROR-NUMBER
008930         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
008940         SET LAP-DATA-INVALID TO TRUE
008950         GO TO 4600-EXIT
008960     END-IF.
008970     MOVE LAP-IN-CAMP(LAP-SUB) TO SM-CAMPGROUND-NAME.
008980     MOVE LAP-IN-SITE(LAP-SUB) TO SM-SITE.
008990     READ SITE-MASTER-FILE
009000         INVALID KEY
009010             MOVE 35 TO LAP-ERROR-NUMBER
009020             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
009030             SET LAP-DATA-INVALID TO TRUE
009040             GO TO 4600-EXIT
009050     END-READ.
009060     IF SM-INACTIVE
009070         MOVE 35 TO LAP-ERROR-NUMBER
009080         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
009090         SET LAP-DATA-INVALID TO TRUE
009100         GO TO 4600-EXIT
009110     END-IF.
009120     IF (LAP-EQUIP-RV AND SM-TYPE-TENT)
009130        OR (LAP-EQUIP-ELECTRIC AND NOT SM-TYPE-ELECTRIC)
009140         MOVE 46 TO LAP-ERROR-NUMBER
009150         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
009160         SET LAP-DATA-INVALID TO TRUE
009170         GO TO 4600-EXIT
009180     END-IF.
009190 4600-EXIT.
009200     EXIT.
009210
009220*****************************************************************
009230*  4800-MOVE-APPLICATION - THE KEYED FIELDS ONTO THE RECORD,     *
009240*  PENDING AND WITH NO DRAW RESULT YET                           *
009250*****************************************************************
009260 4800-MOVE-APPLICATION.
009270     MOVE LAP-IN-PHONE          TO LA-PHONE.
009280     MOVE LAP-GUEST-LAST-NAME   TO LA-LAST-NAME.
009290     MOVE LAP-GUEST-FIRST-NAME  TO LA-FIRST-NAME.
009300     MOVE LAP-IN-EQUIP-TYPE     TO LA-EQUIP-TYPE.
009310     MOVE LAP-IN-CAMP-1         TO LA-CH-CAMPGROUND(1).
009320     MOVE LAP-IN-SITE-1         TO LA-CH-SITE(1).
009330     MOVE LAP-IN-CAMP-2         TO LA-CH-CAMPGROUND(2).
009340     MOVE LAP-IN-SITE-2         TO LA-CH-SITE(2).
009350     MOVE LAP-IN-CAMP-3         TO LA-CH-CAMPGROUND(3).
009360     MOVE LAP-IN-SITE-3         TO LA-CH-SITE(3).
009370     SET LA-PENDING             TO TRUE.
009380     MOVE LAP-OPERATOR-ID       TO LA-OPERATOR-ID.
009390     MOVE LAP-CURRENT-DATE-N    TO LA-LAST-CHANGE-DATE.
009400     MOVE SPACE                 TO LA-PREFERENCE-FLAG.
009410     MOVE ZERO                  TO LA-DRAW-NUMBER.
009420     MOVE ZERO                  TO LA-DRAW-ORDER.
009430     MOVE ZERO                  TO LA-AWARD-CHOICE.
009440     MOVE SPACE                 TO LA-REASON.
009450     MOVE SPACE                 TO LA-WAITLIST-FLAG.
009460 4800-EXIT.
009470     EXIT.
009480
009490*****************************************************************
009500*  5000-CHANGE-APPLICATION - NEW EQUIPMENT OR CHOICES ON A       *
009510*  PENDING APPLICATION; THE ORIGINAL APPLIED DATE STANDS         *
009520*****************************************************************
009530 5000-CHANGE-APPLICATION.
009540     MOVE LA-EQUIP-TYPE          TO LAP-IN-EQUIP-TYPE.
009550     MOVE LA-CH-CAMPGROUND(1)    TO LAP-IN-CAMP-1.
009560     MOVE LA-CH-SITE(1)          TO LAP-IN-SITE-1.
009570     MOVE LA-CH-CAMPGROUND(2)    TO LAP-IN-CAMP-2.
009580     MOVE LA-CH-SITE(2)          TO LAP-IN-SITE-2.
009590     MOVE LA-CH-CAMPGROUND(3)    TO LAP-IN-CAMP-3.
009600     MOVE LA-CH-SITE(3)          TO LAP-IN-SITE-3.
009610     DISPLAY LAP-APPLY-SCREEN.
009620     ACCEPT LAP-APPLY-SCREEN.
009630     PERFORM 4500-EDIT-CHOICES THRU 4500-EXIT.
009640     IF LAP-DATA-INVALID
009650         GO TO 5000-EXIT
009660     END-IF.
009670
009680*    THE CHOICE EDITS READ OTHER FILES ONLY, SO THE
009690*    APPLICATION IS STILL IN THE RECORD AREA FOR THE REWRITE.
009700     PERFORM 4800-MOVE-APPLICATION THRU 4800-EXIT.
009710     REWRITE LOTTERY-APPLICATION-RECORD
009720         INVALID KEY
009730             DISPLAY "UNABLE TO REWRITE APPLICATION "
009740                 LA-GUEST-NUMBER
009750             GO TO 5000-EXIT
009760     END-REWRITE.
009770     MOVE "CHANGED" TO LAP-AM-ACTION.
009780     PERFORM 8150-LOG-MAINTENANCE THRU 8150-EXIT.
009790     MOVE "APPLICATION CHANGED" TO LAP-DISPLAY-MSG.
009800     DISPLAY LAP-MESSAGE-SCREEN.
009810 5000-EXIT.
009820     EXIT.
009830
009840*****************************************************************
009850*  6000-WITHDRAW-APPLICATION - SHOW THE APPLICATION AND SET IT   *
009860*  TO W ON A Y.  THE RECORD STAYS FOR THE PAPER TRAIL; THE DRAW  *
009870*  PASSES IT BY.                                                 *
009880*****************************************************************
009890 6000-WITHDRAW-APPLICATION.
009900     MOVE LA-CH-CAMPGROUND(1) TO LAP-IN-CAMP-1.
009910     MOVE LA-CH-SITE(1)       TO LAP-IN-SITE-1.
009920     MOVE 'N' TO LAP-WITHDRAW-ANSWER.
009930     DISPLAY LAP-WITHDRAW-SCREEN.
009940     ACCEPT LAP-WITHDRAW-SCREEN.
009950     IF NOT LAP-WITHDRAW-CONFIRMED
009960         MOVE "APPLICATION NOT WITHDRAWN" TO LAP-DISPLAY-MSG
009970         DISPLAY LAP-MESSAGE-SCREEN
009980         GO TO 6000-EXIT
009990     END-IF.
010000     SET LA-WITHDRAWN        TO TRUE.
010010     MOVE LAP-OPERATOR-ID    TO LA-OPERATOR-ID.
010020     MOVE LAP-CURRENT-DATE-N TO LA-LAST-CHANGE-DATE.
010030     REWRITE LOTTERY-APPLICATION-RECORD
010040         INVALID KEY
010050             DISPLAY "UNABLE TO REWRITE APPLICATION "
010060                 LA-GUEST-NUMBER
010070             GO TO 6000-EXIT
010080     END-REWRITE.
010090     MOVE "WITHDRAWN" TO LAP-AM-ACTION.
010100     PERFORM 8150-LOG-MAINTENANCE THRU 8150-EXIT.
010110     MOVE "APPLICATION WITHDRAWN" TO LAP-DISPLAY-MSG.
010120     DISPLAY LAP-MESSAGE-SCREEN.
010130 6000-EXIT.
010140     EXIT.
010150
010160*****************************************************************
010170*  8100-DISPLAY-ERROR - SHOW THE MESSAGE FOR LAP-ERROR-NUMBER    *
010180*****************************************************************
010190 8100-DISPLAY-ERROR.
010200     MOVE T-ERR-MSG(LAP-ERROR-NUMBER) TO LAP-DISPLAY-MSG.
010210     DISPLAY LAP-MESSAGE-SCREEN.
010220 8100-EXIT.
010230     EXIT.
010240
010250*****************************************************************
010260*  8150-LOG-MAINTENANCE - ONE AUDIT RECORD PER CHANGE, ERROR     *
010270*  NUMBER ZERO, THE SAME WAY COBLSC33 LOGS ITS VOUCHERS.  AN     *
010280*  APPLICATION CARRIES ITS FIRST CHOICE AS THE CAMPGROUND AND    *
010290*  SITE; A SEASON SET-UP, GUEST NUMBER ZERO, CARRIES NEITHER.    *
010300*****************************************************************
010310 8150-LOG-MAINTENANCE.
010320     MOVE SPACES                TO AUDIT-RECORD.
010330     IF NOT LA-CONTROL-RECORD
010340         MOVE LA-CH-CAMPGROUND(1) TO AUD-CAMPGROUND-NAME
010350         MOVE LA-CH-SITE(1)       TO AUD-SITE
010360     END-IF.
010370     ACCEPT AUD-AUDIT-DATE FROM DATE YYYYMMDD.
010380     ACCEPT AUD-AUDIT-TIME FROM TIME.
010390     MOVE LAP-OPERATOR-ID       TO AUD-OPERATOR-ID.
010400     MOVE ZERO                  TO AUD-ERROR-NUMBER.
010410     MOVE LA-SEASON-YEAR        TO LAP-AM-YEAR.
010420     MOVE LA-GUEST-NUMBER       TO LAP-AM-GUEST-NUMBER.
010430     MOVE LAP-AUDIT-MSG         TO AUD-ERROR-MESSAGE.
010440     WRITE AUDIT-RECORD.
010450 8150-EXIT.
010460     EXIT.
010470
010480*****************************************************************
010490*  8200-CHECK-LEAP-YEAR - SETS LAP-LEAP-YEAR-SWITCH FOR          *
010500*  LAP-DW-YEAR.  A YEAR IS A LEAP YEAR WHEN IT DIVIDES BY 4 AND  *
010510*  (DOES NOT DIVIDE BY 100 OR DOES DIVIDE BY 400).               *
010520*****************************************************************
010530 8200-CHECK-LEAP-YEAR.
010540     SET LAP-NOT-LEAP-YEAR TO TRUE.
010550     DIVIDE LAP-DW-YEAR BY 4
010560         GIVING LAP-DIVIDE-QUOTIENT
010570         REMAINDER LAP-DIVIDE-REMAINDER.
010580     IF LAP-DIVIDE-REMAINDER = 0
010590         DIVIDE LAP-DW-YEAR BY 100
010600             GIVING LAP-DIVIDE-QUOTIENT
010610             REMAINDER LAP-DIVIDE-REMAINDER
010620         IF LAP-DIVIDE-REMAINDER NOT = 0
010630             SET LAP-LEAP-YEAR TO TRUE
010640         ELSE
010650             DIVIDE LAP-DW-YEAR BY 400
010660                 GIVING LAP-DIVIDE-QUOTIENT
010670                 REMAINDER LAP-DIVIDE-REMAINDER
010680             IF LAP-DIVIDE-REMAINDER = 0
010690                 SET LAP-LEAP-YEAR TO TRUE
010700             END-IF
010710         END-IF
010720     END-IF.
010730 8200-EXIT.
010740     EXIT.
010750
010760*****************************************************************
010770*  8300-COUNT-SEASON-NIGHTS - WALK LAP-DATE-WORK (LEFT AT THE    *
010780*  SEASON ARRIVAL BY 3000) ONE NIGHT AT A TIME UP TO THE         *
010790*  DEPARTURE DATE, COUNTING THE NIGHTS.  NEVER MORE THAN A       *
010800*  YEAR, SINCE BOTH DATES ARE IN THE SEASON YEAR.                *
010810*****************************************************************
010820 8300-COUNT-SEASON-NIGHTS.
010830     MOVE ZERO TO LAP-SEASON-NIGHTS.
010840     PERFORM 8310-ADVANCE-ONE-NIGHT THRU 8310-EXIT
010850         UNTIL LAP-DATE-WORK-X NOT < LAP-IN-DEPART-DATE.
010860 8300-EXIT.
010870     EXIT.
010880
010890 8310-ADVANCE-ONE-NIGHT.
010900     ADD 1 TO LAP-SEASON-NIGHTS.
010910     ADD 1 TO LAP-DW-DAY.
010920     PERFORM 8320-GET-MONTH-LENGTH THRU 8320-EXIT.
010930     IF LAP-DW-DAY > LAP-DAYS-IN-MONTH
010940         MOVE 1 TO LAP-DW-DAY
010950         ADD 1 TO LAP-DW-MONTH
010960     END-IF.
010970 8310-EXIT.
010980     EXIT.
010990
011000*****************************************************************
011010*  8320-GET-MONTH-LENGTH - HOW MANY DAYS IN LAP-DW-MONTH,        *
011020*  INCLUDING A LEAP-YEAR FEBRUARY                                *
011030*****************************************************************
011040 8320-GET-MONTH-LENGTH.
011050     IF LAP-DW-30-DAY-MO
011060         MOVE 30 TO LAP-DAYS-IN-MONTH
011070     ELSE
011080         IF LAP-DW-31-DAY-MO
011090             MOVE 31 TO LAP-DAYS-IN-MONTH
011100         ELSE
011110             PERFORM 8200-CHECK-LEAP-YEAR THRU 8200-EXIT
011120             IF LAP-LEAP-YEAR
011130                 MOVE 29 TO LAP-DAYS-IN-MONTH
011140             ELSE
011150                 MOVE 28 TO LAP-DAYS-IN-MONTH
011160             END-IF
011170         END-IF
011180     END-IF.
011190 8320-EXIT.
011200     EXIT.
011210
011220*****************************************************************
011230*  9000-TERMINATE - CLOSE FILES                                 *
011240*****************************************************************
011250 9000-TERMINATE.
011260     CLOSE LOTTERY-APPLICATION-FILE.
011270     CLOSE GUEST-MASTER-FILE.
011280     CLOSE CAMPGROUND-MASTER-FILE.
011290     CLOSE SITE-MASTER-FILE.
011300     CLOSE OPERATOR-MASTER-FILE.
011310     CLOSE AUDIT-FILE.
011320 9000-EXIT.
011330     EXIT.
