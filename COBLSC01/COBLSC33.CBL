000100*****************************************************************
000110*  COBLSC33                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC33.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-11.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  VOUCHER MAINTENANCE.  LETS A SUPERVISOR ISSUE A     *
000210*  GIFT CERTIFICATE SOLD BY THE FRIENDS OF THE PARK OR A RAIN-   *
000220*  CHECK VOUCHER HANDED OUT AFTER A CLOSURE ONTO THE VOUCHER     *
000230*  MASTER (VOUCHER.CPY), CORRECT ITS EXPIRY DATE OR HOLDER       *
000240*  NAME, OR VOID ONE ISSUED IN ERROR OR REPORTED STOLEN.  THE    *
000250*  VOUCHER NUMBER IS THE ONE PRINTED ON ITS FACE.  AN EXPIRY     *
000260*  LEFT BLANK AT ISSUE IS ONE YEAR FROM TODAY.  EXTENDING THE    *
000270*  EXPIRY OF A VOUCHER THE MONTHLY RUN (COBLSC34) HAS ALREADY    *
000280*  EXPIRED PUTS ITS BALANCE BACK IN PLAY.  THE BALANCE ITSELF    *
000290*  IS NEVER KEYED HERE - IT MOVES ONLY BY REDEMPTION AND REFUND. *
000300*  EACH CHANGE IS LOGGED TO THE AUDIT FILE.                      *
000310*                                                                *
000320*  MOD-LOG                                                       *
000330*  DATE       BY   DESCRIPTION                                   *
000340*  ---------- ---- ------------------------------------------    *
000350*  2026-10-11 RLH  ORIGINAL PROGRAM.                              *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     CONSOLE IS CRT.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT VOUCHER-FILE ASSIGN TO "VOUCHMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS VCH-VOUCHER-NUMBER
000470         FILE STATUS IS VCH-FILE-STATUS.
000480
000490     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS OP-OPERATOR-ID
000530         FILE STATUS IS OP-FILE-STATUS.
000540
000550     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS AUD-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  VOUCHER-FILE.
000620 COPY VOUCHER.CPY.
000630
000640 FD  OPERATOR-MASTER-FILE.
000650 COPY OPERMST.CPY.
000660
000670 FD  AUDIT-FILE.
000680 COPY AUDIT.CPY.
000690
000700 WORKING-STORAGE SECTION.
000710*****************************************************************
000720*  SWITCHES AND COUNTERS                                        *
000730*****************************************************************
000740 77  VCH-FILE-STATUS             PIC X(02) VALUE ZERO.
000750 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
000760 77  AUD-FILE-STATUS             PIC X(02) VALUE ZERO.
000770
000780 77  VCM-OPERATOR-ID             PIC X(08) VALUE SPACES.
000790 77  VCM-IN-PASSWORD             PIC X(08) VALUE SPACES.
000800
000810 77  VCM-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000820     88  VCM-EOJ                 VALUE 'Y'.
000830
000840 77  VCM-VALID-SWITCH            PIC X(01) VALUE 'Y'.
000850     88  VCM-DATA-VALID          VALUE 'Y'.
000860     88  VCM-DATA-INVALID        VALUE 'N'.
000870
000880 77  VCM-LEAP-YEAR-SWITCH        PIC X(01) VALUE 'N'.
000890     88  VCM-LEAP-YEAR           VALUE 'Y'.
000900     88  VCM-NOT-LEAP-YEAR       VALUE 'N'.
000910
000920 77  VCM-ERROR-NUMBER            PIC 9(02) VALUE ZERO.
000930
000940 77  VCM-CONTINUE-ANSWER         PIC X(01) VALUE 'Y'.
000950     88  VCM-CONTINUE            VALUE 'Y'.
000960     88  VCM-DO-NOT-CONTINUE     VALUE 'N'.
000970
000980 77  VCM-VOID-ANSWER             PIC X(01) VALUE 'N'.
000990     88  VCM-VOID-CONFIRMED      VALUE 'Y'.
001000
001010 77  VCM-DISPLAY-MSG             PIC X(63) VALUE SPACES.
001020
001030 77  VCM-DIVIDE-QUOTIENT         PIC 9(04) VALUE ZERO.
001040 77  VCM-DIVIDE-REMAINDER        PIC 9(04) VALUE ZERO.
001050
001060*****************************************************************
001070*  TODAY'S DATE, AND THE DEFAULT EXPIRY ONE YEAR OUT             *
001080*****************************************************************
001090 01  VCM-CURRENT-DATE.
001100     05  VCM-CURR-YEAR           PIC 9(04).
001110     05  VCM-CURR-MONTH          PIC 9(02).
001120     05  VCM-CURR-DAY            PIC 9(02).
001130 01  VCM-CURRENT-DATE-N REDEFINES VCM-CURRENT-DATE
001140                             PIC 9(08).
001150
001160 01  VCM-DEFAULT-EXPIRY.
001170     05  VCM-DFLT-YEAR           PIC 9(04).
001180     05  VCM-DFLT-MONTH          PIC 9(02).
001190     05  VCM-DFLT-DAY            PIC 9(02).
001200 01  VCM-DEFAULT-EXPIRY-N REDEFINES VCM-DEFAULT-EXPIRY
001210                             PIC 9(08).
001220
001230*****************************************************************
001240*  SCREEN ENTRY AREA                                            *
001250*****************************************************************
001260 01  VCM-ENTRY-AREA.
001270     05  VCM-IN-ACTION           PIC X(01).
001280         88  VCM-IN-ACTION-VALID VALUE 'I' 'C' 'V'.
001290         88  VCM-IN-ISSUE        VALUE 'I'.
001300         88  VCM-IN-CORRECT      VALUE 'C'.
001310         88  VCM-IN-VOID         VALUE 'V'.
001320     05  VCM-IN-NUMBER           PIC X(08).
001330     05  VCM-IN-NUMBER-N REDEFINES VCM-IN-NUMBER
001340                                 PIC 9(08).
001350     05  VCM-IN-SOURCE           PIC X(01).
001360         88  VCM-IN-SOURCE-VALID VALUE 'G' 'R'.
001370     05  VCM-IN-VALUE            PIC X(07).
001380     05  VCM-IN-VALUE-N REDEFINES VCM-IN-VALUE
001390                                 PIC 9(05)V99.
001400     05  VCM-IN-EXPIRY           PIC X(08).
001410     05  VCM-IN-EXPIRY-PARTS REDEFINES VCM-IN-EXPIRY.
001420         10  VCM-IN-EXP-YEAR     PIC 9(04).
001430         10  VCM-IN-EXP-MONTH    PIC 9(02).
001440             88  VCM-30-DAY-MONTH    VALUE 4 6 9 11.
001450             88  VCM-FEB-MONTH       VALUE 2.
001460         10  VCM-IN-EXP-DAY      PIC 9(02).
001470     05  VCM-IN-EXPIRY-N REDEFINES VCM-IN-EXPIRY
001480                                 PIC 9(08).
001490     05  VCM-IN-LAST-NAME        PIC X(20).
001500     05  VCM-IN-FIRST-NAME       PIC X(15).
001510
001520*****************************************************************
001530*  THE VOUCHER AS IT STANDS ON FILE, FOR THE SCREENS            *
001540*****************************************************************
001550 01  VCM-SHOW-AREA.
001560     05  VCM-SHOW-STATUS         PIC X(10).
001570     05  VCM-SHOW-SOURCE         PIC X(16).
001580
001590*****************************************************************
001600*  AUDIT MESSAGE - ONE PER VOUCHER ISSUED, CORRECTED, OR VOIDED  *
001610*****************************************************************
001620 01  VCM-AUDIT-MSG.
001630     05  FILLER                  PIC X(08) VALUE "VOUCHER ".
001640     05  VCM-AM-NUMBER           PIC 9(08).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  VCM-AM-ACTION           PIC X(10).
001670     05  FILLER                  PIC X(09) VALUE " BALANCE ".
001680     05  VCM-AM-BALANCE          PIC ZZ,ZZ9.99.
001690     05  FILLER                  PIC X(09) VALUE " EXPIRES ".
001700     05  VCM-AM-EXPIRY           PIC 9(08).
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720
001730 COPY ERROR.CPY.
001740
001750 SCREEN SECTION.
001760 01  VCM-OPERATOR-SCREEN.
001770     05  BLANK SCREEN.
001780     05  LINE 01 COL 01 VALUE "PARK BOARD VOUCHER MAINT".
001790     05  LINE 03 COL 01 VALUE "OPERATOR ID.......:".
001800     05  LINE 03 COL 21 PIC X(08) USING VCM-OPERATOR-ID.
001810     05  LINE 04 COL 01 VALUE "PASSWORD..........:".
001820     05  LINE 04 COL 21 PIC X(08) USING VCM-IN-PASSWORD
001830             SECURE.
001840
001850 01  VCM-LOOKUP-SCREEN.
001860     05  BLANK SCREEN.
001870     05  LINE 01 COL 01 VALUE "PARK BOARD VOUCHER MAINT".
001880     05  LINE 03 COL 01 VALUE "ACTION (I/C/V)....:".
001890     05  LINE 03 COL 21 PIC X(01) USING VCM-IN-ACTION.
001900     05  LINE 04 COL 01 VALUE "VOUCHER NUMBER....:".
001910     05  LINE 04 COL 21 PIC X(08) USING VCM-IN-NUMBER.
001920     05  LINE 06 COL 01
001930             VALUE "  I ISSUE  C CORRECT EXPIRY/NAME  V VOID".
001940
001950 01  VCM-ISSUE-SCREEN.
001960     05  BLANK SCREEN.
001970     05  LINE 01 COL 01 VALUE "PARK BOARD VOUCHER MAINT".
001980     05  LINE 03 COL 01 VALUE "VOUCHER NUMBER....:".
001990     05  LINE 03 COL 21 PIC X(08) FROM VCM-IN-NUMBER.
002000     05  LINE 05 COL 01 VALUE "SOURCE (G/R)......:".
002010     05  LINE 05 COL 21 PIC X(01) USING VCM-IN-SOURCE.
002020     05  LINE 05 COL 24
002030             VALUE "G GIFT CERTIFICATE  R RAIN CHECK".
002040     05  LINE 06 COL 01 VALUE "VALUE.............:".
002050     05  LINE 06 COL 21 PIC X(07) USING VCM-IN-VALUE.
002060     05  LINE 07 COL 01 VALUE "EXPIRES YYYYMMDD..:".
002070     05  LINE 07 COL 21 PIC X(08) USING VCM-IN-EXPIRY.
002080     05  LINE 07 COL 31 VALUE "(BLANK = ONE YEAR)".
002090     05  LINE 08 COL 01 VALUE "HOLDER LAST NAME..:".
002100     05  LINE 08 COL 21 PIC X(20) USING VCM-IN-LAST-NAME.
002110     05  LINE 09 COL 01 VALUE "HOLDER FIRST NAME.:".
002120     05  LINE 09 COL 21 PIC X(15) USING VCM-IN-FIRST-NAME.
002130
002140 01  VCM-CORRECT-SCREEN.
002150     05  BLANK SCREEN.
002160     05  LINE 01 COL 01 VALUE "PARK BOARD VOUCHER MAINT".
002170     05  LINE 03 COL 01 VALUE "VOUCHER NUMBER....:".
002180     05  LINE 03 COL 21 PIC 9(08) FROM VCH-VOUCHER-NUMBER.
002190     05  LINE 04 COL 01 VALUE "SOURCE............:".
002200     05  LINE 04 COL 21 PIC X(16) FROM VCM-SHOW-SOURCE.
002210     05  LINE 05 COL 01 VALUE "STATUS............:".
002220     05  LINE 05 COL 21 PIC X(10) FROM VCM-SHOW-STATUS.
002230     05  LINE 06 COL 01 VALUE "ISSUED............:".
002240     05  LINE 06 COL 21 PIC 9(08) FROM VCH-ISSUE-DATE.
002250     05  LINE 07 COL 01 VALUE "ORIGINAL VALUE....:".
002260     05  LINE 07 COL 21 PIC ZZ,ZZ9.99 FROM VCH-ORIGINAL-VALUE.
002270     05  LINE 08 COL 01 VALUE "REMAINING BALANCE.:".
002280     05  LINE 08 COL 21 PIC ZZ,ZZ9.99
002290             FROM VCH-REMAINING-BALANCE.
002300     05  LINE 10 COL 01 VALUE "EXPIRES YYYYMMDD..:".
002310     05  LINE 10 COL 21 PIC X(08) USING VCM-IN-EXPIRY.
002320     05  LINE 11 COL 01 VALUE "HOLDER LAST NAME..:".
002330     05  LINE 11 COL 21 PIC X(20) USING VCM-IN-LAST-NAME.
002340     05  LINE 12 COL 01 VALUE "HOLDER FIRST NAME.:".
002350     05  LINE 12 COL 21 PIC X(15) USING VCM-IN-FIRST-NAME.
002360
002370 01  VCM-VOID-SCREEN.
002380     05  BLANK SCREEN.
002390     05  LINE 01 COL 01 VALUE "PARK BOARD VOUCHER MAINT".
002400     05  LINE 03 COL 01 VALUE "VOUCHER NUMBER....:".
002410     05  LINE 03 COL 21 PIC 9(08) FROM VCH-VOUCHER-NUMBER.
002420     05  LINE 04 COL 01 VALUE "SOURCE............:".
002430     05  LINE 04 COL 21 PIC X(16) FROM VCM-SHOW-SOURCE.
002440     05  LINE 05 COL 01 VALUE "STATUS............:".
002450     05  LINE 05 COL 21 PIC X(10) FROM VCM-SHOW-STATUS.
002460     05  LINE 06 COL 01 VALUE "ISSUED............:".
002470     05  LINE 06 COL 21 PIC 9(08) FROM VCH-ISSUE-DATE.
002480     05  LINE 07 COL 01 VALUE "ORIGINAL VALUE....:".
002490     05  LINE 07 COL 21 PIC ZZ,ZZ9.99 FROM VCH-ORIGINAL-VALUE.
002500     05  LINE 08 COL 01 VALUE "REMAINING BALANCE.:".
002510     05  LINE 08 COL 21 PIC ZZ,ZZ9.99
002520             FROM VCH-REMAINING-BALANCE.
002530     05  LINE 09 COL 01 VALUE "EXPIRES...........:".
002540     05  LINE 09 COL 21 PIC 9(08) FROM VCH-EXPIRY-DATE.
002550     05  LINE 10 COL 01 VALUE "HOLDER............:".
002560     05  LINE 10 COL 21 PIC X(20) FROM VCH-LAST-NAME.
002570     05  LINE 10 COL 42 PIC X(15) FROM VCH-FIRST-NAME.
002580     05  LINE 12 COL 01 VALUE "VOID THIS VOUCHER (Y/N)?".
002590     05  LINE 12 COL 26 PIC X(01) USING VCM-VOID-ANSWER.
002600
002610 01  VCM-MESSAGE-SCREEN.
002620     05  LINE 22 COL 01 ERASE EOL
002630             PIC X(63) USING VCM-DISPLAY-MSG.
002640
002650 01  VCM-CONTINUE-SCREEN.
002660     05  LINE 24 COL 01 ERASE EOL
002670             VALUE "ANOTHER VOUCHER (Y/N)?".
002680     05  LINE 24 COL 25 PIC X(01) USING VCM-CONTINUE-ANSWER.
002690
002700 PROCEDURE DIVISION.
002710*****************************************************************
002720*  0000-MAINLINE                                                *
002730*****************************************************************
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-PROCESS-VOUCHER THRU 2000-EXIT
002770         UNTIL VCM-EOJ.
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002790     STOP RUN.
002800
002810*****************************************************************
002820*  1000-INITIALIZE - OPEN FILES (CREATING THE VOUCHER MASTER     *
002830*  AND THE AUDIT FILE THE FIRST TIME), GET TODAY'S DATE, WORK    *
002840*  OUT THE DEFAULT EXPIRY, AND SIGN THE SUPERVISOR ON            *
002850*****************************************************************
002860 1000-INITIALIZE.
002870     OPEN I-O VOUCHER-FILE.
002880     IF VCH-FILE-STATUS = "35"
002890         OPEN OUTPUT VOUCHER-FILE
002900         CLOSE VOUCHER-FILE
002910         OPEN I-O VOUCHER-FILE
002920     END-IF.
002930     IF VCH-FILE-STATUS NOT = "00"
002940         DISPLAY "UNABLE TO OPEN VOUCHER FILE"
002950         MOVE 'Y' TO VCM-EOJ-SWITCH
002960         GO TO 1000-EXIT
002970     END-IF.
002980
002990     OPEN INPUT OPERATOR-MASTER-FILE.
003000     IF OP-FILE-STATUS NOT = "00"
003010         DISPLAY "UNABLE TO OPEN OPERATOR MASTER FILE"
003020         MOVE 'Y' TO VCM-EOJ-SWITCH
003030         GO TO 1000-EXIT
003040     END-IF.
003050
003060     OPEN EXTEND AUDIT-FILE.
003070     IF AUD-FILE-STATUS = "35"
003080         OPEN OUTPUT AUDIT-FILE
003090         CLOSE AUDIT-FILE
003100         OPEN EXTEND AUDIT-FILE
003110     END-IF.
003120     IF AUD-FILE-STATUS NOT = "00"
003130         DISPLAY "UNABLE TO OPEN AUDIT FILE"
003140         MOVE 'Y' TO VCM-EOJ-SWITCH
003150         GO TO 1000-EXIT
003160     END-IF.
003170
003180     ACCEPT VCM-CURRENT-DATE FROM DATE YYYYMMDD.
003190     MOVE VCM-CURRENT-DATE TO VCM-DEFAULT-EXPIRY.
003200     ADD 1 TO VCM-DFLT-YEAR.
003210     IF VCM-DFLT-MONTH = 2 AND VCM-DFLT-DAY = 29
003220         MOVE 28 TO VCM-DFLT-DAY
003230     END-IF.
003240     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290*  1100-OPERATOR-SIGN-ON (T-ERR-MSG 47, 48) - THE ID AND         *
003300*  PASSWORD MUST BE ON THE ACTIVE OPERATOR MASTER (SEE           *
003310*  COBLSC17) WITH SUPERVISOR AUTHORITY - A VOUCHER IS MONEY,     *
003320*  AND A CLERK CANNOT MINT OR VOID IT.                           *
003330*****************************************************************
003340 1100-OPERATOR-SIGN-ON.
003350     DISPLAY VCM-OPERATOR-SCREEN.
003360     ACCEPT VCM-OPERATOR-SCREEN.
003370     MOVE VCM-OPERATOR-ID TO OP-OPERATOR-ID.
003380     READ OPERATOR-MASTER-FILE
003390         INVALID KEY
003400             MOVE 47 TO VCM-ERROR-NUMBER
003410             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003420             MOVE 'Y' TO VCM-EOJ-SWITCH
003430             GO TO 1100-EXIT
003440     END-READ.
003450     IF OP-PASSWORD NOT = VCM-IN-PASSWORD OR OP-INACTIVE
003460         MOVE 47 TO VCM-ERROR-NUMBER
003470         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003480         MOVE 'Y' TO VCM-EOJ-SWITCH
003490         GO TO 1100-EXIT
003500     END-IF.
003510     IF NOT OP-AUTH-SUPERVISOR
003520         MOVE 48 TO VCM-ERROR-NUMBER
003530         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003540         MOVE 'Y' TO VCM-EOJ-SWITCH
003550         GO TO 1100-EXIT
003560     END-IF.
003570 1100-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610*  2000-PROCESS-VOUCHER - TAKE THE ACTION AND VOUCHER NUMBER,    *
003620*  THEN ISSUE, CORRECT, OR VOID                                  *
003630*****************************************************************
003640 2000-PROCESS-VOUCHER.
003650     SET VCM-DATA-VALID TO TRUE.
003660     MOVE SPACES TO VCM-ENTRY-AREA.
003670     PERFORM 2100-ACCEPT-LOOKUP-SCREEN THRU 2100-EXIT.
003680     PERFORM 2200-EDIT-LOOKUP THRU 2200-EXIT.
003690     IF VCM-DATA-VALID
003700         IF VCM-IN-ISSUE
003710             PERFORM 3000-ISSUE-VOUCHER THRU 3000-EXIT
003720         ELSE
003730             IF VCM-IN-CORRECT
003740                 PERFORM 4000-CORRECT-VOUCHER THRU 4000-EXIT
003750             ELSE
003760                 PERFORM 5000-VOID-VOUCHER THRU 5000-EXIT
003770             END-IF
003780         END-IF
003790     END-IF.
003800     PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT.
003810 2000-EXIT.
003820     EXIT.
003830
003840 2100-ACCEPT-LOOKUP-SCREEN.
003850     DISPLAY VCM-LOOKUP-SCREEN.
003860     ACCEPT VCM-LOOKUP-SCREEN.
003870 2100-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910*  2200-EDIT-LOOKUP (T-ERR-MSG 71, 66, 72, 67, 68) - A VALID     *
003920*  ACTION AND A NUMERIC, NON-ZERO VOUCHER NUMBER.  AN ISSUE      *
003930*  MUST BE A NEW NUMBER; A CORRECTION OR VOID MUST BE ON FILE    *
003940*  AND NOT ALREADY VOID OR SPENT TO NOTHING.                     *
003950*****************************************************************
003960 2200-EDIT-LOOKUP.
003970     IF NOT VCM-IN-ACTION-VALID
003980         MOVE 71 TO VCM-ERROR-NUMBER
003990         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004000         SET VCM-DATA-INVALID TO TRUE
004010         GO TO 2200-EXIT
004020     END-IF.
004030     IF VCM-IN-NUMBER IS NOT NUMERIC OR VCM-IN-NUMBER-N = ZERO
004040         MOVE 66 TO VCM-ERROR-NUMBER
004050         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004060         SET VCM-DATA-INVALID TO TRUE
004070         GO TO 2200-EXIT
004080     END-IF.
004090     MOVE VCM-IN-NUMBER-N TO VCH-VOUCHER-NUMBER.
004100     READ VOUCHER-FILE
004110         INVALID KEY
004120             IF NOT VCM-IN-ISSUE
004130                 MOVE 67 TO VCM-ERROR-NUMBER
004140                 PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004150                 SET VCM-DATA-INVALID TO TRUE
004160             END-IF
004170             GO TO 2200-EXIT
004180     END-READ.
004190     IF VCM-IN-ISSUE
004200         MOVE 72 TO VCM-ERROR-NUMBER
004210         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004220         SET VCM-DATA-INVALID TO TRUE
004230         GO TO 2200-EXIT
004240     END-IF.
004250     IF VCH-VOID OR VCH-USED-UP
004260         MOVE 68 TO VCM-ERROR-NUMBER
004270         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004280         SET VCM-DATA-INVALID TO TRUE
004290         GO TO 2200-EXIT
004300     END-IF.
004310     PERFORM 2300-SET-SHOW-FIELDS THRU 2300-EXIT.
004320 2200-EXIT.
004330     EXIT.
004340
004350 2300-SET-SHOW-FIELDS.
004360     IF VCH-GIFT-CERTIFICATE
004370         MOVE "GIFT CERTIFICATE" TO VCM-SHOW-SOURCE
004380     ELSE
004390         MOVE "RAIN CHECK"       TO VCM-SHOW-SOURCE
004400     END-IF.
004410     IF VCH-ACTIVE
004420         MOVE "ACTIVE"           TO VCM-SHOW-STATUS
004430     ELSE
004440         MOVE "EXPIRED"          TO VCM-SHOW-STATUS
004450     END-IF.
004460 2300-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*  2500-EDIT-EXPIRY (T-ERR-MSG 75) - A REAL CALENDAR DATE        *
004510*  (LEAP YEARS INCLUDED) LATER THAN TODAY                        *
004520*****************************************************************
004530 2500-EDIT-EXPIRY.
004540     IF VCM-IN-EXPIRY IS NOT NUMERIC
004550         MOVE 75 TO VCM-ERROR-NUMBER
004560         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004570         SET VCM-DATA-INVALID TO TRUE
004580         GO TO 2500-EXIT
004590     END-IF.
004600     IF VCM-IN-EXP-MONTH < 1 OR > 12
004610         MOVE 75 TO VCM-ERROR-NUMBER
004620         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004630         SET VCM-DATA-INVALID TO TRUE
004640         GO TO 2500-EXIT
004650     END-IF.
004660     IF VCM-IN-EXP-DAY < 1 OR > 31
004670         MOVE 75 TO VCM-ERROR-NUMBER
004680         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004690         SET VCM-DATA-INVALID TO TRUE
004700         GO TO 2500-EXIT
004710     END-IF.
004720     IF VCM-30-DAY-MONTH AND VCM-IN-EXP-DAY > 30
004730         MOVE 75 TO VCM-ERROR-NUMBER
004740         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004750         SET VCM-DATA-INVALID TO TRUE
004760         GO TO 2500-EXIT
004770     END-IF.
004780     IF VCM-FEB-MONTH
004790         PERFORM 8200-CHECK-LEAP-YEAR THRU 8200-EXIT
004800         IF VCM-LEAP-YEAR AND VCM-IN-EXP-DAY > 29
004810             MOVE 75 TO VCM-ERROR-NUMBER
004820             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004830             SET VCM-DATA-INVALID TO TRUE
004840             GO TO 2500-EXIT
004850         END-IF
004860         IF VCM-NOT-LEAP-YEAR AND VCM-IN-EXP-DAY > 28
004870             MOVE 75 TO VCM-ERROR-NUMBER
004880             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004890             SET VCM-DATA-INVALID TO TRUE
004900             GO TO 2500-EXIT
004910         END-IF
004920     END-IF.
004930     IF VCM-IN-EXPIRY-N NOT > VCM-CURRENT-DATE-N
004940         MOVE 75 TO VCM-ERROR-NUMBER
004950         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004960         SET VCM-DATA-INVALID TO TRUE
004970         GO TO 2500-EXIT
004980     END-IF.
004990 2500-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030*  2900-ASK-CONTINUE                                             *
005040*****************************************************************
005050 2900-ASK-CONTINUE.
005060     DISPLAY VCM-CONTINUE-SCREEN.
005070     ACCEPT VCM-CONTINUE-SCREEN.
005080     IF VCM-DO-NOT-CONTINUE
005090         MOVE 'Y' TO VCM-EOJ-SWITCH
005100     END-IF.
005110 2900-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150*  3000-ISSUE-VOUCHER (T-ERR-MSG 73, 74, 75) - A NEW VOUCHER     *
005160*  GOES ON ACTIVE WITH ITS WHOLE VALUE AS THE BALANCE            *
005170*****************************************************************
005180 3000-ISSUE-VOUCHER.
005190     DISPLAY VCM-ISSUE-SCREEN.
005200     ACCEPT VCM-ISSUE-SCREEN.
005210     IF NOT VCM-IN-SOURCE-VALID
005220         MOVE 73 TO VCM-ERROR-NUMBER
005230         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005240         GO TO 3000-EXIT
005250     END-IF.
005260     IF VCM-IN-VALUE IS NOT NUMERIC OR VCM-IN-VALUE-N = ZERO
005270         MOVE 74 TO VCM-ERROR-NUMBER
005280         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005290         GO TO 3000-EXIT
005300     END-IF.
005310     IF VCM-IN-EXPIRY = SPACES
005320         MOVE VCM-DEFAULT-EXPIRY-N TO VCM-IN-EXPIRY-N
005330     END-IF.
005340     PERFORM 2500-EDIT-EXPIRY THRU 2500-EXIT.
005350     IF VCM-DATA-INVALID
005360         GO TO 3000-EXIT
005370     END-IF.
005380
005390     MOVE SPACES               TO VOUCHER-RECORD.
005400     MOVE VCM-IN-NUMBER-N      TO VCH-VOUCHER-NUMBER.
005410     MOVE VCM-IN-SOURCE        TO VCH-SOURCE.
005420     MOVE VCM-CURRENT-DATE-N   TO VCH-ISSUE-DATE.
005430     MOVE VCM-IN-VALUE-N       TO VCH-ORIGINAL-VALUE.
005440     MOVE VCM-IN-VALUE-N       TO VCH-REMAINING-BALANCE.
005450     MOVE VCM-IN-EXPIRY-N      TO VCH-EXPIRY-DATE.
005460     SET VCH-ACTIVE            TO TRUE.
005470     MOVE VCM-IN-LAST-NAME     TO VCH-LAST-NAME.
005480     MOVE VCM-IN-FIRST-NAME    TO VCH-FIRST-NAME.
005490     MOVE VCM-OPERATOR-ID      TO VCH-SUPERVISOR-ID.
005500     MOVE ZERO                 TO VCH-LAST-USE-DATE.
005510     MOVE ZERO                 TO VCH-EXPIRED-DATE.
005520     WRITE VOUCHER-RECORD
005530         INVALID KEY
005540             MOVE 72 TO VCM-ERROR-NUMBER
005550             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005560             GO TO 3000-EXIT
005570     END-WRITE.
005580     MOVE "ISSUED" TO VCM-AM-ACTION.
005590     PERFORM 8150-LOG-MAINTENANCE THRU 8150-EXIT.
005600     MOVE "VOUCHER ISSUED" TO VCM-DISPLAY-MSG.
005610     DISPLAY VCM-MESSAGE-SCREEN.
005620 3000-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660*  4000-CORRECT-VOUCHER (T-ERR-MSG 75) - NEW EXPIRY AND HOLDER   *
005670*  NAME.  AN EXPIRED VOUCHER WHOSE EXPIRY IS MOVED OUT AGAIN     *
005680*  GOES BACK TO ACTIVE AND LOSES ITS EXPIRED STAMP.              *
005690*****************************************************************
005700 4000-CORRECT-VOUCHER.
005710     MOVE VCH-EXPIRY-DATE TO VCM-IN-EXPIRY-N.
005720     MOVE VCH-LAST-NAME   TO VCM-IN-LAST-NAME.
005730     MOVE VCH-FIRST-NAME  TO VCM-IN-FIRST-NAME.
005740     DISPLAY VCM-CORRECT-SCREEN.
005750     ACCEPT VCM-CORRECT-SCREEN.
005760     IF VCM-IN-EXPIRY NOT = VCH-EXPIRY-DATE
005770         PERFORM 2500-EDIT-EXPIRY THRU 2500-EXIT
005780     END-IF.
005790     IF VCM-DATA-INVALID
005800         GO TO 4000-EXIT
005810     END-IF.
005820
005830     MOVE VCM-IN-EXPIRY-N      TO VCH-EXPIRY-DATE.
005840     MOVE VCM-IN-LAST-NAME     TO VCH-LAST-NAME.
005850     MOVE VCM-IN-FIRST-NAME    TO VCH-FIRST-NAME.
005860     IF VCH-EXPIRED AND VCH-EXPIRY-DATE > VCM-CURRENT-DATE-N
005870         SET VCH-ACTIVE TO TRUE
005880         MOVE ZERO TO VCH-EXPIRED-DATE
005890     END-IF.
005900     REWRITE VOUCHER-RECORD
005910         INVALID KEY
005920             DISPLAY "UNABLE TO REWRITE VOUCHER "
005930                 VCH-VOUCHER-NUMBER
005940             GO TO 4000-EXIT
005950     END-REWRITE.
005960     MOVE "CORRECTED" TO VCM-AM-ACTION.
005970     PERFORM 8150-LOG-MAINTENANCE THRU 8150-EXIT.
005980     MOVE "VOUCHER CORRECTED" TO VCM-DISPLAY-MSG.
005990     DISPLAY VCM-MESSAGE-SCREEN.
006000 4000-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040*  5000-VOID-VOUCHER - SHOW THE VOUCHER AND VOID IT ON A Y.      *
006050*  THE REMAINING BALANCE STAYS ON THE RECORD FOR THE PAPER       *
006060*  TRAIL BUT CAN NO LONGER BE SPENT.                             *
006070*****************************************************************
006080 5000-VOID-VOUCHER.
006090     MOVE 'N' TO VCM-VOID-ANSWER.
006100     DISPLAY VCM-VOID-SCREEN.
006110     ACCEPT VCM-VOID-SCREEN.
006120     IF NOT VCM-VOID-CONFIRMED
006130         MOVE "VOUCHER NOT VOIDED" TO VCM-DISPLAY-MSG
006140         DISPLAY VCM-MESSAGE-SCREEN
006150         GO TO 5000-EXIT
006160     END-IF.
006170     SET VCH-VOID TO TRUE.
006180     REWRITE VOUCHER-RECORD
006190         INVALID KEY
006200             DISPLAY "UNABLE TO REWRITE VOUCHER "
006210                 VCH-VOUCHER-NUMBER
006220             GO TO 5000-EXIT
006230     END-REWRITE.
006240     MOVE "VOIDED" TO VCM-AM-ACTION.
006250     PERFORM 8150-LOG-MAINTENANCE THRU 8150-EXIT.
006260     MOVE "VOUCHER VOIDED" TO VCM-DISPLAY-MSG.
006270     DISPLAY VCM-MESSAGE-SCREEN.
006280 5000-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*  8100-DISPLAY-ERROR - SHOW THE MESSAGE FOR VCM-ERROR-NUMBER    *
006330*****************************************************************
006340 8100-DISPLAY-ERROR.
006350     MOVE T-ERR-MSG(VCM-ERROR-NUMBER) TO VCM-DISPLAY-MSG.
006360     DISPLAY VCM-MESSAGE-SCREEN.
006370 8100-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410*  8150-LOG-MAINTENANCE - ONE AUDIT RECORD PER VOUCHER ISSUED,   *
006420*  CORRECTED, OR VOIDED, ERROR NUMBER ZERO, THE SAME WAY         *
006430*  COBLSC30 LOGS ITS DO-NOT-RENT CHANGES.  A VOUCHER IS NOT AT   *
006440*  ANY ONE CAMPGROUND OR SITE, SO THOSE ARE LEFT BLANK.          *
006450*****************************************************************
006460 8150-LOG-MAINTENANCE.
006470     MOVE SPACES                TO AUDIT-RECORD.
006480     ACCEPT AUD-AUDIT-DATE FROM DATE YYYYMMDD.
006490     ACCEPT AUD-AUDIT-TIME FROM TIME.
006500     MOVE VCM-OPERATOR-ID       TO AUD-OPERATOR-ID.
006510     MOVE ZERO                  TO AUD-ERROR-NUMBER.
006520     MOVE VCH-VOUCHER-NUMBER    TO VCM-AM-NUMBER.
006530     MOVE VCH-REMAINING-BALANCE TO VCM-AM-BALANCE.
006540     MOVE VCH-EXPIRY-DATE       TO VCM-AM-EXPIRY.
006550     MOVE VCM-AUDIT-MSG         TO AUD-ERROR-MESSAGE.
006560     WRITE AUDIT-RECORD.
006570 8150-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*  8200-CHECK-LEAP-YEAR - SETS VCM-LEAP-YEAR-SWITCH FOR THE      *
006620*  EXPIRY YEAR.  A YEAR IS A LEAP YEAR WHEN IT DIVIDES BY 4      *
006630*  AND (DOES NOT DIVIDE BY 100 OR DOES DIVIDE BY 400).           *
006640*****************************************************************
006650 8200-CHECK-LEAP-YEAR.
006660     SET VCM-NOT-LEAP-YEAR TO TRUE.
006670     DIVIDE VCM-IN-EXP-YEAR BY 4
006680         GIVING VCM-DIVIDE-QUOTIENT
006690         REMAINDER VCM-DIVIDE-REMAINDER.
006700     IF VCM-DIVIDE-REMAINDER = 0
006710         DIVIDE VCM-IN-EXP-YEAR BY 100
006720             GIVING VCM-DIVIDE-QUOTIENT
006730             REMAINDER VCM-DIVIDE-REMAINDER
006740         IF VCM-DIVIDE-REMAINDER NOT = 0
006750             SET VCM-LEAP-YEAR TO TRUE
006760         ELSE
006770             DIVIDE VCM-IN-EXP-YEAR BY 400
006780                 GIVING VCM-DIVIDE-QUOTIENT
006790                 REMAINDER VCM-DIVIDE-REMAINDER
006800             IF VCM-DIVIDE-REMAINDER = 0
006810                 SET VCM-LEAP-YEAR TO TRUE
006820             END-IF
006830         END-IF
006840     END-IF.
006850 8200-EXIT.
006860     EXIT.
006870
006880*****************************************************************
006890*  9000-TERMINATE - CLOSE FILES                                 *
006900*****************************************************************
006910 9000-TERMINATE.
006920     CLOSE VOUCHER-FILE.
006930     CLOSE OPERATOR-MASTER-FILE.
006940     CLOSE AUDIT-FILE.
006950 9000-EXIT.
006960     EXIT.
