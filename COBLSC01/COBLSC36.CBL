000100*****************************************************************
000110*  COBLSC36                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC36.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-12.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  DISCOUNT CATEGORY MAINTENANCE.  LETS A SUPERVISOR   *
000210*  ENTER THE STATE-MANDATED PASS DISCOUNTS (SENIOR, DISABLED     *
000220*  VETERAN, ACCESS PASS, ...): FOR A TWO-CHARACTER PASS CODE     *
000230*  AND AN EFFECTIVE START DATE, AN END DATE, A DESCRIPTION, THE  *
000240*  PERCENT TAKEN OFF THE NIGHTLY RATE, AND WHETHER IT APPLIES    *
000250*  TO FRIDAY AND SATURDAY NIGHTS.  THE ENTRY PROGRAMS TAKE THE   *
000260*  PERCENT OFF EACH NIGHT OF A PASS HOLDER'S STAY THE RANGE      *
000270*  COVERS (DISCCAT.CPY).  A CODE IS RETIRED BY ENDING ITS LAST   *
000280*  RANGE, NOT BY DELETING IT, SO PAST STAYS STILL REPORT UNDER   *
000290*  IT ON COBLSC37.                                               *
000300*                                                                *
000310*  MOD-LOG                                                       *
000320*  DATE       BY   DESCRIPTION                                   *
000330*  ---------- ---- ------------------------------------------    *
000340*  2026-10-12 RLH  ORIGINAL PROGRAM.                              *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     CONSOLE IS CRT.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DISCOUNT-CATEGORY-FILE ASSIGN TO "DISCCAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS DC-KEY
000460         FILE STATUS IS DC-FILE-STATUS.
000470
000480     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS OP-OPERATOR-ID
000520         FILE STATUS IS OP-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DISCOUNT-CATEGORY-FILE.
000570 COPY DISCCAT.CPY.
000580
000590 FD  OPERATOR-MASTER-FILE.
000600 COPY OPERMST.CPY.
000610
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640*  SWITCHES AND COUNTERS                                        *
000650*****************************************************************
000660 77  DC-FILE-STATUS              PIC X(02) VALUE ZERO.
000670 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
000680
000690 77  DCM-OPERATOR-ID             PIC X(08) VALUE SPACES.
000700 77  DCM-IN-PASSWORD             PIC X(08) VALUE SPACES.
000710
000720 77  DCM-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000730     88  DCM-EOJ                 VALUE 'Y'.
000740
000750 77  DCM-VALID-SWITCH            PIC X(01) VALUE 'Y'.
000760     88  DCM-DATA-VALID          VALUE 'Y'.
000770     88  DCM-DATA-INVALID        VALUE 'N'.
000780
000790 77  DCM-FOUND-SWITCH            PIC X(01) VALUE 'N'.
000800     88  DCM-CATEGORY-FOUND      VALUE 'Y'.
000810
000820 77  DCM-ERROR-NUMBER            PIC 9(02) VALUE ZERO.
000830
000840 77  DCM-CONTINUE-ANSWER         PIC X(01) VALUE 'Y'.
000850     88  DCM-CONTINUE            VALUE 'Y'.
000860     88  DCM-DO-NOT-CONTINUE     VALUE 'N'.
000870
000880 77  DCM-DISPLAY-MSG             PIC X(63) VALUE SPACES.
000890
000900*****************************************************************
000910*  SCREEN ENTRY AREA                                            *
000920*****************************************************************
000930 01  DCM-ENTRY-AREA.
000940     05  DCM-IN-PASS-TYPE        PIC X(02).
000950     05  DCM-IN-START-DATE       PIC X(08).
000960     05  DCM-IN-START-DATE-N REDEFINES DCM-IN-START-DATE
000970                                 PIC 9(08).
000980     05  DCM-IN-END-DATE         PIC X(08).
000990     05  DCM-IN-END-DATE-N REDEFINES DCM-IN-END-DATE
001000                                 PIC 9(08).
001010     05  DCM-IN-DESCRIPTION      PIC X(20).
001020     05  DCM-IN-PERCENT          PIC X(05).
001030     05  DCM-IN-PERCENT-N REDEFINES DCM-IN-PERCENT
001040                                 PIC 9(03)V99.
001050     05  DCM-IN-WEEKEND-FLAG     PIC X(01).
001060         88  DCM-WEEKEND-FLAG-VALID  VALUE 'Y' 'N'.
001070
001080 COPY ERROR.CPY.
001090
001100 SCREEN SECTION.
001110 01  DCM-OPERATOR-SCREEN.
001120     05  BLANK SCREEN.
001130     05  LINE 01 COL 01 VALUE "PARK BOARD DISCOUNT CATEGORIES".
001140     05  LINE 03 COL 01 VALUE "OPERATOR ID.......:".
001150     05  LINE 03 COL 21 PIC X(08) USING DCM-OPERATOR-ID.
001160     05  LINE 04 COL 01 VALUE "PASSWORD..........:".
001170     05  LINE 04 COL 21 PIC X(08) USING DCM-IN-PASSWORD
001180             SECURE.
001190
001200 01  DCM-LOOKUP-SCREEN.
001210     05  BLANK SCREEN.
001220     05  LINE 01 COL 01 VALUE "PARK BOARD DISCOUNT CATEGORIES".
001230     05  LINE 03 COL 01 VALUE "PASS CODE.........:".
001240     05  LINE 03 COL 21 PIC X(02) USING DCM-IN-PASS-TYPE.
001250     05  LINE 04 COL 01 VALUE "START DATE YYYYMMDD".
001260     05  LINE 04 COL 21 PIC X(08) USING DCM-IN-START-DATE.
001270
001280 01  DCM-MAINT-SCREEN.
001290     05  BLANK SCREEN.
001300     05  LINE 01 COL 01 VALUE "PARK BOARD DISCOUNT CATEGORIES".
001310     05  LINE 03 COL 01 VALUE "PASS CODE.........:".
001320     05  LINE 03 COL 21 PIC X(02) USING DCM-IN-PASS-TYPE.
001330     05  LINE 04 COL 01 VALUE "START DATE YYYYMMDD".
001340     05  LINE 04 COL 21 PIC X(08) USING DCM-IN-START-DATE.
001350     05  LINE 05 COL 01 VALUE "END DATE YYYYMMDD.:".
001360     05  LINE 05 COL 21 PIC X(08) USING DCM-IN-END-DATE.
001370     05  LINE 06 COL 01 VALUE "DESCRIPTION.......:".
001380     05  LINE 06 COL 21 PIC X(20) USING DCM-IN-DESCRIPTION.
001390     05  LINE 07 COL 01 VALUE "PERCENT OFF 999V99:".
001400     05  LINE 07 COL 21 PIC X(05) USING DCM-IN-PERCENT.
001410     05  LINE 08 COL 01 VALUE "WEEKENDS TOO (Y/N):".
001420     05  LINE 08 COL 21 PIC X(01) USING DCM-IN-WEEKEND-FLAG.
001430
001440 01  DCM-MESSAGE-SCREEN.
001450     05  LINE 22 COL 01 ERASE EOL
001460             PIC X(63) USING DCM-DISPLAY-MSG.
001470
001480 01  DCM-CONTINUE-SCREEN.
001490     05  LINE 24 COL 01 ERASE EOL
001500             VALUE "ANOTHER CATEGORY (Y/N)?".
001510     05  LINE 24 COL 26 PIC X(01) USING DCM-CONTINUE-ANSWER.
001520
001530 PROCEDURE DIVISION.
001540*****************************************************************
001550*  0000-MAINLINE                                                *
001560*****************************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     PERFORM 2000-PROCESS-CATEGORY THRU 2000-EXIT
001600         UNTIL DCM-EOJ.
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001620     STOP RUN.
001630
001640*****************************************************************
001650*  1000-INITIALIZE - OPEN FILES (CREATING THE CATEGORY TABLE     *
001660*  THE FIRST TIME)                                               *
001670*****************************************************************
001680 1000-INITIALIZE.
001690     OPEN I-O DISCOUNT-CATEGORY-FILE.
001700     IF DC-FILE-STATUS = "35"
001710         CLOSE DISCOUNT-CATEGORY-FILE
001720         OPEN OUTPUT DISCOUNT-CATEGORY-FILE
001730         CLOSE DISCOUNT-CATEGORY-FILE
001740         OPEN I-O DISCOUNT-CATEGORY-FILE
001750     END-IF.
001760     IF DC-FILE-STATUS NOT = "00"
001770         DISPLAY "UNABLE TO OPEN DISCOUNT CATEGORY FILE"
001780         MOVE 'Y' TO DCM-EOJ-SWITCH
001790         GO TO 1000-EXIT
001800     END-IF.
001810
001820     OPEN INPUT OPERATOR-MASTER-FILE.
001830     IF OP-FILE-STATUS NOT = "00"
001840         DISPLAY "UNABLE TO OPEN OPERATOR MASTER FILE"
001850         MOVE 'Y' TO DCM-EOJ-SWITCH
001860         GO TO 1000-EXIT
001870     END-IF.
001880
001890     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
001900 1000-EXIT.
001910     EXIT.
001920
001930*****************************************************************
001940*  1100-OPERATOR-SIGN-ON (T-ERR-MSG 47, 48) - THE ID AND         *
001950*  PASSWORD MUST BE ON THE ACTIVE OPERATOR MASTER (SEE           *
001960*  COBLSC17) WITH SUPERVISOR AUTHORITY - THE DISCOUNTS ARE SET   *
001970*  BY STATE LAW, NOT AT THE COUNTER.                             *
001980*****************************************************************
001990 1100-OPERATOR-SIGN-ON.
002000     DISPLAY DCM-OPERATOR-SCREEN.
002010     ACCEPT DCM-OPERATOR-SCREEN.
002020     MOVE DCM-OPERATOR-ID TO OP-OPERATOR-ID.
002030     READ OPERATOR-MASTER-FILE
002040         INVALID KEY
002050             MOVE 47 TO DCM-ERROR-NUMBER
002060             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002070             MOVE 'Y' TO DCM-EOJ-SWITCH
002080             GO TO 1100-EXIT
002090     END-READ.
002100     IF OP-PASSWORD NOT = DCM-IN-PASSWORD OR OP-INACTIVE
002110         MOVE 47 TO DCM-ERROR-NUMBER
002120         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002130         MOVE 'Y' TO DCM-EOJ-SWITCH
002140         GO TO 1100-EXIT
002150     END-IF.
002160     IF NOT OP-AUTH-SUPERVISOR
002170         MOVE 48 TO DCM-ERROR-NUMBER
002180         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002190         MOVE 'Y' TO DCM-EOJ-SWITCH
002200         GO TO 1100-EXIT
002210     END-IF.
002220 1100-EXIT.
002230     EXIT.
002240
002250*****************************************************************
002260*  2000-PROCESS-CATEGORY - LOOK UP ONE PASS CODE/START DATE AND  *
002270*  ADD OR CORRECT ITS RANGE                                      *
002280*****************************************************************
002290 2000-PROCESS-CATEGORY.
002300     SET DCM-DATA-VALID TO TRUE.
002310     MOVE SPACES TO DCM-ENTRY-AREA.
002320     PERFORM 2100-ACCEPT-LOOKUP-SCREEN THRU 2100-EXIT.
002330     PERFORM 2200-EDIT-PASS-TYPE THRU 2200-EXIT.
002340     PERFORM 2300-EDIT-START-DATE THRU 2300-EXIT.
002350     PERFORM 2400-FIND-CATEGORY THRU 2400-EXIT.
002360     PERFORM 2500-ACCEPT-MAINT-SCREEN THRU 2500-EXIT.
002370     PERFORM 2600-EDIT-END-DATE THRU 2600-EXIT.
002380     PERFORM 2700-EDIT-DESCRIPTION THRU 2700-EXIT.
002390     PERFORM 2750-EDIT-PERCENT THRU 2750-EXIT.
002400     PERFORM 2800-EDIT-WEEKEND-FLAG THRU 2800-EXIT.
002410     IF DCM-DATA-VALID
002420         PERFORM 3000-WRITE-CATEGORY THRU 3000-EXIT
002430     END-IF.
002440     PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT.
002450 2000-EXIT.
002460     EXIT.
002470
002480 2100-ACCEPT-LOOKUP-SCREEN.
002490     DISPLAY DCM-LOOKUP-SCREEN.
002500     ACCEPT DCM-LOOKUP-SCREEN.
002510 2100-EXIT.
002520     EXIT.
002530
002540*****************************************************************
002550*  2200-EDIT-PASS-TYPE (T-ERR-MSG 79)                            *
002560*****************************************************************
002570 2200-EDIT-PASS-TYPE.
002580     IF DCM-IN-PASS-TYPE = SPACES
002590         MOVE 79 TO DCM-ERROR-NUMBER
002600         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002610         SET DCM-DATA-INVALID TO TRUE
002620         GO TO 2000-EXIT
002630     END-IF.
002640 2200-EXIT.
002650     EXIT.
002660
002670*****************************************************************
002680*  2300-EDIT-START-DATE (T-ERR-MSG 41)                           *
002690*****************************************************************
002700 2300-EDIT-START-DATE.
002710     IF DCM-IN-START-DATE IS NOT NUMERIC
002720        OR DCM-IN-START-DATE-N = ZERO
002730         MOVE 41 TO DCM-ERROR-NUMBER
002740         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002750         SET DCM-DATA-INVALID TO TRUE
002760         GO TO 2000-EXIT
002770     END-IF.
002780 2300-EXIT.
002790     EXIT.
002800
002810*****************************************************************
002820*  2400-FIND-CATEGORY - READ DIRECT.  AN EXISTING RANGE          *
002830*  PRE-LOADS ITS FIELDS FOR OVERTYPING.                          *
002840*****************************************************************
002850 2400-FIND-CATEGORY.
002860     MOVE 'N' TO DCM-FOUND-SWITCH.
002870     MOVE DCM-IN-PASS-TYPE    TO DC-PASS-TYPE.
002880     MOVE DCM-IN-START-DATE-N TO DC-EFF-START-DATE.
002890     READ DISCOUNT-CATEGORY-FILE
002900         INVALID KEY
002910             GO TO 2400-EXIT
002920     END-READ.
002930     SET DCM-CATEGORY-FOUND TO TRUE.
002940     MOVE DC-EFF-END-DATE  TO DCM-IN-END-DATE-N.
002950     MOVE DC-DESCRIPTION   TO DCM-IN-DESCRIPTION.
002960     MOVE DC-PERCENT       TO DCM-IN-PERCENT-N.
002970     MOVE DC-WEEKEND-FLAG  TO DCM-IN-WEEKEND-FLAG.
002980 2400-EXIT.
002990     EXIT.
003000
003010 2500-ACCEPT-MAINT-SCREEN.
003020     DISPLAY DCM-MAINT-SCREEN.
003030     ACCEPT DCM-MAINT-SCREEN.
003040 2500-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080*  2600-EDIT-END-DATE (T-ERR-MSG 41, 42)                         *
003090*****************************************************************
003100 2600-EDIT-END-DATE.
003110     IF DCM-IN-END-DATE IS NOT NUMERIC
003120        OR DCM-IN-END-DATE-N = ZERO
003130         MOVE 41 TO DCM-ERROR-NUMBER
003140         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003150         SET DCM-DATA-INVALID TO TRUE
003160         GO TO 2000-EXIT
003170     END-IF.
003180     IF DCM-IN-END-DATE-N < DCM-IN-START-DATE-N
003190         MOVE 42 TO DCM-ERROR-NUMBER
003200         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003210         SET DCM-DATA-INVALID TO TRUE
003220         GO TO 2000-EXIT
003230     END-IF.
003240 2600-EXIT.
003250     EXIT.
003260
003270*****************************************************************
003280*  2700-EDIT-DESCRIPTION (T-ERR-MSG 82) - PRINTED ON THE         *
003290*  MONTHLY DISCOUNT REPORT, SO IT CANNOT BE LEFT BLANK           *
003300*****************************************************************
003310 2700-EDIT-DESCRIPTION.
003320     IF DCM-IN-DESCRIPTION = SPACES
003330         MOVE 82 TO DCM-ERROR-NUMBER
003340         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003350         SET DCM-DATA-INVALID TO TRUE
003360         GO TO 2000-EXIT
003370     END-IF.
003380 2700-EXIT.
003390     EXIT.
003400
003410*****************************************************************
003420*  2750-EDIT-PERCENT (T-ERR-MSG 80) - KEYED AS 999V99, SO        *
003430*  FIFTEEN PERCENT IS 01500.  MORE THAN ZERO AND NO MORE THAN    *
003440*  A FULL NIGHT.                                                 *
003450*****************************************************************
003460 2750-EDIT-PERCENT.
003470     IF DCM-IN-PERCENT IS NOT NUMERIC
003480        OR DCM-IN-PERCENT-N = ZERO
003490        OR DCM-IN-PERCENT-N > 100
003500         MOVE 80 TO DCM-ERROR-NUMBER
003510         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003520         SET DCM-DATA-INVALID TO TRUE
003530         GO TO 2000-EXIT
003540     END-IF.
003550 2750-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*  2800-EDIT-WEEKEND-FLAG (T-ERR-MSG 81)                         *
003600*****************************************************************
003610 2800-EDIT-WEEKEND-FLAG.
003620     IF NOT DCM-WEEKEND-FLAG-VALID
003630         MOVE 81 TO DCM-ERROR-NUMBER
003640         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003650         SET DCM-DATA-INVALID TO TRUE
003660         GO TO 2000-EXIT
003670     END-IF.
003680 2800-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*  2900-ASK-CONTINUE                                             *
003730*****************************************************************
003740 2900-ASK-CONTINUE.
003750     DISPLAY DCM-CONTINUE-SCREEN.
003760     ACCEPT DCM-CONTINUE-SCREEN.
003770     IF DCM-DO-NOT-CONTINUE
003780         MOVE 'Y' TO DCM-EOJ-SWITCH
003790     END-IF.
003800 2900-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840*  3000-WRITE-CATEGORY - REWRITE AN EXISTING RANGE OR WRITE A    *
003850*  NEW ONE                                                       *
003860*****************************************************************
003870 3000-WRITE-CATEGORY.
003880     MOVE SPACES              TO DISCOUNT-CATEGORY-RECORD.
003890     MOVE DCM-IN-PASS-TYPE    TO DC-PASS-TYPE.
003900     MOVE DCM-IN-START-DATE-N TO DC-EFF-START-DATE.
003910     MOVE DCM-IN-END-DATE-N   TO DC-EFF-END-DATE.
003920     MOVE DCM-IN-DESCRIPTION  TO DC-DESCRIPTION.
003930     MOVE DCM-IN-PERCENT-N    TO DC-PERCENT.
003940     MOVE DCM-IN-WEEKEND-FLAG TO DC-WEEKEND-FLAG.
003950     IF DCM-CATEGORY-FOUND
003960         REWRITE DISCOUNT-CATEGORY-RECORD
003970             INVALID KEY
003980                 MOVE "UNABLE TO REWRITE DISCOUNT CATEGORY"
003990                     TO DCM-DISPLAY-MSG
004000                 DISPLAY DCM-MESSAGE-SCREEN
004010                 GO TO 3000-EXIT
004020         END-REWRITE
004030         MOVE "DISCOUNT CATEGORY UPDATED" TO DCM-DISPLAY-MSG
004040         DISPLAY DCM-MESSAGE-SCREEN
004050     ELSE
004060         WRITE DISCOUNT-CATEGORY-RECORD
004070             INVALID KEY
004080                 MOVE "UNABLE TO WRITE DISCOUNT CATEGORY"
004090                     TO DCM-DISPLAY-MSG
004100                 DISPLAY DCM-MESSAGE-SCREEN
004110                 GO TO 3000-EXIT
004120         END-WRITE
004130         MOVE "DISCOUNT CATEGORY ADDED" TO DCM-DISPLAY-MSG
004140         DISPLAY DCM-MESSAGE-SCREEN
004150     END-IF.
004160 3000-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200*  8100-DISPLAY-ERROR - SHOW THE MESSAGE FOR DCM-ERROR-NUMBER    *
004210*****************************************************************
004220 8100-DISPLAY-ERROR.
004230     MOVE T-ERR-MSG(DCM-ERROR-NUMBER) TO DCM-DISPLAY-MSG.
004240     DISPLAY DCM-MESSAGE-SCREEN.
004250 8100-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290*  9000-TERMINATE - CLOSE FILES                                 *
004300*****************************************************************
004310 9000-TERMINATE.
004320     CLOSE DISCOUNT-CATEGORY-FILE.
004330     CLOSE OPERATOR-MASTER-FILE.
004340 9000-EXIT.
004350     EXIT.
