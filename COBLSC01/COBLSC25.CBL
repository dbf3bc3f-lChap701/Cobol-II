000100*****************************************************************
000110*  COBLSC25                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC25.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-05.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  SITE CLOSURE CALENDAR MAINTENANCE.  LETS A           *
000210*  SUPERVISOR CLOSE ONE SITE, A WHOLE LOOP (KEY THE LOOP LETTER  *
000220*  ALONE), OR A WHOLE CAMPGROUND (LEAVE THE SITE BLANK) FROM     *
000230*  ONE NIGHT THROUGH ANOTHER FOR FLOODING, POWER WORK, REPAIRS,  *
000240*  OR A HAZARD.  THE ENTRY PROGRAMS, THE WAITLIST RELEASE, AND   *
000250*  THE AVAILABILITY INQUIRY ALL TREAT A CLOSED NIGHT AS TAKEN.   *
000260*  EVERY CLOSURE ADDED OR CORRECTED PRINTS A RELOCATION LIST     *
000270*  (RELOCLST) OF THE ACTIVE AND CHECKED-IN RESERVATIONS ALREADY  *
000280*  HOLDING A CLOSED NIGHT, SO THE OFFICE CAN CALL EACH GUEST.    *
000290*  A CLOSURE KEYED IN ERROR IS REMOVED BY ANSWERING Y TO THE     *
000300*  REMOVE PROMPT.                                                *
000310*                                                                *
000320*  MOD-LOG                                                       *
000330*  DATE       BY   DESCRIPTION                                   *
000340*  ---------- ---- ------------------------------------------    *
000350*  2026-10-05 RLH  ORIGINAL PROGRAM.                              *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     CONSOLE IS CRT.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CAMPGROUND-MASTER-FILE ASSIGN TO "CAMPMSTR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CM-CAMPGROUND-NAME
000470         FILE STATUS IS CM-FILE-STATUS.
000480
000490     SELECT SITE-MASTER-FILE ASSIGN TO "SITEMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS SM-KEY
000530         FILE STATUS IS SM-FILE-STATUS.
000540
000550     SELECT SITE-CLOSURE-FILE ASSIGN TO "SITECLS"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS SC-KEY
000590         FILE STATUS IS SC-FILE-STATUS.
000600
000610     SELECT RESERVATION-FILE ASSIGN TO "RESERVE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS RES-KEY
000650         FILE STATUS IS RES-FILE-STATUS.
000660
000670     SELECT RELOCATION-LIST-FILE ASSIGN TO "RELOCLST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS RL-FILE-STATUS.
000700
000710     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS OP-OPERATOR-ID
000750         FILE STATUS IS OP-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CAMPGROUND-MASTER-FILE.
000800 COPY CAMPMSTR.CPY.
000810
000820 FD  SITE-MASTER-FILE.
000830 COPY SITEMST.CPY.
000840
000850 FD  SITE-CLOSURE-FILE.
000860 COPY SITECLS.CPY.
000870
000880 FD  RESERVATION-FILE.
000890 COPY RESERV.CPY.
000900
000910 FD  RELOCATION-LIST-FILE.
000920 01  RELOCATION-LIST-RECORD         PIC X(90).
000930
000940 FD  OPERATOR-MASTER-FILE.
000950 COPY OPERMST.CPY.
000960
000970 WORKING-STORAGE SECTION.
000980*****************************************************************
000990*  SWITCHES AND COUNTERS                                        *
001000*****************************************************************
001010 77  CM-FILE-STATUS              PIC X(02) VALUE ZERO.
001020 77  SM-FILE-STATUS              PIC X(02) VALUE ZERO.
001030 77  SC-FILE-STATUS              PIC X(02) VALUE ZERO.
001040 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
001050 77  RL-FILE-STATUS              PIC X(02) VALUE ZERO.
001060 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
001070
001080 77  SCM-OPERATOR-ID             PIC X(08) VALUE SPACES.
001090 77  SCM-IN-PASSWORD             PIC X(08) VALUE SPACES.
001100
001110 77  SCM-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001120     88  SCM-EOJ                 VALUE 'Y'.
001130
001140 77  SCM-VALID-SWITCH            PIC X(01) VALUE 'Y'.
001150     88  SCM-DATA-VALID          VALUE 'Y'.
001160     88  SCM-DATA-INVALID        VALUE 'N'.
001170
001180 77  SCM-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001190     88  SCM-CLOSURE-FOUND       VALUE 'Y'.
001200
001210 77  SCM-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
001220     88  SCM-SCAN-DONE           VALUE 'Y'.
001230
001240 77  SCM-ERROR-NUMBER            PIC 9(02) VALUE ZERO.
001250
001260 77  SCM-CONTINUE-ANSWER         PIC X(01) VALUE 'Y'.
001270     88  SCM-CONTINUE            VALUE 'Y'.
001280     88  SCM-DO-NOT-CONTINUE     VALUE 'N'.
001290
001300 77  SCM-DISPLAY-MSG             PIC X(63) VALUE SPACES.
001310
001320 77  SCM-CURRENT-DATE            PIC 9(08) VALUE ZERO.
001330 77  SCM-RELOCATE-COUNT          PIC 9(05) VALUE ZERO.
001340
001350*****************************************************************
001360*  SCREEN ENTRY AREA                                            *
001370*****************************************************************
001380 01  SCM-ENTRY-AREA.
001390     05  SCM-IN-CAMPGROUND       PIC X(20).
001400     05  SCM-IN-SITE             PIC X(03).
001410     05  SCM-IN-FROM-DATE        PIC X(08).
001420     05  SCM-IN-FROM-DATE-N REDEFINES SCM-IN-FROM-DATE
001430                                 PIC 9(08).
001440     05  SCM-IN-THROUGH-DATE     PIC X(08).
001450     05  SCM-IN-THROUGH-DATE-N REDEFINES SCM-IN-THROUGH-DATE
001460                                 PIC 9(08).
001470     05  SCM-IN-REASON           PIC X(02).
001480     05  SCM-IN-REMOVE           PIC X(01).
001490         88  SCM-REMOVE-CLOSURE  VALUE 'Y'.
001500
001510*****************************************************************
001520*  RELOCATION LIST LINES                                        *
001530*****************************************************************
001540 01  RL-CLOSURE-HEADING.
001550     05  FILLER                  PIC X(09) VALUE "CLOSURE ".
001560     05  RL-H-CAMPGROUND         PIC X(20).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  RL-H-SITE               PIC X(03).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  RL-H-FROM-DATE          PIC 9(08).
001610     05  FILLER                  PIC X(04) VALUE " TO ".
001620     05  RL-H-THROUGH-DATE       PIC 9(08).
001630     05  FILLER                  PIC X(09) VALUE "  REASON ".
001640     05  RL-H-REASON             PIC X(02).
001650
001660 01  RL-COLUMN-HEADING.
001670     05  FILLER                  PIC X(05) VALUE "SITE".
001680     05  FILLER                  PIC X(10) VALUE "ARRIVAL".
001690     05  FILLER                  PIC X(10) VALUE "DEPARTURE".
001700     05  FILLER                  PIC X(22) VALUE "LAST NAME".
001710     05  FILLER                  PIC X(17) VALUE "FIRST NAME".
001720     05  FILLER                  PIC X(12) VALUE "PHONE".
001730     05  FILLER                  PIC X(06) VALUE "STATUS".
001740
001750 01  RL-DETAIL-LINE.
001760     05  RL-D-SITE               PIC X(03).
001770     05  FILLER                  PIC X(02).
001780     05  RL-D-ARRIVAL            PIC 9(08).
001790     05  FILLER                  PIC X(02).
001800     05  RL-D-DEPARTURE          PIC 9(08).
001810     05  FILLER                  PIC X(02).
001820     05  RL-D-LAST-NAME          PIC X(20).
001830     05  FILLER                  PIC X(02).
001840     05  RL-D-FIRST-NAME         PIC X(15).
001850     05  FILLER                  PIC X(02).
001860     05  RL-D-PHONE              PIC X(10).
001870     05  FILLER                  PIC X(02).
001880     05  RL-D-STATUS             PIC X(01).
001890
001900 01  RL-NONE-LINE.
001910     05  FILLER                  PIC X(40)
001920             VALUE "NO RESERVATIONS HOLD A CLOSED NIGHT".
001930
001940 01  RL-BLANK-LINE               PIC X(01) VALUE SPACE.
001950
001960 COPY ERROR.CPY.
001970
001980 SCREEN SECTION.
001990 01  SCM-OPERATOR-SCREEN.
002000     05  BLANK SCREEN.
002010     05  LINE 01 COL 01 VALUE "PARK BOARD SITE CLOSURE MAINT".
002020     05  LINE 03 COL 01 VALUE "OPERATOR ID.......:".
002030     05  LINE 03 COL 21 PIC X(08) USING SCM-OPERATOR-ID.
002040     05  LINE 04 COL 01 VALUE "PASSWORD..........:".
002050     05  LINE 04 COL 21 PIC X(08) USING SCM-IN-PASSWORD
002060             SECURE.
002070
002080 01  SCM-LOOKUP-SCREEN.
002090     05  BLANK SCREEN.
002100     05  LINE 01 COL 01 VALUE "PARK BOARD SITE CLOSURE MAINT".
002110     05  LINE 03 COL 01 VALUE "CAMPGROUND........:".
002120     05  LINE 03 COL 21 PIC X(20) USING SCM-IN-CAMPGROUND.
002130     05  LINE 04 COL 01 VALUE "SITE/LOOP/BLANK...:".
002140     05  LINE 04 COL 21 PIC X(03) USING SCM-IN-SITE.
002150     05  LINE 05 COL 01 VALUE "FROM DATE YYYYMMDD:".
002160     05  LINE 05 COL 21 PIC X(08) USING SCM-IN-FROM-DATE.
002170
002180 01  SCM-MAINT-SCREEN.
002190     05  BLANK SCREEN.
002200     05  LINE 01 COL 01 VALUE "PARK BOARD SITE CLOSURE MAINT".
002210     05  LINE 03 COL 01 VALUE "CAMPGROUND........:".
002220     05  LINE 03 COL 21 PIC X(20) FROM SCM-IN-CAMPGROUND.
002230     05  LINE 04 COL 01 VALUE "SITE/LOOP/BLANK...:".
002240     05  LINE 04 COL 21 PIC X(03) FROM SCM-IN-SITE.
002250     05  LINE 05 COL 01 VALUE "FROM DATE YYYYMMDD:".
002260     05  LINE 05 COL 21 PIC X(08) FROM SCM-IN-FROM-DATE.
002270     05  LINE 06 COL 01 VALUE "THRU DATE YYYYMMDD:".
002280     05  LINE 06 COL 21 PIC X(08) USING SCM-IN-THROUGH-DATE.
002290     05  LINE 07 COL 01 VALUE "REASON FL/PW/RP/HZ/OT".
002300     05  LINE 07 COL 23 PIC X(02) USING SCM-IN-REASON.
002310     05  LINE 08 COL 01 VALUE "REMOVE (Y/N)......:".
002320     05  LINE 08 COL 21 PIC X(01) USING SCM-IN-REMOVE.
002330
002340 01  SCM-MESSAGE-SCREEN.
002350     05  LINE 22 COL 01 ERASE EOL
002360             PIC X(63) USING SCM-DISPLAY-MSG.
002370
002380 01  SCM-CONTINUE-SCREEN.
002390     05  LINE 24 COL 01 ERASE EOL
002400             VALUE "ANOTHER CLOSURE (Y/N)?".
002410     05  LINE 24 COL 25 PIC X(01) USING SCM-CONTINUE-ANSWER.
002420
002430 PROCEDURE DIVISION.
002440*****************************************************************
002450*  0000-MAINLINE                                                *
002460*****************************************************************
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 2000-PROCESS-CLOSURE THRU 2000-EXIT
002500         UNTIL SCM-EOJ.
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520     STOP RUN.
002530
002540*****************************************************************
002550*  1000-INITIALIZE - OPEN FILES (CREATING THE CLOSURE FILE THE   *
002560*  FIRST TIME) AND GET TODAY'S DATE                              *
002570*****************************************************************
002580 1000-INITIALIZE.
002590     OPEN INPUT CAMPGROUND-MASTER-FILE.
002600     IF CM-FILE-STATUS NOT = "00"
002610         DISPLAY "UNABLE TO OPEN CAMPGROUND MASTER FILE"
002620         MOVE 'Y' TO SCM-EOJ-SWITCH
002630         GO TO 1000-EXIT
002640     END-IF.
002650
002660     OPEN INPUT SITE-MASTER-FILE.
002670     IF SM-FILE-STATUS NOT = "00"
002680         DISPLAY "UNABLE TO OPEN SITE MASTER FILE"
002690         MOVE 'Y' TO SCM-EOJ-SWITCH
002700         GO TO 1000-EXIT
002710     END-IF.
002720
002730     OPEN I-O SITE-CLOSURE-FILE.
002740     IF SC-FILE-STATUS = "35"
002750         CLOSE SITE-CLOSURE-FILE
002760         OPEN OUTPUT SITE-CLOSURE-FILE
002770         CLOSE SITE-CLOSURE-FILE
002780         OPEN I-O SITE-CLOSURE-FILE
002790     END-IF.
002800     IF SC-FILE-STATUS NOT = "00"
002810         DISPLAY "UNABLE TO OPEN SITE CLOSURE FILE"
002820         MOVE 'Y' TO SCM-EOJ-SWITCH
002830         GO TO 1000-EXIT
002840     END-IF.
002850
002860     OPEN INPUT RESERVATION-FILE.
002870     IF RES-FILE-STATUS NOT = "00"
002880         DISPLAY "UNABLE TO OPEN RESERVATION FILE"
002890         MOVE 'Y' TO SCM-EOJ-SWITCH
002900         GO TO 1000-EXIT
002910     END-IF.
002920
002930     OPEN OUTPUT RELOCATION-LIST-FILE.
002940     IF RL-FILE-STATUS NOT = "00"
002950         DISPLAY "UNABLE TO OPEN RELOCATION LIST FILE"
002960         MOVE 'Y' TO SCM-EOJ-SWITCH
002970         GO TO 1000-EXIT
002980     END-IF.
002990
003000     OPEN INPUT OPERATOR-MASTER-FILE.
003010     IF OP-FILE-STATUS NOT = "00"
003020         DISPLAY "UNABLE TO OPEN OPERATOR MASTER FILE"
003030         MOVE 'Y' TO SCM-EOJ-SWITCH
003040         GO TO 1000-EXIT
003050     END-IF.
003060
003070     ACCEPT SCM-CURRENT-DATE FROM DATE YYYYMMDD.
003080     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
003090 1000-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130*  1100-OPERATOR-SIGN-ON (T-ERR-MSG 47, 48) - THE ID AND         *
003140*  PASSWORD MUST BE ON THE ACTIVE OPERATOR MASTER (SEE           *
003150*  COBLSC17) WITH SUPERVISOR AUTHORITY - A CLOSURE TAKES SITES   *
003160*  OUT OF SERVICE AND TURNS BOOKED GUESTS AWAY.                  *
003170*****************************************************************
003180 1100-OPERATOR-SIGN-ON.
003190     DISPLAY SCM-OPERATOR-SCREEN.
003200     ACCEPT SCM-OPERATOR-SCREEN.
003210     MOVE SCM-OPERATOR-ID TO OP-OPERATOR-ID.
003220     READ OPERATOR-MASTER-FILE
003230         INVALID KEY
003240             MOVE 47 TO SCM-ERROR-NUMBER
003250             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003260             MOVE 'Y' TO SCM-EOJ-SWITCH
003270             GO TO 1100-EXIT
003280     END-READ.
003290     IF OP-PASSWORD NOT = SCM-IN-PASSWORD OR OP-INACTIVE
003300         MOVE 47 TO SCM-ERROR-NUMBER
003310         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003320         MOVE 'Y' TO SCM-EOJ-SWITCH
003330         GO TO 1100-EXIT
003340     END-IF.
003350     IF NOT OP-AUTH-SUPERVISOR
003360         MOVE 48 TO SCM-ERROR-NUMBER
003370         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003380         MOVE 'Y' TO SCM-EOJ-SWITCH
003390         GO TO 1100-EXIT
003400     END-IF.
003410 1100-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450*  2000-PROCESS-CLOSURE - LOOK UP ONE CAMPGROUND/SITE/FROM DATE  *
003460*  AND ADD, CORRECT, OR REMOVE ITS CLOSURE                       *
003470*****************************************************************
003480 2000-PROCESS-CLOSURE.
003490     SET SCM-DATA-VALID TO TRUE.
003500     MOVE SPACES TO SCM-ENTRY-AREA.
003510     PERFORM 2100-ACCEPT-LOOKUP-SCREEN THRU 2100-EXIT.
003520     PERFORM 2200-EDIT-CAMPGROUND THRU 2200-EXIT.
003530     PERFORM 2250-EDIT-SITE THRU 2250-EXIT.
003540     PERFORM 2300-EDIT-FROM-DATE THRU 2300-EXIT.
003550     PERFORM 2400-FIND-CLOSURE THRU 2400-EXIT.
003560     PERFORM 2500-ACCEPT-MAINT-SCREEN THRU 2500-EXIT.
003570     IF SCM-REMOVE-CLOSURE
003580         PERFORM 3100-REMOVE-CLOSURE THRU 3100-EXIT
003590         PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT
003600         GO TO 2000-EXIT
003610     END-IF.
003620     PERFORM 2600-EDIT-THROUGH-DATE THRU 2600-EXIT.
003630     PERFORM 2700-EDIT-REASON THRU 2700-EXIT.
003640     IF SCM-DATA-VALID
003650         PERFORM 3000-WRITE-CLOSURE THRU 3000-EXIT
003660     END-IF.
003670     IF SCM-DATA-VALID
003680         PERFORM 3500-PRINT-RELOCATION-LIST THRU 3500-EXIT
003690     END-IF.
003700     PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT.
003710 2000-EXIT.
003720     EXIT.
003730
003740 2100-ACCEPT-LOOKUP-SCREEN.
003750     DISPLAY SCM-LOOKUP-SCREEN.
003760     ACCEPT SCM-LOOKUP-SCREEN.
003770 2100-EXIT.
003780     EXIT.
003790
003800*****************************************************************
003810*  2200-EDIT-CAMPGROUND (T-ERR-MSG 1) - MUST BE ON THE ACTIVE    *
003820*  CAMPGROUND MASTER                                             *
003830*****************************************************************
003840 2200-EDIT-CAMPGROUND.
003850     MOVE SCM-IN-CAMPGROUND TO CM-CAMPGROUND-NAME.
003860     READ CAMPGROUND-MASTER-FILE
003870         INVALID KEY
003880             MOVE 01 TO SCM-ERROR-NUMBER
003890             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003900             SET SCM-DATA-INVALID TO TRUE
003910             GO TO 2000-EXIT
003920     END-READ.
003930     IF CM-INACTIVE
003940         MOVE 01 TO SCM-ERROR-NUMBER
003950         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003960         SET SCM-DATA-INVALID TO TRUE
003970         GO TO 2000-EXIT
003980     END-IF.
003990 2200-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030*  2250-EDIT-SITE (T-ERR-MSG 35, 59) - BLANK CLOSES THE WHOLE    *
004040*  CAMPGROUND AND A LETTER ALONE CLOSES THAT LOOP.  ANYTHING     *
004050*  ELSE MUST BE A SITE ON THE ACTIVE SITE MASTER.                *
004060*****************************************************************
004070 2250-EDIT-SITE.
004080     IF SCM-IN-SITE = SPACES
004090         GO TO 2250-EXIT
004100     END-IF.
004110     IF SCM-IN-SITE(1:1) IS NOT ALPHABETIC
004120        OR SCM-IN-SITE(1:1) = SPACE
004130         MOVE 59 TO SCM-ERROR-NUMBER
004140         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004150         SET SCM-DATA-INVALID TO TRUE
004160         GO TO 2000-EXIT
004170     END-IF.
004180     IF SCM-IN-SITE(2:2) = SPACES
004190         GO TO 2250-EXIT
004200     END-IF.
004210     IF SCM-IN-SITE(2:2) IS NOT NUMERIC
004220        OR SCM-IN-SITE(2:2) = "00"
004230         MOVE 59 TO SCM-ERROR-NUMBER
004240         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004250         SET SCM-DATA-INVALID TO TRUE
004260         GO TO 2000-EXIT
004270     END-IF.
004280     MOVE SCM-IN-CAMPGROUND TO SM-CAMPGROUND-NAME.
004290     MOVE SCM-IN-SITE       TO SM-SITE.
004300     READ SITE-MASTER-FILE
004310         INVALID KEY
004320             MOVE 35 TO SCM-ERROR-NUMBER
004330             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004340             SET SCM-DATA-INVALID TO TRUE
004350             GO TO 2000-EXIT
004360     END-READ.
004370     IF SM-INACTIVE
004380         MOVE 35 TO SCM-ERROR-NUMBER
004390         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004400         SET SCM-DATA-INVALID TO TRUE
004410         GO TO 2000-EXIT
004420     END-IF.
004430 2250-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*  2300-EDIT-FROM-DATE (T-ERR-MSG 56)                            *
004480*****************************************************************
004490 2300-EDIT-FROM-DATE.
004500     IF SCM-IN-FROM-DATE IS NOT NUMERIC
004510        OR SCM-IN-FROM-DATE-N = ZERO
004520         MOVE 56 TO SCM-ERROR-NUMBER
004530         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004540         SET SCM-DATA-INVALID TO TRUE
004550         GO TO 2000-EXIT
004560     END-IF.
004570 2300-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*  2400-FIND-CLOSURE - READ DIRECT.  AN EXISTING CLOSURE         *
004620*  PRE-LOADS ITS THROUGH DATE AND REASON FOR OVERTYPING.         *
004630*****************************************************************
004640 2400-FIND-CLOSURE.
004650     MOVE 'N' TO SCM-FOUND-SWITCH.
004660     MOVE SCM-IN-CAMPGROUND  TO SC-CAMPGROUND-NAME.
004670     MOVE SCM-IN-SITE        TO SC-SITE.
004680     MOVE SCM-IN-FROM-DATE-N TO SC-FROM-DATE.
004690     READ SITE-CLOSURE-FILE
004700         INVALID KEY
004710             GO TO 2400-EXIT
004720     END-READ.
004730     SET SCM-CLOSURE-FOUND TO TRUE.
004740     MOVE SC-THROUGH-DATE TO SCM-IN-THROUGH-DATE-N.
004750     MOVE SC-REASON-CODE  TO SCM-IN-REASON.
004760 2400-EXIT.
004770     EXIT.
004780
004790 2500-ACCEPT-MAINT-SCREEN.
004800     MOVE 'N' TO SCM-IN-REMOVE.
004810     DISPLAY SCM-MAINT-SCREEN.
004820     ACCEPT SCM-MAINT-SCREEN.
004830 2500-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870*  2600-EDIT-THROUGH-DATE (T-ERR-MSG 56, 57) - THE LAST NIGHT    *
004880*  CLOSED.  A ONE-NIGHT CLOSURE HAS THE SAME FROM AND THROUGH    *
004890*  DATE.                                                         *
004900*****************************************************************
004910 2600-EDIT-THROUGH-DATE.
004920     IF SCM-IN-THROUGH-DATE IS NOT NUMERIC
004930        OR SCM-IN-THROUGH-DATE-N = ZERO
004940         MOVE 56 TO SCM-ERROR-NUMBER
004950         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
004960         SET SCM-DATA-INVALID TO TRUE
004970         GO TO 2000-EXIT
004980     END-IF.
004990     IF SCM-IN-THROUGH-DATE-N < SCM-IN-FROM-DATE-N
005000         MOVE 57 TO SCM-ERROR-NUMBER
005010         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005020         SET SCM-DATA-INVALID TO TRUE
005030         GO TO 2000-EXIT
005040     END-IF.
005050 2600-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090*  2700-EDIT-REASON (T-ERR-MSG 58)                               *
005100*****************************************************************
005110 2700-EDIT-REASON.
005120     MOVE SCM-IN-REASON TO SC-REASON-CODE.
005130     IF NOT SC-REASON-VALID
005140         MOVE 58 TO SCM-ERROR-NUMBER
005150         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
005160         SET SCM-DATA-INVALID TO TRUE
005170         GO TO 2000-EXIT
005180     END-IF.
005190 2700-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*  2900-ASK-CONTINUE                                             *
005240*****************************************************************
005250 2900-ASK-CONTINUE.
005260     DISPLAY SCM-CONTINUE-SCREEN.
005270     ACCEPT SCM-CONTINUE-SCREEN.
005280     IF SCM-DO-NOT-CONTINUE
005290         MOVE 'Y' TO SCM-EOJ-SWITCH
005300     END-IF.
005310 2900-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350*  3000-WRITE-CLOSURE - REWRITE AN EXISTING CLOSURE OR WRITE A   *
005360*  NEW ONE.  THE ADDED DATE SURVIVES A CORRECTION.               *
005370*****************************************************************
005380 3000-WRITE-CLOSURE.
005390     IF NOT SCM-CLOSURE-FOUND
005400         MOVE SPACES             TO SITE-CLOSURE-RECORD
005410         MOVE SCM-CURRENT-DATE   TO SC-ADDED-DATE
005420     END-IF.
005430     MOVE SCM-IN-CAMPGROUND      TO SC-CAMPGROUND-NAME.
005440     MOVE SCM-IN-SITE            TO SC-SITE.
005450     MOVE SCM-IN-FROM-DATE-N     TO SC-FROM-DATE.
005460     MOVE SCM-IN-THROUGH-DATE-N  TO SC-THROUGH-DATE.
005470     MOVE SCM-IN-REASON          TO SC-REASON-CODE.
005480     MOVE SCM-OPERATOR-ID        TO SC-OPERATOR-ID.
005490     MOVE SCM-CURRENT-DATE       TO SC-LAST-CHANGE-DATE.
005500     IF SCM-CLOSURE-FOUND
005510         REWRITE SITE-CLOSURE-RECORD
005520             INVALID KEY
005530                 MOVE "UNABLE TO REWRITE CLOSURE"
005540                     TO SCM-DISPLAY-MSG
005550                 DISPLAY SCM-MESSAGE-SCREEN
005560                 SET SCM-DATA-INVALID TO TRUE
005570                 GO TO 3000-EXIT
005580         END-REWRITE
005590     ELSE
005600         WRITE SITE-CLOSURE-RECORD
005610             INVALID KEY
005620                 MOVE "UNABLE TO WRITE CLOSURE"
005630                     TO SCM-DISPLAY-MSG
005640                 DISPLAY SCM-MESSAGE-SCREEN
005650                 SET SCM-DATA-INVALID TO TRUE
005660                 GO TO 3000-EXIT
005670         END-WRITE
005680     END-IF.
005690 3000-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730*  3100-REMOVE-CLOSURE - DELETE A CLOSURE KEYED IN ERROR.  THE   *
005740*  SITES GO BACK INTO SERVICE ON THE NEXT EDIT THAT LOOKS.       *
005750*****************************************************************
005760 3100-REMOVE-CLOSURE.
005770     IF NOT SCM-CLOSURE-FOUND
005780         MOVE "NO CLOSURE ON FILE TO REMOVE" TO SCM-DISPLAY-MSG
005790         DISPLAY SCM-MESSAGE-SCREEN
005800         GO TO 3100-EXIT
005810     END-IF.
005820     DELETE SITE-CLOSURE-FILE
005830         INVALID KEY
005840             MOVE "UNABLE TO REMOVE CLOSURE" TO SCM-DISPLAY-MSG
005850             DISPLAY SCM-MESSAGE-SCREEN
005860             GO TO 3100-EXIT
005870     END-DELETE.
005880     MOVE "CLOSURE REMOVED" TO SCM-DISPLAY-MSG.
005890     DISPLAY SCM-MESSAGE-SCREEN.
005900 3100-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940*  3500-PRINT-RELOCATION-LIST - WALK EVERY RESERVATION FOR THE   *
005950*  CAMPGROUND AND PRINT EACH ACTIVE OR CHECKED-IN STAY THAT      *
005960*  HOLDS A NIGHT INSIDE THE CLOSURE, USING THE SAME SITE/LOOP/   *
005970*  CAMPGROUND MATCH THE ENTRY PROGRAMS USE.  THE COUNT GOES ON   *
005980*  THE MESSAGE LINE SO THE SUPERVISOR KNOWS WHETHER ANYBODY      *
005990*  NEEDS A CALL.                                                 *
006000*****************************************************************
006010 3500-PRINT-RELOCATION-LIST.
006020     MOVE SC-CAMPGROUND-NAME TO RL-H-CAMPGROUND.
006030     MOVE SC-SITE            TO RL-H-SITE.
006040     MOVE SC-FROM-DATE       TO RL-H-FROM-DATE.
006050     MOVE SC-THROUGH-DATE    TO RL-H-THROUGH-DATE.
006060     MOVE SC-REASON-CODE     TO RL-H-REASON.
006070     WRITE RELOCATION-LIST-RECORD FROM RL-CLOSURE-HEADING.
006080     WRITE RELOCATION-LIST-RECORD FROM RL-COLUMN-HEADING.
006090
006100     MOVE ZERO TO SCM-RELOCATE-COUNT.
006110     MOVE SC-CAMPGROUND-NAME TO RES-CAMPGROUND-NAME.
006120     MOVE LOW-VALUES         TO RES-SITE.
006130     MOVE ZEROS              TO RES-ARRIVAL-DATE.
006140     MOVE 'Y' TO SCM-SCAN-DONE-SWITCH.
006150     START RESERVATION-FILE KEY IS NOT LESS THAN RES-KEY
006160         INVALID KEY
006170             CONTINUE
006180         NOT INVALID KEY
006190             MOVE 'N' TO SCM-SCAN-DONE-SWITCH
006200     END-START.
006210     PERFORM 3600-CHECK-ONE-RESERVATION THRU 3600-EXIT
006220         UNTIL SCM-SCAN-DONE.
006230
006240     IF SCM-RELOCATE-COUNT = ZERO
006250         WRITE RELOCATION-LIST-RECORD FROM RL-NONE-LINE
006260     END-IF.
006270     WRITE RELOCATION-LIST-RECORD FROM RL-BLANK-LINE.
006280     MOVE SPACES TO SCM-DISPLAY-MSG.
006290     STRING "CLOSURE SAVED - " DELIMITED BY SIZE
006300            SCM-RELOCATE-COUNT DELIMITED BY SIZE
006310            " RESERVATIONS TO RELOCATE" DELIMITED BY SIZE
006320         INTO SCM-DISPLAY-MSG.
006330     DISPLAY SCM-MESSAGE-SCREEN.
006340 3500-EXIT.
006350     EXIT.
006360
006370 3600-CHECK-ONE-RESERVATION.
006380     READ RESERVATION-FILE NEXT RECORD
006390         AT END
006400             SET SCM-SCAN-DONE TO TRUE
006410             GO TO 3600-EXIT
006420     END-READ.
006430     IF RES-CAMPGROUND-NAME NOT = SC-CAMPGROUND-NAME
006440         SET SCM-SCAN-DONE TO TRUE
006450         GO TO 3600-EXIT
006460     END-IF.
006470     IF NOT RES-HOLDS-SITE
006480         GO TO 3600-EXIT
006490     END-IF.
006500     IF SC-SITE NOT = SPACES
006510        AND SC-SITE NOT = RES-SITE
006520        AND (SC-SITE(2:2) NOT = SPACES
006530             OR SC-SITE(1:1) NOT = RES-SITE(1:1))
006540         GO TO 3600-EXIT
006550     END-IF.
006560     IF RES-ARRIVAL-DATE NOT > SC-THROUGH-DATE
006570        AND RES-DEPARTURE-DATE > SC-FROM-DATE
006580         MOVE SPACES             TO RL-DETAIL-LINE
006590         MOVE RES-SITE           TO RL-D-SITE
006600         MOVE RES-ARRIVAL-DATE   TO RL-D-ARRIVAL
006610         MOVE RES-DEPARTURE-DATE TO RL-D-DEPARTURE
006620         MOVE RES-LAST-NAME      TO RL-D-LAST-NAME
006630         MOVE RES-FIRST-NAME     TO RL-D-FIRST-NAME
006640         MOVE RES-PHONE          TO RL-D-PHONE
006650         MOVE RES-STATUS         TO RL-D-STATUS
006660         WRITE RELOCATION-LIST-RECORD FROM RL-DETAIL-LINE
006670         ADD 1 TO SCM-RELOCATE-COUNT
006680     END-IF.
006690 3600-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730*  8100-DISPLAY-ERROR - SHOW THE MESSAGE FOR SCM-ERROR-NUMBER    *
006740*****************************************************************
006750 8100-DISPLAY-ERROR.
006760     MOVE T-ERR-MSG(SCM-ERROR-NUMBER) TO SCM-DISPLAY-MSG.
006770     DISPLAY SCM-MESSAGE-SCREEN.
006780 8100-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820*  9000-TERMINATE - CLOSE FILES                                 *
006830*****************************************************************
006840 9000-TERMINATE.
006850     CLOSE CAMPGROUND-MASTER-FILE.
006860     CLOSE SITE-MASTER-FILE.
006870     CLOSE SITE-CLOSURE-FILE.
006880     CLOSE RESERVATION-FILE.
006890     CLOSE RELOCATION-LIST-FILE.
006900     CLOSE OPERATOR-MASTER-FILE.
006910 9000-EXIT.
006920     EXIT.
