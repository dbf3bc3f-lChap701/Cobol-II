000100*****************************************************************
000110*  COBLSC30                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC30.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-09.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  DO-NOT-RENT MAINTENANCE.  LETS A SUPERVISOR FLAG    *
000210*  A GUEST WHO WAS EJECTED FOR DAMAGE OR A RULES VIOLATION SO    *
000220*  NO BOOKING POINT WILL TAKE THEM AGAIN, OR LIFT THE FLAG.      *
000230*  THE GUEST IS FOUND BY PHONE; THE FLAG, REASON, DATE SET, AND  *
000240*  SUPERVISOR ID ARE CARRIED ON THE GUEST MASTER (GUEST.CPY).    *
000250*  A MERGED DUPLICATE PHONE SHARES ITS SURVIVOR'S GUEST NUMBER   *
000260*  (SEE COBLSC20), SO THE CHANGE IS MADE TO EVERY PHONE CARRYING *
000270*  THE GUEST NUMBER - OTHERWISE THE GUEST COULD BOOK UNDER THE   *
000280*  OLD ONE.  EACH CHANGE IS LOGGED TO THE AUDIT FILE.            *
000290*                                                                *
000300*  MOD-LOG                                                       *
000310*  DATE       BY   DESCRIPTION                                   *
000320*  ---------- ---- ------------------------------------------    *
000330*  2026-10-09 RLH  ORIGINAL PROGRAM.                              *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     CONSOLE IS CRT.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GUEST-MASTER-FILE ASSIGN TO "GUESTMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS GM-PHONE
000450         FILE STATUS IS GM-FILE-STATUS.
000460
000470     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS OP-OPERATOR-ID
000510         FILE STATUS IS OP-FILE-STATUS.
000520
000530     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS AUD-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  GUEST-MASTER-FILE.
000600 COPY GUEST.CPY.
000610
000620 FD  OPERATOR-MASTER-FILE.
000630 COPY OPERMST.CPY.
000640
000650 FD  AUDIT-FILE.
000660 COPY AUDIT.CPY.
000670
000680 WORKING-STORAGE SECTION.
000690*****************************************************************
000700*  SWITCHES AND COUNTERS                                        *
000710*****************************************************************
000720 77  GM-FILE-STATUS              PIC X(02) VALUE ZERO.
000730 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
000740 77  AUD-FILE-STATUS             PIC X(02) VALUE ZERO.
000750
000760 77  DNR-OPERATOR-ID             PIC X(08) VALUE SPACES.
000770 77  DNR-IN-PASSWORD             PIC X(08) VALUE SPACES.
000780
000790 77  DNR-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000800     88  DNR-EOJ                 VALUE 'Y'.
000810
000820 77  DNR-VALID-SWITCH            PIC X(01) VALUE 'Y'.
000830     88  DNR-DATA-VALID          VALUE 'Y'.
000840     88  DNR-DATA-INVALID        VALUE 'N'.
000850
000860 77  DNR-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
000870     88  DNR-SCAN-DONE           VALUE 'Y'.
000880
000890 77  DNR-ERROR-NUMBER            PIC 9(02) VALUE ZERO.
000900
000910 77  DNR-CONTINUE-ANSWER         PIC X(01) VALUE 'Y'.
000920     88  DNR-CONTINUE            VALUE 'Y'.
000930     88  DNR-DO-NOT-CONTINUE     VALUE 'N'.
000940
000950 77  DNR-DISPLAY-MSG             PIC X(63) VALUE SPACES.
000960
000970 77  DNR-CURRENT-DATE            PIC 9(08) VALUE ZERO.
000980
000990 77  DNR-GUEST-NUMBER            PIC 9(06) VALUE ZERO.
001000 77  DNR-UPDATED-COUNT           PIC 9(03) VALUE ZERO.
001010
001020*****************************************************************
001030*  SCREEN ENTRY AREA                                            *
001040*****************************************************************
001050 01  DNR-ENTRY-AREA.
001060     05  DNR-IN-PHONE            PIC X(10).
001070     05  DNR-IN-FLAG             PIC X(01).
001080         88  DNR-IN-FLAG-VALID   VALUE 'Y' 'N'.
001090         88  DNR-IN-SET-FLAG     VALUE 'Y'.
001100     05  DNR-IN-REASON           PIC X(30).
001110
001120*****************************************************************
001130*  THE FLAG AS IT STOOD WHEN THE GUEST WAS LOOKED UP, FOR THE    *
001140*  SCREEN AND TO TELL A NEW FLAG OR REASON FROM AN UNCHANGED ONE *
001150*****************************************************************
001160 01  DNR-OLD-DATA.
001170     05  DNR-OLD-FLAG            PIC X(01).
001180         88  DNR-OLD-SET         VALUE 'Y'.
001190     05  DNR-OLD-REASON          PIC X(30).
001200     05  DNR-OLD-SET-DATE        PIC 9(08).
001210     05  DNR-OLD-SUPERVISOR-ID   PIC X(08).
001220
001230*****************************************************************
001240*  THE FLAG AS IT WILL BE WRITTEN TO EVERY PHONE OF THE GUEST    *
001250*****************************************************************
001260 01  DNR-NEW-DATA.
001270     05  DNR-NEW-FLAG            PIC X(01).
001280     05  DNR-NEW-REASON          PIC X(30).
001290     05  DNR-NEW-SET-DATE        PIC 9(08).
001300     05  DNR-NEW-SUPERVISOR-ID   PIC X(08).
001310
001320 01  DNR-GUEST-NAME-AREA.
001330     05  DNR-LAST-NAME           PIC X(20).
001340     05  DNR-FIRST-NAME          PIC X(15).
001350     05  DNR-STAY-COUNT          PIC 9(05).
001360
001370 01  DNR-SET-MSG.
001380     05  FILLER                  PIC X(20)
001390             VALUE "DO-NOT-RENT SET FOR ".
001400     05  DNR-SET-MSG-PHONE       PIC X(10).
001410     05  FILLER                  PIC X(03) VALUE " - ".
001420     05  DNR-SET-MSG-REASON      PIC X(30).
001430
001440 01  DNR-CLEAR-MSG.
001450     05  FILLER                  PIC X(24)
001460             VALUE "DO-NOT-RENT CLEARED FOR ".
001470     05  DNR-CLEAR-MSG-PHONE     PIC X(10).
001480     05  FILLER                  PIC X(29) VALUE SPACES.
001490
001500 01  DNR-COUNT-MSG.
001510     05  FILLER                  PIC X(24)
001520             VALUE "GUEST RECORDS UPDATED: ".
001530     05  DNR-COUNT-MSG-COUNT     PIC ZZ9.
001540     05  FILLER                  PIC X(36) VALUE SPACES.
001550
001560 COPY ERROR.CPY.
001570
001580 SCREEN SECTION.
001590 01  DNR-OPERATOR-SCREEN.
001600     05  BLANK SCREEN.
001610     05  LINE 01 COL 01 VALUE "PARK BOARD DO-NOT-RENT MAINT".
001620     05  LINE 03 COL 01 VALUE "OPERATOR ID.......:".
001630     05  LINE 03 COL 21 PIC X(08) USING DNR-OPERATOR-ID.
001640     05  LINE 04 COL 01 VALUE "PASSWORD..........:".
001650     05  LINE 04 COL 21 PIC X(08) USING DNR-IN-PASSWORD
001660             SECURE.
001670
001680 01  DNR-LOOKUP-SCREEN.
001690     05  BLANK SCREEN.
001700     05  LINE 01 COL 01 VALUE "PARK BOARD DO-NOT-RENT MAINT".
001710     05  LINE 03 COL 01 VALUE "GUEST PHONE.......:".
001720     05  LINE 03 COL 21 PIC X(10) USING DNR-IN-PHONE.
001730
001740 01  DNR-MAINT-SCREEN.
001750     05  BLANK SCREEN.
001760     05  LINE 01 COL 01 VALUE "PARK BOARD DO-NOT-RENT MAINT".
001770     05  LINE 03 COL 01 VALUE "GUEST PHONE.......:".
001780     05  LINE 03 COL 21 PIC X(10) FROM DNR-IN-PHONE.
001790     05  LINE 04 COL 01 VALUE "LAST NAME.........:".
001800     05  LINE 04 COL 21 PIC X(20) FROM DNR-LAST-NAME.
001810     05  LINE 05 COL 01 VALUE "FIRST NAME........:".
001820     05  LINE 05 COL 21 PIC X(15) FROM DNR-FIRST-NAME.
001830     05  LINE 06 COL 01 VALUE "STAYS.............:".
001840     05  LINE 06 COL 21 PIC ZZZZ9 FROM DNR-STAY-COUNT.
001850     05  LINE 08 COL 01 VALUE "FLAGGED ON........:".
001860     05  LINE 08 COL 21 PIC 9(08) FROM DNR-OLD-SET-DATE.
001870     05  LINE 09 COL 01 VALUE "FLAGGED BY........:".
001880     05  LINE 09 COL 21 PIC X(08) FROM DNR-OLD-SUPERVISOR-ID.
001890     05  LINE 11 COL 01 VALUE "DO NOT RENT (Y/N).:".
001900     05  LINE 11 COL 21 PIC X(01) USING DNR-IN-FLAG.
001910     05  LINE 12 COL 01 VALUE "REASON............:".
001920     05  LINE 12 COL 21 PIC X(30) USING DNR-IN-REASON.
001930
001940 01  DNR-MESSAGE-SCREEN.
001950     05  LINE 22 COL 01 ERASE EOL
001960             PIC X(63) USING DNR-DISPLAY-MSG.
001970
001980 01  DNR-CONTINUE-SCREEN.
001990     05  LINE 24 COL 01 ERASE EOL
002000             VALUE "ANOTHER GUEST (Y/N)?".
002010     05  LINE 24 COL 23 PIC X(01) USING DNR-CONTINUE-ANSWER.
002020
002030 PROCEDURE DIVISION.
002040*****************************************************************
002050*  0000-MAINLINE                                                *
002060*****************************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-PROCESS-GUEST THRU 2000-EXIT
002100         UNTIL DNR-EOJ.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     STOP RUN.
002130
002140*****************************************************************
002150*  1000-INITIALIZE - OPEN FILES (CREATING THE AUDIT FILE THE     *
002160*  FIRST TIME) AND GET TODAY'S DATE                              *
002170*****************************************************************
002180 1000-INITIALIZE.
002190     OPEN I-O GUEST-MASTER-FILE.
002200     IF GM-FILE-STATUS NOT = "00"
002210         DISPLAY "UNABLE TO OPEN GUEST MASTER FILE"
002220         MOVE 'Y' TO DNR-EOJ-SWITCH
002230         GO TO 1000-EXIT
002240     END-IF.
002250
002260     OPEN INPUT OPERATOR-MASTER-FILE.
002270     IF OP-FILE-STATUS NOT = "00"
002280         DISPLAY "UNABLE TO OPEN OPERATOR MASTER FILE"
002290         MOVE 'Y' TO DNR-EOJ-SWITCH
002300         GO TO 1000-EXIT
002310     END-IF.
002320
002330     OPEN EXTEND AUDIT-FILE.
002340     IF AUD-FILE-STATUS = "35"
002350         OPEN OUTPUT AUDIT-FILE
002360         CLOSE AUDIT-FILE
002370         OPEN EXTEND AUDIT-FILE
002380     END-IF.
002390     IF AUD-FILE-STATUS NOT = "00"
002400         DISPLAY "UNABLE TO OPEN AUDIT FILE"
002410         MOVE 'Y' TO DNR-EOJ-SWITCH
002420         GO TO 1000-EXIT
002430     END-IF.
002440
002450     ACCEPT DNR-CURRENT-DATE FROM DATE YYYYMMDD.
002460     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
002470 1000-EXIT.
002480     EXIT.
002490
002500*****************************************************************
002510*  1100-OPERATOR-SIGN-ON (T-ERR-MSG 47, 48) - THE ID AND         *
002520*  PASSWORD MUST BE ON THE ACTIVE OPERATOR MASTER (SEE           *
002530*  COBLSC17) WITH SUPERVISOR AUTHORITY - A CLERK CANNOT BAR A    *
002540*  GUEST OR LIFT A BAR.                                          *
002550*****************************************************************
002560 1100-OPERATOR-SIGN-ON.
002570     DISPLAY DNR-OPERATOR-SCREEN.
002580     ACCEPT DNR-OPERATOR-SCREEN.
002590     MOVE DNR-OPERATOR-ID TO OP-OPERATOR-ID.
002600     READ OPERATOR-MASTER-FILE
002610         INVALID KEY
002620             MOVE 47 TO DNR-ERROR-NUMBER
002630             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002640             MOVE 'Y' TO DNR-EOJ-SWITCH
002650             GO TO 1100-EXIT
002660     END-READ.
002670     IF OP-PASSWORD NOT = DNR-IN-PASSWORD OR OP-INACTIVE
002680         MOVE 47 TO DNR-ERROR-NUMBER
002690         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002700         MOVE 'Y' TO DNR-EOJ-SWITCH
002710         GO TO 1100-EXIT
002720     END-IF.
002730     IF NOT OP-AUTH-SUPERVISOR
002740         MOVE 48 TO DNR-ERROR-NUMBER
002750         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002760         MOVE 'Y' TO DNR-EOJ-SWITCH
002770         GO TO 1100-EXIT
002780     END-IF.
002790 1100-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830*  2000-PROCESS-GUEST - LOOK UP ONE GUEST BY PHONE AND SET OR    *
002840*  LIFT THE DO-NOT-RENT FLAG                                     *
002850*****************************************************************
002860 2000-PROCESS-GUEST.
002870     SET DNR-DATA-VALID TO TRUE.
002880     MOVE SPACES TO DNR-ENTRY-AREA.
002890     PERFORM 2100-ACCEPT-LOOKUP-SCREEN THRU 2100-EXIT.
002900     PERFORM 2200-FIND-GUEST THRU 2200-EXIT.
002910     IF DNR-DATA-VALID
002920         PERFORM 2500-ACCEPT-MAINT-SCREEN THRU 2500-EXIT
002930         PERFORM 2600-EDIT-FLAG THRU 2600-EXIT
002940     END-IF.
002950     IF DNR-DATA-VALID
002960         PERFORM 3000-UPDATE-GUEST THRU 3000-EXIT
002970     END-IF.
002980     PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-ACCEPT-LOOKUP-SCREEN.
003030     DISPLAY DNR-LOOKUP-SCREEN.
003040     ACCEPT DNR-LOOKUP-SCREEN.
003050 2100-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090*  2200-FIND-GUEST (T-ERR-MSG 32) - READ DIRECT BY PHONE.  THE   *
003100*  CONTROL RECORD AT PHONE 0000000000 IS NOT A GUEST.  THE       *
003110*  CURRENT FLAG AND REASON PRE-LOAD FOR OVERTYPING.              *
003120*****************************************************************
003130 2200-FIND-GUEST.
003140     IF DNR-IN-PHONE = SPACES OR DNR-IN-PHONE = ZEROS
003150         MOVE 32 TO DNR-ERROR-NUMBER
003160         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003170         SET DNR-DATA-INVALID TO TRUE
003180         GO TO 2200-EXIT
003190     END-IF.
003200     MOVE DNR-IN-PHONE TO GM-PHONE.
003210     READ GUEST-MASTER-FILE
003220         INVALID KEY
003230             MOVE "NO GUEST ON FILE FOR THAT PHONE"
003240                 TO DNR-DISPLAY-MSG
003250             DISPLAY DNR-MESSAGE-SCREEN
003260             SET DNR-DATA-INVALID TO TRUE
003270             GO TO 2200-EXIT
003280     END-READ.
003290     MOVE GM-GUEST-NUMBER      TO DNR-GUEST-NUMBER.
003300     MOVE GM-LAST-NAME         TO DNR-LAST-NAME.
003310     MOVE GM-FIRST-NAME        TO DNR-FIRST-NAME.
003320     MOVE GM-STAY-COUNT        TO DNR-STAY-COUNT.
003330     MOVE GM-DO-NOT-RENT-DATA  TO DNR-OLD-DATA.
003340     IF DNR-OLD-SET
003350         MOVE 'Y'              TO DNR-IN-FLAG
003360         MOVE DNR-OLD-REASON   TO DNR-IN-REASON
003370     ELSE
003380         MOVE 'N'              TO DNR-IN-FLAG
003390         MOVE ZERO             TO DNR-OLD-SET-DATE
003400         MOVE SPACES           TO DNR-OLD-SUPERVISOR-ID
003410     END-IF.
003420 2200-EXIT.
003430     EXIT.
003440
003450 2500-ACCEPT-MAINT-SCREEN.
003460     DISPLAY DNR-MAINT-SCREEN.
003470     ACCEPT DNR-MAINT-SCREEN.
003480 2500-EXIT.
003490     EXIT.
003500
003510*****************************************************************
003520*  2600-EDIT-FLAG (T-ERR-MSG 64, 65) - A BAR MUST SAY WHY; THE   *
003530*  NEXT SUPERVISOR ASKED TO LIFT IT HAS ONLY THE REASON TO GO ON *
003540*****************************************************************
003550 2600-EDIT-FLAG.
003560     IF NOT DNR-IN-FLAG-VALID
003570         MOVE 64 TO DNR-ERROR-NUMBER
003580         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003590         SET DNR-DATA-INVALID TO TRUE
003600         GO TO 2600-EXIT
003610     END-IF.
003620     IF DNR-IN-SET-FLAG AND DNR-IN-REASON = SPACES
003630         MOVE 65 TO DNR-ERROR-NUMBER
003640         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003650         SET DNR-DATA-INVALID TO TRUE
003660         GO TO 2600-EXIT
003670     END-IF.
003680 2600-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*  2900-ASK-CONTINUE                                             *
003730*****************************************************************
003740 2900-ASK-CONTINUE.
003750     DISPLAY DNR-CONTINUE-SCREEN.
003760     ACCEPT DNR-CONTINUE-SCREEN.
003770     IF DNR-DO-NOT-CONTINUE
003780         MOVE 'Y' TO DNR-EOJ-SWITCH
003790     END-IF.
003800 2900-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840*  3000-UPDATE-GUEST - BUILD THE NEW FLAG AND WRITE IT TO EVERY  *
003850*  PHONE CARRYING THE GUEST NUMBER.  A NEW BAR, OR A CHANGED     *
003860*  REASON ON AN OLD ONE, IS STAMPED WITH TODAY AND THIS          *
003870*  SUPERVISOR; AN UNCHANGED BAR KEEPS ITS ORIGINAL STAMP.        *
003880*  LIFTING THE BAR CLEARS ALL FOUR FIELDS.  NOTHING CHANGED,     *
003890*  NOTHING WRITTEN OR LOGGED.                                    *
003900*****************************************************************
003910 3000-UPDATE-GUEST.
003920     IF DNR-IN-SET-FLAG
003930         IF DNR-OLD-SET AND DNR-IN-REASON = DNR-OLD-REASON
003940             MOVE "NO CHANGE - GUEST IS ALREADY FLAGGED"
003950                 TO DNR-DISPLAY-MSG
003960             DISPLAY DNR-MESSAGE-SCREEN
003970             GO TO 3000-EXIT
003980         END-IF
003990         MOVE 'Y'              TO DNR-NEW-FLAG
004000         MOVE DNR-IN-REASON    TO DNR-NEW-REASON
004010         MOVE DNR-CURRENT-DATE TO DNR-NEW-SET-DATE
004020         MOVE DNR-OPERATOR-ID  TO DNR-NEW-SUPERVISOR-ID
004030     ELSE
004040         IF NOT DNR-OLD-SET
004050             MOVE "NO CHANGE - GUEST IS NOT FLAGGED"
004060                 TO DNR-DISPLAY-MSG
004070             DISPLAY DNR-MESSAGE-SCREEN
004080             GO TO 3000-EXIT
004090         END-IF
004100         MOVE 'N'              TO DNR-NEW-FLAG
004110         MOVE SPACES           TO DNR-NEW-REASON
004120         MOVE ZERO             TO DNR-NEW-SET-DATE
004130         MOVE SPACES           TO DNR-NEW-SUPERVISOR-ID
004140     END-IF.
004150
004160     MOVE ZERO TO DNR-UPDATED-COUNT.
004170     MOVE LOW-VALUES TO GM-PHONE.
004180     MOVE 'Y' TO DNR-SCAN-DONE-SWITCH.
004190     START GUEST-MASTER-FILE
004200             KEY IS NOT LESS THAN GM-PHONE
004210         INVALID KEY
004220             CONTINUE
004230         NOT INVALID KEY
004240             MOVE 'N' TO DNR-SCAN-DONE-SWITCH
004250     END-START.
004260     PERFORM 3100-UPDATE-ONE-PHONE THRU 3100-EXIT
004270         UNTIL DNR-SCAN-DONE.
004280
004290     PERFORM 8150-LOG-MAINTENANCE THRU 8150-EXIT.
004300     MOVE DNR-UPDATED-COUNT TO DNR-COUNT-MSG-COUNT.
004310     MOVE DNR-COUNT-MSG TO DNR-DISPLAY-MSG.
004320     DISPLAY DNR-MESSAGE-SCREEN.
004330 3000-EXIT.
004340     EXIT.
004350
004360 3100-UPDATE-ONE-PHONE.
004370     READ GUEST-MASTER-FILE NEXT RECORD
004380         AT END
004390             SET DNR-SCAN-DONE TO TRUE
004400             GO TO 3100-EXIT
004410     END-READ.
004420     IF GM-PHONE = ZEROS
004430         GO TO 3100-EXIT
004440     END-IF.
004450     IF GM-GUEST-NUMBER NOT = DNR-GUEST-NUMBER
004460         GO TO 3100-EXIT
004470     END-IF.
004480     MOVE DNR-NEW-DATA TO GM-DO-NOT-RENT-DATA.
004490     REWRITE GUEST-MASTER-RECORD
004500         INVALID KEY
004510             DISPLAY "UNABLE TO REWRITE GUEST " GM-PHONE
004520             GO TO 3100-EXIT
004530     END-REWRITE.
004540     ADD 1 TO DNR-UPDATED-COUNT.
004550 3100-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590*  8100-DISPLAY-ERROR - SHOW THE MESSAGE FOR DNR-ERROR-NUMBER    *
004600*****************************************************************
004610 8100-DISPLAY-ERROR.
004620     MOVE T-ERR-MSG(DNR-ERROR-NUMBER) TO DNR-DISPLAY-MSG.
004630     DISPLAY DNR-MESSAGE-SCREEN.
004640 8100-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*  8150-LOG-MAINTENANCE - ONE AUDIT RECORD PER FLAG SET OR       *
004690*  LIFTED, ERROR NUMBER ZERO, THE SAME WAY COBLSC03 LOGS ITS     *
004700*  CANCELLATIONS AND CORRECTIONS.  A GUEST IS NOT AT ANY ONE     *
004710*  CAMPGROUND OR SITE, SO THOSE ARE LEFT BLANK.                  *
004720*****************************************************************
004730 8150-LOG-MAINTENANCE.
004740     MOVE SPACES              TO AUDIT-RECORD.
004750     ACCEPT AUD-AUDIT-DATE FROM DATE YYYYMMDD.
004760     ACCEPT AUD-AUDIT-TIME FROM TIME.
004770     MOVE DNR-OPERATOR-ID     TO AUD-OPERATOR-ID.
004780     MOVE ZERO                TO AUD-ERROR-NUMBER.
004790     IF DNR-IN-SET-FLAG
004800         MOVE DNR-IN-PHONE    TO DNR-SET-MSG-PHONE
004810         MOVE DNR-IN-REASON   TO DNR-SET-MSG-REASON
004820         MOVE DNR-SET-MSG     TO AUD-ERROR-MESSAGE
004830     ELSE
004840         MOVE DNR-IN-PHONE    TO DNR-CLEAR-MSG-PHONE
004850         MOVE DNR-CLEAR-MSG   TO AUD-ERROR-MESSAGE
004860     END-IF.
004870     WRITE AUDIT-RECORD.
004880 8150-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*  9000-TERMINATE - CLOSE FILES                                 *
004930*****************************************************************
004940 9000-TERMINATE.
004950     CLOSE GUEST-MASTER-FILE.
004960     CLOSE OPERATOR-MASTER-FILE.
004970     CLOSE AUDIT-FILE.
004980 9000-EXIT.
004990     EXIT.
