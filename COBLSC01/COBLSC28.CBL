000100*****************************************************************
000110*  COBLSC28                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC28.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-08.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  GENERAL LEDGER CHART-OF-ACCOUNTS MAINTENANCE.       *
000210*  LETS A SUPERVISOR ADD, CORRECT, OR REMOVE THE STATE           *
000220*  ACCOUNT NUMBER THE NIGHTLY GL EXTRACT (COBLSC29) POSTS EACH   *
000230*  KIND OF MONEY TO, BY CAMPGROUND CODE AND GL TRANSACTION TYPE  *
000240*  (GLACCT.CPY).  CAMPGROUND CODE ** IS THE PARK-WIDE DEFAULT    *
000250*  ACCOUNT FOR THE TYPE.  A MAPPING KEYED IN ERROR IS REMOVED    *
000260*  BY ANSWERING Y TO THE REMOVE PROMPT.                          *
000270*                                                                *
000280*  MOD-LOG                                                       *
000290*  DATE       BY   DESCRIPTION                                   *
000300*  ---------- ---- ------------------------------------------    *
000310*  2026-10-08 RLH  ORIGINAL PROGRAM.                              *
000310*  2026-10-11 RLH  CG (VOUCHER CLEARING) ADDED TO THE TYPE LEGEND. *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     CONSOLE IS CRT.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CAMPGROUND-MASTER-FILE ASSIGN TO "CAMPMSTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-CAMPGROUND-NAME
000430         FILE STATUS IS CM-FILE-STATUS.
000440
000450     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS GA-KEY
000490         FILE STATUS IS GA-FILE-STATUS.
000500
000510     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS OP-OPERATOR-ID
000550         FILE STATUS IS OP-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CAMPGROUND-MASTER-FILE.
000600 COPY CAMPMSTR.CPY.
000610
000620 FD  GL-ACCOUNT-FILE.
000630 COPY GLACCT.CPY.
000640
000650 FD  OPERATOR-MASTER-FILE.
000660 COPY OPERMST.CPY.
000670
000680 WORKING-STORAGE SECTION.
000690*****************************************************************
000700*  SWITCHES AND COUNTERS                                        *
000710*****************************************************************
000720 77  CM-FILE-STATUS              PIC X(02) VALUE ZERO.
000730 77  GA-FILE-STATUS              PIC X(02) VALUE ZERO.
000740 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
000750
000760 77  GAM-OPERATOR-ID             PIC X(08) VALUE SPACES.
000770 77  GAM-IN-PASSWORD             PIC X(08) VALUE SPACES.
000780
000790 77  GAM-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000800     88  GAM-EOJ                 VALUE 'Y'.
000810
000820 77  GAM-VALID-SWITCH            PIC X(01) VALUE 'Y'.
000830     88  GAM-DATA-VALID          VALUE 'Y'.
000840     88  GAM-DATA-INVALID        VALUE 'N'.
000850
000860 77  GAM-FOUND-SWITCH            PIC X(01) VALUE 'N'.
000870     88  GAM-ACCOUNT-FOUND       VALUE 'Y'.
000880
000890 77  GAM-CODE-FOUND-SWITCH       PIC X(01) VALUE 'N'.
000900     88  GAM-CODE-FOUND          VALUE 'Y'.
000910
000920 77  GAM-SCAN-DONE-SWITCH        PIC X(01) VALUE 'N'.
000930     88  GAM-SCAN-DONE           VALUE 'Y'.
000940
000950 77  GAM-ERROR-NUMBER            PIC 9(02) VALUE ZERO.
000960
000970 77  GAM-CONTINUE-ANSWER         PIC X(01) VALUE 'Y'.
000980     88  GAM-CONTINUE            VALUE 'Y'.
000990     88  GAM-DO-NOT-CONTINUE     VALUE 'N'.
001000
001010 77  GAM-DISPLAY-MSG             PIC X(63) VALUE SPACES.
001020
001030 77  GAM-CURRENT-DATE            PIC 9(08) VALUE ZERO.
001040
001050*****************************************************************
001060*  SCREEN ENTRY AREA                                            *
001070*****************************************************************
001080 01  GAM-ENTRY-AREA.
001090     05  GAM-IN-CODE             PIC X(02).
001100     05  GAM-IN-TYPE             PIC X(02).
001110     05  GAM-IN-ACCOUNT          PIC X(16).
001120     05  GAM-IN-DESCRIPTION      PIC X(30).
001130     05  GAM-IN-REMOVE           PIC X(01).
001140         88  GAM-REMOVE-ACCOUNT  VALUE 'Y'.
001150
001160 COPY ERROR.CPY.
001170
001180 SCREEN SECTION.
001190 01  GAM-OPERATOR-SCREEN.
001200     05  BLANK SCREEN.
001210     05  LINE 01 COL 01 VALUE "PARK BOARD GL ACCOUNT MAINT".
001220     05  LINE 03 COL 01 VALUE "OPERATOR ID.......:".
001230     05  LINE 03 COL 21 PIC X(08) USING GAM-OPERATOR-ID.
001240     05  LINE 04 COL 01 VALUE "PASSWORD..........:".
001250     05  LINE 04 COL 21 PIC X(08) USING GAM-IN-PASSWORD
001260             SECURE.
001270
001280 01  GAM-LOOKUP-SCREEN.
001290     05  BLANK SCREEN.
001300     05  LINE 01 COL 01 VALUE "PARK BOARD GL ACCOUNT MAINT".
001310     05  LINE 03 COL 01 VALUE "CAMPGROUND CODE/**:".
001320     05  LINE 03 COL 21 PIC X(02) USING GAM-IN-CODE.
001330     05  LINE 04 COL 01 VALUE "GL TYPE...........:".
001340     05  LINE 04 COL 21 PIC X(02) USING GAM-IN-TYPE.
001350     05  LINE 05 COL 01
001360             VALUE "  CC/CV/CM/CA/CG CLEARING  RV REVENUE".
001370     05  LINE 06 COL 01
001380             VALUE "  RF REFUND REVERSAL       TX TAX PAYABLE".
001390
001400 01  GAM-MAINT-SCREEN.
001410     05  BLANK SCREEN.
001420     05  LINE 01 COL 01 VALUE "PARK BOARD GL ACCOUNT MAINT".
001430     05  LINE 03 COL 01 VALUE "CAMPGROUND CODE/**:".
001440     05  LINE 03 COL 21 PIC X(02) FROM GAM-IN-CODE.
001450     05  LINE 04 COL 01 VALUE "GL TYPE...........:".
001460     05  LINE 04 COL 21 PIC X(02) FROM GAM-IN-TYPE.
001470     05  LINE 05 COL 01 VALUE "ACCOUNT NUMBER....:".
001480     05  LINE 05 COL 21 PIC X(16) USING GAM-IN-ACCOUNT.
001490     05  LINE 06 COL 01 VALUE "DESCRIPTION.......:".
001500     05  LINE 06 COL 21 PIC X(30) USING GAM-IN-DESCRIPTION.
001510     05  LINE 07 COL 01 VALUE "REMOVE (Y/N)......:".
001520     05  LINE 07 COL 21 PIC X(01) USING GAM-IN-REMOVE.
001530
001540 01  GAM-MESSAGE-SCREEN.
001550     05  LINE 22 COL 01 ERASE EOL
001560             PIC X(63) USING GAM-DISPLAY-MSG.
001570
001580 01  GAM-CONTINUE-SCREEN.
001590     05  LINE 24 COL 01 ERASE EOL
001600             VALUE "ANOTHER ACCOUNT (Y/N)?".
001610     05  LINE 24 COL 25 PIC X(01) USING GAM-CONTINUE-ANSWER.
001620
001630 PROCEDURE DIVISION.
001640*****************************************************************
001650*  0000-MAINLINE                                                *
001660*****************************************************************
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
001700         UNTIL GAM-EOJ.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001720     STOP RUN.
001730
001740*****************************************************************
001750*  1000-INITIALIZE - OPEN FILES (CREATING THE ACCOUNT FILE THE   *
001760*  FIRST TIME) AND GET TODAY'S DATE                              *
001770*****************************************************************
001780 1000-INITIALIZE.
001790     OPEN INPUT CAMPGROUND-MASTER-FILE.
001800     IF CM-FILE-STATUS NOT = "00"
001810         DISPLAY "UNABLE TO OPEN CAMPGROUND MASTER FILE"
001820         MOVE 'Y' TO GAM-EOJ-SWITCH
001830         GO TO 1000-EXIT
001840     END-IF.
001850
001860     OPEN I-O GL-ACCOUNT-FILE.
001870     IF GA-FILE-STATUS = "35"
001880         CLOSE GL-ACCOUNT-FILE
001890         OPEN OUTPUT GL-ACCOUNT-FILE
001900         CLOSE GL-ACCOUNT-FILE
001910         OPEN I-O GL-ACCOUNT-FILE
001920     END-IF.
001930     IF GA-FILE-STATUS NOT = "00"
001940         DISPLAY "UNABLE TO OPEN GL ACCOUNT FILE"
001950         MOVE 'Y' TO GAM-EOJ-SWITCH
001960         GO TO 1000-EXIT
001970     END-IF.
001980
001990     OPEN INPUT OPERATOR-MASTER-FILE.
002000     IF OP-FILE-STATUS NOT = "00"
002010         DISPLAY "UNABLE TO OPEN OPERATOR MASTER FILE"
002020         MOVE 'Y' TO GAM-EOJ-SWITCH
002030         GO TO 1000-EXIT
002040     END-IF.
002050
002060     ACCEPT GAM-CURRENT-DATE FROM DATE YYYYMMDD.
002070     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
002080 1000-EXIT.
002090     EXIT.
002100
002110*****************************************************************
002120*  1100-OPERATOR-SIGN-ON (T-ERR-MSG 47, 48) - THE ID AND         *
002130*  PASSWORD MUST BE ON THE ACTIVE OPERATOR MASTER (SEE           *
002140*  COBLSC17) WITH SUPERVISOR AUTHORITY - THESE ACCOUNTS DECIDE   *
002150*  WHERE THE PARK'S MONEY LANDS ON THE STATE LEDGER.             *
002160*****************************************************************
002170 1100-OPERATOR-SIGN-ON.
002180     DISPLAY GAM-OPERATOR-SCREEN.
002190     ACCEPT GAM-OPERATOR-SCREEN.
002200     MOVE GAM-OPERATOR-ID TO OP-OPERATOR-ID.
002210     READ OPERATOR-MASTER-FILE
002220         INVALID KEY
002230             MOVE 47 TO GAM-ERROR-NUMBER
002240             PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002250             MOVE 'Y' TO GAM-EOJ-SWITCH
002260             GO TO 1100-EXIT
002270     END-READ.
002280     IF OP-PASSWORD NOT = GAM-IN-PASSWORD OR OP-INACTIVE
002290         MOVE 47 TO GAM-ERROR-NUMBER
002300         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002310         MOVE 'Y' TO GAM-EOJ-SWITCH
002320         GO TO 1100-EXIT
002330     END-IF.
002340     IF NOT OP-AUTH-SUPERVISOR
002350         MOVE 48 TO GAM-ERROR-NUMBER
002360         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
002370         MOVE 'Y' TO GAM-EOJ-SWITCH
002380         GO TO 1100-EXIT
002390     END-IF.
002400 1100-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440*  2000-PROCESS-ACCOUNT - LOOK UP ONE CAMPGROUND CODE/GL TYPE    *
002450*  AND ADD, CORRECT, OR REMOVE ITS ACCOUNT                       *
002460*****************************************************************
002470 2000-PROCESS-ACCOUNT.
002480     SET GAM-DATA-VALID TO TRUE.
002490     MOVE SPACES TO GAM-ENTRY-AREA.
002500     PERFORM 2100-ACCEPT-LOOKUP-SCREEN THRU 2100-EXIT.
002510     PERFORM 2200-EDIT-CAMPGROUND-CODE THRU 2200-EXIT.
002520     PERFORM 2300-EDIT-GL-TYPE THRU 2300-EXIT.
002530     PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
002540     PERFORM 2500-ACCEPT-MAINT-SCREEN THRU 2500-EXIT.
002550     IF GAM-REMOVE-ACCOUNT
002560         PERFORM 3100-REMOVE-ACCOUNT THRU 3100-EXIT
002570         PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT
002580         GO TO 2000-EXIT
002590     END-IF.
002600     PERFORM 2600-EDIT-ACCOUNT-NUMBER THRU 2600-EXIT.
002610     IF GAM-DATA-VALID
002620         PERFORM 3000-WRITE-ACCOUNT THRU 3000-EXIT
002630     END-IF.
002640     PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT.
002650 2000-EXIT.
002660     EXIT.
002670
002680 2100-ACCEPT-LOOKUP-SCREEN.
002690     DISPLAY GAM-LOOKUP-SCREEN.
002700     ACCEPT GAM-LOOKUP-SCREEN.
002710 2100-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750*  2200-EDIT-CAMPGROUND-CODE (T-ERR-MSG 60) - ** FOR THE         *
002760*  PARK-WIDE DEFAULT, OR A CODE CARRIED ON SOME CAMPGROUND       *
002770*  MASTER RECORD.  THE MASTER IS KEYED BY NAME, SO THE CODE IS   *
002780*  FOUND BY WALKING IT; A RETIRED CAMPGROUND'S CODE STAYS        *
002790*  VALID SO ITS LATE REFUNDS STILL HAVE SOMEWHERE TO POST.       *
002800*****************************************************************
002810 2200-EDIT-CAMPGROUND-CODE.
002820     MOVE GAM-IN-CODE TO GA-CAMPGROUND-CODE.
002830     IF GA-DEFAULT-CAMPGROUND
002840         GO TO 2200-EXIT
002850     END-IF.
002860     MOVE 'N' TO GAM-CODE-FOUND-SWITCH.
002870     IF GAM-IN-CODE NOT = SPACES
002880         MOVE LOW-VALUES TO CM-CAMPGROUND-NAME
002890         MOVE 'Y' TO GAM-SCAN-DONE-SWITCH
002900         START CAMPGROUND-MASTER-FILE
002910                 KEY IS NOT LESS THAN CM-CAMPGROUND-NAME
002920             INVALID KEY
002930                 CONTINUE
002940             NOT INVALID KEY
002950                 MOVE 'N' TO GAM-SCAN-DONE-SWITCH
002960         END-START
002970         PERFORM 2250-CHECK-ONE-CAMPGROUND THRU 2250-EXIT
002980             UNTIL GAM-SCAN-DONE
002990     END-IF.
003000     IF NOT GAM-CODE-FOUND
003010         MOVE 60 TO GAM-ERROR-NUMBER
003020         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003030         SET GAM-DATA-INVALID TO TRUE
003040         GO TO 2000-EXIT
003050     END-IF.
003060 2200-EXIT.
003070     EXIT.
003080
003090 2250-CHECK-ONE-CAMPGROUND.
003100     READ CAMPGROUND-MASTER-FILE NEXT RECORD
003110         AT END
003120             SET GAM-SCAN-DONE TO TRUE
003130             GO TO 2250-EXIT
003140     END-READ.
003150     IF CM-CAMPGROUND-CODE = GAM-IN-CODE
003160         SET GAM-CODE-FOUND TO TRUE
003170         SET GAM-SCAN-DONE TO TRUE
003180     END-IF.
003190 2250-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230*  2300-EDIT-GL-TYPE (T-ERR-MSG 61)                              *
003240*****************************************************************
003250 2300-EDIT-GL-TYPE.
003260     MOVE GAM-IN-TYPE TO GA-TRAN-TYPE.
003270     IF NOT GA-TRAN-TYPE-VALID
003280         MOVE 61 TO GAM-ERROR-NUMBER
003290         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003300         SET GAM-DATA-INVALID TO TRUE
003310         GO TO 2000-EXIT
003320     END-IF.
003330 2300-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370*  2400-FIND-ACCOUNT - READ DIRECT.  AN EXISTING MAPPING         *
003380*  PRE-LOADS ITS ACCOUNT AND DESCRIPTION FOR OVERTYPING.         *
003390*****************************************************************
003400 2400-FIND-ACCOUNT.
003410     MOVE 'N' TO GAM-FOUND-SWITCH.
003420     MOVE GAM-IN-CODE TO GA-CAMPGROUND-CODE.
003430     MOVE GAM-IN-TYPE TO GA-TRAN-TYPE.
003440     READ GL-ACCOUNT-FILE
003450         INVALID KEY
003460             GO TO 2400-EXIT
003470     END-READ.
003480     SET GAM-ACCOUNT-FOUND TO TRUE.
003490     MOVE GA-ACCOUNT-NUMBER TO GAM-IN-ACCOUNT.
003500     MOVE GA-DESCRIPTION    TO GAM-IN-DESCRIPTION.
003510 2400-EXIT.
003520     EXIT.
003530
003540 2500-ACCEPT-MAINT-SCREEN.
003550     MOVE 'N' TO GAM-IN-REMOVE.
003560     DISPLAY GAM-MAINT-SCREEN.
003570     ACCEPT GAM-MAINT-SCREEN.
003580 2500-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620*  2600-EDIT-ACCOUNT-NUMBER (T-ERR-MSG 62) - THE STATE'S         *
003630*  ACCOUNT STRING IS TAKEN AS KEYED; IT ONLY HAS TO BE THERE.    *
003640*****************************************************************
003650 2600-EDIT-ACCOUNT-NUMBER.
003660     IF GAM-IN-ACCOUNT = SPACES
003670         MOVE 62 TO GAM-ERROR-NUMBER
003680         PERFORM 8100-DISPLAY-ERROR THRU 8100-EXIT
003690         SET GAM-DATA-INVALID TO TRUE
003700         GO TO 2600-EXIT
003710     END-IF.
003720 2600-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*  2900-ASK-CONTINUE                                             *
003770*****************************************************************
003780 2900-ASK-CONTINUE.
003790     DISPLAY GAM-CONTINUE-SCREEN.
003800     ACCEPT GAM-CONTINUE-SCREEN.
003810     IF GAM-DO-NOT-CONTINUE
003820         MOVE 'Y' TO GAM-EOJ-SWITCH
003830     END-IF.
003840 2900-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880*  3000-WRITE-ACCOUNT - REWRITE AN EXISTING MAPPING OR WRITE A   *
003890*  NEW ONE.  THE ADDED DATE SURVIVES A CORRECTION.               *
003900*****************************************************************
003910 3000-WRITE-ACCOUNT.
003920     IF NOT GAM-ACCOUNT-FOUND
003930         MOVE SPACES             TO GL-ACCOUNT-RECORD
003940         MOVE GAM-CURRENT-DATE   TO GA-ADDED-DATE
003950     END-IF.
003960     MOVE GAM-IN-CODE            TO GA-CAMPGROUND-CODE.
003970     MOVE GAM-IN-TYPE            TO GA-TRAN-TYPE.
003980     MOVE GAM-IN-ACCOUNT         TO GA-ACCOUNT-NUMBER.
003990     MOVE GAM-IN-DESCRIPTION     TO GA-DESCRIPTION.
004000     MOVE GAM-OPERATOR-ID        TO GA-OPERATOR-ID.
004010     MOVE GAM-CURRENT-DATE       TO GA-LAST-CHANGE-DATE.
004020     IF GAM-ACCOUNT-FOUND
004030         REWRITE GL-ACCOUNT-RECORD
004040             INVALID KEY
004050                 MOVE "UNABLE TO REWRITE GL ACCOUNT"
004060                     TO GAM-DISPLAY-MSG
004070                 DISPLAY GAM-MESSAGE-SCREEN
004080                 SET GAM-DATA-INVALID TO TRUE
004090                 GO TO 3000-EXIT
004100         END-REWRITE
004110     ELSE
004120         WRITE GL-ACCOUNT-RECORD
004130             INVALID KEY
004140                 MOVE "UNABLE TO WRITE GL ACCOUNT"
004150                     TO GAM-DISPLAY-MSG
004160                 DISPLAY GAM-MESSAGE-SCREEN
004170                 SET GAM-DATA-INVALID TO TRUE
004180                 GO TO 3000-EXIT
004190         END-WRITE
004200     END-IF.
004210     MOVE "GL ACCOUNT SAVED" TO GAM-DISPLAY-MSG.
004220     DISPLAY GAM-MESSAGE-SCREEN.
004230 3000-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270*  3100-REMOVE-ACCOUNT - DELETE A MAPPING KEYED IN ERROR.  THE   *
004280*  CAMPGROUND FALLS BACK TO THE ** DEFAULT FOR THAT TYPE ON THE  *
004290*  NEXT EXTRACT.                                                 *
004300*****************************************************************
004310 3100-REMOVE-ACCOUNT.
004320     IF NOT GAM-ACCOUNT-FOUND
004330         MOVE "NO GL ACCOUNT ON FILE TO REMOVE" TO GAM-DISPLAY-MSG
004340         DISPLAY GAM-MESSAGE-SCREEN
004350         GO TO 3100-EXIT
004360     END-IF.
004370     DELETE GL-ACCOUNT-FILE
004380         INVALID KEY
004390             MOVE "UNABLE TO REMOVE GL ACCOUNT" TO GAM-DISPLAY-MSG
004400             DISPLAY GAM-MESSAGE-SCREEN
004410             GO TO 3100-EXIT
004420     END-DELETE.
004430     MOVE "GL ACCOUNT REMOVED" TO GAM-DISPLAY-MSG.
004440     DISPLAY GAM-MESSAGE-SCREEN.
004450 3100-EXIT.
004460     EXIT.
004470
004480*****************************************************************
004490*  8100-DISPLAY-ERROR - SHOW THE MESSAGE FOR GAM-ERROR-NUMBER    *
004500*****************************************************************
004510 8100-DISPLAY-ERROR.
004520     MOVE T-ERR-MSG(GAM-ERROR-NUMBER) TO GAM-DISPLAY-MSG.
004530     DISPLAY GAM-MESSAGE-SCREEN.
004540 8100-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580*  9000-TERMINATE - CLOSE FILES                                 *
004590*****************************************************************
004600 9000-TERMINATE.
004610     CLOSE CAMPGROUND-MASTER-FILE.
004620     CLOSE GL-ACCOUNT-FILE.
004630     CLOSE OPERATOR-MASTER-FILE.
004640 9000-EXIT.
004650     EXIT.
