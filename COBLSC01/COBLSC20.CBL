000280*  KEEPS ITS PHONE BUT NOW CARRIES THE SURVIVOR'S GUEST NUMBER   *
000290*  AND NAME, SO A LOOKUP BY THE OLD PHONE STILL FINDS THE        *
000300*  MERGED GUEST.  COBLSC09'S HISTORY INQUIRY IS WHOLE AGAIN.     *
000300*  A DO-NOT-RENT FLAG (SEE COBLSC30) ON EITHER GUEST CARRIES TO  *
000300*  EVERY PHONE RECORD OF THE MERGED GUEST, SO A MERGE NEVER      *
000300*  CLEARS A BARRED FAMILY.                                       *
000310*                                                                *
000320*  MOD-LOG                                                       *
000330*  DATE       BY   DESCRIPTION                                   *
000349*                  BEFORE/AFTER IMAGE TO THE JOURNAL              *
000349*                  (JOURNAL.CPY) SO COBLSC23 CAN REPLAY THE       *
000349*                  DAY FORWARD AGAINST A RESTORED BACKUP.         *
000349*  2026-10-09 RLH  A DO-NOT-RENT FLAG ON EITHER THE SURVIVOR OR   *
000349*                  THE DUPLICATE NOW CARRIES OVER TO THE MERGED   *
000349*                  GUEST - THE SURVIVOR'S OWN FLAG (REASON, DATE, *
000349*                  SUPERVISOR) WINS WHEN BOTH ARE FLAGGED.        *
000349*  2026-10-12 RLH  RESERVATION RECORD GREW TO 250 BYTES (PASS    *
000349*                  TYPE AND DISCOUNT FIELDS) - THE SPELLED-OUT   *
000349*                  ARCHIVE RECORD AND THE JOURNAL WORK AREA      *
000349*                  RESIZED TO MATCH.                             *
000349*  2026-10-15 RLH  THE MERGED DO-NOT-RENT FLAG NOW GOES ON EVERY  *
000349*                  GUEST MASTER PHONE CARRYING THE SURVIVOR'S     *
000349*                  GUEST NUMBER, NOT JUST THE TWO KEYED, WITH     *
000349*                  ONE AUDIT RECORD PER PHONE FLAGGED.            *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000420 FILE-CONTROL.
000430     SELECT GUEST-MASTER-FILE ASSIGN TO "GUESTMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS GM-PHONE
000470         FILE STATUS IS GM-FILE-STATUS.
000480
910006         ORGANIZATION IS SEQUENTIAL
910008         FILE STATUS IS JR-FILE-STATUS.
910010
910012     SELECT AUDIT-FILE ASSIGN TO "AUDIT"
910014         ORGANIZATION IS SEQUENTIAL
910016         FILE STATUS IS AUD-FILE-STATUS.
910018
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  GUEST-MASTER-FILE.
000840     05  ARC-KEY                 PIC X(31).
000850     05  FILLER                  PIC X(142).
000860     05  ARC-GUEST-NUMBER        PIC 9(06).
000870     05  FILLER                  PIC X(71).
000880
000890 FD  OPERATOR-MASTER-FILE.
000900 COPY OPERMST.CPY.
911002 FD  JOURNAL-FILE.
911004 COPY JOURNAL.CPY.
911006
911008 FD  AUDIT-FILE.
911010 COPY AUDIT.CPY.
911012
000920 WORKING-STORAGE SECTION.
000930*****************************************************************
000940*  SWITCHES AND COUNTERS                                        *
000970 77  RES-FILE-STATUS             PIC X(02) VALUE ZERO.
000980 77  ARC-FILE-STATUS             PIC X(02) VALUE ZERO.
000990 77  OP-FILE-STATUS              PIC X(02) VALUE ZERO.
000995 77  AUD-FILE-STATUS             PIC X(02) VALUE ZERO.
001000
001010 77  MRG-OPERATOR-ID             PIC X(08) VALUE SPACES.
001020 77  MRG-IN-PASSWORD             PIC X(08) VALUE SPACES.
001360     05  MRG-DUP-STAY-COUNT      PIC 9(05).
001370     05  MRG-DUP-FIRST-STAY      PIC 9(08).
001380     05  MRG-DUP-LAST-STAY       PIC 9(08).
001381
001382*****************************************************************
001383*  THE DO-NOT-RENT DATA THE MERGED GUEST WILL CARRY - THE        *
001384*  SURVIVOR'S IF IT IS FLAGGED, ELSE THE DUPLICATE'S (SPACES     *
001385*  WHEN NEITHER IS)                                              *
001386*****************************************************************
001387 01  MRG-MERGED-DNR-DATA.
001388     05  MRG-MERGED-DNR-FLAG     PIC X(01).
001389         88  MRG-MERGED-DO-NOT-RENT  VALUE 'Y'.
001390     05  FILLER                  PIC X(46).
001390
001400*****************************************************************
001410*  TODAY'S DATE, USED TO STAMP THE MERGED RECORDS               *
911510*****************************************************************
911512 01  MRG-JOURNAL-AREA.
911514     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
911516     05  MRG-JRN-BEFORE-AREA      PIC X(250) VALUE SPACES.
911518
911520*****************************************************************
911522*  AUDIT MESSAGE FOR EACH GUEST MASTER PHONE THE MERGED          *
911524*  DO-NOT-RENT FLAG IS CARRIED TO - THE SAME WORDING COBLSC30    *
911526*  LOGS WHEN A SUPERVISOR SETS ONE                               *
911528*****************************************************************
911530 01  MRG-DNR-SET-MSG.
911532     05  FILLER                  PIC X(20)
911534             VALUE "DO-NOT-RENT SET FOR ".
911536     05  MRG-DNR-MSG-PHONE       PIC X(10).
911538     05  FILLER                  PIC X(03) VALUE " - ".
911540     05  MRG-DNR-MSG-REASON      PIC X(30).
911542
001590 SCREEN SECTION.
001600 01  MRG-OPERATOR-SCREEN.
001610     05  BLANK SCREEN.
002320         GO TO 1000-EXIT
002330     END-IF.
002340
911730     OPEN EXTEND AUDIT-FILE.
911732     IF AUD-FILE-STATUS = "35"
911734         OPEN OUTPUT AUDIT-FILE
911736         CLOSE AUDIT-FILE
911738         OPEN EXTEND AUDIT-FILE
911740     END-IF.
911742     IF AUD-FILE-STATUS NOT = "00"
911744         DISPLAY "UNABLE TO OPEN AUDIT FILE"
911746         MOVE 'Y' TO MRG-EOJ-SWITCH
911748         GO TO 1000-EXIT
911750     END-IF.
911752
002350     ACCEPT MRG-CURRENT-DATE FROM DATE YYYYMMDD.
002360     PERFORM 1100-OPERATOR-SIGN-ON THRU 1100-EXIT.
002370 1000-EXIT.
002830     END-IF.
002840     PERFORM 3200-UPDATE-SURVIVOR THRU 3200-EXIT.
002850     PERFORM 3300-RETIRE-DUPLICATE THRU 3300-EXIT.
002852     IF MRG-MERGED-DO-NOT-RENT
002854         PERFORM 3350-FLAG-FAMILY-PHONES THRU 3350-EXIT
002856     END-IF.
002860     PERFORM 3400-SHOW-RESULT THRU 3400-EXIT.
002870     PERFORM 2900-ASK-CONTINUE THRU 2900-EXIT.
002880 2000-EXIT.
003320     MOVE GM-GUEST-NUMBER TO MRG-SURV-GUEST-NUMBER.
003330     MOVE GM-LAST-NAME    TO MRG-SURV-LAST-NAME.
003340     MOVE GM-FIRST-NAME   TO MRG-SURV-FIRST-NAME.
003341     MOVE GM-DO-NOT-RENT-DATA TO MRG-MERGED-DNR-DATA.
003350
003360     MOVE MRG-IN-DUP-PHONE TO GM-PHONE.
003370     READ GUEST-MASTER-FILE
003450     MOVE GM-STAY-COUNT      TO MRG-DUP-STAY-COUNT.
003460     MOVE GM-FIRST-STAY-DATE TO MRG-DUP-FIRST-STAY.
003470     MOVE GM-LAST-STAY-DATE  TO MRG-DUP-LAST-STAY.
003471     IF GM-DO-NOT-RENT
003472        AND NOT MRG-MERGED-DO-NOT-RENT
003473         MOVE GM-DO-NOT-RENT-DATA TO MRG-MERGED-DNR-DATA
003474     END-IF.
003480
003490     IF MRG-DUP-GUEST-NUMBER = MRG-SURV-GUEST-NUMBER
003500         MOVE "THOSE PHONES ALREADY SHARE ONE GUEST NUMBER"
004300
004310*****************************************************************
004320*  3200-UPDATE-SURVIVOR - FOLD THE DUPLICATE'S STAY COUNT AND    *
004330*  FIRST/LAST STAY DATES ONTO THE SURVIVOR.  THE DO-NOT-RENT     *
004330*  FLAG IS LEFT TO 3350, WHICH CATCHES EVERY PHONE AT ONCE.      *
004340*****************************************************************
004350 3200-UPDATE-SURVIVOR.
004360     MOVE MRG-IN-SURV-PHONE TO GM-PHONE.
004610*  SO A LOOKUP BY THE OLD PHONE - COBLSC01'S PRE-FILL OR         *
004620*  COBLSC09'S INQUIRY - STILL LANDS ON THE MERGED GUEST.  ITS    *
004630*  OWN STAY COUNT AND DATES MOVED TO THE SURVIVOR, SO THEY GO    *
004640*  TO ZERO HERE RATHER THAN COUNTING THE FAMILY TWICE.  NOW IT   *
004640*  CARRIES THE SURVIVOR'S NUMBER, 3350 FLAGS IT WITH THE REST.   *
004650*****************************************************************
004660 3300-RETIRE-DUPLICATE.
004670     MOVE MRG-IN-DUP-PHONE TO GM-PHONE.
004830 3300-EXIT.
004840     EXIT.
004850
914002*****************************************************************
914004*  3350-FLAG-FAMILY-PHONES - A BOOKING OR A LOTTERY APPLICATION  *
914006*  IS REFUSED OFF THE GUEST MASTER RECORD FOR THE PHONE USED,    *
914008*  SO THE MERGED DO-NOT-RENT FLAG GOES ON EVERY PHONE CARRYING   *
914010*  THE SURVIVOR'S GUEST NUMBER - THE SURVIVOR, THE DUPLICATE     *
914012*  JUST RETIRED, AND ANY PHONE MERGED IN EARLIER.  THE FILE IS   *
914014*  KEYED BY PHONE, SO THIS IS A FULL BROWSE, THE SAME WAY        *
914016*  COBLSC30 SETS A FLAG.  A PHONE ALREADY FLAGGED KEEPS ITS OWN  *
914018*  REASON.  EACH PHONE FLAGGED GETS ONE AUDIT RECORD.            *
914020*****************************************************************
914022 3350-FLAG-FAMILY-PHONES.
914024     MOVE LOW-VALUES TO GM-PHONE.
914026     START GUEST-MASTER-FILE KEY IS NOT LESS THAN GM-PHONE
914028         INVALID KEY
914030             GO TO 3350-EXIT
914032     END-START.
914034     MOVE 'N' TO MRG-SCAN-EOF-SWITCH.
914036     PERFORM 3360-FLAG-ONE-PHONE THRU 3360-EXIT
914038         UNTIL MRG-SCAN-EOF.
914040 3350-EXIT.
914042     EXIT.
914044
914046 3360-FLAG-ONE-PHONE.
914048     READ GUEST-MASTER-FILE NEXT RECORD
914050         AT END
914052             SET MRG-SCAN-EOF TO TRUE
914054             GO TO 3360-EXIT
914056     END-READ.
914058     IF GM-PHONE = ZEROS
914060         GO TO 3360-EXIT
914062     END-IF.
914064     IF GM-GUEST-NUMBER NOT = MRG-SURV-GUEST-NUMBER
914066        OR GM-DO-NOT-RENT
914068         GO TO 3360-EXIT
914070     END-IF.
914072     MOVE MRG-MERGED-DNR-DATA TO GM-DO-NOT-RENT-DATA.
914074     REWRITE GUEST-MASTER-RECORD
914076         INVALID KEY
914078             DISPLAY "UNABLE TO REWRITE GUEST " GM-PHONE
914080             GO TO 3360-EXIT
914082     END-REWRITE.
914084     PERFORM 8150-LOG-DNR-CARRIED THRU 8150-EXIT.
914086 3360-EXIT.
914088     EXIT.
914090
004860 3400-SHOW-RESULT.
004870     MOVE SPACES TO MRG-DISPLAY-MSG.
004880     STRING "MERGED - "          DELIMITED BY SIZE
005170 8100-EXIT.
005180     EXIT.
005190
915002*****************************************************************
915004*  8150-LOG-DNR-CARRIED - ONE AUDIT RECORD PER GUEST MASTER      *
915006*  PHONE 3360 FLAGS, ERROR NUMBER ZERO, AS COBLSC30 LOGS ITS     *
915008*  OWN.  A GUEST IS NOT AT ANY ONE CAMPGROUND OR SITE, SO THOSE  *
915010*  ARE LEFT BLANK.                                               *
915012*****************************************************************
915014 8150-LOG-DNR-CARRIED.
915016     MOVE SPACES              TO AUDIT-RECORD.
915018     ACCEPT AUD-AUDIT-DATE FROM DATE YYYYMMDD.
915020     ACCEPT AUD-AUDIT-TIME FROM TIME.
915022     MOVE MRG-OPERATOR-ID     TO AUD-OPERATOR-ID.
915024     MOVE ZERO                TO AUD-ERROR-NUMBER.
915026     MOVE GM-PHONE            TO MRG-DNR-MSG-PHONE.
915028     MOVE GM-DNR-REASON       TO MRG-DNR-MSG-REASON.
915030     MOVE MRG-DNR-SET-MSG     TO AUD-ERROR-MESSAGE.
915032     WRITE AUDIT-RECORD.
915034 8150-EXIT.
915036     EXIT.
915038
912002*****************************************************************
912004*  8170-WRITE-JOURNAL-RECORD - BEFORE/AFTER IMAGE OF THE        *
912006*  RESERVATION UPDATE JUST MADE, FOR THE COBLSC23 FORWARD       *
005220*****************************************************************
005230 9000-TERMINATE.
913002     CLOSE JOURNAL-FILE.
913004     CLOSE AUDIT-FILE.
005240     CLOSE GUEST-MASTER-FILE.
005250     CLOSE RESERVATION-FILE.
005260     IF NOT MRG-NO-ARCHIVE
