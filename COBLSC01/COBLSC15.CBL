000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  ONE-TIME RESERVATION FILE CONVERSION.  THE          *
000210*  RESERVATION RECORD GREW THIS RELEASE - THE PASS TYPE, PASS    *
000220*  NUMBER, DISCOUNTED NIGHTS, AND DISCOUNT AMOUNT WERE ADDED     *
000230*  FOR THE DISCOUNT PASS CATEGORIES - AND AN INDEXED FILE        *
000240*  CANNOT BE OPENED THROUGH A LONGER FD THAN IT WAS BUILT WITH.  *
000250*  THIS JOB READS THE PRODUCTION RESERVATION FILE THROUGH THE    *
000260*  OLD LAYOUT, SPELLED OUT BELOW AS IT STOOD BEFORE THE NEW      *
000270*  FIELDS, AND WRITES EVERY RECORD TO A NEW-LAYOUT FILE          *
000280*  (RESERVNW).  THE RESERVATION ARCHIVE (RESARCH) CARRIES THE    *
000290*  SAME LAYOUT AND IS CONVERTED THE SAME WAY TO ARCHNW, AND THE  *
000300*  HOLDING FILE, WHICH GREW BY THE PASS TYPE AND NUMBER, TO      *
000310*  HOLDNW.  A MISSING ARCHIVE OR HOLDING FILE IS SKIPPED.  NO    *
000320*  PRE-RELEASE STAY WAS EVER PRICED WITH A PASS, SO EVERY        *
000330*  RECORD CONVERTS WITH NO PASS AND NOTHING DISCOUNTED.  THE     *
000340*  OPERATOR SWAPS THE NEW FILES IN BEFORE THE FIRST RUN OF THE   *
000350*  NEW RELEASE, AND THIS JOB IS NEVER RUN AGAIN.                 *
000360*                                                                *
000370*  MOD-LOG                                                       *
000380*  DATE       BY   DESCRIPTION                                   *
000390*  ---------- ---- ------------------------------------------    *
000400*  2026-08-22 RLH  ORIGINAL PROGRAM (152-BYTE TO 195-BYTE         *
000410*                  CONVERSION FOR THE REFUND/SETTLEMENT/GUEST/    *
000420*                  GROUP RELEASE).                                *
000430*  2026-09-02 RLH  REPOINTED AT THIS RELEASE: 195-BYTE TO         *
000440*                  218-BYTE CONVERSION FOR THE DEPOSIT AND        *
000450*                  AMOUNT-PAID FIELDS.  THE EQUIPMENT TYPE        *
000460*                  LANDED ON A FILLER BYTE, SO IT CONVERTS AS     *
000470*                  SPACE (NEVER ASKED) WITH NO MAPPING NEEDED.    *
000480*  2026-10-12 RLH  REPOINTED AT THIS RELEASE: 218-BYTE TO         *
000490*                  250-BYTE CONVERSION FOR THE PASS AND DISCOUNT  *
000500*                  FIELDS.  THE ARCHIVE AND THE HOLDING FILE      *
000510*                  (136 TO 150 BYTES) ARE NOW CONVERTED IN THE    *
000520*                  SAME RUN.                                      *
000525*  2026-10-15 RLH  THREE STATEMENTS THAT RAN PAST COLUMN 72 NOW   *
000526*                  END INSIDE THE PROGRAM AREA.                   *
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT OLD-RESERVATION-FILE ASSIGN TO "RESERVE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS OLD-RES-KEY
000620         FILE STATUS IS OLD-FILE-STATUS.
000630
000640     SELECT NEW-RESERVATION-FILE ASSIGN TO "RESERVNW"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS RES-KEY
000680         FILE STATUS IS NEW-FILE-STATUS.
000690
000700     SELECT OLD-ARCHIVE-FILE ASSIGN TO "RESARCH"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS OLD-ARC-KEY
000740         FILE STATUS IS OLD-ARC-FILE-STATUS.
000750
000760     SELECT NEW-ARCHIVE-FILE ASSIGN TO "ARCHNW"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS NEW-ARC-KEY
000800         FILE STATUS IS NEW-ARC-FILE-STATUS.
000810
000820     SELECT OLD-HOLDING-FILE ASSIGN TO "HOLDING"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS OLD-HLD-SEQ-NO
000860         FILE STATUS IS OLD-HLD-FILE-STATUS.
000870
000880     SELECT NEW-HOLDING-FILE ASSIGN TO "HOLDNW"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS HLD-SEQ-NO
000920         FILE STATUS IS NEW-HLD-FILE-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960*****************************************************************
000970*  THE RESERVATION RECORD AS IT STOOD BEFORE THIS RELEASE -      *
000980*  EVERYTHING THROUGH THE LODGING TAX AND THE TRAILING FILLER,   *
000990*  218 BYTES.  KEPT HERE AND NOWHERE ELSE: THIS IS THE ONLY      *
001000*  PROGRAM THAT EVER NEEDS THE OLD SHAPE AGAIN.                  *
001010*****************************************************************
001020 FD  OLD-RESERVATION-FILE.
001030 01  OLD-RESERVATION-RECORD.
001040     05  OLD-RES-KEY.
001050         10  OLD-RES-CAMPGROUND-NAME PIC X(20).
001060         10  OLD-RES-SITE            PIC X(03).
001070         10  OLD-RES-ARRIVAL-DATE    PIC 9(08).
001080     05  OLD-RES-STAY-TYPE           PIC X(01).
001090     05  OLD-RES-STAY                PIC 9(03).
001100     05  OLD-RES-DEPARTURE-DATE      PIC 9(08).
001110     05  OLD-RES-LAST-NAME           PIC X(20).
001120     05  OLD-RES-FIRST-NAME          PIC X(15).
001130     05  OLD-RES-PHONE               PIC X(10).
001140     05  OLD-RES-AMOUNT              PIC 9(05)V99.
001150     05  OLD-RES-CARD-TYPE           PIC X(01).
001160     05  OLD-RES-CARD-NUMBER         PIC 9(16).
001170     05  OLD-RES-CARD-EXP-DATE       PIC 9(06).
001180     05  OLD-RES-CARD-AUTH-RESULT    PIC X(07).
001190     05  OLD-RES-STATUS              PIC X(01).
001200     05  OLD-RES-OPERATOR-ID         PIC X(08).
001210     05  OLD-RES-LAST-CHANGE-DATE    PIC 9(08).
001220     05  OLD-RES-AMOUNT-CHANGE-DATE  PIC 9(08).
001230     05  OLD-RES-REFUND-AMOUNT       PIC 9(05)V99.
001240     05  OLD-RES-REFUND-DATE         PIC 9(08).
001250     05  OLD-RES-SETTLED-DATE        PIC 9(08).
001260     05  OLD-RES-GUEST-NUMBER        PIC 9(06).
001270     05  OLD-RES-GROUP-ID            PIC 9(14).
001280     05  OLD-RES-EQUIP-TYPE          PIC X(01).
001290     05  OLD-RES-DEPOSIT-AMOUNT      PIC 9(05)V99.
001300     05  OLD-RES-PAID-AMOUNT         PIC 9(05)V99.
001310     05  OLD-RES-TAX-AMOUNT          PIC 9(05)V99.
001320     05  FILLER                      PIC X(03).
001330
001340 FD  NEW-RESERVATION-FILE.
001350 COPY RESERV.CPY.
001360
001370*****************************************************************
001380*  THE ARCHIVE CARRIES THE SAME OLD LAYOUT AS THE RESERVATION    *
001390*  FILE.  ITS FD NEEDS ITS OWN RECORD AND KEY NAMES, SO THE KEY  *
001400*  AND THE RECORD ARE SPELLED OUT HERE AS X-FIELDS - THE SAME    *
001410*  TRICK COBLSC12 USES.  THE FIRST 215 BYTES, THROUGH THE        *
001420*  LODGING TAX, SIT AT THE SAME OFFSETS IN BOTH SHAPES.          *
001430*****************************************************************
001440 FD  OLD-ARCHIVE-FILE.
001450 01  OLD-ARCHIVE-RECORD.
001460     05  OLD-ARC-KEY                 PIC X(31).
001470     05  OLD-ARC-DATA                PIC X(184).
001480     05  FILLER                      PIC X(03).
001490
001500 FD  NEW-ARCHIVE-FILE.
001510 01  NEW-ARCHIVE-RECORD.
001520     05  NEW-ARC-KEY                 PIC X(31).
001530     05  FILLER                      PIC X(219).
001540
001550*****************************************************************
001560*  THE HOLDING RECORD AS IT STOOD BEFORE THIS RELEASE - THE      *
001570*  SEQUENCE NUMBER AND EVERYTHING THROUGH THE EQUIPMENT TYPE,    *
001580*  THEN THE TRAILING FILLER, 136 BYTES.  THE FIRST 127 BYTES     *
001590*  SIT AT THE SAME OFFSETS IN BOTH SHAPES.                       *
001600*****************************************************************
001610 FD  OLD-HOLDING-FILE.
001620 01  OLD-HOLDING-RECORD.
001630     05  OLD-HLD-SEQ-NO              PIC 9(08).
001640     05  OLD-HLD-DATA                PIC X(119).
001650     05  FILLER                      PIC X(09).
001660
001670 FD  NEW-HOLDING-FILE.
001680 COPY HOLDIN.CPY.
001690
001700 WORKING-STORAGE SECTION.
001710*****************************************************************
001720*  SWITCHES AND COUNTERS                                        *
001730*****************************************************************
001740 77  OLD-FILE-STATUS             PIC X(02) VALUE ZERO.
001750 77  NEW-FILE-STATUS             PIC X(02) VALUE ZERO.
001760 77  OLD-ARC-FILE-STATUS         PIC X(02) VALUE ZERO.
001770 77  NEW-ARC-FILE-STATUS         PIC X(02) VALUE ZERO.
001780 77  OLD-HLD-FILE-STATUS         PIC X(02) VALUE ZERO.
001790 77  NEW-HLD-FILE-STATUS         PIC X(02) VALUE ZERO.
001800
001810 77  CNV-EOJ-SWITCH              PIC X(01) VALUE 'N'.
001820     88  CNV-EOJ                 VALUE 'Y'.
001830
001840 77  CNV-OLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
001850     88  CNV-OLD-EOF             VALUE 'Y'.
001860
001870 77  CNV-ARC-EOF-SWITCH          PIC X(01) VALUE 'N'.
001880     88  CNV-ARC-EOF             VALUE 'Y'.
001890
001900 77  CNV-HLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
001910     88  CNV-HLD-EOF             VALUE 'Y'.
001920
001930 77  CNV-ARC-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001940     88  CNV-ARC-OPEN            VALUE 'Y'.
001950
001960 77  CNV-HLD-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001970     88  CNV-HLD-OPEN            VALUE 'Y'.
001980
001990 77  CNV-CONVERTED-COUNT         PIC 9(06) VALUE ZERO.
002000 77  CNV-ARC-CONVERTED-COUNT     PIC 9(06) VALUE ZERO.
002010 77  CNV-HLD-CONVERTED-COUNT     PIC 9(06) VALUE ZERO.
002020
002030 PROCEDURE DIVISION.
002040*****************************************************************
002050*  0000-MAINLINE                                                *
002060*****************************************************************
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-CONVERT-RECORDS THRU 2000-EXIT
002100         UNTIL CNV-OLD-EOF.
002110     IF NOT CNV-EOJ
002120         PERFORM 3000-OPEN-ARCHIVE THRU 3000-EXIT
002130         PERFORM 3100-CONVERT-ARCHIVE THRU 3100-EXIT
002140             UNTIL CNV-ARC-EOF
002150         PERFORM 4000-OPEN-HOLDING THRU 4000-EXIT
002160         PERFORM 4100-CONVERT-HOLDING THRU 4100-EXIT
002170             UNTIL CNV-HLD-EOF
002180     END-IF.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     STOP RUN.
002210
002220*****************************************************************
002230*  1000-INITIALIZE - OPEN THE OLD FILE THROUGH ITS OLD SHAPE     *
002240*  AND THE NEW FILE THROUGH THE CURRENT COPYBOOK                 *
002250*****************************************************************
002260 1000-INITIALIZE.
002270     OPEN INPUT OLD-RESERVATION-FILE.
002280     IF OLD-FILE-STATUS NOT = "00"
002290         DISPLAY "UNABLE TO OPEN OLD RESERVATION FILE"
002300         MOVE 'Y' TO CNV-EOJ-SWITCH
002310         MOVE 'Y' TO CNV-OLD-EOF-SWITCH
002320         GO TO 1000-EXIT
002330     END-IF.
002340
002350     OPEN OUTPUT NEW-RESERVATION-FILE.
002360     IF NEW-FILE-STATUS NOT = "00"
002370         DISPLAY "UNABLE TO OPEN NEW RESERVATION FILE"
002380         MOVE 'Y' TO CNV-EOJ-SWITCH
002390         MOVE 'Y' TO CNV-OLD-EOF-SWITCH
002400         GO TO 1000-EXIT
002410     END-IF.
002420
002430     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
002440 1000-EXIT.
002450     EXIT.
002460
002470*****************************************************************
002480*  2000-CONVERT-RECORDS - ONE OLD RECORD OUT THE NEW SHAPE,      *
002490*  FIELD BY FIELD.  NO PRE-RELEASE STAY WAS PRICED WITH A        *
002500*  PASS, SO THE PASS FIELDS CONVERT AS SPACES AND THE            *
002510*  DISCOUNTED NIGHTS AND AMOUNT AS ZERO.                         *
002520*****************************************************************
002530 2000-CONVERT-RECORDS.
002540     MOVE SPACES                    TO RESERVATION-RECORD.
002550     MOVE OLD-RES-CAMPGROUND-NAME   TO RES-CAMPGROUND-NAME.
002560     MOVE OLD-RES-SITE              TO RES-SITE.
002570     MOVE OLD-RES-ARRIVAL-DATE      TO RES-ARRIVAL-DATE.
002580     MOVE OLD-RES-STAY-TYPE         TO RES-STAY-TYPE.
002590     MOVE OLD-RES-STAY              TO RES-STAY.
002600     MOVE OLD-RES-DEPARTURE-DATE    TO RES-DEPARTURE-DATE.
002610     MOVE OLD-RES-LAST-NAME         TO RES-LAST-NAME.
002620     MOVE OLD-RES-FIRST-NAME        TO RES-FIRST-NAME.
002630     MOVE OLD-RES-PHONE             TO RES-PHONE.
002640     MOVE OLD-RES-AMOUNT            TO RES-AMOUNT.
002650     MOVE OLD-RES-CARD-TYPE         TO RES-CARD-TYPE.
002660     MOVE OLD-RES-CARD-NUMBER       TO RES-CARD-NUMBER.
002670     MOVE OLD-RES-CARD-EXP-DATE     TO RES-CARD-EXP-DATE.
002680     MOVE OLD-RES-CARD-AUTH-RESULT  TO RES-CARD-AUTH-RESULT.
002690     MOVE OLD-RES-STATUS            TO RES-STATUS.
002700     MOVE OLD-RES-OPERATOR-ID       TO RES-OPERATOR-ID.
002710     MOVE OLD-RES-LAST-CHANGE-DATE  TO RES-LAST-CHANGE-DATE.
002720     MOVE OLD-RES-AMOUNT-CHANGE-DATE
002730                                    TO RES-AMOUNT-CHANGE-DATE.
002740     MOVE OLD-RES-REFUND-AMOUNT     TO RES-REFUND-AMOUNT.
002750     MOVE OLD-RES-REFUND-DATE       TO RES-REFUND-DATE.
002760     MOVE OLD-RES-SETTLED-DATE      TO RES-SETTLED-DATE.
002770     MOVE OLD-RES-GUEST-NUMBER      TO RES-GUEST-NUMBER.
002780     MOVE OLD-RES-GROUP-ID          TO RES-GROUP-ID.
002790     MOVE OLD-RES-EQUIP-TYPE        TO RES-EQUIP-TYPE.
002800     MOVE OLD-RES-DEPOSIT-AMOUNT    TO RES-DEPOSIT-AMOUNT.
002810     MOVE OLD-RES-PAID-AMOUNT       TO RES-PAID-AMOUNT.
002820     MOVE OLD-RES-TAX-AMOUNT        TO RES-TAX-AMOUNT.
002830     MOVE SPACES                    TO RES-PASS-TYPE.
002840     MOVE SPACES                    TO RES-PASS-NUMBER.
002850     MOVE ZERO                      TO RES-DISCOUNT-NIGHTS.
002860     MOVE ZERO                      TO RES-DISCOUNT-AMOUNT.
002870     WRITE RESERVATION-RECORD
002880         INVALID KEY
002890             DISPLAY "UNABLE TO WRITE CONVERTED RECORD"
002900     END-WRITE.
002910     ADD 1 TO CNV-CONVERTED-COUNT.
002920     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
002930 2000-EXIT.
002940     EXIT.
002950
002960 2100-READ-OLD-RECORD.
002970     READ OLD-RESERVATION-FILE NEXT RECORD
002980         AT END
002990             SET CNV-OLD-EOF TO TRUE
003000     END-READ.
003010 2100-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050*  3000-OPEN-ARCHIVE - NO ARCHIVE YET (NO PURGE HAS EVER RUN)    *
003060*  MEANS NOTHING TO CONVERT                                      *
003070*****************************************************************
003080 3000-OPEN-ARCHIVE.
003090     MOVE 'Y' TO CNV-ARC-EOF-SWITCH.
003100     OPEN INPUT OLD-ARCHIVE-FILE.
003110     IF OLD-ARC-FILE-STATUS = "35"
003120         DISPLAY "NO ARCHIVE FILE - ARCHIVE NOT CONVERTED"
003130         GO TO 3000-EXIT
003140     END-IF.
003150     IF OLD-ARC-FILE-STATUS NOT = "00"
003160         DISPLAY "UNABLE TO OPEN OLD ARCHIVE FILE"
003170         GO TO 3000-EXIT
003180     END-IF.
003190
003200     OPEN OUTPUT NEW-ARCHIVE-FILE.
003210     IF NEW-ARC-FILE-STATUS NOT = "00"
003220         DISPLAY "UNABLE TO OPEN NEW ARCHIVE FILE"
003230         CLOSE OLD-ARCHIVE-FILE
003240         GO TO 3000-EXIT
003250     END-IF.
003260
003270     SET CNV-ARC-OPEN TO TRUE.
003280     MOVE 'N' TO CNV-ARC-EOF-SWITCH.
003290     PERFORM 3200-READ-OLD-ARCHIVE THRU 3200-EXIT.
003300 3000-EXIT.
003310     EXIT.
003320
003330*****************************************************************
003340*  3100-CONVERT-ARCHIVE - THE OLD RECORD'S FIRST 215 BYTES       *
003350*  CARRY OVER AS THEY STAND; THE NEW FIELDS ARE BUILT IN THE     *
003360*  RESERV.CPY LAYOUT AND THE WHOLE RECORD MOVED ACROSS           *
003370*****************************************************************
003380 3100-CONVERT-ARCHIVE.
003390     MOVE SPACES                    TO RESERVATION-RECORD.
003400     MOVE OLD-ARC-KEY               TO RESERVATION-RECORD (1:31).
003410     MOVE OLD-ARC-DATA             TO RESERVATION-RECORD (32:184).
003420     MOVE SPACES                    TO RES-PASS-TYPE.
003430     MOVE SPACES                    TO RES-PASS-NUMBER.
003440     MOVE ZERO                      TO RES-DISCOUNT-NIGHTS.
003450     MOVE ZERO                      TO RES-DISCOUNT-AMOUNT.
003460     MOVE RESERVATION-RECORD        TO NEW-ARCHIVE-RECORD.
003470     WRITE NEW-ARCHIVE-RECORD
003480         INVALID KEY
003490             DISPLAY "UNABLE TO WRITE CONVERTED ARCHIVE RECORD"
003500     END-WRITE.
003510     ADD 1 TO CNV-ARC-CONVERTED-COUNT.
003520     PERFORM 3200-READ-OLD-ARCHIVE THRU 3200-EXIT.
003530 3100-EXIT.
003540     EXIT.
003550
003560 3200-READ-OLD-ARCHIVE.
003570     READ OLD-ARCHIVE-FILE NEXT RECORD
003580         AT END
003590             SET CNV-ARC-EOF TO TRUE
003600     END-READ.
003610 3200-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650*  4000-OPEN-HOLDING - NO HOLDING FILE YET MEANS NOTHING TO      *
003660*  CONVERT                                                       *
003670*****************************************************************
003680 4000-OPEN-HOLDING.
003690     MOVE 'Y' TO CNV-HLD-EOF-SWITCH.
003700     OPEN INPUT OLD-HOLDING-FILE.
003710     IF OLD-HLD-FILE-STATUS = "35"
003720         DISPLAY "NO HOLDING FILE - HOLDING NOT CONVERTED"
003730         GO TO 4000-EXIT
003740     END-IF.
003750     IF OLD-HLD-FILE-STATUS NOT = "00"
003760         DISPLAY "UNABLE TO OPEN OLD HOLDING FILE"
003770         GO TO 4000-EXIT
003780     END-IF.
003790
003800     OPEN OUTPUT NEW-HOLDING-FILE.
003810     IF NEW-HLD-FILE-STATUS NOT = "00"
003820         DISPLAY "UNABLE TO OPEN NEW HOLDING FILE"
003830         CLOSE OLD-HOLDING-FILE
003840         GO TO 4000-EXIT
003850     END-IF.
003860
003870     SET CNV-HLD-OPEN TO TRUE.
003880     MOVE 'N' TO CNV-HLD-EOF-SWITCH.
003890     PERFORM 4200-READ-OLD-HOLDING THRU 4200-EXIT.
003900 4000-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940*  4100-CONVERT-HOLDING - EVERY REQUEST, LOADED OR STILL         *
003950*  PENDING, CARRIES OVER WITH ITS SEQUENCE NUMBER SO THE         *
003960*  CHECKPOINT STILL POINTS AT THE RIGHT PLACE.  NO REQUEST WAS   *
003970*  KEYED WITH A PASS, SO THE PASS FIELDS CONVERT AS SPACES.      *
003980*****************************************************************
003990 4100-CONVERT-HOLDING.
004000     MOVE SPACES                    TO HOLDING-RECORD.
004010     MOVE OLD-HLD-SEQ-NO            TO HLD-SEQ-NO.
004020     MOVE OLD-HLD-DATA              TO HOLDING-RECORD (9:119).
004030     MOVE SPACES                    TO HLD-PASS-TYPE.
004040     MOVE SPACES                    TO HLD-PASS-NUMBER.
004050     WRITE HOLDING-RECORD
004060         INVALID KEY
004070             DISPLAY "UNABLE TO WRITE CONVERTED HOLDING RECORD"
004080     END-WRITE.
004090     ADD 1 TO CNV-HLD-CONVERTED-COUNT.
004100     PERFORM 4200-READ-OLD-HOLDING THRU 4200-EXIT.
004110 4100-EXIT.
004120     EXIT.
004130
004140 4200-READ-OLD-HOLDING.
004150     READ OLD-HOLDING-FILE NEXT RECORD
004160         AT END
004170             SET CNV-HLD-EOF TO TRUE
004180     END-READ.
004190 4200-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230*  9000-TERMINATE - CLOSE FILES AND TELL THE OPERATOR WHAT TO    *
004240*  SWAP                                                          *
004250*****************************************************************
004260 9000-TERMINATE.
004270     CLOSE OLD-RESERVATION-FILE.
004280     CLOSE NEW-RESERVATION-FILE.
004290     IF CNV-ARC-OPEN
004300         CLOSE OLD-ARCHIVE-FILE
004310         CLOSE NEW-ARCHIVE-FILE
004320     END-IF.
004330     IF CNV-HLD-OPEN
004340         CLOSE OLD-HOLDING-FILE
004350         CLOSE NEW-HOLDING-FILE
004360     END-IF.
004370     DISPLAY "RECORDS CONVERTED: " CNV-CONVERTED-COUNT.
004380     DISPLAY "ARCHIVE RECORDS CONVERTED: "
004382         CNV-ARC-CONVERTED-COUNT.
004390     DISPLAY "HOLDING RECORDS CONVERTED: "
004392         CNV-HLD-CONVERTED-COUNT.
004400     DISPLAY "SWAP RESERVNW IN AS RESERVE, ARCHNW AS RESARCH,".
004410     DISPLAY "AND HOLDNW AS HOLDING, AND START A FRESH RESJRNL".
004420     DISPLAY "AFTER BACKING UP THE OLD ONE, BEFORE THE NEW".
004430     DISPLAY "PROGRAMS RUN - THIS JOB IS ONE-TIME ONLY".
004440 9000-EXIT.
004450     EXIT.
