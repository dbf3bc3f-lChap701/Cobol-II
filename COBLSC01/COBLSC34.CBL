000100*****************************************************************
000110*  COBLSC34                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC34.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-11.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  MONTHLY VOUCHER LIABILITY RUN.  BATCH PROGRAM THAT  *
000210*  WALKS THE VOUCHER MASTER (VOUCHER.CPY) AND PRINTS TWO         *
000220*  REPORTS FOR A PROMPTED MONTH (BLANK MEANING THE CURRENT       *
000230*  MONTH):                                                       *
000240*                                                                *
000250*    VCHLIAB  EVERY ACTIVE GIFT CERTIFICATE AND RAIN CHECK       *
000260*             STILL CARRYING A BALANCE - WHAT THE PARK STILL     *
000270*             OWES IN CAMPING - WITH TOTALS BY SOURCE.           *
000280*    VCHEXPD  EVERY VOUCHER WHOSE EXPIRY FELL IN THE MONTH WITH  *
000290*             A BALANCE LEFT ON IT, WITH TOTALS BY SOURCE - THE  *
000300*             LIABILITY THAT LAPSED UNUSED.                      *
000310*                                                                *
000320*  AN ACTIVE VOUCHER PAST ITS EXPIRY WITH A BALANCE IS SET TO    *
000330*  EXPIRED AND STAMPED WITH TODAY AS IT IS READ, SO IT DROPS     *
000340*  OFF THE LIABILITY AND CAN NO LONGER BE REDEEMED.  ONE FOUND   *
000350*  THAT WAY WHOSE EXPIRY FELL IN AN EARLIER MONTH (THE RUN WAS   *
000360*  MISSED) IS LISTED AS EXPIRED THIS TIME RATHER THAN NEVER.     *
000370*  RUN IT ON OR AFTER THE FIRST OF THE FOLLOWING MONTH SO THE    *
000380*  LAST DAY'S EXPIRIES ARE PAST.                                 *
000390*                                                                *
000400*  MOD-LOG                                                       *
000410*  DATE       BY   DESCRIPTION                                   *
000420*  ---------- ---- ------------------------------------------    *
000430*  2026-10-11 RLH  ORIGINAL PROGRAM.                              *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT VOUCHER-FILE ASSIGN TO "VOUCHMST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS VCH-VOUCHER-NUMBER
000530         FILE STATUS IS VCH-FILE-STATUS.
000540
000550     SELECT LIABILITY-REPORT-FILE ASSIGN TO "VCHLIAB"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS VL-FILE-STATUS.
000580
000590     SELECT EXPIRED-REPORT-FILE ASSIGN TO "VCHEXPD"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS VE-FILE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  VOUCHER-FILE.
000660 COPY VOUCHER.CPY.
000670
000680 FD  LIABILITY-REPORT-FILE.
000690 01  LIABILITY-REPORT-RECORD        PIC X(96).
000700
000710 FD  EXPIRED-REPORT-FILE.
000720 01  EXPIRED-REPORT-RECORD          PIC X(96).
000730
000740 WORKING-STORAGE SECTION.
000750*****************************************************************
000760*  SWITCHES AND FILE STATUS                                     *
000770*****************************************************************
000780 77  VCH-FILE-STATUS             PIC X(02) VALUE ZERO.
000790 77  VL-FILE-STATUS              PIC X(02) VALUE ZERO.
000800 77  VE-FILE-STATUS              PIC X(02) VALUE ZERO.
000810
000820 77  VLR-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000830     88  VLR-EOJ                 VALUE 'Y'.
000840
000850 77  VLR-VOUCHER-EOF-SWITCH      PIC X(01) VALUE 'N'.
000860     88  VLR-VOUCHER-EOF         VALUE 'Y'.
000870
000880 77  VLR-NO-FILE-SWITCH          PIC X(01) VALUE 'N'.
000890     88  VLR-NO-FILE             VALUE 'Y'.
000900
000910 77  VLR-EXPIRED-NOW-SWITCH      PIC X(01) VALUE 'N'.
000920     88  VLR-EXPIRED-NOW         VALUE 'Y'.
000930
000940 77  VLR-RUN-DATE                PIC 9(08) VALUE ZERO.
000950
000960 77  VLR-MONTH-X                 PIC X(06) VALUE SPACES.
000970
000980 77  VLR-WRITTEN-OFF-COUNT       PIC 9(05) VALUE ZERO.
000990
001000*****************************************************************
001010*  DATE WORK FIELD - THE NUMERIC FILE DATES MOVED HERE SO THE    *
001020*  YEAR-AND-MONTH CAN BE COMPARED TO THE PROMPTED MONTH          *
001030*****************************************************************
001040 77  VLR-DATE-WORK               PIC X(08) VALUE SPACES.
001050
001060*****************************************************************
001070*  REPORT TOTALS BY SOURCE - GIFT CERTIFICATES, RAIN CHECKS      *
001080*****************************************************************
001090 01  VLR-LIABILITY-TOTALS.
001100     05  VLR-L-GIFT-COUNT        PIC 9(05) VALUE ZERO.
001110     05  VLR-L-GIFT-ORIGINAL     PIC 9(08)V99 VALUE ZERO.
001120     05  VLR-L-GIFT-BALANCE      PIC 9(08)V99 VALUE ZERO.
001130     05  VLR-L-RAIN-COUNT        PIC 9(05) VALUE ZERO.
001140     05  VLR-L-RAIN-ORIGINAL     PIC 9(08)V99 VALUE ZERO.
001150     05  VLR-L-RAIN-BALANCE      PIC 9(08)V99 VALUE ZERO.
001160
001170 01  VLR-EXPIRED-TOTALS.
001180     05  VLR-E-GIFT-COUNT        PIC 9(05) VALUE ZERO.
001190     05  VLR-E-GIFT-ORIGINAL     PIC 9(08)V99 VALUE ZERO.
001200     05  VLR-E-GIFT-BALANCE      PIC 9(08)V99 VALUE ZERO.
001210     05  VLR-E-RAIN-COUNT        PIC 9(05) VALUE ZERO.
001220     05  VLR-E-RAIN-ORIGINAL     PIC 9(08)V99 VALUE ZERO.
001230     05  VLR-E-RAIN-BALANCE      PIC 9(08)V99 VALUE ZERO.
001240
001250*****************************************************************
001260*  REPORT LINES - THE DETAIL AND TOTAL LINES SERVE BOTH REPORTS  *
001270*****************************************************************
001280 01  VL-HEADING-1.
001290     05  FILLER                  PIC X(24) VALUE SPACES.
001300     05  FILLER                  PIC X(32)
001310             VALUE "OUTSTANDING VOUCHER LIABILITY".
001320     05  FILLER                  PIC X(24) VALUE SPACES.
001330
001340 01  VE-HEADING-1.
001350     05  FILLER                  PIC X(24) VALUE SPACES.
001360     05  FILLER                  PIC X(32)
001370             VALUE "VOUCHERS EXPIRED UNUSED".
001380     05  FILLER                  PIC X(24) VALUE SPACES.
001390
001400 01  VR-HEADING-2.
001410     05  FILLER                  PIC X(07) VALUE "MONTH: ".
001420     05  VR-H2-MONTH             PIC X(06).
001430     05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
001440     05  VR-H2-RUN-DATE          PIC 9(08).
001450     05  FILLER                  PIC X(47) VALUE SPACES.
001460
001470 01  VL-COLUMN-HEADING.
001480     05  FILLER                  PIC X(10) VALUE "VOUCHER".
001490     05  FILLER                  PIC X(18) VALUE "SOURCE".
001500     05  FILLER                  PIC X(10) VALUE "ISSUED".
001510     05  FILLER                  PIC X(10) VALUE "EXPIRES".
001520     05  FILLER                  PIC X(11) VALUE "  ORIGINAL".
001530     05  FILLER                  PIC X(11) VALUE "   BALANCE".
001540     05  FILLER                  PIC X(20) VALUE "HOLDER".
001550
001560 01  VE-COLUMN-HEADING.
001570     05  FILLER                  PIC X(10) VALUE "VOUCHER".
001580     05  FILLER                  PIC X(18) VALUE "SOURCE".
001590     05  FILLER                  PIC X(10) VALUE "ISSUED".
001600     05  FILLER                  PIC X(10) VALUE "EXPIRED".
001610     05  FILLER                  PIC X(11) VALUE "  ORIGINAL".
001620     05  FILLER                  PIC X(11) VALUE "    LAPSED".
001630     05  FILLER                  PIC X(20) VALUE "HOLDER".
001640
001650 01  VR-DETAIL-LINE.
001660     05  VR-D-NUMBER             PIC 9(08).
001670     05  FILLER                  PIC X(02).
001680     05  VR-D-SOURCE             PIC X(16).
001690     05  FILLER                  PIC X(02).
001700     05  VR-D-ISSUE-DATE         PIC 9(08).
001710     05  FILLER                  PIC X(02).
001720     05  VR-D-EXPIRY-DATE        PIC 9(08).
001730     05  FILLER                  PIC X(02).
001740     05  VR-D-ORIGINAL           PIC ZZ,ZZ9.99.
001750     05  FILLER                  PIC X(02).
001760     05  VR-D-BALANCE            PIC ZZ,ZZ9.99.
001770     05  FILLER                  PIC X(02).
001780     05  VR-D-LAST-NAME          PIC X(20).
001790
001800 01  VR-TOTAL-LINE.
001810     05  VR-T-LABEL              PIC X(20).
001820     05  VR-T-COUNT              PIC ZZ,ZZ9.
001830     05  FILLER                  PIC X(09) VALUE " VOUCHERS".
001840     05  FILLER                  PIC X(11) VALUE SPACES.
001850     05  VR-T-ORIGINAL           PIC ZZ,ZZZ,ZZ9.99.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  VR-T-BALANCE            PIC ZZ,ZZZ,ZZ9.99.
001880
001890 01  VL-NONE-LINE.
001900     05  FILLER                  PIC X(40)
001910             VALUE "NO VOUCHERS OUTSTANDING".
001920
001930 01  VE-NONE-LINE.
001940     05  FILLER                  PIC X(40)
001950             VALUE "NO VOUCHERS EXPIRED UNUSED IN THE MONTH".
001960
001970 PROCEDURE DIVISION.
001980*****************************************************************
001990*  0000-MAINLINE                                                *
002000*****************************************************************
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     PERFORM 2000-PROCESS-VOUCHER THRU 2000-EXIT
002040         UNTIL VLR-VOUCHER-EOF.
002050     IF NOT VLR-EOJ
002060         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
002070     END-IF.
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002090     STOP RUN.
002100
002110*****************************************************************
002120*  1000-INITIALIZE - OPEN FILES, PROMPT FOR THE MONTH (BLANK =   *
002130*  THE CURRENT MONTH), PRINT THE HEADINGS, AND PRIME THE READ.   *
002140*  NO VOUCHER FILE AT ALL YET JUST MEANS NONE HAVE BEEN ISSUED.  *
002150*****************************************************************
002160 1000-INITIALIZE.
002170     OPEN I-O VOUCHER-FILE.
002180     IF VCH-FILE-STATUS = "35"
002190         MOVE 'Y' TO VLR-NO-FILE-SWITCH
002200         MOVE 'Y' TO VLR-VOUCHER-EOF-SWITCH
002210     ELSE
002220         IF VCH-FILE-STATUS NOT = "00"
002230             DISPLAY "UNABLE TO OPEN VOUCHER FILE"
002240             MOVE 'Y' TO VLR-EOJ-SWITCH
002250             MOVE 'Y' TO VLR-VOUCHER-EOF-SWITCH
002260             GO TO 1000-EXIT
002270         END-IF
002280     END-IF.
002290
002300     OPEN OUTPUT LIABILITY-REPORT-FILE.
002310     IF VL-FILE-STATUS NOT = "00"
002320         DISPLAY "UNABLE TO OPEN VOUCHER LIABILITY REPORT FILE"
002330         MOVE 'Y' TO VLR-EOJ-SWITCH
002340         MOVE 'Y' TO VLR-VOUCHER-EOF-SWITCH
002350         GO TO 1000-EXIT
002360     END-IF.
002370
002380     OPEN OUTPUT EXPIRED-REPORT-FILE.
002390     IF VE-FILE-STATUS NOT = "00"
002400         DISPLAY "UNABLE TO OPEN EXPIRED VOUCHER REPORT FILE"
002410         MOVE 'Y' TO VLR-EOJ-SWITCH
002420         MOVE 'Y' TO VLR-VOUCHER-EOF-SWITCH
002430         GO TO 1000-EXIT
002440     END-IF.
002450
002460     ACCEPT VLR-RUN-DATE FROM DATE YYYYMMDD.
002470
002480     DISPLAY "VOUCHER REPORT MONTH YYYYMM (BLANK=CURRENT):".
002490     ACCEPT VLR-MONTH-X.
002500     IF VLR-MONTH-X = SPACES OR VLR-MONTH-X = ZEROS
002510        OR VLR-MONTH-X IS NOT NUMERIC
002520         MOVE VLR-RUN-DATE TO VLR-DATE-WORK
002530         MOVE VLR-DATE-WORK(1:6) TO VLR-MONTH-X
002540     END-IF.
002550
002560     MOVE VLR-MONTH-X  TO VR-H2-MONTH.
002570     MOVE VLR-RUN-DATE TO VR-H2-RUN-DATE.
002580     WRITE LIABILITY-REPORT-RECORD FROM VL-HEADING-1.
002590     WRITE LIABILITY-REPORT-RECORD FROM VR-HEADING-2.
002600     WRITE LIABILITY-REPORT-RECORD FROM VL-COLUMN-HEADING.
002610     WRITE EXPIRED-REPORT-RECORD FROM VE-HEADING-1.
002620     WRITE EXPIRED-REPORT-RECORD FROM VR-HEADING-2.
002630     WRITE EXPIRED-REPORT-RECORD FROM VE-COLUMN-HEADING.
002640
002650     IF NOT VLR-VOUCHER-EOF
002660         PERFORM 2100-READ-VOUCHER THRU 2100-EXIT
002670     END-IF.
002680 1000-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002720*  2000-PROCESS-VOUCHER - EXPIRE ONE VOUCHER IF ITS TIME HAS     *
002730*  COME, LIST IT ON WHICHEVER REPORT IT BELONGS TO, AND READ     *
002740*  THE NEXT.  USED-UP AND VOID VOUCHERS OWE NOTHING AND ARE      *
002750*  PASSED OVER.                                                  *
002760*****************************************************************
002770 2000-PROCESS-VOUCHER.
002780     MOVE 'N' TO VLR-EXPIRED-NOW-SWITCH.
002790     IF VCH-ACTIVE AND VCH-REMAINING-BALANCE > ZERO
002800        AND VCH-EXPIRY-DATE < VLR-RUN-DATE
002810         PERFORM 2200-EXPIRE-VOUCHER THRU 2200-EXIT
002820     END-IF.
002830     IF VCH-ACTIVE AND VCH-REMAINING-BALANCE > ZERO
002840         PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT
002850     ELSE
002860         IF VCH-EXPIRED AND VCH-REMAINING-BALANCE > ZERO
002870             MOVE VCH-EXPIRY-DATE TO VLR-DATE-WORK
002880             IF VLR-DATE-WORK(1:6) = VLR-MONTH-X
002890                OR VLR-EXPIRED-NOW
002900                 PERFORM 4000-LIST-EXPIRED THRU 4000-EXIT
002910             END-IF
002920         END-IF
002930     END-IF.
002940     PERFORM 2100-READ-VOUCHER THRU 2100-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970
002980 2100-READ-VOUCHER.
002990     READ VOUCHER-FILE NEXT RECORD
003000         AT END
003010             SET VLR-VOUCHER-EOF TO TRUE
003020     END-READ.
003030 2100-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070*  2200-EXPIRE-VOUCHER - THE LAST DAY IT COULD BE SPENT HAS      *
003080*  PASSED: SET IT EXPIRED AND STAMP THE DAY IT WAS WRITTEN OFF   *
003090*****************************************************************
003100 2200-EXPIRE-VOUCHER.
003110     SET VCH-EXPIRED TO TRUE.
003120     MOVE VLR-RUN-DATE TO VCH-EXPIRED-DATE.
003130     REWRITE VOUCHER-RECORD
003140         INVALID KEY
003150             DISPLAY "UNABLE TO REWRITE VOUCHER "
003160                 VCH-VOUCHER-NUMBER
003170             GO TO 2200-EXIT
003180     END-REWRITE.
003190     MOVE 'Y' TO VLR-EXPIRED-NOW-SWITCH.
003200     ADD 1 TO VLR-WRITTEN-OFF-COUNT.
003210 2200-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250*  3000-LIST-OUTSTANDING - ONE LIABILITY LINE, INTO THE TOTAL    *
003260*  FOR ITS SOURCE                                                *
003270*****************************************************************
003280 3000-LIST-OUTSTANDING.
003290     PERFORM 8000-BUILD-DETAIL-LINE THRU 8000-EXIT.
003300     WRITE LIABILITY-REPORT-RECORD FROM VR-DETAIL-LINE.
003310     IF VCH-GIFT-CERTIFICATE
003320         ADD 1                     TO VLR-L-GIFT-COUNT
003330         ADD VCH-ORIGINAL-VALUE    TO VLR-L-GIFT-ORIGINAL
003340         ADD VCH-REMAINING-BALANCE TO VLR-L-GIFT-BALANCE
003350     ELSE
003360         ADD 1                     TO VLR-L-RAIN-COUNT
003370         ADD VCH-ORIGINAL-VALUE    TO VLR-L-RAIN-ORIGINAL
003380         ADD VCH-REMAINING-BALANCE TO VLR-L-RAIN-BALANCE
003390     END-IF.
003400 3000-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*  4000-LIST-EXPIRED - ONE EXPIRED-UNUSED LINE, INTO THE TOTAL   *
003450*  FOR ITS SOURCE                                                *
003460*****************************************************************
003470 4000-LIST-EXPIRED.
003480     PERFORM 8000-BUILD-DETAIL-LINE THRU 8000-EXIT.
003490     WRITE EXPIRED-REPORT-RECORD FROM VR-DETAIL-LINE.
003500     IF VCH-GIFT-CERTIFICATE
003510         ADD 1                     TO VLR-E-GIFT-COUNT
003520         ADD VCH-ORIGINAL-VALUE    TO VLR-E-GIFT-ORIGINAL
003530         ADD VCH-REMAINING-BALANCE TO VLR-E-GIFT-BALANCE
003540     ELSE
003550         ADD 1                     TO VLR-E-RAIN-COUNT
003560         ADD VCH-ORIGINAL-VALUE    TO VLR-E-RAIN-ORIGINAL
003570         ADD VCH-REMAINING-BALANCE TO VLR-E-RAIN-BALANCE
003580     END-IF.
003590 4000-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630*  7000-PRINT-TOTALS - THE BY-SOURCE AND OVERALL TOTALS ON EACH  *
003640*  REPORT, OR A "NONE" LINE WHEN IT LISTED NOTHING               *
003650*****************************************************************
003660 7000-PRINT-TOTALS.
003670     IF VLR-L-GIFT-COUNT = ZERO AND VLR-L-RAIN-COUNT = ZERO
003680         WRITE LIABILITY-REPORT-RECORD FROM VL-NONE-LINE
003690     ELSE
003700         MOVE "GIFT CERTIFICATES"  TO VR-T-LABEL
003710         MOVE VLR-L-GIFT-COUNT     TO VR-T-COUNT
003720         MOVE VLR-L-GIFT-ORIGINAL  TO VR-T-ORIGINAL
003730         MOVE VLR-L-GIFT-BALANCE   TO VR-T-BALANCE
003740         WRITE LIABILITY-REPORT-RECORD FROM VR-TOTAL-LINE
003750         MOVE "RAIN CHECKS"        TO VR-T-LABEL
003760         MOVE VLR-L-RAIN-COUNT     TO VR-T-COUNT
003770         MOVE VLR-L-RAIN-ORIGINAL  TO VR-T-ORIGINAL
003780         MOVE VLR-L-RAIN-BALANCE   TO VR-T-BALANCE
003790         WRITE LIABILITY-REPORT-RECORD FROM VR-TOTAL-LINE
003800         MOVE "TOTAL LIABILITY"    TO VR-T-LABEL
003810         COMPUTE VR-T-COUNT
003820             = VLR-L-GIFT-COUNT + VLR-L-RAIN-COUNT
003830         COMPUTE VR-T-ORIGINAL
003840             = VLR-L-GIFT-ORIGINAL + VLR-L-RAIN-ORIGINAL
003850         COMPUTE VR-T-BALANCE
003860             = VLR-L-GIFT-BALANCE + VLR-L-RAIN-BALANCE
003870         WRITE LIABILITY-REPORT-RECORD FROM VR-TOTAL-LINE
003880     END-IF.
003890
003900     IF VLR-E-GIFT-COUNT = ZERO AND VLR-E-RAIN-COUNT = ZERO
003910         WRITE EXPIRED-REPORT-RECORD FROM VE-NONE-LINE
003920     ELSE
003930         MOVE "GIFT CERTIFICATES"  TO VR-T-LABEL
003940         MOVE VLR-E-GIFT-COUNT     TO VR-T-COUNT
003950         MOVE VLR-E-GIFT-ORIGINAL  TO VR-T-ORIGINAL
003960         MOVE VLR-E-GIFT-BALANCE   TO VR-T-BALANCE
003970         WRITE EXPIRED-REPORT-RECORD FROM VR-TOTAL-LINE
003980         MOVE "RAIN CHECKS"        TO VR-T-LABEL
003990         MOVE VLR-E-RAIN-COUNT     TO VR-T-COUNT
004000         MOVE VLR-E-RAIN-ORIGINAL  TO VR-T-ORIGINAL
004010         MOVE VLR-E-RAIN-BALANCE   TO VR-T-BALANCE
004020         WRITE EXPIRED-REPORT-RECORD FROM VR-TOTAL-LINE
004030         MOVE "TOTAL LAPSED"       TO VR-T-LABEL
004040         COMPUTE VR-T-COUNT
004050             = VLR-E-GIFT-COUNT + VLR-E-RAIN-COUNT
004060         COMPUTE VR-T-ORIGINAL
004070             = VLR-E-GIFT-ORIGINAL + VLR-E-RAIN-ORIGINAL
004080         COMPUTE VR-T-BALANCE
004090             = VLR-E-GIFT-BALANCE + VLR-E-RAIN-BALANCE
004100         WRITE EXPIRED-REPORT-RECORD FROM VR-TOTAL-LINE
004110     END-IF.
004120 7000-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160*  8000-BUILD-DETAIL-LINE - ONE VOUCHER INTO THE SHARED LINE     *
004170*****************************************************************
004180 8000-BUILD-DETAIL-LINE.
004190     MOVE SPACES                TO VR-DETAIL-LINE.
004200     MOVE VCH-VOUCHER-NUMBER    TO VR-D-NUMBER.
004210     IF VCH-GIFT-CERTIFICATE
004220         MOVE "GIFT CERTIFICATE" TO VR-D-SOURCE
004230     ELSE
004240         MOVE "RAIN CHECK"       TO VR-D-SOURCE
004250     END-IF.
004260     MOVE VCH-ISSUE-DATE        TO VR-D-ISSUE-DATE.
004270     MOVE VCH-EXPIRY-DATE       TO VR-D-EXPIRY-DATE.
004280     MOVE VCH-ORIGINAL-VALUE    TO VR-D-ORIGINAL.
004290     MOVE VCH-REMAINING-BALANCE TO VR-D-BALANCE.
004300     MOVE VCH-LAST-NAME         TO VR-D-LAST-NAME.
004310 8000-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350*  9000-TERMINATE - CLOSE FILES AND REPORT THE WRITE-OFFS        *
004360*****************************************************************
004370 9000-TERMINATE.
004380     IF NOT VLR-NO-FILE
004390         CLOSE VOUCHER-FILE
004400     END-IF.
004410     CLOSE LIABILITY-REPORT-FILE.
004420     CLOSE EXPIRED-REPORT-FILE.
004430     DISPLAY "VOUCHERS EXPIRED THIS RUN: " VLR-WRITTEN-OFF-COUNT.
004440 9000-EXIT.
004450     EXIT.
