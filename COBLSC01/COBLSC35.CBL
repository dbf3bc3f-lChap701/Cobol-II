000100*****************************************************************
000110*  COBLSC35                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC35.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-11.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  ONE-TIME DRAWER CLOSE-OUT FILE CONVERSION.  THE     *
000210*  CLOSE-OUT RECORD GREW THIS RELEASE - THE COUNTED AND SYSTEM   *
000220*  VOUCHER FIELDS WERE ADDED FOR GIFT CERTIFICATES AND RAIN      *
000230*  CHECKS (PAY TYPE G) - AND THE EXISTING CLOSE-OUT HISTORY      *
000240*  CANNOT BE READ THROUGH THE LONGER LAYOUT.  THIS JOB READS THE *
000250*  PRODUCTION CLOSE-OUT FILE THROUGH THE OLD LAYOUT, SPELLED OUT *
000260*  BELOW, AND WRITES EVERY RECORD TO A NEW-LAYOUT FILE           *
000270*  (CLOSENW).  NO VOUCHER WAS EVER COUNTED BEFORE, SO EVERY      *
000280*  RECORD CONVERTS WITH BOTH VOUCHER FIELDS ZERO.  THE OPERATOR  *
000290*  SWAPS CLOSENW IN AS CLOSEOUT BEFORE THE FIRST RUN OF THE NEW  *
000300*  RELEASE, AND THIS JOB IS NEVER RUN AGAIN.                     *
000310*                                                                *
000320*  MOD-LOG                                                       *
000330*  DATE       BY   DESCRIPTION                                   *
000340*  ---------- ---- ------------------------------------------    *
000350*  2026-10-11 RLH  ORIGINAL PROGRAM (117-BYTE TO 131-BYTE         *
000360*                  CONVERSION FOR THE VOUCHER FIELDS).            *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OLD-CLOSEOUT-FILE ASSIGN TO "CLOSEOUT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS OLD-FILE-STATUS.
000450
000460     SELECT NEW-CLOSEOUT-FILE ASSIGN TO "CLOSENW"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS NEW-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520*****************************************************************
000530*  THE CLOSE-OUT RECORD AS IT STOOD BEFORE THIS RELEASE - FOUR   *
000540*  PAY TYPES, 117 BYTES.  KEPT HERE AND NOWHERE ELSE: THIS IS    *
000550*  THE ONLY PROGRAM THAT EVER NEEDS THE OLD SHAPE AGAIN.         *
000560*****************************************************************
000570 FD  OLD-CLOSEOUT-FILE.
000580 01  OLD-CLOSEOUT-RECORD.
000590     05  OLD-CO-OPERATOR-ID          PIC X(08).
000600     05  OLD-CO-CAMPGROUND-NAME      PIC X(20).
000610     05  OLD-CO-CLOSE-DATE           PIC 9(08).
000620     05  OLD-CO-CLOSE-TIME           PIC 9(08).
000630     05  OLD-CO-COUNTED-CASH         PIC 9(05)V99.
000640     05  OLD-CO-COUNTED-VISA         PIC 9(05)V99.
000650     05  OLD-CO-COUNTED-MC           PIC 9(05)V99.
000660     05  OLD-CO-COUNTED-AMEX         PIC 9(05)V99.
000670     05  OLD-CO-SYSTEM-CASH          PIC S9(05)V99.
000680     05  OLD-CO-SYSTEM-VISA          PIC S9(05)V99.
000690     05  OLD-CO-SYSTEM-MC            PIC S9(05)V99.
000700     05  OLD-CO-SYSTEM-AMEX          PIC S9(05)V99.
000710     05  OLD-CO-OVER-SHORT           PIC S9(05)V99.
000720     05  FILLER                      PIC X(10).
000730
000740 FD  NEW-CLOSEOUT-FILE.
000750 COPY CLOSEOUT.CPY.
000760
000770 WORKING-STORAGE SECTION.
000780*****************************************************************
000790*  SWITCHES AND COUNTERS                                        *
000800*****************************************************************
000810 77  OLD-FILE-STATUS             PIC X(02) VALUE ZERO.
000820 77  NEW-FILE-STATUS             PIC X(02) VALUE ZERO.
000830
000840 77  CNV-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000850     88  CNV-EOJ                 VALUE 'Y'.
000860
000870 77  CNV-OLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
000880     88  CNV-OLD-EOF             VALUE 'Y'.
000890
000900 77  CNV-CONVERTED-COUNT         PIC 9(06) VALUE ZERO.
000910
000920 PROCEDURE DIVISION.
000930*****************************************************************
000940*  0000-MAINLINE                                                *
000950*****************************************************************
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-CONVERT-RECORDS THRU 2000-EXIT
000990         UNTIL CNV-OLD-EOF.
001000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001010     STOP RUN.
001020
001030*****************************************************************
001040*  1000-INITIALIZE - OPEN THE OLD FILE THROUGH ITS OLD SHAPE     *
001050*  AND THE NEW FILE THROUGH THE CURRENT COPYBOOK                 *
001060*****************************************************************
001070 1000-INITIALIZE.
001080     OPEN INPUT OLD-CLOSEOUT-FILE.
001090     IF OLD-FILE-STATUS NOT = "00"
001100         DISPLAY "UNABLE TO OPEN OLD CLOSE-OUT FILE"
001110         MOVE 'Y' TO CNV-EOJ-SWITCH
001120         MOVE 'Y' TO CNV-OLD-EOF-SWITCH
001130         GO TO 1000-EXIT
001140     END-IF.
001150
001160     OPEN OUTPUT NEW-CLOSEOUT-FILE.
001170     IF NEW-FILE-STATUS NOT = "00"
001180         DISPLAY "UNABLE TO OPEN NEW CLOSE-OUT FILE"
001190         MOVE 'Y' TO CNV-EOJ-SWITCH
001200         MOVE 'Y' TO CNV-OLD-EOF-SWITCH
001210         GO TO 1000-EXIT
001220     END-IF.
001230
001240     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
001250 1000-EXIT.
001260     EXIT.
001270
001280*****************************************************************
001290*  2000-CONVERT-RECORDS - ONE OLD RECORD OUT THE NEW SHAPE,      *
001300*  FIELD BY FIELD, WITH NOTHING COUNTED UNDER VOUCHERS           *
001310*****************************************************************
001320 2000-CONVERT-RECORDS.
001330     MOVE SPACES                    TO CLOSEOUT-RECORD.
001340     MOVE OLD-CO-OPERATOR-ID        TO CO-OPERATOR-ID.
001350     MOVE OLD-CO-CAMPGROUND-NAME    TO CO-CAMPGROUND-NAME.
001360     MOVE OLD-CO-CLOSE-DATE         TO CO-CLOSE-DATE.
001370     MOVE OLD-CO-CLOSE-TIME         TO CO-CLOSE-TIME.
001380     MOVE OLD-CO-COUNTED-CASH       TO CO-COUNTED-CASH.
001390     MOVE OLD-CO-COUNTED-VISA       TO CO-COUNTED-VISA.
001400     MOVE OLD-CO-COUNTED-MC         TO CO-COUNTED-MC.
001410     MOVE OLD-CO-COUNTED-AMEX       TO CO-COUNTED-AMEX.
001420     MOVE ZERO                      TO CO-COUNTED-VOUCHER.
001430     MOVE OLD-CO-SYSTEM-CASH        TO CO-SYSTEM-CASH.
001440     MOVE OLD-CO-SYSTEM-VISA        TO CO-SYSTEM-VISA.
001450     MOVE OLD-CO-SYSTEM-MC          TO CO-SYSTEM-MC.
001460     MOVE OLD-CO-SYSTEM-AMEX        TO CO-SYSTEM-AMEX.
001470     MOVE ZERO                      TO CO-SYSTEM-VOUCHER.
001480     MOVE OLD-CO-OVER-SHORT         TO CO-OVER-SHORT.
001490     WRITE CLOSEOUT-RECORD.
001500     IF NEW-FILE-STATUS NOT = "00"
001510         DISPLAY "UNABLE TO WRITE CONVERTED RECORD"
001520     END-IF.
001530     ADD 1 TO CNV-CONVERTED-COUNT.
001540     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
001550 2000-EXIT.
001560     EXIT.
001570
001580 2100-READ-OLD-RECORD.
001590     READ OLD-CLOSEOUT-FILE NEXT RECORD
001600         AT END
001610             SET CNV-OLD-EOF TO TRUE
001620     END-READ.
001630 2100-EXIT.
001640     EXIT.
001650
001660*****************************************************************
001670*  9000-TERMINATE - CLOSE FILES AND TELL THE OPERATOR WHAT TO    *
001680*  SWAP                                                          *
001690*****************************************************************
001700 9000-TERMINATE.
001710     CLOSE OLD-CLOSEOUT-FILE.
001720     CLOSE NEW-CLOSEOUT-FILE.
001730     DISPLAY "RECORDS CONVERTED: " CNV-CONVERTED-COUNT.
001740     DISPLAY "SWAP CLOSENW IN AS CLOSEOUT BEFORE THE NEW".
001750     DISPLAY "PROGRAMS RUN - THIS JOB IS ONE-TIME ONLY".
001760 9000-EXIT.
001770     EXIT.
