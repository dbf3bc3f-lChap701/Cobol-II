000100*****************************************************************
000110*  COBLSC31                                                      *
000120*****************************************************************
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID.    COBLSC31.
000150 AUTHOR.        R L HUTCHENS.
000160 INSTALLATION.  PARK  BOARD  DATA  PROCESSING.
000170 DATE-WRITTEN.  2026-10-09.
000180 DATE-COMPILED.
000190*****************************************************************
000200*  PURPOSE.  ONE-TIME GUEST MASTER FILE CONVERSION.  THE GUEST   *
000210*  RECORD GREW THIS RELEASE - THE DO-NOT-RENT FLAG, REASON,      *
000220*  DATE SET, AND SUPERVISOR ID WERE ADDED - AND AN INDEXED FILE  *
000230*  CANNOT BE OPENED THROUGH A LONGER FD THAN IT WAS BUILT WITH.  *
000240*  THIS JOB READS THE PRODUCTION GUEST MASTER THROUGH THE OLD    *
000250*  LAYOUT, SPELLED OUT BELOW, AND WRITES EVERY RECORD (THE       *
000260*  CONTROL RECORD INCLUDED) TO A NEW-LAYOUT FILE (GUESTNW).  NO  *
000270*  GUEST WAS EVER BARRED BEFORE, SO EVERY RECORD CONVERTS        *
000280*  UNFLAGGED.  THE OPERATOR SWAPS GUESTNW IN AS GUESTMST BEFORE  *
000290*  THE FIRST RUN OF THE NEW RELEASE, AND THIS JOB IS NEVER RUN   *
000300*  AGAIN.                                                        *
000310*                                                                *
000320*  MOD-LOG                                                       *
000330*  DATE       BY   DESCRIPTION                                   *
000340*  ---------- ---- ------------------------------------------    *
000350*  2026-10-09 RLH  ORIGINAL PROGRAM (82-BYTE TO 129-BYTE          *
000360*                  CONVERSION FOR THE DO-NOT-RENT FLAG).          *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OLD-GUEST-MASTER-FILE ASSIGN TO "GUESTMST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS OLD-GM-PHONE
000460         FILE STATUS IS OLD-FILE-STATUS.
000470
000480     SELECT NEW-GUEST-MASTER-FILE ASSIGN TO "GUESTNW"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS GM-PHONE
000520         FILE STATUS IS NEW-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*****************************************************************
000570*  THE GUEST RECORD AS IT STOOD BEFORE THIS RELEASE - THROUGH    *
000580*  THE LAST STAY DATE AND THE TRAILING FILLER, 82 BYTES.  KEPT   *
000590*  HERE AND NOWHERE ELSE: THIS IS THE ONLY PROGRAM THAT EVER     *
000600*  NEEDS THE OLD SHAPE AGAIN.                                    *
000610*****************************************************************
000620 FD  OLD-GUEST-MASTER-FILE.
000630 01  OLD-GUEST-MASTER-RECORD.
000640     05  OLD-GM-PHONE                PIC X(10).
000650     05  OLD-GM-GUEST-NUMBER         PIC 9(06).
000660     05  OLD-GM-LAST-NAME            PIC X(20).
000670     05  OLD-GM-FIRST-NAME           PIC X(15).
000680     05  OLD-GM-STAY-COUNT           PIC 9(05).
000690     05  OLD-GM-FIRST-STAY-DATE      PIC 9(08).
000700     05  OLD-GM-LAST-STAY-DATE       PIC 9(08).
000710     05  FILLER                      PIC X(10).
000720
000730 FD  NEW-GUEST-MASTER-FILE.
000740 COPY GUEST.CPY.
000750
000760 WORKING-STORAGE SECTION.
000770*****************************************************************
000780*  SWITCHES AND COUNTERS                                        *
000790*****************************************************************
000800 77  OLD-FILE-STATUS             PIC X(02) VALUE ZERO.
000810 77  NEW-FILE-STATUS             PIC X(02) VALUE ZERO.
000820
000830 77  CNV-EOJ-SWITCH              PIC X(01) VALUE 'N'.
000840     88  CNV-EOJ                 VALUE 'Y'.
000850
000860 77  CNV-OLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
000870     88  CNV-OLD-EOF             VALUE 'Y'.
000880
000890 77  CNV-CONVERTED-COUNT         PIC 9(06) VALUE ZERO.
000900
000910 PROCEDURE DIVISION.
000920*****************************************************************
000930*  0000-MAINLINE                                                *
000940*****************************************************************
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000970     PERFORM 2000-CONVERT-RECORDS THRU 2000-EXIT
000980         UNTIL CNV-OLD-EOF.
000990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001000     STOP RUN.
001010
001020*****************************************************************
001030*  1000-INITIALIZE - OPEN THE OLD FILE THROUGH ITS OLD SHAPE     *
001040*  AND THE NEW FILE THROUGH THE CURRENT COPYBOOK                 *
001050*****************************************************************
001060 1000-INITIALIZE.
001070     OPEN INPUT OLD-GUEST-MASTER-FILE.
001080     IF OLD-FILE-STATUS NOT = "00"
001090         DISPLAY "UNABLE TO OPEN OLD GUEST MASTER FILE"
001100         MOVE 'Y' TO CNV-EOJ-SWITCH
001110         MOVE 'Y' TO CNV-OLD-EOF-SWITCH
001120         GO TO 1000-EXIT
001130     END-IF.
001140
001150     OPEN OUTPUT NEW-GUEST-MASTER-FILE.
001160     IF NEW-FILE-STATUS NOT = "00"
001170         DISPLAY "UNABLE TO OPEN NEW GUEST MASTER FILE"
001180         MOVE 'Y' TO CNV-EOJ-SWITCH
001190         MOVE 'Y' TO CNV-OLD-EOF-SWITCH
001200         GO TO 1000-EXIT
001210     END-IF.
001220
001230     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
001240 1000-EXIT.
001250     EXIT.
001260
001270*****************************************************************
001280*  2000-CONVERT-RECORDS - ONE OLD RECORD OUT THE NEW SHAPE,      *
001290*  FIELD BY FIELD, WITH THE DO-NOT-RENT FLAG OFF                 *
001300*****************************************************************
001310 2000-CONVERT-RECORDS.
001320     MOVE SPACES                    TO GUEST-MASTER-RECORD.
001330     MOVE OLD-GM-PHONE              TO GM-PHONE.
001340     MOVE OLD-GM-GUEST-NUMBER       TO GM-GUEST-NUMBER.
001350     MOVE OLD-GM-LAST-NAME          TO GM-LAST-NAME.
001360     MOVE OLD-GM-FIRST-NAME         TO GM-FIRST-NAME.
001370     MOVE OLD-GM-STAY-COUNT         TO GM-STAY-COUNT.
001380     MOVE OLD-GM-FIRST-STAY-DATE    TO GM-FIRST-STAY-DATE.
001390     MOVE OLD-GM-LAST-STAY-DATE     TO GM-LAST-STAY-DATE.
001400     MOVE 'N'                       TO GM-DNR-FLAG.
001410     MOVE SPACES                    TO GM-DNR-REASON.
001420     MOVE ZERO                      TO GM-DNR-SET-DATE.
001430     MOVE SPACES                    TO GM-DNR-SUPERVISOR-ID.
001440     WRITE GUEST-MASTER-RECORD
001450         INVALID KEY
001460             DISPLAY "UNABLE TO WRITE CONVERTED RECORD"
001470     END-WRITE.
001480     ADD 1 TO CNV-CONVERTED-COUNT.
001490     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
001500 2000-EXIT.
001510     EXIT.
001520
001530 2100-READ-OLD-RECORD.
001540     READ OLD-GUEST-MASTER-FILE NEXT RECORD
001550         AT END
001560             SET CNV-OLD-EOF TO TRUE
001570     END-READ.
001580 2100-EXIT.
001590     EXIT.
001600
001610*****************************************************************
001620*  9000-TERMINATE - CLOSE FILES AND TELL THE OPERATOR WHAT TO    *
001630*  SWAP                                                          *
001640*****************************************************************
001650 9000-TERMINATE.
001660     CLOSE OLD-GUEST-MASTER-FILE.
001670     CLOSE NEW-GUEST-MASTER-FILE.
001680     DISPLAY "RECORDS CONVERTED: " CNV-CONVERTED-COUNT.
001690     DISPLAY "SWAP GUESTNW IN AS GUESTMST BEFORE THE NEW".
001700     DISPLAY "PROGRAMS RUN - THIS JOB IS ONE-TIME ONLY".
001710 9000-EXIT.
001720     EXIT.
