000349*                  BEFORE/AFTER IMAGE TO THE JOURNAL              *
000349*                  (JOURNAL.CPY) SO COBLSC23 CAN REPLAY THE       *
000349*                  DAY FORWARD AGAINST A RESTORED BACKUP.         *
000380*  2026-10-07 RLH  THE MORNING GATE SHEET (COBLSC27) NOW RUNS    *
000380*                  AHEAD OF THIS JOB AS STEP 3.  THIS JOB IS     *
000380*                  STEP 4 AND REFUSES TO START BEFORE COBLSC27   *
000380*                  HAS ENDED FOR THE BUSINESS DATE.              *
000380*  2026-10-12 RLH  JOURNAL WORK AREA RESIZED FOR THE 250-BYTE    *
000380*                  RESERVATION RECORD (PASS TYPE AND DISCOUNT    *
000380*                  FIELDS).                                      *
000380*  2026-10-14 RLH  CHARGEBACK AND DISPUTE-WON TRANSACTIONS        *
000380*                  (PAYTRAN TYPES K AND W) ARE LEFT OUT OF THE   *
000380*                  SETTLEMENT EXTRACT AND THE RESPONSE MATCH -   *
000380*                  THE PROCESSOR MOVED THAT MONEY ITSELF.        *
000380*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
901512     05  RC-FILE-STATUS          PIC X(02) VALUE ZERO.
901514     05  RL-FILE-STATUS          PIC X(02) VALUE ZERO.
901516     05  STL-RUN-PROGRAM-ID     PIC X(08) VALUE 'COBLSC08'.
901518     05  STL-RUN-PRED-ID        PIC X(08) VALUE 'COBLSC27'.
901520     05  STL-RUN-SEQ-NO         PIC 9(02) VALUE 4.
901522     05  STL-RUN-EVENT          PIC X(05) VALUE SPACES.
901524     05  STL-RUN-NEW-SWITCH     PIC X(01) VALUE 'N'.
901526         88  STL-RUN-NEW-RECORD   VALUE 'Y'.
911510*****************************************************************
911512 01  STL-JOURNAL-AREA.
911514     05  JR-FILE-STATUS          PIC X(02) VALUE ZERO.
911516     05  STL-JRN-BEFORE-AREA      PIC X(250) VALUE SPACES.
911518
001600 PROCEDURE DIVISION.
001610*****************************************************************
003160        AND PT-ARRIVAL-DATE = STI-ARRIVAL-DATE
003170        AND PT-CARD-AUTH-CODE = STI-AUTH-CODE
003180        AND NOT PT-TRAN-REFUND
003180        AND NOT PT-TRAN-DISPUTE
003190         SET STL-TRAN-FOUND TO TRUE
003200     END-IF.
003210 2260-EXIT.
003950     IF PT-TRAN-DATE NOT = STL-RUN-DATE
003960         GO TO 5100-EXIT
003970     END-IF.
003980     IF PT-TRAN-REFUND OR PT-TRAN-DISPUTE
003990         GO TO 5100-EXIT
004000     END-IF.
004010     IF PT-PAY-TYPE NOT = "V" AND NOT = "M" AND NOT = "A"
902072     MOVE STL-RUN-PRED-ID TO RC-PROGRAM-ID.
902074     READ RUN-CONTROL-FILE
902076         INVALID KEY
902078             DISPLAY "COBLSC27 HAS NOT RUN - RUN REFUSED"
902080             MOVE 'Y' TO STL-EOJ-SWITCH
902082             GO TO 1000-EXIT
902084     END-READ.
902086     IF RC-BUSINESS-DATE NOT = STL-RUN-DATE
902088        OR NOT RC-ENDED
902090         DISPLAY "COBLSC27 HAS NOT FINISHED TONIGHT - RUN REFUSED"
902092         MOVE 'Y' TO STL-EOJ-SWITCH
902094         GO TO 1000-EXIT
902096     END-IF.
