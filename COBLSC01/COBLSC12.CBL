000349*                  COBLSC02 HAS ENDED FOR THE BUSINESS DATE,      *
000349*                  REFUSES A SECOND RUN FOR THE SAME DATE,        *
000349*                  AND LOGS ITS START AND END FOR COBLSC22.       *
000349*  2026-10-07 RLH  THE MORNING GATE SHEET (COBLSC27) NOW RUNS    *
000349*                  AS STEP 3 OF THE NIGHTLY SEQUENCE, SO THIS    *
000349*                  JOB MOVES DOWN TO STEP 7.                     *
000349*  2026-10-08 RLH  THE GENERAL LEDGER EXTRACT (COBLSC29) NOW     *
000349*                  FOLLOWS COBLSC02, SO THIS JOB IS STEP 8 AND   *
000349*                  WAITS ON COBLSC29.                            *
000349*  2026-10-10 RLH  THE CROSS-FILE INTEGRITY CHECK (COBLSC32) NOW *
000349*                  FOLLOWS COBLSC29, SO THIS JOB IS STEP 9 AND   *
000349*                  WAITS ON COBLSC32.                            *
000349*  2026-10-12 RLH  RESERVATION RECORD GREW TO 250 BYTES (PASS    *
000349*                  TYPE AND DISCOUNT FIELDS) - THE SPELLED-OUT   *
000349*                  ARCHIVE AND REBUILT-FILE RECORDS RESIZED TO   *
000349*                  MATCH.                                        *
000349*  2026-10-14 RLH  THE NIGHTLY CHARGEBACK LOAD (COBLSC40) NOW    *
000349*                  RUNS AS STEP 6, SO THIS JOB MOVES DOWN TO     *
000349*                  STEP 10.                                      *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000740 FD  ARCHIVE-FILE.
000750 01  ARCHIVE-RECORD.
000760     05  ARC-KEY                 PIC X(31).
000770     05  FILLER                  PIC X(219).
000780
000790 FD  NEW-RESERVATION-FILE.
000800 01  NEW-RESERVATION-RECORD.
000810     05  NEW-RES-KEY             PIC X(31).
000820     05  FILLER                  PIC X(219).
000830
000840 FD  PURGE-REPORT-FILE.
000850 01  PURGE-REPORT-RECORD            PIC X(80).
901512     05  RC-FILE-STATUS          PIC X(02) VALUE ZERO.
901514     05  RL-FILE-STATUS          PIC X(02) VALUE ZERO.
901516     05  ARP-RUN-PROGRAM-ID     PIC X(08) VALUE 'COBLSC12'.
901518     05  ARP-RUN-PRED-ID        PIC X(08) VALUE 'COBLSC32'.
901520     05  ARP-RUN-SEQ-NO         PIC 9(02) VALUE 10.
901522     05  ARP-RUN-EVENT          PIC X(05) VALUE SPACES.
901524     05  ARP-RUN-NEW-SWITCH     PIC X(01) VALUE 'N'.
901526         88  ARP-RUN-NEW-RECORD   VALUE 'Y'.
902076     MOVE ARP-RUN-PRED-ID TO RC-PROGRAM-ID.
902078     READ RUN-CONTROL-FILE
902080         INVALID KEY
902082             DISPLAY "COBLSC32 HAS NOT RUN - RUN REFUSED"
902084             MOVE 'Y' TO ARP-EOJ-SWITCH
902086             MOVE 'Y' TO ARP-RESERVATION-EOF-SWITCH
902088             GO TO 1000-EXIT
902090     END-READ.
902092     IF RC-BUSINESS-DATE NOT = ARP-RUN-DATE
902094        OR NOT RC-ENDED
902096         DISPLAY "COBLSC32 HAS NOT FINISHED TONIGHT - RUN REFUSED"
902098         MOVE 'Y' TO ARP-EOJ-SWITCH
902100         MOVE 'Y' TO ARP-RESERVATION-EOF-SWITCH
902102         GO TO 1000-EXIT
