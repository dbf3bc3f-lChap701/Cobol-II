000180*  PREDECESSOR IN THE NIGHTLY SEQUENCE HAS NOT ENDED FOR THE     *
000190*  BUSINESS DATE, OR WHEN IT ALREADY ENDED FOR THAT DATE         *
000200*  ITSELF.  THE SEQUENCE: COBLSC04 (1), COBLSC05 (2),            *
000205*  COBLSC27 (3), COBLSC08 (4), COBLSC10 (5), COBLSC40 (6),       *
000206*  COBLSC02 (7), COBLSC29 (8), COBLSC32 (9), AND IN THE FALL     *
000206*  COBLSC12 (10).                                                *
000210*  A RECORD LEFT RUNNING MEANS THE JOB ABENDED - A RESTART IS    *
000230*  ALLOWED, A SECOND FULL RUN IS NOT.                            *
000240*                                                                *
000250*  MOD-LOG                                                       *
000260*  DATE       BY   DESCRIPTION                                   *
000270*  ---------- ---- ------------------------------------------    *
000280*  2026-09-03 RLH  ORIGINAL RECORD LAYOUT.                        *
000285*  2026-10-07 RLH  THE MORNING GATE SHEET COBLSC27 JOINS THE      *
000286*                  SEQUENCE AS STEP 3, AFTER THE WAITLIST         *
000287*                  RELEASE; THE LATER STEPS MOVE DOWN ONE.        *
000288*  2026-10-08 RLH  THE GENERAL LEDGER EXTRACT COBLSC29 JOINS      *
000288*                  THE SEQUENCE AS STEP 7, AFTER THE DEPOSIT      *
000288*                  REPORT; THE FALL ARCHIVE MOVES TO STEP 8.      *
000289*  2026-10-10 RLH  THE CROSS-FILE INTEGRITY CHECK COBLSC32 JOINS  *
000289*                  THE SEQUENCE AS STEP 8, AFTER THE LEDGER       *
000289*                  EXTRACT; THE FALL ARCHIVE MOVES TO STEP 9.     *
000289*  2026-10-14 RLH  THE CHARGEBACK LOAD COBLSC40 JOINS THE         *
000289*                  SEQUENCE AS STEP 6, AFTER THE CONFIRMATION     *
000289*                  LETTERS; THE LATER STEPS MOVE DOWN ONE.        *
000290*****************************************************************
000300 01  RUN-CONTROL-RECORD.
000310     05  RC-PROGRAM-ID               PIC X(08).
