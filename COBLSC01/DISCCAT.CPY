000100*****************************************************************
000110*  DISCCAT.CPY                                                  *
000120*  DISCOUNT CATEGORY RECORD LAYOUT                              *
000130*                                                                *
000140*  ONE RECORD PER PASS TYPE PER EFFECTIVE DATE RANGE, KEYED BY   *
000150*  THE TWO-CHARACTER PASS CODE THE CLERK KEYS (SENIOR,           *
000160*  DISABLED-VETERAN, ACCESS PASS, ...) AND THE RANGE START       *
000170*  DATE.  THE PERCENT IS TAKEN OFF EACH NIGHT'S SCHEDULED RATE   *
000180*  WHEN THE NIGHT FALLS IN THE RANGE; A CATEGORY FLAGGED N FOR   *
000190*  WEEKENDS LEAVES FRIDAY AND SATURDAY NIGHTS AT FULL RATE.      *
000200*  WHERE TWO RANGES FOR ONE CODE OVERLAP A NIGHT, THE LATER      *
000210*  START DATE WINS, THE SAME AS THE RATE SCHEDULE.  MAINTAINED   *
000220*  BY A SUPERVISOR ON COBLSC36.                                  *
000230*                                                                *
000240*  MOD-LOG                                                       *
000250*  DATE       BY   DESCRIPTION                                   *
000260*  ---------- ---- ------------------------------------------    *
000270*  2026-10-12 RLH  ORIGINAL RECORD LAYOUT.                        *
000280*****************************************************************
000290 01  DISCOUNT-CATEGORY-RECORD.
000300     05  DC-KEY.
000310         10  DC-PASS-TYPE            PIC X(02).
000320         10  DC-EFF-START-DATE       PIC 9(08).
000330     05  DC-EFF-END-DATE             PIC 9(08).
000340     05  DC-DESCRIPTION              PIC X(20).
000350     05  DC-PERCENT                  PIC 9(03)V99.
000360     05  DC-WEEKEND-FLAG             PIC X(01).
000370         88  DC-APPLIES-WEEKENDS     VALUE 'Y'.
000380         88  DC-WEEKEND-FLAG-VALID   VALUE 'Y' 'N'.
000390     05  FILLER                      PIC X(16).
