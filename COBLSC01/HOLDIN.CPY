000246*                  HLD-SEQ-NO, WRITTEN AND MAINTAINED BY THE       *
000247*                  OFFICE ENTRY PROGRAM COBLSC21, WHICH            *
000248*                  ASSIGNS THE SEQUENCE NUMBERS.                   *
000249*  2026-10-12 RLH  ADDED HLD-PASS-TYPE AND HLD-PASS-NUMBER SO A    *
000249*                  MAIL OR PHONE REQUEST FROM A PASS HOLDER IS     *
000249*                  PRICED WITH THE SAME DISCOUNT AT THE OVERNIGHT  *
000249*                  LOAD AS AT THE COUNTER.  RECORD GREW FROM 136   *
000249*                  TO 150 BYTES - SEE COBLSC15 FOR THE ONE-TIME    *
000249*                  CONVERSION.                                     *
000250*****************************************************************
000260 01  HOLDING-RECORD.
000270     05  HLD-SEQ-NO                  PIC 9(08).
000420     05  HLD-EXP-MONTH               PIC X(02).
000430     05  HLD-EXP-YEAR                PIC X(04).
000435     05  HLD-EQUIP-TYPE              PIC X(01).
000436     05  HLD-PASS-TYPE               PIC X(02).
000437     05  HLD-PASS-NUMBER             PIC X(12).
000440     05  FILLER                      PIC X(09).
