000340*  DATE       BY   DESCRIPTION                                   *
000350*  ---------- ---- ------------------------------------------    *
000360*  2026-09-03 RLH  ORIGINAL PROGRAM.                              *
000360*  2026-10-12 RLH  JOURNAL WORK AREA RESIZED FOR THE 250-BYTE    *
000360*                  RESERVATION RECORD (PASS TYPE AND DISCOUNT    *
000360*                  FIELDS).                                      *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000860*  THAT CHECKS WHETHER THE KEY IS ON FILE OVERWRITES THE         *
000870*  RECORD BUFFER                                                 *
000880*****************************************************************
000890 77  RCV-AFTER-AREA              PIC X(250) VALUE SPACES.
000900
000910 PROCEDURE DIVISION.
000920*****************************************************************
