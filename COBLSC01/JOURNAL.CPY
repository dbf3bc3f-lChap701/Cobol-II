000274*                  WRITES THE ARCHIVE AND REBUILT FILES, NOT       *
000276*                  RESERVE, AND REPLAYING ITS IMAGES WOULD PUT     *
000278*                  EVERY PURGED RECORD BACK ON THE LIVE FILE.      *
000279*  2026-10-12 RLH  IMAGES RESIZED TO THE 250-BYTE RESERVATION      *
000279*                  RECORD (PASS TYPE AND DISCOUNT FIELDS).  THE    *
000279*                  JOURNAL STARTS FRESH WHEN COBLSC15 CONVERTS     *
000279*                  THE FILES - A PRE-CONVERSION JOURNAL CANNOT BE  *
000279*                  REPLAYED AGAINST THE CONVERTED FILE.            *
000280*****************************************************************
000290 01  JOURNAL-RECORD.
000300     05  JR-PROGRAM-ID               PIC X(08).
000340     05  JR-ACTION                   PIC X(01).
000350         88  JR-ACTION-WRITE         VALUE 'W'.
000360         88  JR-ACTION-REWRITE       VALUE 'R'.
000370     05  JR-BEFORE-IMAGE             PIC X(250).
000380     05  JR-AFTER-IMAGE              PIC X(250).
000390     05  FILLER                      PIC X(10).
