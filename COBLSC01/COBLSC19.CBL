000290*  DATE       BY   DESCRIPTION                                   *
000300*  ---------- ---- ------------------------------------------    *
000310*  2026-09-02 RLH  ORIGINAL PROGRAM.                              *
000310*  2026-10-11 RLH  ADDED A VOUCHER O/S COLUMN FOR THE GIFT         *
000310*                  CERTIFICATES AND RAIN CHECKS NOW COUNTED ON     *
000310*                  COBLSC18.  PRINT LINE WIDENED SO THE GRAND      *
000310*                  TOTAL FITS.                                     *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000480 COPY CLOSEOUT.CPY.
000490
000500 FD  CLOSEOUT-REPORT-FILE.
000510 01  CLOSEOUT-REPORT-RECORD         PIC X(110).
000520
000530 WORKING-STORAGE SECTION.
000540*****************************************************************
000830     05  COR-OS-VISA             PIC S9(05)V99 VALUE ZERO.
000840     05  COR-OS-MC               PIC S9(05)V99 VALUE ZERO.
000850     05  COR-OS-AMEX             PIC S9(05)V99 VALUE ZERO.
000850     05  COR-OS-VOUCHER          PIC S9(05)V99 VALUE ZERO.
000860
000870 01  COR-GRAND-TOTALS.
000880     05  COR-G-CASH              PIC S9(07)V99 VALUE ZERO.
000890     05  COR-G-VISA              PIC S9(07)V99 VALUE ZERO.
000900     05  COR-G-MC                PIC S9(07)V99 VALUE ZERO.
000910     05  COR-G-AMEX              PIC S9(07)V99 VALUE ZERO.
000910     05  COR-G-VOUCHER           PIC S9(07)V99 VALUE ZERO.
000920     05  COR-G-TOTAL             PIC S9(07)V99 VALUE ZERO.
000930
000940*****************************************************************
001140     05  FILLER                  PIC X(11) VALUE "VISA O/S".
001150     05  FILLER                  PIC X(11) VALUE "MC O/S".
001160     05  FILLER                  PIC X(11) VALUE "AMEX O/S".
001160     05  FILLER                  PIC X(11) VALUE "VOUCHR O/S".
001170     05  FILLER                  PIC X(11) VALUE "TOTAL O/S".
001180
001190 01  CR-DETAIL-LINE.
001290     05  FILLER                  PIC X(01).
001300     05  CR-D-AMEX               PIC ZZ,ZZ9.99-.
001310     05  FILLER                  PIC X(01).
001310     05  CR-D-VOUCHER            PIC ZZ,ZZ9.99-.
001310     05  FILLER                  PIC X(01).
001320     05  CR-D-TOTAL              PIC ZZ,ZZ9.99-.
001330
001340 01  CR-GRAND-TOTAL-LINE.
001380     05  CR-G-VISA               PIC Z,ZZZ,ZZ9.99-.
001390     05  CR-G-MC                 PIC Z,ZZZ,ZZ9.99-.
001400     05  CR-G-AMEX               PIC Z,ZZZ,ZZ9.99-.
001400     05  CR-G-VOUCHER            PIC Z,ZZZ,ZZ9.99-.
001410     05  CR-G-TOTAL              PIC Z,ZZZ,ZZ9.99-.
001420
001430 01  CR-NONE-LINE.
002450     COMPUTE COR-OS-VISA = CO-COUNTED-VISA - CO-SYSTEM-VISA.
002460     COMPUTE COR-OS-MC   = CO-COUNTED-MC   - CO-SYSTEM-MC.
002470     COMPUTE COR-OS-AMEX = CO-COUNTED-AMEX - CO-SYSTEM-AMEX.
002470     COMPUTE COR-OS-VOUCHER =
002470         CO-COUNTED-VOUCHER - CO-SYSTEM-VOUCHER.
002480
002490     MOVE CO-OPERATOR-ID     TO CR-D-OPERATOR.
002500     MOVE CO-CAMPGROUND-NAME TO CR-D-CAMPGROUND.
002520     MOVE COR-OS-VISA        TO CR-D-VISA.
002530     MOVE COR-OS-MC          TO CR-D-MC.
002540     MOVE COR-OS-AMEX        TO CR-D-AMEX.
002540     MOVE COR-OS-VOUCHER     TO CR-D-VOUCHER.
002550     MOVE CO-OVER-SHORT      TO CR-D-TOTAL.
002560     WRITE CLOSEOUT-REPORT-RECORD FROM CR-DETAIL-LINE.
002570     ADD 1 TO COR-LINE-COUNT.
002600     ADD COR-OS-VISA   TO COR-G-VISA.
002610     ADD COR-OS-MC     TO COR-G-MC.
002620     ADD COR-OS-AMEX   TO COR-G-AMEX.
002620     ADD COR-OS-VOUCHER TO COR-G-VOUCHER.
002630     ADD CO-OVER-SHORT TO COR-G-TOTAL.
002640 3000-EXIT.
002650     EXIT.
002770     MOVE COR-G-VISA  TO CR-G-VISA.
002780     MOVE COR-G-MC    TO CR-G-MC.
002790     MOVE COR-G-AMEX  TO CR-G-AMEX.
002790     MOVE COR-G-VOUCHER TO CR-G-VOUCHER.
002800     MOVE COR-G-TOTAL TO CR-G-TOTAL.
002810     WRITE CLOSEOUT-REPORT-RECORD FROM CR-GRAND-TOTAL-LINE.
002820 7000-EXIT.
