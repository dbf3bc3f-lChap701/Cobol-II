000100*****************************************************************
000110*  LOTAPP.CPY                                                   *
000120*  SEASONAL SITE LOTTERY APPLICATION RECORD LAYOUT              *
000130*                                                                *
000140*  ONE RECORD PER GUEST PER SEASON, KEYED BY THE SEASON YEAR     *
000150*  AND THE GUEST NUMBER - SO A FAMILY GETS ONE APPLICATION NO    *
000160*  MATTER WHICH OF ITS PHONES IT CALLS FROM (SEE COBLSC20).      *
000170*  TAKEN DURING THE APPLICATION WINDOW ON COBLSC38, UP TO THREE  *
000180*  RANKED CAMPGROUND/SITE CHOICES FOR A SEASON-LONG ('L') STAY,  *
000190*  AND DRAWN BY COBLSC39, WHICH STAMPS THE DRAW NUMBER, THE      *
000200*  PLACE IN THE DRAW ORDER, AND THE OUTCOME BACK ON THE RECORD.  *
000210*  AN APPLICATION IS NEVER DELETED - A WITHDRAWN ONE IS KEPT AT  *
000220*  STATUS W, AND NEXT YEAR'S DRAW READS THIS YEAR'S OUTCOMES TO  *
000230*  DECIDE WHO GETS PREFERENCE.                                   *
000240*                                                                *
000250*  THE RECORD AT GUEST NUMBER 000000 IS THE SEASON'S CONTROL     *
000260*  RECORD (LC- FIELDS) - THE APPLICATION WINDOW, THE SEASON'S    *
000270*  ARRIVAL AND DEPARTURE DATES, AND, ONCE THE FINAL DRAW HAS     *
000280*  RUN, THE DATE AND SEED IT RAN WITH, SO THE DRAW CAN BE RUN    *
000290*  AGAIN FROM THE SAME SEED AND SHOWN TO COME OUT THE SAME.      *
000300*                                                                *
000310*  MOD-LOG                                                       *
000320*  DATE       BY   DESCRIPTION                                   *
000330*  ---------- ---- ------------------------------------------    *
000340*  2026-10-13 RLH  ORIGINAL RECORD LAYOUT.                        *
000350*****************************************************************
000360 01  LOTTERY-APPLICATION-RECORD.
000370     05  LA-KEY.
000380         10  LA-SEASON-YEAR          PIC 9(04).
000390         10  LA-GUEST-NUMBER         PIC 9(06).
000400             88  LA-CONTROL-RECORD   VALUE ZERO.
000410     05  LA-APPLICATION-DATA.
000420         10  LA-PHONE                PIC X(10).
000430         10  LA-LAST-NAME            PIC X(20).
000440         10  LA-FIRST-NAME           PIC X(15).
000450         10  LA-EQUIP-TYPE           PIC X(01).
000460             88  LA-EQUIP-TENT       VALUE 'T'.
000470             88  LA-EQUIP-RV         VALUE 'R'.
000480             88  LA-EQUIP-ELECTRIC   VALUE 'E'.
000490         10  LA-CHOICE               OCCURS 3.
000500             15  LA-CH-CAMPGROUND    PIC X(20).
000510             15  LA-CH-SITE          PIC X(03).
000520         10  LA-STATUS               PIC X(01).
000530             88  LA-PENDING          VALUE 'P'.
000540             88  LA-AWARDED          VALUE 'A'.
000550             88  LA-NOT-AWARDED      VALUE 'N'.
000560             88  LA-WITHDRAWN        VALUE 'W'.
000570         10  LA-APPLIED-DATE         PIC 9(08).
000580         10  LA-OPERATOR-ID          PIC X(08).
000590         10  LA-LAST-CHANGE-DATE     PIC 9(08).
000600         10  LA-PREFERENCE-FLAG      PIC X(01).
000610             88  LA-PREFERRED        VALUE 'Y'.
000620         10  LA-DRAW-NUMBER          PIC 9(10).
000630         10  LA-DRAW-ORDER           PIC 9(05).
000640         10  LA-AWARD-CHOICE         PIC 9(01).
000650         10  LA-REASON               PIC X(01).
000660             88  LA-REASON-NO-SITE   VALUE 'S'.
000670             88  LA-REASON-DNR       VALUE 'D'.
000680         10  LA-WAITLIST-FLAG        PIC X(01).
000690             88  LA-WAITLISTED       VALUE 'Y'.
000700         10  FILLER                  PIC X(10).
000710     05  LA-CONTROL-DATA REDEFINES LA-APPLICATION-DATA.
000720         10  LC-WINDOW-OPEN-DATE     PIC 9(08).
000730         10  LC-WINDOW-CLOSE-DATE    PIC 9(08).
000740         10  LC-SEASON-ARRIVAL-DATE  PIC 9(08).
000750         10  LC-SEASON-DEPART-DATE   PIC 9(08).
000760         10  LC-DRAW-STATUS          PIC X(01).
000770             88  LC-DRAWN            VALUE 'D'.
000780         10  LC-DRAW-DATE            PIC 9(08).
000790         10  LC-DRAW-SEED            PIC 9(10).
000800         10  LC-SUPERVISOR-ID        PIC X(08).
000810         10  LC-AWARD-COUNT          PIC 9(05).
000820         10  LC-NON-AWARD-COUNT      PIC 9(05).
000830         10  FILLER                  PIC X(100).
