000220*  GM-GUEST-NUMBER IS THE LAST GUEST NUMBER ASSIGNED, BUMPED     *
000230*  AND REWRITTEN EACH TIME A NEW GUEST IS ADDED.                 *
000240*                                                                *
000240*  A GUEST EJECTED FOR DAMAGE OR A RULES VIOLATION IS FLAGGED    *
000240*  DO-NOT-RENT BY A SUPERVISOR ON COBLSC30, WITH THE REASON,     *
000240*  THE DATE SET, AND THE SUPERVISOR'S ID.  EVERY BOOKING POINT   *
000240*  (COBLSC01, COBLSC21, COBLSC04) REFUSES A FLAGGED PHONE AND    *
000240*  THE WAITLIST RELEASE (COBLSC05) DOES NOT CALL ONE.  ANYTHING  *
000240*  BUT 'Y' IN GM-DNR-FLAG IS RENTABLE - A GUEST ADDED AT THE     *
000240*  COUNTER CARRIES SPACES THERE, AND THE OTHER THREE FIELDS      *
000240*  MEAN NOTHING UNLESS THE FLAG IS SET.                          *
000240*                                                                *
000250*  MOD-LOG                                                       *
000260*  DATE       BY   DESCRIPTION                                   *
000270*  ---------- ---- ------------------------------------------    *
000280*  2026-08-22 RLH  ORIGINAL RECORD LAYOUT.                        *
000285*  2026-10-09 RLH  ADDED THE DO-NOT-RENT FLAG, REASON, DATE SET,  *
000285*                  AND SUPERVISOR ID (82 TO 129 BYTES - SEE THE   *
000285*                  ONE-TIME CONVERSION COBLSC31).                 *
000290*****************************************************************
000300 01  GUEST-MASTER-RECORD.
000310     05  GM-PHONE                    PIC X(10).
000350     05  GM-STAY-COUNT               PIC 9(05).
000360     05  GM-FIRST-STAY-DATE          PIC 9(08).
000370     05  GM-LAST-STAY-DATE           PIC 9(08).
000375     05  GM-DO-NOT-RENT-DATA.
000375         10  GM-DNR-FLAG             PIC X(01).
000375             88  GM-DO-NOT-RENT      VALUE 'Y'.
000375         10  GM-DNR-REASON           PIC X(30).
000375         10  GM-DNR-SET-DATE         PIC 9(08).
000375         10  GM-DNR-SUPERVISOR-ID    PIC X(08).
000380     05  FILLER                      PIC X(10).
