000100*****************************************************************
000110*  SITECLS.CPY                                                  *
000120*  SITE CLOSURE RECORD LAYOUT                                   *
000130*                                                                *
000140*  ONE RECORD PER CLOSURE - A SITE FLOODED, A POWER POST OUT,    *
000150*  A PAD UNDER REPAIR - KEYED BY CAMPGROUND, SITE, AND THE       *
000160*  FIRST NIGHT CLOSED.  SC-SITE NAMES ONE SITE, OR A LOOP        *
000170*  LETTER FOLLOWED BY SPACES FOR EVERY SITE IN THAT LOOP (THE    *
000180*  SITE'S LEADING LETTER), OR ALL SPACES FOR THE WHOLE           *
000190*  CAMPGROUND.  THE SITE IS CLOSED FROM THE NIGHT OF             *
000200*  SC-FROM-DATE THROUGH THE NIGHT OF SC-THROUGH-DATE, BOTH       *
000210*  INCLUDED, AND EVERY OCCUPANCY CHECK TREATS THOSE NIGHTS AS    *
000220*  TAKEN - UNLIKE SM-ACTIVE-FLAG, WHICH RETIRES A SITE FOR       *
000230*  GOOD.  MAINTAINED ON COBLSC25.                                *
000240*                                                                *
000250*  MOD-LOG                                                       *
000260*  DATE       BY   DESCRIPTION                                   *
000270*  ---------- ---- ------------------------------------------    *
000280*  2026-10-05 RLH  ORIGINAL RECORD LAYOUT.                        *
000290*****************************************************************
000300 01  SITE-CLOSURE-RECORD.
000310     05  SC-KEY.
000320         10  SC-CAMPGROUND-NAME      PIC X(20).
000330         10  SC-SITE                 PIC X(03).
000340         10  SC-FROM-DATE            PIC 9(08).
000350     05  SC-THROUGH-DATE             PIC 9(08).
000360     05  SC-REASON-CODE              PIC X(02).
000370         88  SC-REASON-FLOOD         VALUE 'FL'.
000380         88  SC-REASON-POWER         VALUE 'PW'.
000390         88  SC-REASON-REPAIR        VALUE 'RP'.
000400         88  SC-REASON-HAZARD        VALUE 'HZ'.
000410         88  SC-REASON-OTHER         VALUE 'OT'.
000420         88  SC-REASON-VALID         VALUES 'FL' 'PW' 'RP'
000430                                            'HZ' 'OT'.
000440     05  SC-OPERATOR-ID              PIC X(08).
000450     05  SC-ADDED-DATE               PIC 9(08).
000460     05  SC-LAST-CHANGE-DATE         PIC 9(08).
000470     05  FILLER                      PIC X(10).
