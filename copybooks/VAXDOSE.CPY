000100*****************************************************************
000200*                                                               *
000300*   VAXDOSE.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE VACCINATION DOSE-HISTORY INDEXED     *
000600*   FILE, KEYED BY MEMBER ID AND DOSE DATE, MAINTAINED BY      *
000700*   DOSEMAINT.  ONE RECORD PER DOSE GIVEN.  A PRIMARY-SERIES   *
000800*   DOSE CARRIES THE NUMBER OF DOSES ITS PRODUCT NEEDS FOR A   *
000900*   COMPLETE SERIES (1-3); A BOOSTER CARRIES ZERO.  THE        *
001000*   NIGHTLY VAXSTAT STEP WORKS EACH MEMBER'S VACCINATION       *
001100*   STATUS OUT FROM THESE RECORDS AND THE WAITING PERIODS.     *
001200*                                                               *
001300*****************************************************************
001400 01  VAX-DOSE-RECORD.
001500     05  VD-KEY.
001600         10  VD-MEMBER-ID        PIC 9(05).
001700         10  VD-DOSE-DATE        PIC 9(08).
001800     05  VD-DOSE-KIND            PIC X(01).
001900         88  VD-PRIMARY-DOSE     VALUE 'P'.
002000         88  VD-BOOSTER-DOSE     VALUE 'B'.
002100     05  VD-SERIES-SIZE          PIC 9(01).
002200     05  VD-PRODUCT              PIC X(12).
002300     05  VD-ENTERED-BY           PIC X(08).
002400     05  VD-ENTERED-DATE         PIC 9(08).
