000100*****************************************************************
000200*                                                               *
000300*   XPTPARM.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE LOGEXPT PARAMETER CARD.  THE FROM/TO *
000600*   DATES (YYYYMMDD) LIMIT THE DIARY RECORDS EXPORTED -- ZERO  *
000700*   OR BLANK LEAVES THAT END OF THE RANGE OPEN, LIKE           *
000800*   RPTPARM.  THE HOUSEHOLD ID IS OPTIONAL: BLANK OR ZERO      *
000900*   EXPORTS EVERY MEMBER, A HOUSEHOLD ID EXPORTS ONLY THE      *
001000*   MEMBERS THE MEMBER MASTER PLACES IN THAT HOUSEHOLD.  THE   *
001100*   TRAILING FILLER IS RESERVED FOR FUTURE OPTIONS.            *
001200*                                                               *
001300*****************************************************************
001400 01  EXPORT-PARM-RECORD.
001500     05  XP-FROM-DATE            PIC 9(08).
001600     05  FILLER                  PIC X(01).
001700     05  XP-TO-DATE              PIC 9(08).
001800     05  FILLER                  PIC X(01).
001900     05  XP-HOUSEHOLD-ID         PIC X(04).
002000     05  FILLER                  PIC X(18).
