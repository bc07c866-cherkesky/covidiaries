000100*****************************************************************
000200*                                                               *
000300*   RMDPARM.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE REMINDER STEP PARAMETER CARD.  THE   *
000600*   REMINDER DATE (YYYYMMDD) IS THE AGENDA DAY WHOSE ENTRIES   *
000700*   ARE SENT OUT -- ZERO, BLANK, OR A MISSING CARD MEANS       *
000800*   TODAY.  THE TRAILING FILLER IS RESERVED FOR FUTURE         *
000900*   OPTIONS.                                                   *
001000*                                                               *
001100*****************************************************************
001200 01  REMIND-PARM-RECORD.
001300     05  RM-REMIND-DATE          PIC 9(08).
001400     05  FILLER                  PIC X(32).
