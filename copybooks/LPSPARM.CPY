000100*****************************************************************
000200*                                                               *
000300*   LPSPARM.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE LAPSERPT PARAMETER FILE.  THE LAPSE  *
000600*   DAYS ARE THE NUMBER OF DAYS A MEMBER MAY GO WITHOUT A      *
000700*   COVID-LOG ENTRY BEFORE THEY ARE LISTED AS LAPSED; ZERO OR  *
000800*   MISSING MEANS THE PROGRAM DEFAULT.  THE AS-OF DATE          *
000900*   (YYYYMMDD) IS THE DAY THE DAYS ARE COUNTED BACK FROM; ZERO *
001000*   OR MISSING MEANS TODAY.  THE TRAILING FILLER IS RESERVED   *
001100*   FOR FUTURE OPTIONS.                                        *
001200*                                                               *
001300*****************************************************************
001400 01  LAPSE-PARM-RECORD.
001500     05  LP-LAPSE-DAYS           PIC 9(03).
001600     05  FILLER                  PIC X(01).
001700     05  LP-AS-OF-DATE           PIC 9(08).
001800     05  FILLER                  PIC X(28).
