000100*****************************************************************
000200*                                                               *
000300*   VAXPARM.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE VAXSTAT PARAMETER FILE.  THE FULL    *
000600*   WAIT IS THE NUMBER OF DAYS AFTER THE DOSE THAT COMPLETES   *
000700*   THE PRIMARY SERIES BEFORE A MEMBER COUNTS AS FULLY         *
000800*   VACCINATED; THE BOOST WAIT IS THE SAME FOR A BOOSTER.      *
000900*   ZERO OR MISSING MEANS THE PROGRAM DEFAULT.  THE AS-OF      *
001000*   DATE (YYYYMMDD) IS THE DAY THE WAITS ARE MEASURED TO;      *
001100*   ZERO OR MISSING MEANS TODAY.  THE TRAILING FILLER IS       *
001200*   RESERVED FOR FUTURE OPTIONS.                               *
001300*                                                               *
001400*****************************************************************
001500 01  VAX-PARM-RECORD.
001600     05  VP-FULL-WAIT-DAYS       PIC 9(03).
001700     05  FILLER                  PIC X(01).
001800     05  VP-BOOST-WAIT-DAYS      PIC 9(03).
001900     05  FILLER                  PIC X(01).
002000     05  VP-AS-OF-DATE           PIC 9(08).
002100     05  FILLER                  PIC X(24).
