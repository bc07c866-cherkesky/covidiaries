000100*****************************************************************
000200*                                                               *
000300*   LPSXTRC.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE LAPSED-MEMBER OUTREACH EXTRACT       *
000600*   WRITTEN BY LAPSERPT.  ONE FIXED-LAYOUT RECORD PER ACTIVE   *
000700*   MEMBER WHO HAS STOPPED LOGGING ('L') OR HAS NEVER LOGGED   *
000800*   AT ALL ('N'), IN HOUSEHOLD ORDER, SO THE CHECK-IN CALLS    *
000900*   CAN BE WORKED ONE HOUSEHOLD AT A TIME.  A NEVER-LOGGED     *
001000*   MEMBER HAS ZERO LAST-LOG DATE AND DAYS AND BLANK           *
001100*   ACTIVITIES.  THE CALL-RESULT FIELD IS LEFT BLANK FOR THE   *
001200*   CALLER TO FILL IN.                                         *
001300*                                                               *
001400*****************************************************************
001500 01  LAPSE-EXTRACT-RECORD.
001600     05  LX-RECORD-TYPE          PIC X(01).
001700         88  LX-LAPSED           VALUE 'L'.
001800         88  LX-NEVER-LOGGED     VALUE 'N'.
001900     05  FILLER                  PIC X(01).
002000     05  LX-RUN-DATE             PIC 9(08).
002100     05  FILLER                  PIC X(01).
002200     05  LX-HOUSEHOLD-ID         PIC 9(04).
002300     05  FILLER                  PIC X(01).
002400     05  LX-MEMBER-ID            PIC 9(05).
002500     05  FILLER                  PIC X(01).
002600     05  LX-MEMBER-NAME          PIC X(20).
002700     05  FILLER                  PIC X(01).
002800     05  LX-VAX-STATUS           PIC 9(01).
002900     05  FILLER                  PIC X(01).
003000     05  LX-LAST-LOG-DATE        PIC 9(08).
003100     05  FILLER                  PIC X(01).
003200     05  LX-DAYS-SINCE           PIC 9(05).
003300     05  FILLER                  PIC X(01).
003400     05  LX-MORNING-ACTIVITY     PIC X(30).
003500     05  LX-NOON-ACTIVITY        PIC X(30).
003600     05  LX-EVENING-ACTIVITY     PIC X(30).
003700     05  FILLER                  PIC X(01).
003800     05  LX-CALL-RESULT          PIC X(10).
