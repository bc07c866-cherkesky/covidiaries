000700*   ZERO OR MISSING MEANS TODAY), AN 'S' CARD NAMES ONE STEP   *
000800*   TO RUN, IN ORDER, AND A '*' CARD IS A COMMENT.  STEP       *
000900*   NAMES: ROSTER, WEEKLY, REJREPR, COMPLNC, COVIDRPT,         *
001000*   WEEKPRT, COVPURGE, LAPSED, VAXSTAT, INTEGCHK,              *
001005*   WATCHLST, REMINDER.                                        *
001010*   AN 'R' CARD IS READ LIKE A 'D' CARD BUT ALSO MAKES THE     *
001020*   RUN A RESTART OF THAT DATE: STEPS ALREADY ENDED-OK FOR     *
001030*   THE DATE ARE NOT RERUN AND THE FAILED STEP IS RESUMED.     *
001100*                                                               *
001110*   MODIFICATION HISTORY                                       *
001120*   DATE       INIT DESCRIPTION                                *
001130*   ---------- ---- -------------------------------------------*
001140*   2026-10-05  RLC ADDED THE LAPSED STEP (LAPSERPT).          *
001145*   2026-10-06  RLC ADDED THE VAXSTAT STEP (VAXSTAT).          *
001146*   2026-10-08  RLC ADDED THE INTEGCHK STEP (INTEGCHK).        *
001147*   2026-10-10  RLC ADDED THE 'R' (RESTART) CARD.              *
001148*   2026-10-11  RLC ADDED THE WATCHLST STEP (WATCHLST).        *
001149*   2026-10-14  RLC ADDED THE REMINDER STEP (REMINDER).        *
001150*                                                               *
001200*****************************************************************
001300 01  SCHEDULE-CARD-RECORD.
001400     05  SC-CARD-TYPE            PIC X(01).
001500         88  SC-DATE-CARD        VALUE 'D'.
001600         88  SC-STEP-CARD        VALUE 'S'.
001700         88  SC-COMMENT-CARD     VALUE '*'.
001710         88  SC-RESTART-CARD     VALUE 'R'.
001800     05  FILLER                  PIC X(01).
001900     05  SC-CARD-DATA            PIC X(08).
002000         88  SC-STEP-ROSTER      VALUE 'ROSTER  '.
002400         88  SC-STEP-COVIDRPT    VALUE 'COVIDRPT'.
002500         88  SC-STEP-WEEKPRT     VALUE 'WEEKPRT '.
002600         88  SC-STEP-COVPURGE    VALUE 'COVPURGE'.
002610         88  SC-STEP-LAPSED      VALUE 'LAPSED  '.
002620         88  SC-STEP-VAXSTAT     VALUE 'VAXSTAT '.
002630         88  SC-STEP-INTEGCHK    VALUE 'INTEGCHK'.
002640         88  SC-STEP-WATCHLST    VALUE 'WATCHLST'.
002650         88  SC-STEP-REMINDER    VALUE 'REMINDER'.
002700         88  SC-STEP-VALID       VALUES 'ROSTER  ' 'WEEKLY  '
002800                                        'REJREPR ' 'COMPLNC '
002900                                        'COVIDRPT' 'WEEKPRT '
003000                                        'COVPURGE' 'LAPSED  '
003010                                        'VAXSTAT ' 'INTEGCHK'
003020                                        'WATCHLST' 'REMINDER'.
003100     05  FILLER                  PIC X(30).
