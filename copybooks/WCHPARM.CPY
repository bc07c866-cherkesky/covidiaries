000100*****************************************************************
000200*                                                               *
000300*   WCHPARM.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE WATCHLST PARAMETER FILE.  ANY FIELD  *
000600*   LEFT ZERO OR BLANK TAKES THE PROGRAM DEFAULT, SO THE STEP  *
000700*   RUNS UNDER RUNCTL WITH NO CARD AT ALL.                     *
000800*     WINDOW DAYS    DAYS OF HISTORY LOOKED AT, ENDING ON THE  *
000900*                    AS-OF DATE (DEFAULT 14).                  *
001000*     AS-OF DATE     YYYYMMDD, DEFAULT TODAY.                  *
001100*     MIN ENTRIES    ENTRIES A MEMBER NEEDS IN THE WINDOW      *
001200*                    TO BE JUDGED AT ALL (DEFAULT 3).          *
001300*     Q1 FROM/TO     THE QUESTION-1 MOVE WATCHED FOR           *
001400*                    (DEFAULT 1 TO 2 -- "BUST THROUGH THE      *
001500*                    WALLS").                                  *
001600*     Q1 HOLD        ENTRIES THE TO-ANSWER MUST HOLD FOR SINCE *
001700*                    THE MOVE (DEFAULT 3).                     *
001800*     Q2 RISE        QUESTION-2 CLIMB, LOWEST POINT TO THE     *
001900*                    LATEST ENTRY, THAT COUNTS AS STEEP        *
002000*                    (DEFAULT 150).                            *
002100*     Q2 ENTRIES     HOW MANY OF THE LATEST ENTRIES THE CLIMB  *
002200*                    IS MEASURED OVER (DEFAULT 5).             *
002300*   THE TRAILING FILLER IS RESERVED FOR FUTURE OPTIONS.        *
002400*                                                               *
002500*****************************************************************
002600 01  WATCH-PARM-RECORD.
002700     05  WP-WINDOW-DAYS          PIC 9(03).
002800     05  FILLER                  PIC X(01).
002900     05  WP-AS-OF-DATE           PIC 9(08).
003000     05  FILLER                  PIC X(01).
003100     05  WP-MIN-ENTRIES          PIC 9(02).
003200     05  FILLER                  PIC X(01).
003300     05  WP-Q1-FROM-ANSWER       PIC 9(01).
003400     05  WP-Q1-TO-ANSWER         PIC 9(01).
003500     05  FILLER                  PIC X(01).
003600     05  WP-Q1-HOLD-ENTRIES      PIC 9(02).
003700     05  FILLER                  PIC X(01).
003800     05  WP-Q2-RISE              PIC 9(03).
003900     05  FILLER                  PIC X(01).
004000     05  WP-Q2-ENTRIES           PIC 9(02).
004100     05  FILLER                  PIC X(12).
