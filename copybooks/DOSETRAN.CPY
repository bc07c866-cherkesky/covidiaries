000100*****************************************************************
000200*                                                               *
000300*   DOSETRAN.CPY                                               *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE DOSE-HISTORY MAINTENANCE             *
000600*   TRANSACTION FILE READ BY DOSEMAINT.  ONE TRANSACTION PER   *
000700*   RECORD: ADD, UPDATE, OR DELETE ONE DOSE, OR LIST THE       *
000800*   WHOLE FILE ON THE MAINTENANCE REPORT.  THE KEY IS THE      *
000900*   MEMBER ID AND THE DOSE DATE; A DOSE KEYED ON THE WRONG     *
001000*   DATE IS DELETED AND ADDED AGAIN.  THE USER-ID SAYS WHO     *
001100*   SUBMITTED THE CHANGE AND IS CARRIED TO THE AUDIT FILE.     *
001200*                                                               *
001300*****************************************************************
001400 01  DOSE-TRAN-RECORD.
001500     05  DT-FUNCTION             PIC X(01).
001600         88  DT-ADD              VALUE 'A'.
001700         88  DT-UPDATE           VALUE 'U'.
001800         88  DT-DELETE           VALUE 'D'.
001900         88  DT-LIST             VALUE 'L'.
002000         88  DT-FUNCTION-VALID   VALUES 'A' 'U' 'D' 'L'.
002100     05  FILLER                  PIC X(01).
002200     05  DT-USER-ID              PIC X(08).
002300     05  FILLER                  PIC X(01).
002400     05  DT-MEMBER-ID            PIC X(05).
002500     05  FILLER                  PIC X(01).
002600     05  DT-DOSE-DATE            PIC X(08).
002700     05  FILLER                  PIC X(01).
002800     05  DT-DOSE-KIND            PIC X(01).
002900         88  DT-PRIMARY-DOSE     VALUE 'P'.
003000         88  DT-BOOSTER-DOSE     VALUE 'B'.
003100         88  DT-KIND-VALID       VALUES 'P' 'B'.
003200     05  FILLER                  PIC X(01).
003300     05  DT-SERIES-SIZE          PIC X(01).
003400         88  DT-SERIES-VALID     VALUES '1' '2' '3'.
003500     05  FILLER                  PIC X(01).
003600     05  DT-PRODUCT              PIC X(12).
