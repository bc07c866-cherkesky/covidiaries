000100*****************************************************************
000200*                                                               *
000300*   DOSAUDIT.CPY                                               *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE DOSE-HISTORY AUDIT-TRAIL FILE        *
000600*   WRITTEN BY DOSEMAINT.  ONE RECORD PER APPLIED ADD,         *
000700*   UPDATE, OR DELETE, WITH THE BEFORE AND AFTER DOSE IMAGES,  *
000800*   SO WE CAN SEE WHO KEYED A DOSE AND WHEN.  BEFORE IS        *
000900*   SPACES ON AN ADD; AFTER IS SPACES ON A DELETE.             *
001000*                                                               *
001100*****************************************************************
001200 01  DOSE-AUDIT-RECORD.
001300     05  DX-DATE                 PIC 9(08).
001400     05  FILLER                  PIC X(01).
001500     05  DX-TIME                 PIC 9(06).
001600     05  FILLER                  PIC X(01).
001700     05  DX-USER-ID              PIC X(08).
001800     05  FILLER                  PIC X(01).
001900     05  DX-FUNCTION             PIC X(01).
002000     05  FILLER                  PIC X(01).
002100     05  DX-MEMBER-ID            PIC 9(05).
002200     05  FILLER                  PIC X(01).
002300     05  DX-DOSE-DATE            PIC 9(08).
002400     05  FILLER                  PIC X(01).
002500     05  DX-BEFORE-KIND          PIC X(01).
002600     05  DX-BEFORE-SERIES        PIC X(01).
002700     05  DX-BEFORE-PRODUCT       PIC X(12).
002800     05  FILLER                  PIC X(01).
002900     05  DX-AFTER-KIND           PIC X(01).
003000     05  DX-AFTER-SERIES         PIC X(01).
003100     05  DX-AFTER-PRODUCT        PIC X(12).
