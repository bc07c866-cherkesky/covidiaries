000100*****************************************************************
000200*                                                               *
000300*   CNTAUDIT.CPY                                               *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE MEMBER CONTACT AUDIT-TRAIL FILE      *
000600*   WRITTEN BY CNTMAINT.  ONE RECORD PER APPLIED ADD,          *
000700*   UPDATE, OR DELETE, WITH THE BEFORE AND AFTER CONTACT       *
000800*   IMAGES (CHANNEL, REMINDER TIME, OPT-OUT FLAG, ADDRESS),    *
000900*   SO WE CAN SEE WHO CHANGED A MEMBER'S CONTACT DETAILS AND   *
001000*   WHEN.  BEFORE IS SPACES ON AN ADD; AFTER IS SPACES ON A    *
001100*   DELETE.                                                    *
001200*                                                               *
001300*****************************************************************
001400 01  CONTACT-AUDIT-RECORD.
001500     05  CA-DATE                 PIC 9(08).
001600     05  FILLER                  PIC X(01).
001700     05  CA-TIME                 PIC 9(06).
001800     05  FILLER                  PIC X(01).
001900     05  CA-USER-ID              PIC X(08).
002000     05  FILLER                  PIC X(01).
002100     05  CA-FUNCTION             PIC X(01).
002200     05  FILLER                  PIC X(01).
002300     05  CA-MEMBER-ID            PIC 9(05).
002400     05  FILLER                  PIC X(01).
002500     05  CA-BEFORE-CHANNEL       PIC X(01).
002600     05  CA-BEFORE-TIME          PIC X(04).
002700     05  CA-BEFORE-OPT-OUT       PIC X(01).
002800     05  CA-BEFORE-ADDRESS       PIC X(60).
002900     05  FILLER                  PIC X(01).
003000     05  CA-AFTER-CHANNEL        PIC X(01).
003100     05  CA-AFTER-TIME           PIC X(04).
003200     05  CA-AFTER-OPT-OUT        PIC X(01).
003300     05  CA-AFTER-ADDRESS        PIC X(60).
