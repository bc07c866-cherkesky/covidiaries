000100*****************************************************************
000200*                                                               *
000300*   SWAPLOG.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE AGENDA SWAP LOG WRITTEN BY AGNDSWAP. *
000600*   ONE RECORD PER APPLIED SWAP, WITH THE ACTIVITY TEXT BEFORE *
000700*   AND AFTER, SO WE CAN SEE WHO CHANGED WHICH AGENDA SLOT AND *
000800*   WHEN.  COMPLIANCE READS IT TO TALLY A SWAPPED SLOT UNDER   *
000900*   THE ACTIVITY THAT REPLACED IT, SO THE SWAPPED-OUT ACTIVITY *
001000*   IS NOT COUNTED AS ISSUED AND NOT DONE.  THE FILE IS ONLY   *
001100*   EVER ADDED TO; A SECOND SWAP OF THE SAME SLOT IS A SECOND  *
001200*   RECORD WHOSE BEFORE TEXT IS THE FIRST ONE'S AFTER TEXT.    *
001300*                                                               *
001400*****************************************************************
001500 01  SWAP-LOG-RECORD.
001600     05  SL-SWAP-DATE            PIC 9(08).
001700     05  FILLER                  PIC X(01).
001800     05  SL-SWAP-TIME            PIC 9(06).
001900     05  FILLER                  PIC X(01).
002000     05  SL-USER-ID              PIC X(08).
002100     05  FILLER                  PIC X(01).
002200     05  SL-MEMBER-ID            PIC 9(05).
002300     05  FILLER                  PIC X(01).
002400     05  SL-AGENDA-DATE          PIC 9(08).
002500     05  FILLER                  PIC X(01).
002600     05  SL-TIME-OF-DAY          PIC X(01).
002700     05  FILLER                  PIC X(01).
002800     05  SL-AFTER-SLOT           PIC 9(01).
002900     05  FILLER                  PIC X(01).
003000     05  SL-BEFORE-TEXT          PIC X(30).
003100     05  FILLER                  PIC X(01).
003200     05  SL-AFTER-TEXT           PIC X(30).
