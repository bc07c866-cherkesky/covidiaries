000100*****************************************************************
000200*                                                               *
000300*   SWAPTRAN.CPY                                               *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE AGENDA SWAP-REQUEST TRANSACTION FILE *
000600*   READ BY AGNDSWAP.  ONE REQUEST PER RECORD: REPLACE ONE     *
000700*   MEMBER'S MORNING, NOON, OR EVENING ACTIVITY ON ONE AGENDA  *
000800*   DATE OF THE CURRENT WEEKLY AGENDA.  THE WANTED SLOT NAMES  *
000900*   THE ACTIVITY-MASTER SLOT (1-9) THE MEMBER ASKED FOR; BLANK *
001000*   LETS AGNDSWAP TAKE THE NEXT ELIGIBLE SLOT.  THE USER-ID    *
001100*   SAYS WHO SUBMITTED THE REQUEST AND IS CARRIED TO THE SWAP  *
001200*   LOG.                                                       *
001300*                                                               *
001400*****************************************************************
001500 01  SWAP-TRAN-RECORD.
001600     05  ST-USER-ID              PIC X(08).
001700     05  FILLER                  PIC X(01).
001800     05  ST-MEMBER-ID            PIC X(05).
001900     05  FILLER                  PIC X(01).
002000     05  ST-AGENDA-DATE          PIC X(08).
002100     05  FILLER                  PIC X(01).
002200     05  ST-TIME-OF-DAY          PIC X(01).
002300         88  ST-TOD-VALID        VALUES 'M' 'N' 'E'.
002400     05  FILLER                  PIC X(01).
002500     05  ST-WANTED-SLOT          PIC X(01).
002600         88  ST-ANY-SLOT         VALUE SPACE.
002700         88  ST-SLOT-VALID       VALUES '1' THRU '9'.
