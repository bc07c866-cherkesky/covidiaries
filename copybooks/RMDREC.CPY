000100*****************************************************************
000200*                                                               *
000300*   RMDREC.CPY                                                 *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE OUTBOUND DAILY REMINDER FILE         *
000600*   WRITTEN BY THE REMINDER STEP AND PICKED UP BY THE          *
000700*   MESSAGING SERVICE.  ONE FIXED-LAYOUT DETAIL RECORD ('D')   *
000800*   PER ACTIVE, OPTED-IN MEMBER WITH AN AGENDA FOR THE DAY,    *
000900*   IN AGENDA FILE ORDER, CARRYING THE CHANNEL AND ADDRESS TO  *
001000*   SEND TO, THE DATE AND TIME TO SEND, AND THE DAY'S THREE    *
001100*   ACTIVITIES.  THE FILE ENDS WITH ONE TRAILER RECORD ('T')   *
001200*   HOLDING THE RUN DATE, THE REMINDER DATE, AND THE NUMBER    *
001300*   OF DETAIL RECORDS, SO THE RECEIVER CAN PROVE IT GOT THE    *
001400*   WHOLE FILE.  A DAY WITH NOTHING TO SEND STILL GETS THE     *
001500*   TRAILER, WITH A ZERO COUNT.                                *
001600*                                                               *
001700*****************************************************************
001800 01  REMINDER-OUT-RECORD.
001900     05  RO-RECORD-TYPE          PIC X(01).
002000         88  RO-DETAIL           VALUE 'D'.
002100         88  RO-TRAILER          VALUE 'T'.
002200     05  FILLER                  PIC X(01).
002300     05  RO-DETAIL-DATA.
002400         10  RO-MEMBER-ID        PIC 9(05).
002500         10  FILLER              PIC X(01).
002600         10  RO-MEMBER-NAME      PIC X(20).
002700         10  FILLER              PIC X(01).
002800         10  RO-CHANNEL          PIC X(01).
002900         10  FILLER              PIC X(01).
003000         10  RO-ADDRESS          PIC X(60).
003100         10  FILLER              PIC X(01).
003200         10  RO-SEND-DATE        PIC 9(08).
003300         10  FILLER              PIC X(01).
003400         10  RO-SEND-TIME        PIC 9(04).
003500         10  FILLER              PIC X(01).
003600         10  RO-DAY-NAME         PIC X(09).
003700         10  FILLER              PIC X(01).
003800         10  RO-MORNING-ACTIVITY PIC X(30).
003900         10  RO-NOON-ACTIVITY    PIC X(30).
004000         10  RO-EVENING-ACTIVITY PIC X(30).
004100     05  RO-TRAILER-DATA         REDEFINES RO-DETAIL-DATA.
004200         10  RO-RUN-DATE         PIC 9(08).
004300         10  FILLER              PIC X(01).
004400         10  RO-REMIND-DATE      PIC 9(08).
004500         10  FILLER              PIC X(01).
004600         10  RO-RECORD-COUNT     PIC 9(07).
004700         10  FILLER              PIC X(179).
