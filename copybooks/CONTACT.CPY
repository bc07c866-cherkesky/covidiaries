000100*****************************************************************
000200*                                                               *
000300*   CONTACT.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE MEMBER CONTACT INDEXED FILE, KEYED   *
000600*   BY MEMBER ID, MAINTAINED BY CNTMAINT.  ONE RECORD PER      *
000700*   MEMBER WHO CAN BE SENT A DAILY AGENDA REMINDER: THE        *
000800*   CHANNEL (E-MAIL, TEXT MESSAGE, OR VOICE CALL), THE E-MAIL  *
000900*   ADDRESS OR TELEPHONE NUMBER FOR THAT CHANNEL, THE TIME OF  *
001000*   DAY THE MEMBER WANTS THE REMINDER (HHMM, 24-HOUR CLOCK),   *
001100*   AND AN OPT-OUT FLAG.  AN OPTED-OUT MEMBER KEEPS THE        *
001200*   RECORD SO THE CONTACT DETAILS ARE NOT LOST, BUT THE        *
001300*   REMINDER STEP SENDS NOTHING.                               *
001400*                                                               *
001500*****************************************************************
001600 01  CONTACT-RECORD.
001700     05  CT-MEMBER-ID            PIC 9(05).
001800     05  CT-CHANNEL              PIC X(01).
001900         88  CT-EMAIL            VALUE 'E'.
002000         88  CT-SMS              VALUE 'S'.
002100         88  CT-PHONE            VALUE 'P'.
002200     05  CT-ADDRESS              PIC X(60).
002300     05  CT-REMIND-TIME          PIC 9(04).
002400     05  CT-OPT-OUT-FLAG         PIC X(01).
002500         88  CT-OPTED-OUT        VALUE 'Y'.
002600         88  CT-OPTED-IN         VALUE 'N'.
002700     05  CT-UPDATED-BY           PIC X(08).
002800     05  CT-UPDATED-DATE         PIC 9(08).
