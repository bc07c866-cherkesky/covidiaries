000100*****************************************************************
000200*                                                               *
000300*   CNTTRAN.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE MEMBER CONTACT MAINTENANCE           *
000600*   TRANSACTION FILE READ BY CNTMAINT.  ONE TRANSACTION PER    *
000700*   RECORD: ADD, UPDATE, OR DELETE ONE MEMBER'S CONTACT, OR    *
000800*   LIST THE WHOLE CONTACT FILE ON THE MAINTENANCE REPORT.  AN *
000900*   UPDATE REPLACES EVERY FIELD, SO IT IS KEYED IN FULL.  THE  *
001000*   CHANNEL IS E (E-MAIL), S (TEXT MESSAGE), OR P (VOICE       *
001100*   CALL); THE REMINDER TIME IS HHMM; THE OPT-OUT FLAG IS Y    *
001200*   OR N, BLANK MEANING N.  THE USER-ID SAYS WHO SUBMITTED     *
001300*   THE CHANGE AND IS CARRIED TO THE AUDIT FILE.               *
001400*                                                               *
001500*****************************************************************
001600 01  CONTACT-TRAN-RECORD.
001700     05  CN-FUNCTION             PIC X(01).
001800         88  CN-ADD              VALUE 'A'.
001900         88  CN-UPDATE           VALUE 'U'.
002000         88  CN-DELETE           VALUE 'D'.
002100         88  CN-LIST             VALUE 'L'.
002200         88  CN-FUNCTION-VALID   VALUES 'A' 'U' 'D' 'L'.
002300     05  FILLER                  PIC X(01).
002400     05  CN-USER-ID              PIC X(08).
002500     05  FILLER                  PIC X(01).
002600     05  CN-MEMBER-ID            PIC X(05).
002700     05  FILLER                  PIC X(01).
002800     05  CN-CHANNEL              PIC X(01).
002900         88  CN-EMAIL            VALUE 'E'.
003000         88  CN-CHANNEL-VALID    VALUES 'E' 'S' 'P'.
003100     05  FILLER                  PIC X(01).
003200     05  CN-REMIND-TIME          PIC X(04).
003300     05  CN-REMIND-TIME-R        REDEFINES CN-REMIND-TIME.
003400         10  CN-REMIND-HH        PIC 9(02).
003500         10  CN-REMIND-MM        PIC 9(02).
003600     05  FILLER                  PIC X(01).
003700     05  CN-OPT-OUT-FLAG         PIC X(01).
003800         88  CN-OPT-OUT-VALID    VALUES 'Y' 'N' ' '.
003900     05  FILLER                  PIC X(01).
004000     05  CN-ADDRESS              PIC X(60).
