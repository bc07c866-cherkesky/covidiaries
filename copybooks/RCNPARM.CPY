000100*****************************************************************
000200*                                                               *
000300*   RCNPARM.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE AUDRECON PARAMETER CARD.  THE AS-OF  *
000600*   DATE (YYYYMMDD) IS THE DAY WHOSE CLOSING STATE THE         *
000700*   SNAPSHOT MASTERS ARE REBUILT TO -- ZERO OR BLANK MEANS     *
000800*   TODAY.  THE FROM/TO DATES LIMIT THE AUDIT RECORDS ON THE   *
000900*   CHANGE REPORT -- ZERO OR BLANK LEAVES THAT END OF THE      *
001000*   RANGE OPEN, LIKE RPTPARM.  THE USER ID IS OPTIONAL: BLANK  *
001100*   REPORTS EVERY USER'S CHANGES, A USER ID ONLY THAT USER'S.  *
001200*   THE TRAILING FILLER IS RESERVED FOR FUTURE OPTIONS.        *
001300*                                                               *
001400*****************************************************************
001500 01  RECON-PARM-RECORD.
001600     05  RP-AS-OF-DATE           PIC 9(08).
001700     05  FILLER                  PIC X(01).
001800     05  RP-FROM-DATE            PIC 9(08).
001900     05  FILLER                  PIC X(01).
002000     05  RP-TO-DATE              PIC 9(08).
002100     05  FILLER                  PIC X(01).
002200     05  RP-USER-ID              PIC X(08).
002300     05  FILLER                  PIC X(05).
