000100*****************************************************************
000200*                                                               *
000300*   WCHLIST.CPY                                                *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE WELLBEING WATCHLIST INDEXED FILE,    *
000600*   KEYED BY LIST DATE AND MEMBER ID, WRITTEN BY WATCHLST.     *
000700*   EVERY RUN FILES ITS WHOLE LIST UNDER ITS AS-OF DATE, SO    *
000800*   THE FILE IS THE DATED HISTORY OF WHO WAS ON THE LIST       *
000900*   WHEN; A RERUN FOR THE SAME DATE REPLACES THAT DATE'S LIST. *
001000*   STATUS 'N' IS NEW TO THE LIST, 'C' WAS ON THE PREVIOUS     *
001100*   LIST TOO; ON-LIST-SINCE CARRIES FORWARD FROM LIST TO LIST. *
001200*   THE TRIGGER FLAGS ARE Y OR N.                              *
001210*   EVERY RUN ALSO FILES ONE RUN-MARKER RECORD (MEMBER         *
001220*   00000, STATUS 'M') UNDER ITS AS-OF DATE, EVEN WHEN NOBODY  *
001230*   IS LISTED, SO AN EMPTY LIST STILL COUNTS AS THE PREVIOUS   *
001240*   LIST FOR THE NEXT RUN.  READERS PASS THE MARKER OVER.      *
001250*                                                               *
001260*   MODIFICATION HISTORY                                       *
001270*   DATE       INIT DESCRIPTION                                *
001280*   ---------- ---- -------------------------------------------*
001290*   2026-10-15  RLC ADDED THE RUN-MARKER RECORD ('M').         *
001300*                                                               *
001400*****************************************************************
001500 01  WATCH-LIST-RECORD.
001600     05  WL-LIST-KEY.
001700         10  WL-LIST-DATE        PIC 9(08).
001800         10  WL-MEMBER-ID        PIC 9(05).
001900     05  WL-MEMBER-NAME          PIC X(20).
002000     05  WL-HOUSEHOLD-ID         PIC 9(04).
002100     05  WL-RANK                 PIC 9(03).
002200     05  WL-PRIORITY-SCORE       PIC 9(03).
002300     05  WL-LIST-STATUS          PIC X(01).
002400         88  WL-NEW-TO-LIST      VALUE 'N'.
002500         88  WL-CONTINUING       VALUE 'C'.
002510         88  WL-RUN-MARKER       VALUE 'M'.
002600     05  WL-ON-LIST-SINCE        PIC 9(08).
002700     05  WL-Q1-TRIGGER           PIC X(01).
002800     05  WL-Q2-TRIGGER           PIC X(01).
002900     05  WL-MISSED-TRIGGER       PIC X(01).
003000     05  WL-Q2-RISE              PIC 9(03).
003100     05  FILLER                  PIC X(20).
