000100*****************************************************************
000200*                                                               *
000300*   LOGCSV.CPY                                                 *
000400*                                                               *
000500*   RECORD LAYOUT FOR THE COMMA-DELIMITED COVID-LOG EXPORT     *
000600*   FILE WRITTEN BY LOGEXPT.  EVERY RECORD IS ONE LINE OF      *
000700*   VARIABLE LENGTH WHOSE FIRST FIELD IS THE RECORD TYPE:      *
000800*     H  HEADER, FIRST:  H,COVIDLOG,VERSION,RUN DATE,          *
000900*           FROM DATE,TO DATE,HOUSEHOLD (OR ALL)               *
001000*     D  ONE PER DIARY RECORD:  D,MEMBER ID,"MEMBER NAME",     *
001100*           HOUSEHOLD,LOG DATE,LOG SEQ,SOURCE (L LIVE, A       *
001200*           ARCHIVE),"USER NAME",Q1,Q2,Q3,VAX STATUS,          *
001300*           "MORNING ACTIVITY",DONE,"NOON ACTIVITY",DONE,      *
001400*           "EVENING ACTIVITY",DONE                            *
001500*     T  TRAILER, LAST:  T,DETAIL RECORD COUNT,HASH TOTAL OF   *
001600*           MEMBER ID,HASH TOTAL OF QUESTION-2                 *
001700*   TEXT FIELDS ARE QUOTED WITH TRAILING SPACES REMOVED, AND A *
001800*   DOUBLE QUOTE INSIDE ONE IS SENT AS A SINGLE QUOTE.  A DONE *
001900*   FLAG IS Y, N, OR EMPTY WHEN NO FEEDBACK WAS EVER POSTED.   *
002000*   NUMBERS KEEP THEIR LEADING ZEROS.  THE RECEIVER PROVES THE *
002100*   FILE COMPLETE BY RE-COUNTING THE D RECORDS AND RE-ADDING   *
002200*   THE TWO HASH FIELDS AGAINST THE TRAILER.                   *
002300*                                                               *
002400*****************************************************************
002500 01  CSV-EXPORT-RECORD           PIC X(200).
