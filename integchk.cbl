000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTEGCHK INITIAL.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-08.
000600 DATE-COMPILED.  2026-10-08.
000700*
000800*****************************************************************
000900*                                                               *
001000*   INTEGCHK IS THE CROSS-FILE INTEGRITY AUDIT.  THE MASTERS,   *
001100*   THE COVID-LOG AND ITS ARCHIVE, AND THE EXTRACTS THE BATCHES *
001200*   PASS TO EACH OTHER ALL POINT AT ONE ANOTHER BY MEMBER ID OR *
001300*   BY ACTIVITY TEXT, AND NOTHING ELSE CHECKS THAT THEY STILL   *
001400*   AGREE.  EACH CHECK BELOW IS RUN IN TURN, ITS FINDINGS ARE   *
001500*   LISTED, AND THE RUN ENDS WITH ONE SUMMARY LINE PER CHECK    *
001600*   (SEVERITY AND FINDING COUNT) AND A PASS/FAIL RESULT.  ANY   *
001700*   ERROR FINDING FAILS THE AUDIT; WARNINGS ARE DRIFT WORTH A   *
001800*   LOOK THAT DO NOT BY THEMSELVES CORRUPT A RECONCILIATION OR  *
001900*   A COMPLIANCE RATE.                                          *
002000*     1  COVIDLOG RECORD, MEMBER NOT ON MEMMSTR      ERROR      *
002100*     2  COVARCH RECORD, MEMBER NOT ON MEMMSTR       ERROR      *
002200*     3  WEEKAGND ENTRY, MEMBER INACTIVE             WARNING    *
002300*     4  REJRPT ENTRY, MEMBER INACTIVE               WARNING    *
002400*     5  CMPSTAT ACTIVITY TEXT NOT ON ACTMSTR        WARNING    *
002500*     6  COMPFDBK RECORD WITH NO MATCHING LOG KEY    ERROR      *
002600*     7  HOUSEHOLD WITH ONLY ONE ACTIVE MEMBER       WARNING    *
002700*     8  LOGCTL COUNT DISAGREES WITH COVIDLOG        ERROR      *
002800*   MEMBERS ARE NEVER DELETED, ONLY DEACTIVATED, SO A LOG       *
002900*   RECORD WITH NO MASTER RECORD IS ALWAYS WRONG.  A MEMBER ID  *
003000*   ON THE AGENDA OR THE REJECTS THAT IS NOT ON THE MASTER AT   *
003100*   ALL IS COUNTED WITH THE INACTIVE ONES.  THE ROSTER'S        *
003200*   BUILT-IN ACTIVITIES COUNT AS ON THE ACTIVITY-MASTER.  A     *
003300*   CHECK WHOSE FILE IS NOT PRESENT IS SHOWN AS NOT CHECKED,    *
003400*   NOT AS PASSED.  THE AUDIT ONLY READS -- IT CHANGES NO FILE. *
003500*                                                               *
003600*   MODIFICATION HISTORY                                       *
003700*   DATE       INIT DESCRIPTION                                *
003800*   ---------- ---- -------------------------------------------*
003900*   2026-10-08  RLC ORIGINAL PROGRAM.                          *
003910*   2026-10-16  RLC A FATAL ERROR NOW SENDS THE STEP BACK TO   *
003920*                   RUNCTL WITH RETURN CODE 8 INSTEAD OF       *
003930*                   STOPPING THE WHOLE RUN.  A FAILED AUDIT    *
003940*                   NOW RETURNS CODE 4 SO IT SHOWS ON THE RUN  *
003950*                   REPORT.                                    *
004000*                                                               *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   GNU-LINUX.
004500 OBJECT-COMPUTER.   GNU-LINUX.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MEMBER-MASTER-FILE
004900         ASSIGN TO "MEMMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS MM-MEMBER-ID
005300         FILE STATUS IS CV-MEMMSTR-STATUS.
005400
005500     SELECT COVID-LOG-FILE
005600         ASSIGN TO "COVIDLOG"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CL-LOG-KEY
006000         FILE STATUS IS CV-COVLOG-STATUS.
006100
006200     SELECT OPTIONAL ARCHIVE-FILE
006300         ASSIGN TO "COVARCH"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS CV-ARCHIVE-STATUS.
006600
006700     SELECT OPTIONAL WEEKLY-AGENDA-FILE
006800         ASSIGN TO "WEEKAGND"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CV-WEEKAGND-STATUS.
007100
007200     SELECT OPTIONAL REJECTED-FILE
007300         ASSIGN TO "REJRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS CV-REJECT-STATUS.
007600
007700     SELECT OPTIONAL COMPLETION-STAT-FILE
007800         ASSIGN TO "CMPSTAT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS CV-STAT-STATUS.
008100
008200     SELECT OPTIONAL ACTIVITY-MASTER-FILE
008300         ASSIGN TO "ACTMSTR"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS AM-KEY
008700         FILE STATUS IS CV-ACTMSTR-STATUS.
008800
008900     SELECT OPTIONAL FEEDBACK-FILE
009000         ASSIGN TO "COMPFDBK"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS CV-FDBK-STATUS.
009300
009400     SELECT OPTIONAL LOG-CONTROL-FILE
009500         ASSIGN TO "LOGCTL"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS CV-LOGCTL-STATUS.
009800
009900     SELECT INTEGRITY-REPORT-FILE
010000         ASSIGN TO "INTGRPT"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS CV-REPORT-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  MEMBER-MASTER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY MEMMSTR.CPY.
010900
011000 FD  COVID-LOG-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY COVLOG.CPY.
011300
011400 FD  ARCHIVE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600     COPY COVLOG.CPY
011700         REPLACING ==COVID-LOG-RECORD==    BY ==ARCHIVE-RECORD==
011800                   ==CL-LOG-KEY==          BY ==AR-LOG-KEY==
011900                   ==CL-LOG-DATE==         BY ==AR-LOG-DATE==
012000                   ==CL-MEMBER-ID==        BY ==AR-MEMBER-ID==
012100                   ==CL-LOG-SEQ==          BY ==AR-LOG-SEQ==
012200                   ==CL-USER-NAME==        BY ==AR-USER-NAME==
012300                   ==CL-QUESTION-1==       BY ==AR-QUESTION-1==
012400                   ==CL-QUESTION-2==       BY ==AR-QUESTION-2==
012500                   ==CL-QUESTION-3==       BY ==AR-QUESTION-3==
012600                   ==CL-MORNING-ACTIVITY== BY
012700                       ==AR-MORNING-ACTIVITY==
012800                   ==CL-NOON-ACTIVITY==    BY
012900                       ==AR-NOON-ACTIVITY==
013000                   ==CL-EVENING-ACTIVITY== BY
013100                       ==AR-EVENING-ACTIVITY==
013200                   ==CL-VAX-STATUS==       BY ==AR-VAX-STATUS==
013300                   ==CL-MORNING-DONE==     BY ==AR-MORNING-DONE==
013400                   ==CL-NOON-DONE==        BY ==AR-NOON-DONE==
013500                   ==CL-EVENING-DONE==     BY
013600                       ==AR-EVENING-DONE==.
013700
013800 FD  WEEKLY-AGENDA-FILE
013900     LABEL RECORDS ARE STANDARD.
014000     COPY WKAGNDA.CPY.
014100
014200 FD  REJECTED-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY REJREC.CPY.
014500
014600 FD  COMPLETION-STAT-FILE
014700     LABEL RECORDS ARE STANDARD.
014800     COPY CMPSTAT.CPY.
014900
015000 FD  ACTIVITY-MASTER-FILE
015100     LABEL RECORDS ARE STANDARD.
015200     COPY ACTMSTR.CPY.
015300
015400 FD  FEEDBACK-FILE
015500     LABEL RECORDS ARE STANDARD.
015600     COPY CMPFDBK.CPY.
015700
015800 FD  LOG-CONTROL-FILE
015900     LABEL RECORDS ARE STANDARD.
016000     COPY LOGCTL.CPY.
016100
016200 FD  INTEGRITY-REPORT-FILE
016300     LABEL RECORDS ARE STANDARD.
016400 01  REPORT-LINE                     PIC X(80).
016500
016600 WORKING-STORAGE SECTION.
016700 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
016800 77  CV-COVLOG-STATUS            PIC X(02) VALUE SPACES.
016900 77  CV-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
017000 77  CV-WEEKAGND-STATUS          PIC X(02) VALUE SPACES.
017100 77  CV-REJECT-STATUS            PIC X(02) VALUE SPACES.
017200 77  CV-STAT-STATUS              PIC X(02) VALUE SPACES.
017300 77  CV-ACTMSTR-STATUS           PIC X(02) VALUE SPACES.
017400 77  CV-FDBK-STATUS              PIC X(02) VALUE SPACES.
017500 77  CV-LOGCTL-STATUS            PIC X(02) VALUE SPACES.
017600 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
017700 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
017800
017900 77  CV-EOF-SWITCH               PIC X(01) VALUE 'N'.
018000     88  CV-END-OF-FILE          VALUE 'Y'.
018100 77  CV-MEM-EOF-SWITCH           PIC X(01) VALUE 'N'.
018200     88  CV-END-OF-MASTER        VALUE 'Y'.
018300 77  CV-FOUND-SWITCH             PIC X(01) VALUE 'N'.
018400     88  CV-ENTRY-FOUND          VALUE 'Y'.
018500
018600 77  CV-LOG-COUNT                PIC 9(07) COMP VALUE 0.
018700 77  CV-CONTROL-COUNT            PIC 9(07) COMP VALUE 0.
018800 77  CV-ERROR-FINDINGS           PIC 9(07) COMP VALUE 0.
018900 77  CV-WARNING-FINDINGS         PIC 9(07) COMP VALUE 0.
019000 77  CV-NOT-CHECKED              PIC 9(03) COMP VALUE 0.
019100 77  CV-DETAIL-MAX               PIC 9(03) COMP VALUE 20.
019200 77  CV-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
019300 77  CV-EDIT-COUNT-2             PIC Z,ZZZ,ZZ9.
019400 77  CV-EDIT-CHECK               PIC 9(01).
019500 77  CV-SEVERITY-TEXT            PIC X(07) VALUE SPACES.
019600 77  CV-DETAIL-TEXT              PIC X(72) VALUE SPACES.
019700 77  CV-LOOKUP-ID                PIC 9(05) VALUE 0.
019800 77  CV-LOOKUP-TEXT              PIC X(30) VALUE SPACES.
019900
020000 77  CV-MB-COUNT                 PIC 9(03) COMP VALUE 0.
020100 77  CV-MB-MAX                   PIC 9(03) COMP VALUE 500.
020200 77  CV-MB-DROPPED               PIC 9(05) COMP VALUE 0.
020300 77  CV-HH-COUNT                 PIC 9(03) COMP VALUE 0.
020400 77  CV-HH-MAX                   PIC 9(03) COMP VALUE 500.
020500 77  CV-AT-COUNT                 PIC 9(03) COMP VALUE 0.
020600 77  CV-AT-MAX                   PIC 9(03) COMP VALUE 60.
020700 77  C                           PIC 9(03) COMP VALUE 0.
020800 77  M                           PIC 9(03) COMP VALUE 0.
020900 77  H                           PIC 9(03) COMP VALUE 0.
021000 77  A                           PIC 9(03) COMP VALUE 0.
021100
021200*----------------------------------------------------------------
021300*    THE EIGHT CHECKS: SEVERITY ('E' ERROR, 'W' WARNING) AND    *
021400*    THE TITLE FOR THE SECTION HEADER AND THE SUMMARY LINE.     *
021500*----------------------------------------------------------------
021600 01  CV-CK-DEFINITIONS.
021700     05  FILLER                  PIC X(45) VALUE
021800         'ECOVIDLOG RECORD, MEMBER NOT ON MEMMSTR'.
021900     05  FILLER                  PIC X(45) VALUE
022000         'ECOVARCH RECORD, MEMBER NOT ON MEMMSTR'.
022100     05  FILLER                  PIC X(45) VALUE
022200         'WWEEKAGND ENTRY, MEMBER INACTIVE'.
022300     05  FILLER                  PIC X(45) VALUE
022400         'WREJRPT ENTRY, MEMBER INACTIVE'.
022500     05  FILLER                  PIC X(45) VALUE
022600         'WCMPSTAT ACTIVITY TEXT NOT ON ACTMSTR'.
022700     05  FILLER                  PIC X(45) VALUE
022800         'ECOMPFDBK RECORD WITH NO MATCHING LOG KEY'.
022900     05  FILLER                  PIC X(45) VALUE
023000         'WHOUSEHOLD WITH ONLY ONE ACTIVE MEMBER'.
023100     05  FILLER                  PIC X(45) VALUE
023200         'ELOGCTL RECORD COUNT DISAGREES WITH COVIDLOG'.
023300 01  CV-CK-DEFINITION-TABLE REDEFINES CV-CK-DEFINITIONS.
023400     05  CV-CK-DEFINITION        OCCURS 8 TIMES.
023500         10  CV-CK-SEVERITY      PIC X(01).
023600         10  CV-CK-TITLE         PIC X(44).
023700
023800*----------------------------------------------------------------
023900*    WHAT EACH CHECK FOUND: WHETHER IT COULD BE RUN AT ALL      *
024000*    ('N' WHEN ITS FILE IS NOT PRESENT) AND ITS FINDING COUNT.  *
024100*----------------------------------------------------------------
024200 01  CV-CK-RESULTS.
024300     05  CV-CK-RESULT            OCCURS 8 TIMES.
024400         10  CV-CK-CHECKED       PIC X(01).
024500         10  CV-CK-COUNT         PIC 9(07) COMP.
024600
024700*----------------------------------------------------------------
024800*    EVERY MEMBER ON THE MEMBER MASTER, IN MEMBER-ID ORDER.     *
024900*----------------------------------------------------------------
025000 01  CV-MB-TABLE.
025100     05  CV-MB-ENTRY             OCCURS 500 TIMES.
025200         10  CV-MB-MEMBER-ID     PIC 9(05).
025300         10  CV-MB-ACTIVE        PIC X(01).
025400         10  CV-MB-HOUSEHOLD     PIC 9(04).
025500
025600*----------------------------------------------------------------
025700*    EACH HOUSEHOLD WITH AN ACTIVE MEMBER: HOW MANY ACTIVE      *
025800*    MEMBERS IT HAS AND THE FIRST OF THEM.                      *
025900*----------------------------------------------------------------
026000 01  CV-HH-TABLE.
026100     05  CV-HH-ENTRY             OCCURS 500 TIMES.
026200         10  CV-HH-HOUSEHOLD     PIC 9(04).
026300         10  CV-HH-ACTIVE-COUNT  PIC 9(03) COMP.
026400         10  CV-HH-MEMBER-ID     PIC 9(05).
026500
026600*----------------------------------------------------------------
026700*    EVERY ACTIVITY TEXT THE ROSTER COULD HAVE ISSUED: EACH ONE *
026800*    ON THE ACTIVITY-MASTER, WHATEVER ITS DATES, PLUS THE       *
026900*    BUILT-IN LISTS AND SAFE STAND-BYS.                         *
027000*----------------------------------------------------------------
027100 01  CV-AT-TABLE.
027200     05  CV-AT-TEXT              PIC X(30) OCCURS 60 TIMES.
027300
027400 PROCEDURE DIVISION.
027500*
027600*****************************************************************
027700*   0000-MAINLINE                                               *
027800*****************************************************************
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028100     PERFORM 2000-LOAD-MEMBERS THRU 2000-EXIT.
028200     PERFORM 3000-CHECK-LOG THRU 3000-EXIT.
028300     PERFORM 3500-CHECK-ARCHIVE THRU 3500-EXIT.
028400     PERFORM 4000-CHECK-AGENDA THRU 4000-EXIT.
028500     PERFORM 4500-CHECK-REJECTS THRU 4500-EXIT.
028600     PERFORM 5000-CHECK-STATS THRU 5000-EXIT.
028700     PERFORM 5500-CHECK-FEEDBACK THRU 5500-EXIT.
028800     PERFORM 6000-CHECK-HOUSEHOLDS THRU 6000-EXIT.
028900     PERFORM 6500-CHECK-LOG-CONTROL THRU 6500-EXIT.
029000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029100     GOBACK.
029200*
029300*****************************************************************
029400*   1000-INITIALIZE                                             *
029500*   THE MEMBER MASTER AND THE COVID-LOG ARE REQUIRED -- EVERY   *
029600*   OTHER CHECK IS MADE AGAINST ONE OR THE OTHER -- SO EITHER   *
029700*   ONE MISSING FAILS THE JOB BEFORE ANY OUTPUT IS WRITTEN.     *
029800*****************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
030100     INITIALIZE CV-CK-RESULTS.
030200
030300     OPEN INPUT MEMBER-MASTER-FILE.
030400     IF CV-MEMMSTR-STATUS NOT = "00"
030500         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
030600             "STATUS " CV-MEMMSTR-STATUS
030700         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
030800     END-IF.
030900     OPEN INPUT COVID-LOG-FILE.
031000     IF CV-COVLOG-STATUS NOT = "00"
031100         DISPLAY "COVID-LOG FILE NOT FOUND OR NOT READABLE, "
031200             "STATUS " CV-COVLOG-STATUS
031300         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
031400     END-IF.
031500
031600     OPEN OUTPUT INTEGRITY-REPORT-FILE.
031700     MOVE SPACES TO REPORT-LINE.
031800     STRING "INTEGCHK - CROSS-FILE INTEGRITY AUDIT " CV-TODAY-DATE
031900         DELIMITED BY SIZE INTO REPORT-LINE.
032000     WRITE REPORT-LINE AFTER ADVANCING PAGE.
032100 1000-EXIT.
032200     EXIT.
032300*
032400*****************************************************************
032500*   2000-LOAD-MEMBERS                                           *
032600*   ONE PASS OVER THE MEMBER MASTER IN KEY ORDER, TABLING EVERY *
032700*   MEMBER.  THE HOUSEHOLD TABLE IS BUILT ON THE WAY THROUGH.   *
032800*****************************************************************
032900 2000-LOAD-MEMBERS.
033000     MOVE LOW-VALUES TO MM-MEMBER-ID.
033100     START MEMBER-MASTER-FILE KEY NOT < MM-MEMBER-ID
033200         INVALID KEY
033300             MOVE 'Y' TO CV-MEM-EOF-SWITCH
033400     END-START.
033500     PERFORM 2100-LOAD-ONE-MEMBER THRU 2100-EXIT
033600         UNTIL CV-END-OF-MASTER.
033700     CLOSE MEMBER-MASTER-FILE.
033800     IF CV-MB-DROPPED > 0
033900         MOVE CV-MB-DROPPED TO CV-EDIT-COUNT
034000         MOVE SPACES TO REPORT-LINE
034100         STRING "NOTE: MEMBER TABLE FULL -- " CV-EDIT-COUNT
034200             " MEMBERS NOT TABLED WILL SHOW AS NOT ON MEMMSTR"
034300             DELIMITED BY SIZE INTO REPORT-LINE
034400         WRITE REPORT-LINE AFTER ADVANCING 2
034500     END-IF.
034600 2000-EXIT.
034700     EXIT.
034800*
034900*****************************************************************
035000*   2100-LOAD-ONE-MEMBER                                        *
035100*****************************************************************
035200 2100-LOAD-ONE-MEMBER.
035300     READ MEMBER-MASTER-FILE NEXT RECORD
035400         AT END
035500             MOVE 'Y' TO CV-MEM-EOF-SWITCH
035600     END-READ.
035700     IF CV-END-OF-MASTER
035800         GO TO 2100-EXIT.
035900     IF CV-MB-COUNT NOT < CV-MB-MAX
036000         ADD 1 TO CV-MB-DROPPED
036100         DISPLAY "MEMBER TABLE FULL -- MEMBER " MM-MEMBER-ID
036200             " NOT TABLED"
036300         GO TO 2100-EXIT.
036400     ADD 1 TO CV-MB-COUNT.
036500     MOVE MM-MEMBER-ID    TO CV-MB-MEMBER-ID(CV-MB-COUNT).
036600     MOVE MM-ACTIVE-FLAG  TO CV-MB-ACTIVE(CV-MB-COUNT).
036700     IF MM-HOUSEHOLD-ID NUMERIC
036800         MOVE MM-HOUSEHOLD-ID TO CV-MB-HOUSEHOLD(CV-MB-COUNT)
036900     ELSE
037000         MOVE 0 TO CV-MB-HOUSEHOLD(CV-MB-COUNT)
037100     END-IF.
037200     IF MM-ACTIVE AND CV-MB-HOUSEHOLD(CV-MB-COUNT) > 0
037300         PERFORM 2200-TABLE-HOUSEHOLD THRU 2200-EXIT
037400     END-IF.
037500 2100-EXIT.
037600     EXIT.
037700*
037800*****************************************************************
037900*   2200-TABLE-HOUSEHOLD                                        *
038000*   COUNTS THE ACTIVE MEMBER JUST TABLED AGAINST THE HOUSEHOLD. *
038100*****************************************************************
038200 2200-TABLE-HOUSEHOLD.
038300     MOVE 'N' TO CV-FOUND-SWITCH.
038400     PERFORM 2250-FIND-ONE-HOUSEHOLD THRU 2250-EXIT
038500         VARYING H FROM 1 BY 1
038600         UNTIL H > CV-HH-COUNT OR CV-ENTRY-FOUND.
038700     IF CV-ENTRY-FOUND
038800         SUBTRACT 1 FROM H
038900         ADD 1 TO CV-HH-ACTIVE-COUNT(H)
039000         GO TO 2200-EXIT.
039100     IF CV-HH-COUNT NOT < CV-HH-MAX
039200         DISPLAY "HOUSEHOLD TABLE FULL -- HOUSEHOLD "
039300             CV-MB-HOUSEHOLD(CV-MB-COUNT) " NOT CHECKED"
039400         GO TO 2200-EXIT.
039500     ADD 1 TO CV-HH-COUNT.
039600     MOVE CV-MB-HOUSEHOLD(CV-MB-COUNT)
039700         TO CV-HH-HOUSEHOLD(CV-HH-COUNT).
039800     MOVE 1 TO CV-HH-ACTIVE-COUNT(CV-HH-COUNT).
039900     MOVE MM-MEMBER-ID TO CV-HH-MEMBER-ID(CV-HH-COUNT).
040000 2200-EXIT.
040100     EXIT.
040200*
040300*****************************************************************
040400*   2250-FIND-ONE-HOUSEHOLD                                     *
040500*****************************************************************
040600 2250-FIND-ONE-HOUSEHOLD.
040700     IF CV-HH-HOUSEHOLD(H) = CV-MB-HOUSEHOLD(CV-MB-COUNT)
040800         MOVE 'Y' TO CV-FOUND-SWITCH
040900     END-IF.
041000 2250-EXIT.
041100     EXIT.
041200*
041300*****************************************************************
041400*   3000-CHECK-LOG                                              *
041500*   CHECK 1.  ONE PASS OVER THE WHOLE COVID-LOG IN KEY ORDER.   *
041600*   THE RECORDS ARE COUNTED ON THE WAY FOR CHECK 8.             *
041700*****************************************************************
041800 3000-CHECK-LOG.
041900     MOVE 1 TO C.
042000     PERFORM 7000-START-CHECK THRU 7000-EXIT.
042100     MOVE 'N' TO CV-EOF-SWITCH.
042200     MOVE LOW-VALUES TO CL-LOG-KEY.
042300     START COVID-LOG-FILE KEY NOT < CL-LOG-KEY
042400         INVALID KEY
042500             MOVE 'Y' TO CV-EOF-SWITCH
042600     END-START.
042700     PERFORM 3100-CHECK-ONE-LOG THRU 3100-EXIT
042800         UNTIL CV-END-OF-FILE.
042900     PERFORM 7300-END-CHECK THRU 7300-EXIT.
043000 3000-EXIT.
043100     EXIT.
043200*
043300*****************************************************************
043400*   3100-CHECK-ONE-LOG                                          *
043500*****************************************************************
043600 3100-CHECK-ONE-LOG.
043700     READ COVID-LOG-FILE NEXT RECORD
043800         AT END
043900             MOVE 'Y' TO CV-EOF-SWITCH
044000     END-READ.
044100     IF CV-END-OF-FILE
044200         GO TO 3100-EXIT.
044300     ADD 1 TO CV-LOG-COUNT.
044400     MOVE CL-MEMBER-ID TO CV-LOOKUP-ID.
044500     PERFORM 7500-FIND-MEMBER THRU 7500-EXIT.
044600     IF M = 0
044700         MOVE SPACES TO CV-DETAIL-TEXT
044800         STRING "MEMBER " CL-MEMBER-ID " LOG DATE " CL-LOG-DATE
044900             " SEQ " CL-LOG-SEQ " " CL-USER-NAME
045000             DELIMITED BY SIZE INTO CV-DETAIL-TEXT
045100         PERFORM 7200-RECORD-FINDING THRU 7200-EXIT
045200     END-IF.
045300 3100-EXIT.
045400     EXIT.
045500*
045600*****************************************************************
045700*   3500-CHECK-ARCHIVE                                          *
045800*   CHECK 2.  THE PURGE ARCHIVE, FRONT TO BACK.                 *
045900*****************************************************************
046000 3500-CHECK-ARCHIVE.
046100     MOVE 2 TO C.
046200     OPEN INPUT ARCHIVE-FILE.
046300     IF CV-ARCHIVE-STATUS NOT = "00"
046400         PERFORM 7100-CHECK-NOT-RUN THRU 7100-EXIT
046500         CLOSE ARCHIVE-FILE
046600         GO TO 3500-EXIT.
046700     PERFORM 7000-START-CHECK THRU 7000-EXIT.
046800     MOVE 'N' TO CV-EOF-SWITCH.
046900     PERFORM 3600-CHECK-ONE-ARCHIVE THRU 3600-EXIT
047000         UNTIL CV-END-OF-FILE.
047100     CLOSE ARCHIVE-FILE.
047200     PERFORM 7300-END-CHECK THRU 7300-EXIT.
047300 3500-EXIT.
047400     EXIT.
047500*
047600*****************************************************************
047700*   3600-CHECK-ONE-ARCHIVE                                      *
047800*****************************************************************
047900 3600-CHECK-ONE-ARCHIVE.
048000     READ ARCHIVE-FILE
048100         AT END
048200             MOVE 'Y' TO CV-EOF-SWITCH
048300     END-READ.
048400     IF CV-END-OF-FILE
048500         GO TO 3600-EXIT.
048600     MOVE AR-MEMBER-ID TO CV-LOOKUP-ID.
048700     PERFORM 7500-FIND-MEMBER THRU 7500-EXIT.
048800     IF M = 0
048900         MOVE SPACES TO CV-DETAIL-TEXT
049000         STRING "MEMBER " AR-MEMBER-ID " LOG DATE " AR-LOG-DATE
049100             " SEQ " AR-LOG-SEQ " " AR-USER-NAME
049200             DELIMITED BY SIZE INTO CV-DETAIL-TEXT
049300         PERFORM 7200-RECORD-FINDING THRU 7200-EXIT
049400     END-IF.
049500 3600-EXIT.
049600     EXIT.
049700*
049800*****************************************************************
049900*   4000-CHECK-AGENDA                                           *
050000*   CHECK 3.  THE WEEKLY AGENDA HOLDS SEVEN RECORDS PER MEMBER; *
050100*   EACH ONE FOR A MEMBER WHO IS INACTIVE OR NOT ON THE MASTER  *
050200*   IS A FINDING.                                               *
050300*****************************************************************
050400 4000-CHECK-AGENDA.
050500     MOVE 3 TO C.
050600     OPEN INPUT WEEKLY-AGENDA-FILE.
050700     IF CV-WEEKAGND-STATUS NOT = "00"
050800         PERFORM 7100-CHECK-NOT-RUN THRU 7100-EXIT
050900         CLOSE WEEKLY-AGENDA-FILE
051000         GO TO 4000-EXIT.
051100     PERFORM 7000-START-CHECK THRU 7000-EXIT.
051200     MOVE 'N' TO CV-EOF-SWITCH.
051300     PERFORM 4100-CHECK-ONE-AGENDA THRU 4100-EXIT
051400         UNTIL CV-END-OF-FILE.
051500     CLOSE WEEKLY-AGENDA-FILE.
051600     PERFORM 7300-END-CHECK THRU 7300-EXIT.
051700 4000-EXIT.
051800     EXIT.
051900*
052000*****************************************************************
052100*   4100-CHECK-ONE-AGENDA                                       *
052200*****************************************************************
052300 4100-CHECK-ONE-AGENDA.
052400     READ WEEKLY-AGENDA-FILE
052500         AT END
052600             MOVE 'Y' TO CV-EOF-SWITCH
052700     END-READ.
052800     IF CV-END-OF-FILE
052900         GO TO 4100-EXIT.
053000     MOVE WA-MEMBER-ID TO CV-LOOKUP-ID.
053100     PERFORM 7500-FIND-MEMBER THRU 7500-EXIT.
053200     IF M > 0
053300         IF CV-MB-ACTIVE(M) = 'A'
053400             GO TO 4100-EXIT
053500         END-IF
053600     END-IF.
053700     MOVE SPACES TO CV-DETAIL-TEXT.
053800     STRING "MEMBER " WA-MEMBER-ID " AGENDA DATE " WA-AGENDA-DATE
053900         " " WA-USER-NAME
054000         DELIMITED BY SIZE INTO CV-DETAIL-TEXT.
054100     PERFORM 7400-MEMBER-STANDING THRU 7400-EXIT.
054200     PERFORM 7200-RECORD-FINDING THRU 7200-EXIT.
054300 4100-EXIT.
054400     EXIT.
054500*
054600*****************************************************************
054700*   4500-CHECK-REJECTS                                          *
054800*   CHECK 4.  A PENDING REJECT FOR A MEMBER WHO IS INACTIVE OR  *
054900*   NOT ON THE MASTER CAN NEVER BE REPAIRED AS IT STANDS.       *
055000*****************************************************************
055100 4500-CHECK-REJECTS.
055200     MOVE 4 TO C.
055300     OPEN INPUT REJECTED-FILE.
055400     IF CV-REJECT-STATUS NOT = "00"
055500         PERFORM 7100-CHECK-NOT-RUN THRU 7100-EXIT
055600         CLOSE REJECTED-FILE
055700         GO TO 4500-EXIT.
055800     PERFORM 7000-START-CHECK THRU 7000-EXIT.
055900     MOVE 'N' TO CV-EOF-SWITCH.
056000     PERFORM 4600-CHECK-ONE-REJECT THRU 4600-EXIT
056100         UNTIL CV-END-OF-FILE.
056200     CLOSE REJECTED-FILE.
056300     PERFORM 7300-END-CHECK THRU 7300-EXIT.
056400 4500-EXIT.
056500     EXIT.
056600*
056700*****************************************************************
056800*   4600-CHECK-ONE-REJECT                                       *
056900*****************************************************************
057000 4600-CHECK-ONE-REJECT.
057100     READ REJECTED-FILE
057200         AT END
057300             MOVE 'Y' TO CV-EOF-SWITCH
057400     END-READ.
057500     IF CV-END-OF-FILE
057600         GO TO 4600-EXIT.
057700     IF RJ-MEMBER-ID NUMERIC
057800         MOVE RJ-MEMBER-ID TO CV-LOOKUP-ID
057900         PERFORM 7500-FIND-MEMBER THRU 7500-EXIT
058000     ELSE
058100         MOVE 0 TO M
058200     END-IF.
058300     IF M > 0
058400         IF CV-MB-ACTIVE(M) = 'A'
058500             GO TO 4600-EXIT
058600         END-IF
058700     END-IF.
058800     MOVE SPACES TO CV-DETAIL-TEXT.
058900     STRING "MEMBER " RJ-MEMBER-ID " REJECTED " RJ-REJECT-DATE
059000         " REASON " RJ-REASON-CODE " " RJ-USER-NAME
059100         DELIMITED BY SIZE INTO CV-DETAIL-TEXT.
059200     PERFORM 7400-MEMBER-STANDING THRU 7400-EXIT.
059300     PERFORM 7200-RECORD-FINDING THRU 7200-EXIT.
059400 4600-EXIT.
059500     EXIT.
059600*
059700*****************************************************************
059800*   5000-CHECK-STATS                                            *
059900*   CHECK 5.  THE COMPLETION STATISTICS STEER THE ROSTER'S      *
060000*   PICKS BY ACTIVITY TEXT, SO A TEXT NO LONGER ON THE          *
060100*   ACTIVITY-MASTER IS DEAD WEIGHT AT BEST.                     *
060200*****************************************************************
060300 5000-CHECK-STATS.
060400     MOVE 5 TO C.
060500     OPEN INPUT COMPLETION-STAT-FILE.
060600     IF CV-STAT-STATUS NOT = "00"
060700         PERFORM 7100-CHECK-NOT-RUN THRU 7100-EXIT
060800         CLOSE COMPLETION-STAT-FILE
060900         GO TO 5000-EXIT.
061000     PERFORM 5100-LOAD-ACTIVITIES THRU 5100-EXIT.
061100     PERFORM 7000-START-CHECK THRU 7000-EXIT.
061200     MOVE 'N' TO CV-EOF-SWITCH.
061300     PERFORM 5300-CHECK-ONE-STAT THRU 5300-EXIT
061400         UNTIL CV-END-OF-FILE.
061500     CLOSE COMPLETION-STAT-FILE.
061600     PERFORM 7300-END-CHECK THRU 7300-EXIT.
061700 5000-EXIT.
061800     EXIT.
061900*
062000*****************************************************************
062100*   5100-LOAD-ACTIVITIES                                        *
062200*   TABLES THE BUILT-IN TEXTS, THEN EVERY TEXT ON THE           *
062300*   ACTIVITY-MASTER.  A MISSING ACTIVITY-MASTER LEAVES ONLY THE *
062400*   BUILT-INS, WHICH IS ALL THE ROSTER HANDS OUT THEN.          *
062500*****************************************************************
062600 5100-LOAD-ACTIVITIES.
062700     MOVE "HAVE A SNACK" TO CV-LOOKUP-TEXT.
062800     PERFORM 5200-ADD-ONE-TEXT THRU 5200-EXIT.
062900     MOVE "BINGE NETFLIX" TO CV-LOOKUP-TEXT.
063000     PERFORM 5200-ADD-ONE-TEXT THRU 5200-EXIT.
063100     MOVE "EXERCISE. HAHA JUST KIDDING" TO CV-LOOKUP-TEXT.
063200     PERFORM 5200-ADD-ONE-TEXT THRU 5200-EXIT.
063300     MOVE "TAKE A NAP" TO CV-LOOKUP-TEXT.
063400     PERFORM 5200-ADD-ONE-TEXT THRU 5200-EXIT.
063500     MOVE "LEARN COBOL" TO CV-LOOKUP-TEXT.
063600     PERFORM 5200-ADD-ONE-TEXT THRU 5200-EXIT.
063700     MOVE "THINK OF A $1M IDEA" TO CV-LOOKUP-TEXT.
063800     PERFORM 5200-ADD-ONE-TEXT THRU 5200-EXIT.
063900     MOVE "PLAN THE NEXT VACATION" TO CV-LOOKUP-TEXT.
064000     PERFORM 5200-ADD-ONE-TEXT THRU 5200-EXIT.
064100
064200     OPEN INPUT ACTIVITY-MASTER-FILE.
064300     IF CV-ACTMSTR-STATUS = "00"
064400         MOVE 'N' TO CV-EOF-SWITCH
064500         MOVE LOW-VALUES TO AM-KEY
064600         START ACTIVITY-MASTER-FILE KEY NOT < AM-KEY
064700             INVALID KEY
064800                 MOVE 'Y' TO CV-EOF-SWITCH
064900         END-START
065000         PERFORM 5150-LOAD-ONE-ACTIVITY THRU 5150-EXIT
065100             UNTIL CV-END-OF-FILE
065200     END-IF.
065300     CLOSE ACTIVITY-MASTER-FILE.
065400 5100-EXIT.
065500     EXIT.
065600*
065700*****************************************************************
065800*   5150-LOAD-ONE-ACTIVITY                                      *
065900*****************************************************************
066000 5150-LOAD-ONE-ACTIVITY.
066100     READ ACTIVITY-MASTER-FILE NEXT RECORD
066200         AT END
066300             MOVE 'Y' TO CV-EOF-SWITCH
066400     END-READ.
066500     IF NOT CV-END-OF-FILE
066600         MOVE AM-ACTIVITY-TEXT TO CV-LOOKUP-TEXT
066700         PERFORM 5200-ADD-ONE-TEXT THRU 5200-EXIT
066800     END-IF.
066900 5150-EXIT.
067000     EXIT.
067100*
067200*****************************************************************
067300*   5200-ADD-ONE-TEXT                                           *
067400*   ADDS CV-LOOKUP-TEXT TO THE TEXT TABLE UNLESS IT IS THERE.   *
067500*****************************************************************
067600 5200-ADD-ONE-TEXT.
067700     PERFORM 5400-FIND-TEXT THRU 5400-EXIT.
067800     IF CV-ENTRY-FOUND
067900         GO TO 5200-EXIT.
068000     IF CV-AT-COUNT NOT < CV-AT-MAX
068100         DISPLAY "ACTIVITY TEXT TABLE FULL -- " CV-LOOKUP-TEXT
068200             " NOT TABLED"
068300         GO TO 5200-EXIT.
068400     ADD 1 TO CV-AT-COUNT.
068500     MOVE CV-LOOKUP-TEXT TO CV-AT-TEXT(CV-AT-COUNT).
068600 5200-EXIT.
068700     EXIT.
068800*
068900*****************************************************************
069000*   5300-CHECK-ONE-STAT                                         *
069100*****************************************************************
069200 5300-CHECK-ONE-STAT.
069300     READ COMPLETION-STAT-FILE
069400         AT END
069500             MOVE 'Y' TO CV-EOF-SWITCH
069600     END-READ.
069700     IF CV-END-OF-FILE
069800         GO TO 5300-EXIT.
069900     IF CS-ACTIVITY-TEXT = SPACES
070000         GO TO 5300-EXIT.
070100     MOVE CS-ACTIVITY-TEXT TO CV-LOOKUP-TEXT.
070200     PERFORM 5400-FIND-TEXT THRU 5400-EXIT.
070300     IF NOT CV-ENTRY-FOUND
070400         MOVE SPACES TO CV-DETAIL-TEXT
070500         STRING "MEMBER " CS-MEMBER-ID " " CS-ACTIVITY-TEXT
070600             " ISSUED " CS-ISSUED-COUNT " DONE " CS-DONE-COUNT
070700             DELIMITED BY SIZE INTO CV-DETAIL-TEXT
070800         PERFORM 7200-RECORD-FINDING THRU 7200-EXIT
070900     END-IF.
071000 5300-EXIT.
071100     EXIT.
071200*
071300*****************************************************************
071400*   5400-FIND-TEXT                                              *
071500*   SETS CV-ENTRY-FOUND WHEN CV-LOOKUP-TEXT IS IN THE TABLE.    *
071600*****************************************************************
071700 5400-FIND-TEXT.
071800     MOVE 'N' TO CV-FOUND-SWITCH.
071900     PERFORM 5450-CHECK-ONE-TEXT THRU 5450-EXIT
072000         VARYING A FROM 1 BY 1
072100         UNTIL A > CV-AT-COUNT OR CV-ENTRY-FOUND.
072200 5400-EXIT.
072300     EXIT.
072400*
072500*****************************************************************
072600*   5450-CHECK-ONE-TEXT                                         *
072700*****************************************************************
072800 5450-CHECK-ONE-TEXT.
072900     IF CV-AT-TEXT(A) = CV-LOOKUP-TEXT
073000         MOVE 'Y' TO CV-FOUND-SWITCH
073100     END-IF.
073200 5450-EXIT.
073300     EXIT.
073400*
073500*****************************************************************
073600*   5500-CHECK-FEEDBACK                                         *
073700*   CHECK 6.  COMPLIANCE POSTS EACH FEEDBACK RECORD TO THE LOG  *
073800*   RECORD FOR THE SAME MEMBER AND DATE; ONE WITH NO SUCH LOG   *
073900*   RECORD IS LOST WITHOUT TRACE WHEN IT IS POSTED.             *
074000*****************************************************************
074100 5500-CHECK-FEEDBACK.
074200     MOVE 6 TO C.
074300     OPEN INPUT FEEDBACK-FILE.
074400     IF CV-FDBK-STATUS NOT = "00"
074500         PERFORM 7100-CHECK-NOT-RUN THRU 7100-EXIT
074600         CLOSE FEEDBACK-FILE
074700         GO TO 5500-EXIT.
074800     PERFORM 7000-START-CHECK THRU 7000-EXIT.
074900     MOVE 'N' TO CV-EOF-SWITCH.
075000     PERFORM 5600-CHECK-ONE-FEEDBACK THRU 5600-EXIT
075100         UNTIL CV-END-OF-FILE.
075200     CLOSE FEEDBACK-FILE.
075300     PERFORM 7300-END-CHECK THRU 7300-EXIT.
075400 5500-EXIT.
075500     EXIT.
075600*
075700*****************************************************************
075800*   5600-CHECK-ONE-FEEDBACK                                     *
075900*   POSITIONS THE LOG AT THE FIRST KEY FOR THE FEEDBACK'S       *
076000*   MEMBER AND DATE; THE NEXT RECORD MUST CARRY BOTH.           *
076100*****************************************************************
076200 5600-CHECK-ONE-FEEDBACK.
076300     READ FEEDBACK-FILE
076400         AT END
076500             MOVE 'Y' TO CV-EOF-SWITCH
076600     END-READ.
076700     IF CV-END-OF-FILE
076800         GO TO 5600-EXIT.
076900     MOVE 'N' TO CV-FOUND-SWITCH.
077000     IF CF-MEMBER-ID NUMERIC AND CF-LOG-DATE NUMERIC
077100         MOVE CF-MEMBER-ID TO CL-MEMBER-ID
077200         MOVE CF-LOG-DATE  TO CL-LOG-DATE
077300         MOVE 0            TO CL-LOG-SEQ
077400         START COVID-LOG-FILE KEY NOT < CL-LOG-KEY
077500             INVALID KEY
077600                 CONTINUE
077700             NOT INVALID KEY
077800                 PERFORM 5650-READ-MATCHING-LOG THRU 5650-EXIT
077900         END-START
078000     END-IF.
078100     IF NOT CV-ENTRY-FOUND
078200         MOVE SPACES TO CV-DETAIL-TEXT
078300         STRING "MEMBER " CF-MEMBER-ID " LOG DATE " CF-LOG-DATE
078400             " DONE " CF-MORNING-DONE CF-NOON-DONE CF-EVENING-DONE
078500             DELIMITED BY SIZE INTO CV-DETAIL-TEXT
078600         PERFORM 7200-RECORD-FINDING THRU 7200-EXIT
078700     END-IF.
078800 5600-EXIT.
078900     EXIT.
079000*
079100*****************************************************************
079200*   5650-READ-MATCHING-LOG                                      *
079300*****************************************************************
079400 5650-READ-MATCHING-LOG.
079500     READ COVID-LOG-FILE NEXT RECORD
079600         AT END
079700             GO TO 5650-EXIT
079800     END-READ.
079900     IF CL-MEMBER-ID = CF-MEMBER-ID
080000             AND CL-LOG-DATE = CF-LOG-DATE
080100         MOVE 'Y' TO CV-FOUND-SWITCH
080200     END-IF.
080300 5650-EXIT.
080400     EXIT.
080500*
080600*****************************************************************
080700*   6000-CHECK-HOUSEHOLDS                                       *
080800*   CHECK 7.  A GROUP ACTIVITY NEEDS A SECOND ACTIVE MEMBER OF  *
080900*   THE SAME HOUSEHOLD, SO A HOUSEHOLD DOWN TO ONE ACTIVE       *
081000*   MEMBER QUIETLY LOSES EVERY GROUP SLOT.                      *
081100*****************************************************************
081200 6000-CHECK-HOUSEHOLDS.
081300     MOVE 7 TO C.
081400     PERFORM 7000-START-CHECK THRU 7000-EXIT.
081500     PERFORM 6100-CHECK-ONE-HOUSEHOLD THRU 6100-EXIT
081600         VARYING H FROM 1 BY 1 UNTIL H > CV-HH-COUNT.
081700     PERFORM 7300-END-CHECK THRU 7300-EXIT.
081800 6000-EXIT.
081900     EXIT.
082000*
082100*****************************************************************
082200*   6100-CHECK-ONE-HOUSEHOLD                                    *
082300*****************************************************************
082400 6100-CHECK-ONE-HOUSEHOLD.
082500     IF CV-HH-ACTIVE-COUNT(H) = 1
082600         MOVE SPACES TO CV-DETAIL-TEXT
082700         STRING "HOUSEHOLD " CV-HH-HOUSEHOLD(H)
082800             " ONLY ACTIVE MEMBER " CV-HH-MEMBER-ID(H)
082900             DELIMITED BY SIZE INTO CV-DETAIL-TEXT
083000         PERFORM 7200-RECORD-FINDING THRU 7200-EXIT
083100     END-IF.
083200 6100-EXIT.
083300     EXIT.
083400*
083500*****************************************************************
083600*   6500-CHECK-LOG-CONTROL                                      *
083700*   CHECK 8.  THE CONTROL COUNT THE LOG WRITERS KEEP MUST MATCH *
083800*   THE RECORDS ACTUALLY COUNTED IN CHECK 1.  NO CONTROL FILE   *
083900*   IS NOT A FINDING -- THE NEXT LOG WRITER HEALS THAT BY ONE   *
084000*   COUNTING PASS -- SO THE CHECK IS SHOWN AS NOT RUN.          *
084100*****************************************************************
084200 6500-CHECK-LOG-CONTROL.
084300     MOVE 8 TO C.
084400     CLOSE COVID-LOG-FILE.
084500     OPEN INPUT LOG-CONTROL-FILE.
084600     IF CV-LOGCTL-STATUS NOT = "00"
084700         PERFORM 7100-CHECK-NOT-RUN THRU 7100-EXIT
084800         CLOSE LOG-CONTROL-FILE
084900         GO TO 6500-EXIT.
085000     PERFORM 7000-START-CHECK THRU 7000-EXIT.
085100     MOVE SPACES TO LOG-CONTROL-RECORD.
085200     READ LOG-CONTROL-FILE
085300         AT END
085400             CONTINUE
085500     END-READ.
085600     CLOSE LOG-CONTROL-FILE.
085700     MOVE SPACES TO CV-DETAIL-TEXT.
085800     MOVE CV-LOG-COUNT TO CV-EDIT-COUNT-2.
085900     IF LC-RECORD-COUNT NOT NUMERIC
086000         STRING "LOGCTL COUNT IS NOT NUMERIC, COVIDLOG HOLDS "
086100             CV-EDIT-COUNT-2
086200             DELIMITED BY SIZE INTO CV-DETAIL-TEXT
086300         PERFORM 7200-RECORD-FINDING THRU 7200-EXIT
086400     ELSE
086500         MOVE LC-RECORD-COUNT TO CV-CONTROL-COUNT
086600         IF CV-CONTROL-COUNT NOT = CV-LOG-COUNT
086700             MOVE CV-CONTROL-COUNT TO CV-EDIT-COUNT
086800             STRING "LOGCTL SAYS " CV-EDIT-COUNT
086900                 ", COVIDLOG HOLDS " CV-EDIT-COUNT-2
087000                 DELIMITED BY SIZE INTO CV-DETAIL-TEXT
087100             PERFORM 7200-RECORD-FINDING THRU 7200-EXIT
087200         END-IF
087300     END-IF.
087400     PERFORM 7300-END-CHECK THRU 7300-EXIT.
087500 6500-EXIT.
087600     EXIT.
087700*
087800*****************************************************************
087900*   7000-START-CHECK                                            *
088000*   PRINTS THE SECTION HEADER FOR CHECK C.                      *
088100*****************************************************************
088200 7000-START-CHECK.
088300     MOVE 'Y' TO CV-CK-CHECKED(C).
088400     PERFORM 7050-SEVERITY-TEXT THRU 7050-EXIT.
088500     MOVE C TO CV-EDIT-CHECK.
088600     MOVE SPACES TO REPORT-LINE.
088700     STRING "CHECK " CV-EDIT-CHECK "  " CV-SEVERITY-TEXT "  "
088800         CV-CK-TITLE(C)
088900         DELIMITED BY SIZE INTO REPORT-LINE.
089000     WRITE REPORT-LINE AFTER ADVANCING 2.
089100 7000-EXIT.
089200     EXIT.
089300*
089400*****************************************************************
089500*   7050-SEVERITY-TEXT                                          *
089600*****************************************************************
089700 7050-SEVERITY-TEXT.
089800     IF CV-CK-SEVERITY(C) = 'E'
089900         MOVE "ERROR  " TO CV-SEVERITY-TEXT
090000     ELSE
090100         MOVE "WARNING" TO CV-SEVERITY-TEXT
090200     END-IF.
090300 7050-EXIT.
090400     EXIT.
090500*
090600*****************************************************************
090700*   7100-CHECK-NOT-RUN                                          *
090800*   CHECK C'S FILE IS NOT PRESENT.                              *
090900*****************************************************************
091000 7100-CHECK-NOT-RUN.
091100     MOVE 'N' TO CV-CK-CHECKED(C).
091200     ADD 1 TO CV-NOT-CHECKED.
091300     MOVE C TO CV-EDIT-CHECK.
091400     MOVE SPACES TO REPORT-LINE.
091500     STRING "CHECK " CV-EDIT-CHECK "  NOT CHECKED  "
091600         CV-CK-TITLE(C)
091700         DELIMITED BY SIZE INTO REPORT-LINE.
091800     WRITE REPORT-LINE AFTER ADVANCING 2.
091900     MOVE SPACES TO REPORT-LINE.
092000     STRING "    FILE NOT PRESENT"
092100         DELIMITED BY SIZE INTO REPORT-LINE.
092200     WRITE REPORT-LINE AFTER ADVANCING 1.
092300 7100-EXIT.
092400     EXIT.
092500*
092600*****************************************************************
092700*   7200-RECORD-FINDING                                         *
092800*   COUNTS ONE FINDING AGAINST CHECK C AND LISTS CV-DETAIL-TEXT *
092900*   FOR THE FIRST CV-DETAIL-MAX OF THEM.                        *
093000*****************************************************************
093100 7200-RECORD-FINDING.
093200     ADD 1 TO CV-CK-COUNT(C).
093300     IF CV-CK-COUNT(C) > CV-DETAIL-MAX
093400         GO TO 7200-EXIT.
093500     MOVE SPACES TO REPORT-LINE.
093600     STRING "    " CV-DETAIL-TEXT
093700         DELIMITED BY SIZE INTO REPORT-LINE.
093800     WRITE REPORT-LINE AFTER ADVANCING 1.
093900 7200-EXIT.
094000     EXIT.
094100*
094200*****************************************************************
094300*   7300-END-CHECK                                              *
094400*   CLOSES CHECK C'S SECTION WITH ITS FINDING COUNT.            *
094500*****************************************************************
094600 7300-END-CHECK.
094700     IF CV-CK-COUNT(C) > CV-DETAIL-MAX
094800         MOVE SPACES TO REPORT-LINE
094900         STRING "    ... ONLY THE FIRST 20 ARE LISTED"
095000             DELIMITED BY SIZE INTO REPORT-LINE
095100         WRITE REPORT-LINE AFTER ADVANCING 1
095200     END-IF.
095300     MOVE CV-CK-COUNT(C) TO CV-EDIT-COUNT.
095400     MOVE SPACES TO REPORT-LINE.
095500     STRING "    FINDINGS: " CV-EDIT-COUNT
095600         DELIMITED BY SIZE INTO REPORT-LINE.
095700     WRITE REPORT-LINE AFTER ADVANCING 1.
095800     IF CV-CK-SEVERITY(C) = 'E'
095900         ADD CV-CK-COUNT(C) TO CV-ERROR-FINDINGS
096000     ELSE
096100         ADD CV-CK-COUNT(C) TO CV-WARNING-FINDINGS
096200     END-IF.
096300 7300-EXIT.
096400     EXIT.
096500*
096600*****************************************************************
096700*   7400-MEMBER-STANDING                                        *
096800*   ADDS WHY MEMBER M FAILED TO CV-DETAIL-TEXT.                 *
096900*****************************************************************
097000 7400-MEMBER-STANDING.
097100     IF M = 0
097200         MOVE "NOT ON MEMMSTR" TO CV-DETAIL-TEXT(55:18)
097300     ELSE
097400         MOVE "INACTIVE" TO CV-DETAIL-TEXT(55:18)
097500     END-IF.
097600 7400-EXIT.
097700     EXIT.
097800*
097900*****************************************************************
098000*   7500-FIND-MEMBER                                            *
098100*   SETS M TO CV-LOOKUP-ID'S MEMBER TABLE ENTRY, OR ZERO.  THE  *
098200*   LOG AND ITS ARCHIVE ARRIVE IN MEMBER ORDER, SO THE LAST     *
098300*   ENTRY FOUND IS TRIED FIRST.                                 *
098400*****************************************************************
098500 7500-FIND-MEMBER.
098600     IF M > 0
098700         IF CV-MB-MEMBER-ID(M) = CV-LOOKUP-ID
098800             GO TO 7500-EXIT
098900         END-IF
099000     END-IF.
099100     MOVE 'N' TO CV-FOUND-SWITCH.
099200     PERFORM 7550-CHECK-ONE-MEMBER THRU 7550-EXIT
099300         VARYING M FROM 1 BY 1
099400         UNTIL M > CV-MB-COUNT OR CV-ENTRY-FOUND.
099500     IF CV-ENTRY-FOUND
099600         SUBTRACT 1 FROM M
099700     ELSE
099800         MOVE 0 TO M
099900     END-IF.
100000 7500-EXIT.
100100     EXIT.
100200*
100300*****************************************************************
100400*   7550-CHECK-ONE-MEMBER                                       *
100500*****************************************************************
100600 7550-CHECK-ONE-MEMBER.
100700     IF CV-MB-MEMBER-ID(M) = CV-LOOKUP-ID
100800         MOVE 'Y' TO CV-FOUND-SWITCH
100900     END-IF.
101000 7550-EXIT.
101100     EXIT.
101200*
101300*****************************************************************
101400*   9000-TERMINATE                                              *
101500*   ONE SUMMARY LINE PER CHECK, THEN THE RESULT.  THE AUDIT     *
101600*   FAILS ON ANY ERROR FINDING; THE RESULT ALSO GOES TO THE     *
101700*   CONSOLE SO THE OPERATOR SEES IT WITHOUT OPENING THE REPORT. *
101800*****************************************************************
101900 9000-TERMINATE.
102000     MOVE SPACES TO REPORT-LINE.
102100     STRING "SUMMARY"
102200         DELIMITED BY SIZE INTO REPORT-LINE.
102300     WRITE REPORT-LINE AFTER ADVANCING 3.
102400     MOVE SPACES TO REPORT-LINE.
102500     STRING "CHECK SEVERITY  FINDINGS  DESCRIPTION"
102600         DELIMITED BY SIZE INTO REPORT-LINE.
102700     WRITE REPORT-LINE AFTER ADVANCING 1.
102800     PERFORM 9100-SUMMARIZE-ONE-CHECK THRU 9100-EXIT
102900         VARYING C FROM 1 BY 1 UNTIL C > 8.
103000
103100     MOVE SPACES TO REPORT-LINE.
103200     WRITE REPORT-LINE AFTER ADVANCING 1.
103300     MOVE CV-ERROR-FINDINGS TO CV-EDIT-COUNT.
103400     MOVE SPACES TO REPORT-LINE.
103500     STRING "ERROR FINDINGS      : " CV-EDIT-COUNT
103600         DELIMITED BY SIZE INTO REPORT-LINE.
103700     WRITE REPORT-LINE AFTER ADVANCING 1.
103800     MOVE CV-WARNING-FINDINGS TO CV-EDIT-COUNT.
103900     MOVE SPACES TO REPORT-LINE.
104000     STRING "WARNING FINDINGS    : " CV-EDIT-COUNT
104100         DELIMITED BY SIZE INTO REPORT-LINE.
104200     WRITE REPORT-LINE AFTER ADVANCING 1.
104300     MOVE CV-NOT-CHECKED TO CV-EDIT-COUNT.
104400     MOVE SPACES TO REPORT-LINE.
104500     STRING "CHECKS NOT RUN      : " CV-EDIT-COUNT
104600         DELIMITED BY SIZE INTO REPORT-LINE.
104700     WRITE REPORT-LINE AFTER ADVANCING 1.
104800
104900     MOVE SPACES TO REPORT-LINE.
105000     IF CV-ERROR-FINDINGS = 0
105100         STRING "AUDIT RESULT        : PASS"
105200             DELIMITED BY SIZE INTO REPORT-LINE
105300         DISPLAY "INTEGCHK: INTEGRITY AUDIT PASSED"
105400     ELSE
105500         STRING "AUDIT RESULT        : FAIL"
105600             DELIMITED BY SIZE INTO REPORT-LINE
105700         DISPLAY "INTEGCHK: INTEGRITY AUDIT FAILED -- SEE INTGRPT"
105750         MOVE 4 TO RETURN-CODE
105800     END-IF.
105900     WRITE REPORT-LINE AFTER ADVANCING 2.
106000     CLOSE INTEGRITY-REPORT-FILE.
106100 9000-EXIT.
106200     EXIT.
106300*
106400*****************************************************************
106500*   9100-SUMMARIZE-ONE-CHECK                                    *
106600*****************************************************************
106700 9100-SUMMARIZE-ONE-CHECK.
106800     PERFORM 7050-SEVERITY-TEXT THRU 7050-EXIT.
106900     MOVE C TO CV-EDIT-CHECK.
107000     MOVE CV-CK-COUNT(C) TO CV-EDIT-COUNT.
107100     MOVE SPACES TO REPORT-LINE.
107200     IF CV-CK-CHECKED(C) = 'Y'
107300         STRING "  " CV-EDIT-CHECK "   " CV-SEVERITY-TEXT " "
107400             CV-EDIT-COUNT "  " CV-CK-TITLE(C)
107500             DELIMITED BY SIZE INTO REPORT-LINE
107600     ELSE
107700         STRING "  " CV-EDIT-CHECK "   " CV-SEVERITY-TEXT " "
107800             " NOT RUN   " CV-CK-TITLE(C)
107900             DELIMITED BY SIZE INTO REPORT-LINE
108000     END-IF.
108100     WRITE REPORT-LINE AFTER ADVANCING 1.
108200 9100-EXIT.
108300     EXIT.
108400*
108500*****************************************************************
108600*   9900-FAIL-STEP                                              *
108700*   A FATAL ERROR ENDS THIS STEP, NOT THE WHOLE RUN: THE STEP   *
108800*   GOES BACK TO RUNCTL WITH RETURN CODE 8, WHICH RECORDS IT    *
108900*   FAILED AND SKIPS THE STEPS THAT DEPEND ON IT.  EVERY FILE   *
109000*   IS CLOSED FIRST; ONE NOT YET OPEN, OR ALREADY CLOSED, JUST  *
109100*   COMES BACK STATUS 42, WHICH IS IGNORED.                     *
109200*****************************************************************
109300 9900-FAIL-STEP.
109400     MOVE 8 TO RETURN-CODE.
109500     CLOSE MEMBER-MASTER-FILE.
109600     CLOSE COVID-LOG-FILE.
109700     CLOSE ARCHIVE-FILE.
109800     CLOSE WEEKLY-AGENDA-FILE.
109900     CLOSE REJECTED-FILE.
110000     CLOSE COMPLETION-STAT-FILE.
110100     CLOSE ACTIVITY-MASTER-FILE.
110200     CLOSE FEEDBACK-FILE.
110300     CLOSE LOG-CONTROL-FILE.
110400     CLOSE INTEGRITY-REPORT-FILE.
110500     GOBACK.
110600 9900-EXIT.
110700     EXIT.
