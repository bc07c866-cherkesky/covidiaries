000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AGNDSWAP.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-12.
000600 DATE-COMPILED.  2026-10-12.
000700*
000800*****************************************************************
000900*                                                               *
001000*   AGNDSWAP APPLIES MEMBERS' SWAP REQUESTS TO THE CURRENT      *
001100*   WEEKLY AGENDA.  EACH REQUEST NAMES A MEMBER, AN AGENDA      *
001200*   DATE, AND A TIME OF DAY (M/N/E); THAT ONE ACTIVITY ON THE   *
001300*   WEEKLY-AGENDA FILE IS REPLACED BY AN ACTIVITY-MASTER SLOT   *
001400*   FOR THE SAME TIME OF DAY THAT PASSES THE SAME RULES THE     *
001500*   WEEKLY BATCH PICKS BY: THE SLOT IS IN EFFECT ON THE AGENDA  *
001600*   DATE, THE MEMBER MEETS ITS MINIMUM VAX LEVEL, A GROUP SLOT  *
001700*   HAS AN ELIGIBLE ACTIVE HOUSEHOLD MATE, AND THE TEXT IS NOT  *
001800*   ALREADY ON THAT DAY'S AGENDA.  THE MEMBER MAY ASK FOR A     *
001900*   PARTICULAR SLOT; OTHERWISE THE NEXT ELIGIBLE SLOT AFTER THE *
002000*   CURRENT ONE IS TAKEN.                                       *
002100*                                                               *
002200*   THE WEEKLY-AGENDA FILE IS COPIED TO A WORK FILE WITH THE    *
002300*   SWAPS APPLIED AND COPIED BACK ONLY AFTER THAT PASS ENDS     *
002400*   CLEAN.  EVERY APPLIED SWAP IS THEN ADDED TO THE SWAP LOG    *
002500*   WITH THE ACTIVITY BEFORE AND AFTER (COMPLIANCE READS IT),   *
002600*   AND EVERY REQUEST -- APPLIED, OR REJECTED WITH THE          *
002700*   REASON -- GETS ITS LINES ON THE SWAP REPORT.                *
002800*                                                               *
002900*   MODIFICATION HISTORY                                       *
003000*   DATE       INIT DESCRIPTION                                *
003100*   ---------- ---- -------------------------------------------*
003200*   2026-10-12  RLC ORIGINAL PROGRAM.                          *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   GNU-LINUX.
003800 OBJECT-COMPUTER.   GNU-LINUX.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SWAP-TRAN-FILE
004200         ASSIGN TO "SWAPTRAN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CV-TRAN-STATUS.
004500
004600     SELECT MEMBER-MASTER-FILE
004700         ASSIGN TO "MEMMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS MM-MEMBER-ID
005100         FILE STATUS IS CV-MEMMSTR-STATUS.
005200
005300     SELECT ACTIVITY-MASTER-FILE
005400         ASSIGN TO "ACTMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS AM-KEY
005800         FILE STATUS IS CV-ACTMSTR-STATUS.
005900
006000     SELECT WEEKLY-AGENDA-FILE
006100         ASSIGN TO "WEEKAGND"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS CV-WEEKAGND-STATUS.
006400
006500     SELECT AGENDA-WORK-FILE
006600         ASSIGN TO "AGNDWORK"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CV-WORK-STATUS.
006900
007000     SELECT SWAP-LOG-FILE
007100         ASSIGN TO "SWAPLOG"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CV-SWAPLOG-STATUS.
007400
007500     SELECT SWAP-REPORT-FILE
007600         ASSIGN TO "SWAPRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS CV-REPORT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  SWAP-TRAN-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY SWAPTRAN.CPY.
008500
008600 FD  MEMBER-MASTER-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY MEMMSTR.CPY.
008900
009000 FD  ACTIVITY-MASTER-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY ACTMSTR.CPY.
009300
009400 FD  WEEKLY-AGENDA-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY WKAGNDA.CPY.
009700
009800 FD  AGENDA-WORK-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  AGENDA-WORK-RECORD              PIC X(123).
010100
010200 FD  SWAP-LOG-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY SWAPLOG.CPY.
010500
010600 FD  SWAP-REPORT-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  REPORT-LINE                     PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100 77  CV-TRAN-STATUS              PIC X(02) VALUE SPACES.
011200 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
011300 77  CV-ACTMSTR-STATUS           PIC X(02) VALUE SPACES.
011400 77  CV-WEEKAGND-STATUS          PIC X(02) VALUE SPACES.
011500 77  CV-WORK-STATUS              PIC X(02) VALUE SPACES.
011600 77  CV-SWAPLOG-STATUS           PIC X(02) VALUE SPACES.
011700 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
011800 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
011900 77  CV-TIME-NOW                 PIC 9(06) VALUE 0.
012000 77  CV-DATE-INT                 PIC S9(07) COMP VALUE 0.
012100
012200 77  CV-EOF-SWITCH               PIC X(01) VALUE 'N'.
012300     88  CV-END-OF-TRANS         VALUE 'Y'.
012400 77  CV-MEM-EOF-SWITCH           PIC X(01) VALUE 'N'.
012500     88  CV-END-OF-MASTER        VALUE 'Y'.
012600 77  CV-ACT-EOF-SWITCH           PIC X(01) VALUE 'N'.
012700     88  CV-END-OF-ACTIVITIES    VALUE 'Y'.
012800 77  CV-AGND-EOF-SWITCH          PIC X(01) VALUE 'N'.
012900     88  CV-END-OF-AGENDA        VALUE 'Y'.
013000 77  CV-MATE-SWITCH              PIC X(01) VALUE 'N'.
013100     88  CV-GROUPMATE-FOUND      VALUE 'Y'.
013200
013300 77  CV-TRAN-READ                PIC 9(05) COMP VALUE 0.
013400 77  CV-TRAN-APPLIED             PIC 9(05) COMP VALUE 0.
013500 77  CV-TRAN-REJECTED            PIC 9(05) COMP VALUE 0.
013600 77  CV-TRAN-DROPPED             PIC 9(05) COMP VALUE 0.
013700 77  CV-AGENDA-COPIED            PIC 9(05) COMP VALUE 0.
013800 77  CV-MB-DROPPED               PIC 9(05) COMP VALUE 0.
013900 77  CV-EDIT-COUNT               PIC ZZZZ9.
014000 77  CV-EDIT-MESSAGE             PIC X(40) VALUE SPACES.
014100 77  CV-SCREEN-MESSAGE           PIC X(40) VALUE SPACES.
014200 77  CV-EDIT-VAX                 PIC 9(01) VALUE 0.
014300
014400 77  CV-TR-COUNT                 PIC 9(03) COMP VALUE 0.
014500 77  CV-TR-MAX                   PIC 9(03) COMP VALUE 200.
014600 77  CV-AC-COUNT                 PIC 9(03) COMP VALUE 0.
014700 77  CV-AC-MAX                   PIC 9(03) COMP VALUE 27.
014800 77  CV-AC-START                 PIC 9(03) COMP VALUE 0.
014900 77  CV-AC-CHOSEN                PIC 9(03) COMP VALUE 0.
015000 77  CV-MB-COUNT                 PIC 9(03) COMP VALUE 0.
015100 77  CV-MB-MAX                   PIC 9(03) COMP VALUE 500.
015200 77  CV-MB-FOUND                 PIC 9(03) COMP VALUE 0.
015300 77  CV-CURRENT-TEXT             PIC X(30) VALUE SPACES.
015400 77  CV-WANTED-SLOT              PIC 9(01) VALUE 0.
015500 77  A                           PIC 9(03) COMP VALUE 0.
015600 77  H                           PIC 9(03) COMP VALUE 0.
015700 77  K                           PIC 9(03) COMP VALUE 0.
015800 77  S                           PIC 9(03) COMP VALUE 0.
015900 77  T                           PIC 9(03) COMP VALUE 0.
016000
016100*----------------------------------------------------------------
016200*    THE SWAP REQUESTS, LOADED AND EDITED UP FRONT.  STATUS IS  *
016300*    P (PENDING -- WAITING FOR ITS AGENDA RECORD), A (APPLIED), *
016400*    OR R (REJECTED, WITH THE REASON IN THE MESSAGE).  AN       *
016500*    APPLIED REQUEST CARRIES THE TEXT BEFORE AND AFTER FOR THE  *
016600*    SWAP LOG.                                                  *
016700*----------------------------------------------------------------
016800 01  CV-TR-TABLE.
016900     05  CV-TR-ENTRY             OCCURS 200 TIMES.
017000         10  CV-TR-USER-ID       PIC X(08).
017100         10  CV-TR-MEMBER-TEXT   PIC X(05).
017200         10  CV-TR-MEMBER-ID     REDEFINES CV-TR-MEMBER-TEXT
017300                                 PIC 9(05).
017400         10  CV-TR-DATE-TEXT     PIC X(08).
017500         10  CV-TR-AGENDA-DATE   REDEFINES CV-TR-DATE-TEXT
017600                                 PIC 9(08).
017700         10  CV-TR-TOD           PIC X(01).
017800         10  CV-TR-WANTED        PIC X(01).
017900         10  CV-TR-STATUS        PIC X(01).
018000         10  CV-TR-MESSAGE       PIC X(40).
018100         10  CV-TR-VAX           PIC 9(01).
018200         10  CV-TR-HOUSEHOLD     PIC 9(04).
018300         10  CV-TR-BEFORE-TEXT   PIC X(30).
018400         10  CV-TR-AFTER-TEXT    PIC X(30).
018500         10  CV-TR-AFTER-SLOT    PIC 9(01).
018600
018700*----------------------------------------------------------------
018800*    EVERY ACTIVITY-MASTER SLOT FOR M/N/E IN KEY ORDER, IN      *
018900*    FORCE OR NOT; THE EFFECTIVE WINDOW IS CHECKED AGAINST EACH *
019000*    REQUEST'S AGENDA DATE.  ATTRIBUTES LEFT BLANK ON AN        *
019100*    OLD-FORMAT RECORD TAKE THE SAME SAFE DEFAULTS THE WEEKLY   *
019200*    BATCH GIVES THEM.                                          *
019300*----------------------------------------------------------------
019400 01  CV-AC-TABLE.
019500     05  CV-AC-ENTRY             OCCURS 27 TIMES.
019600         10  CV-AC-TOD           PIC X(01).
019700         10  CV-AC-SLOT          PIC 9(01).
019800         10  CV-AC-TEXT          PIC X(30).
019900         10  CV-AC-SETTING       PIC X(01).
020000         10  CV-AC-MIN-VAX       PIC 9(01).
020100         10  CV-AC-EFFECTIVE     PIC 9(08).
020200         10  CV-AC-EXPIRY        PIC 9(08).
020300
020400*----------------------------------------------------------------
020500*    EVERY MEMBER ON THE MEMBER MASTER, TABLED UP FRONT SO A    *
020600*    GROUP SLOT CAN BE SCREENED AGAINST THE HOUSEHOLD.          *
020700*----------------------------------------------------------------
020800 01  CV-MB-TABLE.
020900     05  CV-MB-ENTRY             OCCURS 500 TIMES.
021000         10  CV-MB-MEMBER-ID     PIC 9(05).
021100         10  CV-MB-VAX           PIC 9(01).
021200         10  CV-MB-ACTIVE        PIC X(01).
021300         10  CV-MB-HOUSEHOLD     PIC 9(04).
021400
021500 PROCEDURE DIVISION.
021600*
021700*****************************************************************
021800*   0000-MAINLINE                                               *
021900*****************************************************************
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022200     PERFORM 1500-LOAD-MEMBERS THRU 1500-EXIT.
022300     PERFORM 1700-LOAD-ACTIVITIES THRU 1700-EXIT.
022400     PERFORM 2000-LOAD-TRANSACTIONS THRU 2000-EXIT.
022500     PERFORM 3000-APPLY-TO-AGENDA THRU 3000-EXIT.
022600     IF CV-TRAN-APPLIED > 0
022700         PERFORM 4000-REPLACE-AGENDA THRU 4000-EXIT
022800         PERFORM 5000-WRITE-SWAP-LOG THRU 5000-EXIT
022900     END-IF.
023000     PERFORM 6000-PRINT-RESULTS THRU 6000-EXIT.
023100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023200     STOP RUN.
023300*
023400*****************************************************************
023500*   1000-INITIALIZE                                             *
023600*   THE TRANSACTIONS, BOTH MASTERS, AND THE WEEKLY AGENDA MUST  *
023700*   ALL BE THERE; A MISSING ONE FAILS THE JOB CLEANLY BEFORE    *
023800*   ANYTHING IS CHANGED.                                        *
023900*****************************************************************
024000 1000-INITIALIZE.
024100     OPEN INPUT SWAP-TRAN-FILE.
024200     IF CV-TRAN-STATUS NOT = "00"
024300         DISPLAY "TRANSACTION FILE NOT FOUND OR NOT READABLE, "
024400             "STATUS " CV-TRAN-STATUS
024500         STOP RUN
024600     END-IF.
024700     OPEN INPUT MEMBER-MASTER-FILE.
024800     IF CV-MEMMSTR-STATUS NOT = "00"
024900         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
025000             "STATUS " CV-MEMMSTR-STATUS
025100         STOP RUN
025200     END-IF.
025300     OPEN INPUT ACTIVITY-MASTER-FILE.
025400     IF CV-ACTMSTR-STATUS NOT = "00"
025500         DISPLAY "ACTIVITY-MASTER FILE NOT FOUND OR NOT "
025600             "READABLE, STATUS " CV-ACTMSTR-STATUS
025700         STOP RUN
025800     END-IF.
025900     OPEN INPUT WEEKLY-AGENDA-FILE.
026000     IF CV-WEEKAGND-STATUS NOT = "00"
026100         DISPLAY "WEEKLY-AGENDA FILE NOT FOUND OR NOT READABLE, "
026200             "STATUS " CV-WEEKAGND-STATUS
026300         STOP RUN
026400     END-IF.
026500
026600     OPEN OUTPUT SWAP-REPORT-FILE.
026700
026800     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
026900     ACCEPT CV-TIME-NOW FROM TIME.
027000
027100     MOVE SPACES TO REPORT-LINE.
027200     STRING "AGNDSWAP - WEEKLY AGENDA SWAP REQUESTS "
027300         CV-TODAY-DATE
027400         DELIMITED BY SIZE INTO REPORT-LINE.
027500     WRITE REPORT-LINE AFTER ADVANCING PAGE.
027600     MOVE SPACES TO REPORT-LINE.
027700     WRITE REPORT-LINE AFTER ADVANCING 1.
027800 1000-EXIT.
027900     EXIT.
028000*
028100*****************************************************************
028200*   1500-LOAD-MEMBERS                                           *
028300*   ONE PASS OVER THE MEMBER MASTER IN KEY ORDER, TABLING EVERY *
028400*   MEMBER, ACTIVE OR NOT, SO THE REQUESTING MEMBER AND THE     *
028500*   WHOLE HOUSEHOLD CAN BE LOOKED UP FROM THE TABLE.            *
028600*****************************************************************
028700 1500-LOAD-MEMBERS.
028800     MOVE LOW-VALUES TO MM-MEMBER-ID.
028900     START MEMBER-MASTER-FILE KEY NOT < MM-MEMBER-ID
029000         INVALID KEY
029100             MOVE 'Y' TO CV-MEM-EOF-SWITCH
029200     END-START.
029300     PERFORM 1600-LOAD-ONE-MEMBER THRU 1600-EXIT
029400         UNTIL CV-END-OF-MASTER.
029500     CLOSE MEMBER-MASTER-FILE.
029600 1500-EXIT.
029700     EXIT.
029800*
029900*****************************************************************
030000*   1600-LOAD-ONE-MEMBER                                        *
030100*****************************************************************
030200 1600-LOAD-ONE-MEMBER.
030300     READ MEMBER-MASTER-FILE NEXT RECORD
030400         AT END
030500             MOVE 'Y' TO CV-MEM-EOF-SWITCH
030600     END-READ.
030700     IF CV-END-OF-MASTER
030800         GO TO 1600-EXIT.
030900     IF CV-MB-COUNT NOT < CV-MB-MAX
031000         ADD 1 TO CV-MB-DROPPED
031100         DISPLAY "MEMBER TABLE FULL -- MEMBER " MM-MEMBER-ID
031200             " NOT TABLED"
031300         GO TO 1600-EXIT.
031400     ADD 1 TO CV-MB-COUNT.
031500     MOVE MM-MEMBER-ID    TO CV-MB-MEMBER-ID(CV-MB-COUNT).
031600     MOVE MM-VAX-STATUS   TO CV-MB-VAX(CV-MB-COUNT).
031700     MOVE MM-ACTIVE-FLAG  TO CV-MB-ACTIVE(CV-MB-COUNT).
031800     IF MM-HOUSEHOLD-ID NUMERIC
031900         MOVE MM-HOUSEHOLD-ID TO CV-MB-HOUSEHOLD(CV-MB-COUNT)
032000     ELSE
032100         MOVE 0 TO CV-MB-HOUSEHOLD(CV-MB-COUNT)
032200     END-IF.
032300 1600-EXIT.
032400     EXIT.
032500*
032600*****************************************************************
032700*   1700-LOAD-ACTIVITIES                                        *
032800*   EVERY MORNING, NOON, AND EVENING SLOT ON THE ACTIVITY       *
032900*   MASTER, IN KEY ORDER.  A SETTING OTHER THAN 'G' SCREENS AS  *
033000*   SOLO, A NON-NUMERIC MINIMUM VAX LEVEL AS 1, AND A BLANK OR  *
033100*   ZERO EFFECTIVE OR EXPIRY DATE LEAVES THAT END OPEN, AS IN   *
033200*   THE WEEKLY BATCH'S 7150-FILE-ONE-ACTIVITY.                  *
033300*****************************************************************
033400 1700-LOAD-ACTIVITIES.
033500     MOVE LOW-VALUES TO AM-KEY.
033600     START ACTIVITY-MASTER-FILE KEY NOT < AM-KEY
033700         INVALID KEY
033800             MOVE 'Y' TO CV-ACT-EOF-SWITCH
033900     END-START.
034000     PERFORM 1800-LOAD-ONE-ACTIVITY THRU 1800-EXIT
034100         UNTIL CV-END-OF-ACTIVITIES.
034200     CLOSE ACTIVITY-MASTER-FILE.
034300 1700-EXIT.
034400     EXIT.
034500*
034600*****************************************************************
034700*   1800-LOAD-ONE-ACTIVITY                                      *
034800*****************************************************************
034900 1800-LOAD-ONE-ACTIVITY.
035000     READ ACTIVITY-MASTER-FILE NEXT RECORD
035100         AT END
035200             MOVE 'Y' TO CV-ACT-EOF-SWITCH
035300     END-READ.
035400     IF CV-END-OF-ACTIVITIES
035500         GO TO 1800-EXIT.
035600     IF NOT (AM-MORNING OR AM-NOON OR AM-EVENING)
035700         GO TO 1800-EXIT.
035800     IF CV-AC-COUNT NOT < CV-AC-MAX
035900         DISPLAY "ACTIVITY TABLE FULL -- " AM-TIME-OF-DAY
036000             AM-SLOT-NUMBER " " AM-ACTIVITY-TEXT " NOT LOADED"
036100         GO TO 1800-EXIT.
036200     ADD 1 TO CV-AC-COUNT.
036300     MOVE AM-TIME-OF-DAY   TO CV-AC-TOD(CV-AC-COUNT).
036400     MOVE AM-SLOT-NUMBER   TO CV-AC-SLOT(CV-AC-COUNT).
036500     MOVE AM-ACTIVITY-TEXT TO CV-AC-TEXT(CV-AC-COUNT).
036600     IF AM-GROUP
036700         MOVE 'G' TO CV-AC-SETTING(CV-AC-COUNT)
036800     ELSE
036900         MOVE 'S' TO CV-AC-SETTING(CV-AC-COUNT)
037000     END-IF.
037100     IF AM-MIN-VAX-LEVEL NUMERIC
037200         MOVE AM-MIN-VAX-LEVEL TO CV-AC-MIN-VAX(CV-AC-COUNT)
037300     ELSE
037400         MOVE 1 TO CV-AC-MIN-VAX(CV-AC-COUNT)
037500     END-IF.
037600     IF AM-EFFECTIVE-DATE NUMERIC
037700         MOVE AM-EFFECTIVE-DATE TO CV-AC-EFFECTIVE(CV-AC-COUNT)
037800     ELSE
037900         MOVE 0 TO CV-AC-EFFECTIVE(CV-AC-COUNT)
038000     END-IF.
038100     IF AM-EXPIRY-DATE NUMERIC
038200         MOVE AM-EXPIRY-DATE TO CV-AC-EXPIRY(CV-AC-COUNT)
038300     ELSE
038400         MOVE 0 TO CV-AC-EXPIRY(CV-AC-COUNT)
038500     END-IF.
038600 1800-EXIT.
038700     EXIT.
038800*
038900*****************************************************************
039000*   2000-LOAD-TRANSACTIONS                                      *
039100*****************************************************************
039200 2000-LOAD-TRANSACTIONS.
039300     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
039400     PERFORM 2200-TABLE-ONE-TRANSACTION THRU 2200-EXIT
039500         UNTIL CV-END-OF-TRANS.
039600     CLOSE SWAP-TRAN-FILE.
039700 2000-EXIT.
039800     EXIT.
039900*
040000*****************************************************************
040100*   2100-READ-TRANSACTION                                       *
040200*****************************************************************
040300 2100-READ-TRANSACTION.
040400     READ SWAP-TRAN-FILE
040500         AT END
040600             MOVE 'Y' TO CV-EOF-SWITCH
040700     END-READ.
040800     IF NOT CV-END-OF-TRANS
040900         ADD 1 TO CV-TRAN-READ
041000     END-IF.
041100 2100-EXIT.
041200     EXIT.
041300*
041400*****************************************************************
041500*   2200-TABLE-ONE-TRANSACTION                                  *
041600*   TABLES THE REQUEST AND EDITS IT.  A REQUEST THAT FAILS AN   *
041700*   EDIT IS TABLED AS REJECTED SO IT STILL PRINTS IN ITS PLACE  *
041800*   ON THE REPORT.                                              *
041900*****************************************************************
042000 2200-TABLE-ONE-TRANSACTION.
042100     IF CV-TR-COUNT NOT < CV-TR-MAX
042200         ADD 1 TO CV-TRAN-DROPPED
042300         DISPLAY "SWAP REQUEST TABLE FULL -- REQUEST FOR MEMBER "
042400             ST-MEMBER-ID " NOT PROCESSED"
042500         GO TO 2200-READ-NEXT.
042600     ADD 1 TO CV-TR-COUNT.
042700     MOVE CV-TR-COUNT TO T.
042800     MOVE ST-USER-ID     TO CV-TR-USER-ID(T).
042900     MOVE ST-MEMBER-ID   TO CV-TR-MEMBER-TEXT(T).
043000     MOVE ST-AGENDA-DATE TO CV-TR-DATE-TEXT(T).
043100     MOVE ST-TIME-OF-DAY TO CV-TR-TOD(T).
043200     MOVE ST-WANTED-SLOT TO CV-TR-WANTED(T).
043300     MOVE SPACES         TO CV-TR-BEFORE-TEXT(T).
043400     MOVE SPACES         TO CV-TR-AFTER-TEXT(T).
043500     MOVE 0              TO CV-TR-AFTER-SLOT(T).
043600     MOVE 0              TO CV-TR-VAX(T).
043700     MOVE 0              TO CV-TR-HOUSEHOLD(T).
043800     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
043900     IF CV-EDIT-MESSAGE = SPACES
044000         MOVE 'P' TO CV-TR-STATUS(T)
044100     ELSE
044200         MOVE 'R' TO CV-TR-STATUS(T)
044300         MOVE CV-EDIT-MESSAGE TO CV-TR-MESSAGE(T)
044400         ADD 1 TO CV-TRAN-REJECTED
044500     END-IF.
044600 2200-READ-NEXT.
044700     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
044800 2200-EXIT.
044900     EXIT.
045000*
045100*****************************************************************
045200*   2300-EDIT-TRANSACTION                                       *
045300*   THE MEMBER ID MUST BE NUMERIC AND ON THE MASTER AS AN       *
045400*   ACTIVE MEMBER, THE AGENDA DATE A REAL CALENDAR DATE, THE    *
045500*   TIME OF DAY M, N, OR E, AND THE WANTED SLOT 1-9 OR BLANK.   *
045600*   LEAVES CV-EDIT-MESSAGE SPACES WHEN THE REQUEST IS CLEAN,    *
045700*   WITH THE MEMBER'S VAX STATUS AND HOUSEHOLD TABLED.          *
045800*****************************************************************
045900 2300-EDIT-TRANSACTION.
046000     MOVE SPACES TO CV-EDIT-MESSAGE.
046100     EVALUATE TRUE
046200         WHEN ST-MEMBER-ID NOT NUMERIC
046300             MOVE "MEMBER ID MUST BE NUMERIC"
046400                 TO CV-EDIT-MESSAGE
046500         WHEN ST-AGENDA-DATE NOT NUMERIC
046600             MOVE "AGENDA DATE MUST BE YYYYMMDD"
046700                 TO CV-EDIT-MESSAGE
046800         WHEN NOT ST-TOD-VALID
046900             MOVE "TIME OF DAY MUST BE M, N, OR E"
047000                 TO CV-EDIT-MESSAGE
047100         WHEN NOT ST-ANY-SLOT AND NOT ST-SLOT-VALID
047200             MOVE "WANTED SLOT MUST BE 1-9 OR BLANK"
047300                 TO CV-EDIT-MESSAGE
047400     END-EVALUATE.
047500     IF CV-EDIT-MESSAGE NOT = SPACES
047600         GO TO 2300-EXIT.
047700
047800     COMPUTE CV-DATE-INT =
047900         FUNCTION INTEGER-OF-DATE(CV-TR-AGENDA-DATE(T)).
048000     IF CV-DATE-INT < 1
048100         MOVE "AGENDA DATE IS NOT A REAL CALENDAR DATE"
048200             TO CV-EDIT-MESSAGE
048300         GO TO 2300-EXIT.
048400
048500     MOVE 0 TO CV-MB-FOUND.
048600     PERFORM 2350-FIND-ONE-MEMBER THRU 2350-EXIT
048700         VARYING H FROM 1 BY 1 UNTIL H > CV-MB-COUNT
048800             OR CV-MB-FOUND > 0.
048900     IF CV-MB-FOUND = 0
049000         MOVE "MEMBER NOT ON MEMBER MASTER"
049100             TO CV-EDIT-MESSAGE
049200         GO TO 2300-EXIT.
049300     IF CV-MB-ACTIVE(CV-MB-FOUND) NOT = 'A'
049400         MOVE "MEMBER IS NOT ACTIVE"
049500             TO CV-EDIT-MESSAGE
049600         GO TO 2300-EXIT.
049700     MOVE CV-MB-VAX(CV-MB-FOUND)       TO CV-TR-VAX(T).
049800     MOVE CV-MB-HOUSEHOLD(CV-MB-FOUND) TO CV-TR-HOUSEHOLD(T).
049900 2300-EXIT.
050000     EXIT.
050100*
050200*****************************************************************
050300*   2350-FIND-ONE-MEMBER                                        *
050400*****************************************************************
050500 2350-FIND-ONE-MEMBER.
050600     IF CV-MB-MEMBER-ID(H) = CV-TR-MEMBER-ID(T)
050700         MOVE H TO CV-MB-FOUND
050800     END-IF.
050900 2350-EXIT.
051000     EXIT.
051100*
051200*****************************************************************
051300*   3000-APPLY-TO-AGENDA                                        *
051400*   ONE PASS OVER THE WEEKLY AGENDA, COPYING EVERY RECORD TO    *
051500*   THE WORK FILE WITH ANY PENDING REQUESTS FOR ITS MEMBER AND  *
051600*   DATE APPLIED, IN REQUEST ORDER -- SO A SECOND REQUEST FOR   *
051700*   THE SAME SLOT SWAPS THE FIRST ONE'S REPLACEMENT.  A REQUEST *
051800*   STILL PENDING AT THE END HAD NO AGENDA RECORD TO CHANGE.    *
051900*****************************************************************
052000 3000-APPLY-TO-AGENDA.
052100     OPEN OUTPUT AGENDA-WORK-FILE.
052200     IF CV-WORK-STATUS NOT = "00"
052300         DISPLAY "AGENDA WORK FILE COULD NOT BE OPENED, STATUS "
052400             CV-WORK-STATUS
052500         STOP RUN
052600     END-IF.
052700     PERFORM 3100-READ-AGENDA THRU 3100-EXIT.
052800     PERFORM 3200-COPY-ONE-AGENDA THRU 3200-EXIT
052900         UNTIL CV-END-OF-AGENDA.
053000     CLOSE WEEKLY-AGENDA-FILE.
053100     CLOSE AGENDA-WORK-FILE.
053200
053300     PERFORM 3900-REJECT-ONE-UNMATCHED THRU 3900-EXIT
053400         VARYING T FROM 1 BY 1 UNTIL T > CV-TR-COUNT.
053500 3000-EXIT.
053600     EXIT.
053700*
053800*****************************************************************
053900*   3100-READ-AGENDA                                            *
054000*****************************************************************
054100 3100-READ-AGENDA.
054200     READ WEEKLY-AGENDA-FILE
054300         AT END
054400             MOVE 'Y' TO CV-AGND-EOF-SWITCH
054500     END-READ.
054600 3100-EXIT.
054700     EXIT.
054800*
054900*****************************************************************
055000*   3200-COPY-ONE-AGENDA                                        *
055100*****************************************************************
055200 3200-COPY-ONE-AGENDA.
055300     PERFORM 3300-CHECK-ONE-REQUEST THRU 3300-EXIT
055400         VARYING T FROM 1 BY 1 UNTIL T > CV-TR-COUNT.
055500     WRITE AGENDA-WORK-RECORD FROM WEEKLY-AGENDA-RECORD.
055600     IF CV-WORK-STATUS NOT = "00"
055700         DISPLAY "AGENDA WORK FILE WRITE FAILED, STATUS "
055800             CV-WORK-STATUS
055900         STOP RUN
056000     END-IF.
056100     ADD 1 TO CV-AGENDA-COPIED.
056200     PERFORM 3100-READ-AGENDA THRU 3100-EXIT.
056300 3200-EXIT.
056400     EXIT.
056500*
056600*****************************************************************
056700*   3300-CHECK-ONE-REQUEST                                      *
056800*   A PENDING REQUEST FOR THIS RECORD'S MEMBER AND DATE IS      *
056900*   SETTLED HERE: THE CURRENT TEXT FOR ITS TIME OF DAY IS       *
057000*   REPLACED BY AN ELIGIBLE SLOT, OR THE REQUEST IS REJECTED    *
057100*   WITH THE REASON.                                            *
057200*****************************************************************
057300 3300-CHECK-ONE-REQUEST.
057400     IF CV-TR-STATUS(T) NOT = 'P'
057500             OR CV-TR-MEMBER-ID(T) NOT = WA-MEMBER-ID
057600             OR CV-TR-AGENDA-DATE(T) NOT = WA-AGENDA-DATE
057700         GO TO 3300-EXIT.
057800     EVALUATE CV-TR-TOD(T)
057900         WHEN 'M'
058000             MOVE WA-MORNING-ACTIVITY TO CV-CURRENT-TEXT
058100         WHEN 'N'
058200             MOVE WA-NOON-ACTIVITY    TO CV-CURRENT-TEXT
058300         WHEN 'E'
058400             MOVE WA-EVENING-ACTIVITY TO CV-CURRENT-TEXT
058500     END-EVALUATE.
058600
058700     MOVE 0 TO CV-AC-CHOSEN.
058800     MOVE SPACES TO CV-SCREEN-MESSAGE.
058900     IF CV-TR-WANTED(T) = SPACE
059000         PERFORM 3400-FIND-NEXT-ELIGIBLE THRU 3400-EXIT
059100     ELSE
059200         PERFORM 3500-CHECK-WANTED-SLOT THRU 3500-EXIT
059300     END-IF.
059400     IF CV-AC-CHOSEN = 0
059500         MOVE 'R' TO CV-TR-STATUS(T)
059600         MOVE CV-SCREEN-MESSAGE TO CV-TR-MESSAGE(T)
059700         ADD 1 TO CV-TRAN-REJECTED
059800         GO TO 3300-EXIT.
059900
060000     MOVE CV-CURRENT-TEXT TO CV-TR-BEFORE-TEXT(T).
060100     MOVE CV-AC-TEXT(CV-AC-CHOSEN) TO CV-TR-AFTER-TEXT(T).
060200     MOVE CV-AC-SLOT(CV-AC-CHOSEN) TO CV-TR-AFTER-SLOT(T).
060300     EVALUATE CV-TR-TOD(T)
060400         WHEN 'M'
060500             MOVE CV-AC-TEXT(CV-AC-CHOSEN) TO WA-MORNING-ACTIVITY
060600         WHEN 'N'
060700             MOVE CV-AC-TEXT(CV-AC-CHOSEN) TO WA-NOON-ACTIVITY
060800         WHEN 'E'
060900             MOVE CV-AC-TEXT(CV-AC-CHOSEN) TO WA-EVENING-ACTIVITY
061000     END-EVALUATE.
061100     MOVE 'A' TO CV-TR-STATUS(T).
061200     MOVE "SWAPPED" TO CV-TR-MESSAGE(T).
061300     ADD 1 TO CV-TRAN-APPLIED.
061400 3300-EXIT.
061500     EXIT.
061600*
061700*****************************************************************
061800*   3400-FIND-NEXT-ELIGIBLE                                     *
061900*   WALKS THE SLOTS FOR THE TIME OF DAY ONCE AROUND, STARTING   *
062000*   JUST AFTER THE SLOT WHOSE TEXT IS ON THE AGENDA NOW (OR AT  *
062100*   THE TOP WHEN THE CURRENT TEXT IS A BUILT-IN STAND-BY), AND  *
062200*   TAKES THE FIRST ONE THAT PASSES THE SCREEN.  REPEATED       *
062300*   REQUESTS FOR THE SAME SLOT THEREFORE STEP THROUGH THE LIST. *
062400*****************************************************************
062500 3400-FIND-NEXT-ELIGIBLE.
062600     MOVE 0 TO CV-AC-START.
062700     PERFORM 3410-FIND-CURRENT-SLOT THRU 3410-EXIT
062800         VARYING A FROM 1 BY 1 UNTIL A > CV-AC-COUNT
062900             OR CV-AC-START > 0.
063000     PERFORM 3420-TRY-ONE-SLOT THRU 3420-EXIT
063100         VARYING K FROM 1 BY 1 UNTIL K > CV-AC-COUNT
063200             OR CV-AC-CHOSEN > 0.
063300     IF CV-AC-CHOSEN = 0
063400         MOVE "NO ELIGIBLE REPLACEMENT ACTIVITY"
063500             TO CV-SCREEN-MESSAGE
063600     END-IF.
063700 3400-EXIT.
063800     EXIT.
063900*
064000*****************************************************************
064100*   3410-FIND-CURRENT-SLOT                                      *
064200*****************************************************************
064300 3410-FIND-CURRENT-SLOT.
064400     IF CV-AC-TOD(A) = CV-TR-TOD(T)
064500             AND CV-AC-TEXT(A) = CV-CURRENT-TEXT
064600         MOVE A TO CV-AC-START
064700     END-IF.
064800 3410-EXIT.
064900     EXIT.
065000*
065100*****************************************************************
065200*   3420-TRY-ONE-SLOT                                           *
065300*****************************************************************
065400 3420-TRY-ONE-SLOT.
065500     COMPUTE S = CV-AC-START + K.
065600     IF S > CV-AC-COUNT
065700         SUBTRACT CV-AC-COUNT FROM S
065800     END-IF.
065900     IF CV-AC-TOD(S) NOT = CV-TR-TOD(T)
066000         GO TO 3420-EXIT.
066100     PERFORM 3600-SCREEN-ONE-SLOT THRU 3600-EXIT.
066200     IF CV-SCREEN-MESSAGE = SPACES
066300         MOVE S TO CV-AC-CHOSEN
066400     END-IF.
066500     MOVE SPACES TO CV-SCREEN-MESSAGE.
066600 3420-EXIT.
066700     EXIT.
066800*
066900*****************************************************************
067000*   3500-CHECK-WANTED-SLOT                                      *
067100*   THE SLOT THE MEMBER ASKED FOR MUST BE ON THE ACTIVITY       *
067200*   MASTER FOR THE TIME OF DAY AND PASS THE SCREEN; IF NOT,     *
067300*   THE REQUEST IS REJECTED WITH THE RULE IT FAILED RATHER      *
067400*   THAN GIVEN SOMETHING ELSE.                                  *
067500*****************************************************************
067600 3500-CHECK-WANTED-SLOT.
067700     MOVE CV-TR-WANTED(T) TO CV-WANTED-SLOT.
067800     MOVE 0 TO S.
067900     PERFORM 3510-FIND-WANTED-SLOT THRU 3510-EXIT
068000         VARYING A FROM 1 BY 1 UNTIL A > CV-AC-COUNT
068100             OR S > 0.
068200     IF S = 0
068300         MOVE "WANTED SLOT NOT ON ACTIVITY MASTER"
068400             TO CV-SCREEN-MESSAGE
068500         GO TO 3500-EXIT.
068600     PERFORM 3600-SCREEN-ONE-SLOT THRU 3600-EXIT.
068700     IF CV-SCREEN-MESSAGE = SPACES
068800         MOVE S TO CV-AC-CHOSEN
068900     END-IF.
069000 3500-EXIT.
069100     EXIT.
069200*
069300*****************************************************************
069400*   3510-FIND-WANTED-SLOT                                       *
069500*****************************************************************
069600 3510-FIND-WANTED-SLOT.
069700     IF CV-AC-TOD(A) = CV-TR-TOD(T)
069800             AND CV-AC-SLOT(A) = CV-WANTED-SLOT
069900         MOVE A TO S
070000     END-IF.
070100 3510-EXIT.
070200     EXIT.
070300*
070400*****************************************************************
070500*   3600-SCREEN-ONE-SLOT                                        *
070600*   THE WEEKLY BATCH'S RULES APPLIED TO SLOT S FOR REQUEST T:   *
070700*     - THE EFFECTIVE/EXPIRY WINDOW MUST COVER THE AGENDA DATE; *
070800*     - THE MEMBER'S VAX STATUS MUST MEET THE SLOT'S MINIMUM;   *
070900*     - A GROUP SLOT NEEDS ANOTHER ACTIVE MEMBER OF THE SAME    *
071000*       HOUSEHOLD WHO MEETS THE MINIMUM (SEE 3700);             *
071100*     - THE TEXT MUST NOT ALREADY BE ON THE DAY'S AGENDA, WHICH *
071200*       ALSO RULES OUT "SWAPPING" TO THE SAME ACTIVITY.         *
071300*   LEAVES CV-SCREEN-MESSAGE SPACES WHEN THE SLOT PASSES.       *
071400*****************************************************************
071500 3600-SCREEN-ONE-SLOT.
071600     MOVE SPACES TO CV-SCREEN-MESSAGE.
071700     IF CV-AC-EFFECTIVE(S) > 0
071800             AND CV-TR-AGENDA-DATE(T) < CV-AC-EFFECTIVE(S)
071900         MOVE "ACTIVITY NOT YET IN EFFECT ON THAT DATE"
072000             TO CV-SCREEN-MESSAGE
072100         GO TO 3600-EXIT.
072200     IF CV-AC-EXPIRY(S) > 0
072300             AND CV-TR-AGENDA-DATE(T) > CV-AC-EXPIRY(S)
072400         MOVE "ACTIVITY EXPIRED BEFORE THAT DATE"
072500             TO CV-SCREEN-MESSAGE
072600         GO TO 3600-EXIT.
072700     IF CV-TR-VAX(T) < CV-AC-MIN-VAX(S)
072800         MOVE CV-AC-MIN-VAX(S) TO CV-EDIT-VAX
072900         STRING "ACTIVITY NEEDS VAX STATUS " CV-EDIT-VAX
073000             " OR HIGHER"
073100             DELIMITED BY SIZE INTO CV-SCREEN-MESSAGE
073200         GO TO 3600-EXIT.
073300     IF CV-AC-SETTING(S) = 'G'
073400         PERFORM 3700-CHECK-GROUPMATE THRU 3700-EXIT
073500         IF NOT CV-GROUPMATE-FOUND
073600             MOVE "GROUP ACTIVITY, NO ELIGIBLE HOUSEHOLD MATE"
073700                 TO CV-SCREEN-MESSAGE
073800             GO TO 3600-EXIT
073900         END-IF
074000     END-IF.
074100     IF CV-AC-TEXT(S) = WA-MORNING-ACTIVITY
074200             OR CV-AC-TEXT(S) = WA-NOON-ACTIVITY
074300             OR CV-AC-TEXT(S) = WA-EVENING-ACTIVITY
074400         MOVE "ACTIVITY ALREADY ON THAT DAY'S AGENDA"
074500             TO CV-SCREEN-MESSAGE
074600     END-IF.
074700 3600-EXIT.
074800     EXIT.
074900*
075000*****************************************************************
075100*   3700-CHECK-GROUPMATE                                        *
075200*   AS THE WEEKLY BATCH'S 5260-CHECK-GROUPMATE: AT LEAST ONE    *
075300*   OTHER ACTIVE MEMBER OF THE SAME HOUSEHOLD MUST MEET THE     *
075400*   SLOT'S MINIMUM VAX LEVEL; A MEMBER WITH NO HOUSEHOLD NEVER  *
075500*   HAS ONE.                                                    *
075600*****************************************************************
075700 3700-CHECK-GROUPMATE.
075800     MOVE 'N' TO CV-MATE-SWITCH.
075900     IF CV-TR-HOUSEHOLD(T) = 0
076000         GO TO 3700-EXIT.
076100     PERFORM 3750-CHECK-ONE-GROUPMATE THRU 3750-EXIT
076200         VARYING H FROM 1 BY 1 UNTIL H > CV-MB-COUNT
076300             OR CV-GROUPMATE-FOUND.
076400 3700-EXIT.
076500     EXIT.
076600*
076700*****************************************************************
076800*   3750-CHECK-ONE-GROUPMATE                                    *
076900*****************************************************************
077000 3750-CHECK-ONE-GROUPMATE.
077100     IF CV-MB-HOUSEHOLD(H) = CV-TR-HOUSEHOLD(T)
077200             AND CV-MB-MEMBER-ID(H) NOT = CV-TR-MEMBER-ID(T)
077300             AND CV-MB-ACTIVE(H) = 'A'
077400             AND CV-MB-VAX(H) NOT < CV-AC-MIN-VAX(S)
077500         MOVE 'Y' TO CV-MATE-SWITCH
077600     END-IF.
077700 3750-EXIT.
077800     EXIT.
077900*
078000*****************************************************************
078100*   3900-REJECT-ONE-UNMATCHED                                   *
078200*****************************************************************
078300 3900-REJECT-ONE-UNMATCHED.
078400     IF CV-TR-STATUS(T) = 'P'
078500         MOVE 'R' TO CV-TR-STATUS(T)
078600         MOVE "NO AGENDA ENTRY FOR THAT MEMBER AND DATE"
078700             TO CV-TR-MESSAGE(T)
078800         ADD 1 TO CV-TRAN-REJECTED
078900     END-IF.
079000 3900-EXIT.
079100     EXIT.
079200*
079300*****************************************************************
079400*   4000-REPLACE-AGENDA                                         *
079500*   COPIES THE WORK FILE BACK OVER THE WEEKLY AGENDA.  ONLY     *
079600*   REACHED WHEN THE APPLY PASS ENDED CLEAN AND CHANGED AT      *
079700*   LEAST ONE RECORD.                                           *
079800*****************************************************************
079900 4000-REPLACE-AGENDA.
080000     OPEN INPUT AGENDA-WORK-FILE.
080100     IF CV-WORK-STATUS NOT = "00"
080200         DISPLAY "AGENDA WORK FILE COULD NOT BE REOPENED, STATUS "
080300             CV-WORK-STATUS
080400         STOP RUN
080500     END-IF.
080600     OPEN OUTPUT WEEKLY-AGENDA-FILE.
080700     IF CV-WEEKAGND-STATUS NOT = "00"
080800         DISPLAY "WEEKLY-AGENDA COULD NOT BE REWRITTEN, STATUS "
080900             CV-WEEKAGND-STATUS
081000         STOP RUN
081100     END-IF.
081200     MOVE 'N' TO CV-AGND-EOF-SWITCH.
081300     PERFORM 4100-READ-WORK THRU 4100-EXIT.
081400     PERFORM 4200-COPY-ONE-BACK THRU 4200-EXIT
081500         UNTIL CV-END-OF-AGENDA.
081600     CLOSE AGENDA-WORK-FILE.
081700     CLOSE WEEKLY-AGENDA-FILE.
081800 4000-EXIT.
081900     EXIT.
082000*
082100*****************************************************************
082200*   4100-READ-WORK                                              *
082300*****************************************************************
082400 4100-READ-WORK.
082500     READ AGENDA-WORK-FILE
082600         AT END
082700             MOVE 'Y' TO CV-AGND-EOF-SWITCH
082800     END-READ.
082900 4100-EXIT.
083000     EXIT.
083100*
083200*****************************************************************
083300*   4200-COPY-ONE-BACK                                          *
083400*****************************************************************
083500 4200-COPY-ONE-BACK.
083600     WRITE WEEKLY-AGENDA-RECORD FROM AGENDA-WORK-RECORD.
083700     IF CV-WEEKAGND-STATUS NOT = "00"
083800         DISPLAY "WEEKLY-AGENDA WRITE FAILED, STATUS "
083900             CV-WEEKAGND-STATUS
084000         STOP RUN
084100     END-IF.
084200     PERFORM 4100-READ-WORK THRU 4100-EXIT.
084300 4200-EXIT.
084400     EXIT.
084500*
084600*****************************************************************
084700*   5000-WRITE-SWAP-LOG                                         *
084800*   ONE SWAP-LOG RECORD PER APPLIED REQUEST, WRITTEN ONCE THE   *
084900*   WEEKLY AGENDA HAS BEEN REPLACED, SO THE LOG NEVER CLAIMS A  *
085000*   SWAP THAT NEVER MADE IT TO THE AGENDA.                      *
085100*****************************************************************
085200 5000-WRITE-SWAP-LOG.
085300     OPEN EXTEND SWAP-LOG-FILE.
085400     IF CV-SWAPLOG-STATUS NOT = "00"
085500         OPEN OUTPUT SWAP-LOG-FILE
085600     END-IF.
085700     IF CV-SWAPLOG-STATUS NOT = "00"
085800         DISPLAY "SWAP LOG COULD NOT BE OPENED, STATUS "
085900             CV-SWAPLOG-STATUS
086000         STOP RUN
086100     END-IF.
086200     PERFORM 5100-LOG-ONE-SWAP THRU 5100-EXIT
086300         VARYING T FROM 1 BY 1 UNTIL T > CV-TR-COUNT.
086400     CLOSE SWAP-LOG-FILE.
086500 5000-EXIT.
086600     EXIT.
086700*
086800*****************************************************************
086900*   5100-LOG-ONE-SWAP                                           *
087000*****************************************************************
087100 5100-LOG-ONE-SWAP.
087200     IF CV-TR-STATUS(T) NOT = 'A'
087300         GO TO 5100-EXIT.
087400     MOVE SPACES TO SWAP-LOG-RECORD.
087500     MOVE CV-TODAY-DATE        TO SL-SWAP-DATE.
087600     MOVE CV-TIME-NOW          TO SL-SWAP-TIME.
087700     MOVE CV-TR-USER-ID(T)     TO SL-USER-ID.
087800     MOVE CV-TR-MEMBER-ID(T)   TO SL-MEMBER-ID.
087900     MOVE CV-TR-AGENDA-DATE(T) TO SL-AGENDA-DATE.
088000     MOVE CV-TR-TOD(T)         TO SL-TIME-OF-DAY.
088100     MOVE CV-TR-AFTER-SLOT(T)  TO SL-AFTER-SLOT.
088200     MOVE CV-TR-BEFORE-TEXT(T) TO SL-BEFORE-TEXT.
088300     MOVE CV-TR-AFTER-TEXT(T)  TO SL-AFTER-TEXT.
088400     WRITE SWAP-LOG-RECORD.
088500     IF CV-SWAPLOG-STATUS NOT = "00"
088600         DISPLAY "SWAP LOG WRITE FAILED, STATUS "
088700             CV-SWAPLOG-STATUS
088800         STOP RUN
088900     END-IF.
089000 5100-EXIT.
089100     EXIT.
089200*
089300*****************************************************************
089400*   6000-PRINT-RESULTS                                          *
089500*   ONE LINE PER REQUEST IN THE ORDER SUBMITTED; AN APPLIED     *
089600*   SWAP ALSO SHOWS THE ACTIVITY BEFORE AND AFTER.              *
089700*****************************************************************
089800 6000-PRINT-RESULTS.
089900     PERFORM 6100-PRINT-ONE-REQUEST THRU 6100-EXIT
090000         VARYING T FROM 1 BY 1 UNTIL T > CV-TR-COUNT.
090100 6000-EXIT.
090200     EXIT.
090300*
090400*****************************************************************
090500*   6100-PRINT-ONE-REQUEST                                      *
090600*****************************************************************
090700 6100-PRINT-ONE-REQUEST.
090800     MOVE SPACES TO REPORT-LINE.
090900     IF CV-TR-STATUS(T) = 'A'
091000         STRING CV-TR-MEMBER-TEXT(T) " " CV-TR-DATE-TEXT(T) " "
091100             CV-TR-TOD(T) " " CV-TR-USER-ID(T) " "
091200             CV-TR-MESSAGE(T)
091300             DELIMITED BY SIZE INTO REPORT-LINE
091400     ELSE
091500         STRING CV-TR-MEMBER-TEXT(T) " " CV-TR-DATE-TEXT(T) " "
091600             CV-TR-TOD(T) " " CV-TR-USER-ID(T) " REJECTED - "
091700             CV-TR-MESSAGE(T)
091800             DELIMITED BY SIZE INTO REPORT-LINE
091900     END-IF.
092000     WRITE REPORT-LINE AFTER ADVANCING 1.
092100     IF CV-TR-STATUS(T) NOT = 'A'
092200         GO TO 6100-EXIT.
092300     MOVE SPACES TO REPORT-LINE.
092400     STRING "      WAS: " CV-TR-BEFORE-TEXT(T)
092500         DELIMITED BY SIZE INTO REPORT-LINE.
092600     WRITE REPORT-LINE AFTER ADVANCING 1.
092700     MOVE SPACES TO REPORT-LINE.
092800     STRING "      NOW: " CV-TR-AFTER-TEXT(T) " (SLOT "
092900         CV-TR-TOD(T) CV-TR-AFTER-SLOT(T) ")"
093000         DELIMITED BY SIZE INTO REPORT-LINE.
093100     WRITE REPORT-LINE AFTER ADVANCING 1.
093200 6100-EXIT.
093300     EXIT.
093400*
093500*****************************************************************
093600*   9000-TERMINATE                                              *
093700*   PRINTS THE REQUEST TOTALS AND CLOSES THE REPORT.            *
093800*****************************************************************
093900 9000-TERMINATE.
094000     MOVE SPACES TO REPORT-LINE.
094100     WRITE REPORT-LINE AFTER ADVANCING 1.
094200
094300     MOVE CV-TRAN-READ TO CV-EDIT-COUNT.
094400     MOVE SPACES TO REPORT-LINE.
094500     STRING "REQUESTS READ         : " CV-EDIT-COUNT
094600         DELIMITED BY SIZE INTO REPORT-LINE.
094700     WRITE REPORT-LINE AFTER ADVANCING 1.
094800
094900     MOVE CV-TRAN-APPLIED TO CV-EDIT-COUNT.
095000     MOVE SPACES TO REPORT-LINE.
095100     STRING "REQUESTS SWAPPED      : " CV-EDIT-COUNT
095200         DELIMITED BY SIZE INTO REPORT-LINE.
095300     WRITE REPORT-LINE AFTER ADVANCING 1.
095400
095500     MOVE CV-TRAN-REJECTED TO CV-EDIT-COUNT.
095600     MOVE SPACES TO REPORT-LINE.
095700     STRING "REQUESTS REJECTED     : " CV-EDIT-COUNT
095800         DELIMITED BY SIZE INTO REPORT-LINE.
095900     WRITE REPORT-LINE AFTER ADVANCING 1.
096000
096100     IF CV-TRAN-DROPPED > 0
096200         MOVE CV-TRAN-DROPPED TO CV-EDIT-COUNT
096300         MOVE SPACES TO REPORT-LINE
096400         STRING "NOT PROCESSED, FULL   : " CV-EDIT-COUNT
096500             DELIMITED BY SIZE INTO REPORT-LINE
096600         WRITE REPORT-LINE AFTER ADVANCING 1
096700     END-IF.
096800
096900     MOVE CV-AGENDA-COPIED TO CV-EDIT-COUNT.
097000     MOVE SPACES TO REPORT-LINE.
097100     IF CV-TRAN-APPLIED > 0
097200         STRING "AGENDA RECORDS WRITTEN: " CV-EDIT-COUNT
097300             DELIMITED BY SIZE INTO REPORT-LINE
097400     ELSE
097500         STRING "AGENDA RECORDS READ   : " CV-EDIT-COUNT
097600             "  (NOTHING SWAPPED, AGENDA NOT REWRITTEN)"
097700             DELIMITED BY SIZE INTO REPORT-LINE
097800     END-IF.
097900     WRITE REPORT-LINE AFTER ADVANCING 1.
098000
098100     CLOSE SWAP-REPORT-FILE.
098200 9000-EXIT.
098300     EXIT.
