000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     WATCHLST INITIAL.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-11.
000600 DATE-COMPILED.  2026-10-11.
000700*
000800*****************************************************************
000900*                                                               *
001000*   WATCHLST LOOKS FOR THE ONE PERSON WHOSE ANSWERS ARE GETTING *
001100*   WORSE, WHICH THE AGGREGATE COUNTS ON COVIDRPT CANNOT SHOW.  *
001200*   EVERY ACTIVE MEMBER'S RECENT COVID-LOG ENTRIES ARE READ BY  *
001300*   KEY AND TESTED AGAINST THE THRESHOLDS ON THE PARAMETER      *
001400*   FILE: A QUESTION-1 MOVE (1 TO 2 BY DEFAULT) THAT HAS HELD   *
001500*   SINCE, AND A STEEP QUESTION-2 CLIMB OVER THE LATEST         *
001600*   ENTRIES.  A MEMBER WHO TRIPS EITHER TEST IS SCORED AND      *
001700*   LISTED, HIGHEST SCORE FIRST, WITH THE ANSWERS AND DATES     *
001800*   THAT TRIPPED IT; A MEMBER WHO ALSO DID NONE OF THEIR        *
001900*   ACTIVITIES ACROSS THE WINDOW (EVERY POSTED DONE FLAG 'N')   *
002000*   SCORES HIGHER.  EACH RUN'S LIST IS FILED UNDER ITS AS-OF    *
002100*   DATE ON THE WATCHLST FILE AND COMPARED WITH THE LIST BEFORE *
002200*   IT, SO THE REPORT SHOWS WHO IS NEW TO THE LIST AND WHO HAS  *
002300*   COME OFF IT.                                                *
002400*                                                               *
002500*   PRIORITY SCORE: QUESTION-1 MOVE 40; QUESTION-2 CLIMB 30,    *
002600*   PLUS 1 FOR EVERY 10 POINTS OF CLIMB BEYOND THE THRESHOLD    *
002700*   (AT MOST 20 MORE); NO ACTIVITIES DONE 30.                   *
002800*                                                               *
002900*   MODIFICATION HISTORY                                       *
003000*   DATE       INIT DESCRIPTION                                *
003100*   ---------- ---- -------------------------------------------*
003200*   2026-10-11  RLC ORIGINAL PROGRAM.                          *
003210*   2026-10-15  RLC EVERY RUN NOW FILES A RUN MARKER, SO AN    *
003220*                   EMPTY LIST IS THE PREVIOUS LIST FOR        *
003230*                   THE NEXT RUN; A FAILED WATCHLIST WRITE     *
003240*                   NOW STOPS THE RUN.                         *
003250*   2026-10-16  RLC A FATAL ERROR NOW SENDS THE STEP BACK TO   *
003260*                   RUNCTL WITH RETURN CODE 8 INSTEAD OF       *
003270*                   STOPPING THE WHOLE RUN.                    *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   GNU-LINUX.
003800 OBJECT-COMPUTER.   GNU-LINUX.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL WATCH-PARM-FILE
004200         ASSIGN TO "WCHPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CV-PARM-STATUS.
004500
004600     SELECT MEMBER-MASTER-FILE
004700         ASSIGN TO "MEMMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS MM-MEMBER-ID
005100         FILE STATUS IS CV-MEMMSTR-STATUS.
005200
005300     SELECT COVID-LOG-FILE
005400         ASSIGN TO "COVIDLOG"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CL-LOG-KEY
005800         FILE STATUS IS CV-COVLOG-STATUS.
005900
006000     SELECT WATCH-LIST-FILE
006100         ASSIGN TO "WATCHLST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS WL-LIST-KEY
006500         FILE STATUS IS CV-WATCH-STATUS.
006600
006700     SELECT WATCH-REPORT-FILE
006800         ASSIGN TO "WCHRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CV-REPORT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  WATCH-PARM-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY WCHPARM.CPY.
007700
007800 FD  MEMBER-MASTER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY MEMMSTR.CPY.
008100
008200 FD  COVID-LOG-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY COVLOG.CPY.
008500
008600 FD  WATCH-LIST-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY WCHLIST.CPY.
008900
009000 FD  WATCH-REPORT-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  REPORT-LINE                     PIC X(80).
009300
009400 WORKING-STORAGE SECTION.
009500 77  CV-PARM-STATUS              PIC X(02) VALUE SPACES.
009600 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
009700 77  CV-COVLOG-STATUS            PIC X(02) VALUE SPACES.
009800 77  CV-WATCH-STATUS             PIC X(02) VALUE SPACES.
009900 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
010000
010100 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
010200 77  CV-AS-OF-DATE               PIC 9(08) VALUE 0.
010300 77  CV-AS-OF-INT                PIC S9(07) COMP VALUE 0.
010400 77  CV-START-INT                PIC S9(07) COMP VALUE 0.
010500 77  CV-WINDOW-START             PIC 9(08) VALUE 0.
010600 77  CV-PREV-DATE                PIC 9(08) VALUE 0.
010700
010800 77  CV-WINDOW-DAYS              PIC 9(03) VALUE 14.
010900 77  CV-MIN-ENTRIES              PIC 9(03) VALUE 3.
011000 77  CV-Q1-FROM                  PIC 9(01) VALUE 1.
011100 77  CV-Q1-TO                    PIC 9(01) VALUE 2.
011200 77  CV-Q1-HOLD-MIN              PIC 9(03) VALUE 3.
011300 77  CV-Q2-RISE-MIN              PIC 9(03) VALUE 150.
011400 77  CV-Q2-ENTRIES               PIC 9(03) VALUE 5.
011500
011600 77  CV-MEM-EOF-SWITCH           PIC X(01) VALUE 'N'.
011700     88  CV-END-OF-MASTER        VALUE 'Y'.
011800 77  CV-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
011900     88  CV-END-OF-MEMBER-LOG    VALUE 'Y'.
012000 77  CV-WL-EOF-SWITCH            PIC X(01) VALUE 'N'.
012100     88  CV-END-OF-WATCH-LIST    VALUE 'Y'.
012200 77  CV-BREAK-SWITCH             PIC X(01) VALUE 'N'.
012300     88  CV-HOLD-BROKEN          VALUE 'Y'.
012400 77  CV-Q1-SWITCH                PIC X(01) VALUE 'N'.
012500     88  CV-Q1-TRIPPED           VALUE 'Y'.
012600 77  CV-Q2-SWITCH                PIC X(01) VALUE 'N'.
012700     88  CV-Q2-TRIPPED           VALUE 'Y'.
012800 77  CV-MISSED-SWITCH            PIC X(01) VALUE 'N'.
012900     88  CV-ALL-MISSED           VALUE 'Y'.
013000 77  CV-DONE-SWITCH              PIC X(01) VALUE 'N'.
013100     88  CV-SOMETHING-DONE       VALUE 'Y'.
013200 77  CV-PREV-SWITCH              PIC X(01) VALUE 'N'.
013300     88  CV-WAS-LISTED           VALUE 'Y'.
013400
013500 77  CV-MEMBERS-READ             PIC 9(05) COMP VALUE 0.
013600 77  CV-ACTIVE-COUNT             PIC 9(05) COMP VALUE 0.
013700 77  CV-TOO-FEW-COUNT            PIC 9(05) COMP VALUE 0.
013800 77  CV-NEW-COUNT                PIC 9(05) COMP VALUE 0.
013900 77  CV-CONTINUING-COUNT         PIC 9(05) COMP VALUE 0.
014000 77  CV-OFF-COUNT                PIC 9(05) COMP VALUE 0.
014100 77  CV-REPLACED-COUNT           PIC 9(05) COMP VALUE 0.
014200 77  CV-WT-DROPPED               PIC 9(05) COMP VALUE 0.
014300 77  CV-ENTRIES-READ             PIC 9(07) COMP VALUE 0.
014400 77  CV-PRINT-COUNT              PIC 9(05) COMP VALUE 0.
014500 77  CV-EDIT-COUNT               PIC ZZ,ZZ9.
014600 77  CV-EDIT-RANK                PIC ZZ9.
014700 77  CV-EDIT-SCORE               PIC ZZ9.
014800 77  CV-EDIT-Q2                  PIC ZZ9.
014900 77  CV-EDIT-DAYS                PIC ZZ9.
015000
015100 77  CV-Q1-HOLD-COUNT            PIC 9(03) COMP VALUE 0.
015200 77  CV-Q1-BREAK-IX              PIC 9(03) COMP VALUE 0.
015300 77  CV-Q1-FROM-DATE             PIC 9(08) VALUE 0.
015400 77  CV-Q1-TO-DATE               PIC 9(08) VALUE 0.
015500 77  CV-Q2-FIRST-IX              PIC 9(03) COMP VALUE 0.
015600 77  CV-Q2-LOW                   PIC 9(03) VALUE 0.
015700 77  CV-Q2-LOW-DATE              PIC 9(08) VALUE 0.
015800 77  CV-Q2-LATEST                PIC 9(03) VALUE 0.
015900 77  CV-Q2-LATEST-DATE           PIC 9(08) VALUE 0.
016000 77  CV-Q2-RISE                  PIC 9(03) VALUE 0.
016100 77  CV-FEEDBACK-COUNT           PIC 9(03) COMP VALUE 0.
016200 77  CV-SCORE                    PIC 9(03) VALUE 0.
016300 77  CV-EXTRA-POINTS             PIC 9(03) VALUE 0.
016400
016500 77  CV-EN-COUNT                 PIC 9(03) COMP VALUE 0.
016600 77  CV-EN-MAX                   PIC 9(03) COMP VALUE 100.
016700 77  CV-WT-COUNT                 PIC 9(03) COMP VALUE 0.
016800 77  CV-WT-MAX                   PIC 9(03) COMP VALUE 500.
016900 77  CV-PV-COUNT                 PIC 9(03) COMP VALUE 0.
017000 77  CV-PV-MAX                   PIC 9(03) COMP VALUE 500.
017100 77  CV-LOW-INDEX                PIC 9(03) COMP VALUE 0.
017200 77  CV-LOW-KEY                  PIC 9(08) VALUE 0.
017300 77  E                           PIC 9(03) COMP VALUE 0.
017400 77  P                           PIC 9(03) COMP VALUE 0.
017500 77  W                           PIC 9(03) COMP VALUE 0.
017600
017700*----------------------------------------------------------------
017800*    THE CURRENT MEMBER'S ENTRIES INSIDE THE WINDOW, OLDEST     *
017900*    FIRST.  A MEMBER WITH MORE THAN THE TABLE HOLDS KEEPS THE  *
018000*    LATEST ONES.                                               *
018100*----------------------------------------------------------------
018200 01  CV-EN-TABLE.
018300     05  CV-EN-ENTRY             OCCURS 100 TIMES.
018400         10  CV-EN-LOG-DATE      PIC 9(08).
018500         10  CV-EN-QUESTION-1    PIC 9(01).
018600         10  CV-EN-QUESTION-2    PIC 9(03).
018700         10  CV-EN-MORNING-DONE  PIC X(01).
018800         10  CV-EN-NOON-DONE     PIC X(01).
018900         10  CV-EN-EVENING-DONE  PIC X(01).
019000
019100*----------------------------------------------------------------
019200*    EVERY MEMBER ON THIS RUN'S LIST.  THE SORT KEY IS 999 LESS *
019300*    THE SCORE, THEN THE MEMBER ID, SO LOWEST KEY FIRST IS      *
019400*    HIGHEST PRIORITY FIRST.                                    *
019500*----------------------------------------------------------------
019600 01  CV-WT-TABLE.
019700     05  CV-WT-ENTRY             OCCURS 500 TIMES.
019800         10  CV-WT-SORT-KEY      PIC 9(08).
019900         10  CV-WT-SORT-PARTS    REDEFINES CV-WT-SORT-KEY.
020000             15  CV-WT-SORT-SCORE PIC 9(03).
020100             15  CV-WT-MEMBER-ID PIC 9(05).
020200         10  CV-WT-NAME          PIC X(20).
020300         10  CV-WT-HOUSEHOLD     PIC 9(04).
020400         10  CV-WT-SCORE         PIC 9(03).
020500         10  CV-WT-STATUS        PIC X(01).
020600         10  CV-WT-SINCE         PIC 9(08).
020700         10  CV-WT-Q1            PIC X(01).
020800         10  CV-WT-Q1-FROM-DATE  PIC 9(08).
020900         10  CV-WT-Q1-TO-DATE    PIC 9(08).
021000         10  CV-WT-Q1-HOLD       PIC 9(03).
021100         10  CV-WT-Q2            PIC X(01).
021200         10  CV-WT-Q2-LOW        PIC 9(03).
021300         10  CV-WT-Q2-LOW-DATE   PIC 9(08).
021400         10  CV-WT-Q2-LATEST     PIC 9(03).
021500         10  CV-WT-Q2-LATE-DATE  PIC 9(08).
021600         10  CV-WT-Q2-RISE       PIC 9(03).
021700         10  CV-WT-MISSED        PIC X(01).
021800         10  CV-WT-FEEDBACK      PIC 9(03).
021900         10  CV-WT-USED          PIC X(01).
022000
022100*----------------------------------------------------------------
022200*    THE PREVIOUS LIST ON FILE, AND WHETHER EACH MEMBER ON IT   *
022300*    IS STILL LISTED THIS RUN.                                  *
022400*----------------------------------------------------------------
022500 01  CV-PV-TABLE.
022600     05  CV-PV-ENTRY             OCCURS 500 TIMES.
022700         10  CV-PV-MEMBER-ID     PIC 9(05).
022800         10  CV-PV-NAME          PIC X(20).
022900         10  CV-PV-HOUSEHOLD     PIC 9(04).
023000         10  CV-PV-SCORE         PIC 9(03).
023100         10  CV-PV-SINCE         PIC 9(08).
023200         10  CV-PV-MATCHED       PIC X(01).
023300
023400 PROCEDURE DIVISION.
023500*
023600*****************************************************************
023700*   0000-MAINLINE                                               *
023800*****************************************************************
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     PERFORM 1500-LOAD-PREVIOUS-LIST THRU 1500-EXIT.
024200     PERFORM 2000-SCREEN-MEMBERS THRU 2000-EXIT.
024300     PERFORM 4000-PRINT-WATCHLIST THRU 4000-EXIT.
024400     PERFORM 5000-PRINT-COME-OFF THRU 5000-EXIT.
024500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024600     GOBACK.
024700*
024800*****************************************************************
024900*   1000-INITIALIZE                                             *
025000*   THE MEMBER MASTER AND THE COVID-LOG ARE BOTH REQUIRED.  THE *
025100*   WATCHLIST FILE IS CREATED THE FIRST TIME THE STEP RUNS.     *
025200*****************************************************************
025300 1000-INITIALIZE.
025400     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
025500     MOVE CV-TODAY-DATE TO CV-AS-OF-DATE.
025600     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
025700
025800     COMPUTE CV-AS-OF-INT =
025900         FUNCTION INTEGER-OF-DATE(CV-AS-OF-DATE).
026000     IF CV-AS-OF-INT < 1
026100         DISPLAY "WATCHLIST AS-OF DATE " CV-AS-OF-DATE
026200             " IS NOT A REAL CALENDAR DATE -- NOTHING CHECKED."
026300         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
026400     END-IF.
026500     COMPUTE CV-START-INT = CV-AS-OF-INT - CV-WINDOW-DAYS + 1.
026600     IF CV-START-INT < 1
026700         MOVE 0 TO CV-WINDOW-START
026800     ELSE
026900         COMPUTE CV-WINDOW-START =
027000             FUNCTION DATE-OF-INTEGER(CV-START-INT)
027100     END-IF.
027200
027300     OPEN INPUT MEMBER-MASTER-FILE.
027400     IF CV-MEMMSTR-STATUS NOT = "00"
027500         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
027600             "STATUS " CV-MEMMSTR-STATUS
027700         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
027800     END-IF.
027900     OPEN INPUT COVID-LOG-FILE.
028000     IF CV-COVLOG-STATUS NOT = "00"
028100         DISPLAY "COVID-LOG FILE NOT FOUND OR NOT READABLE, "
028200             "STATUS " CV-COVLOG-STATUS
028300         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
028400     END-IF.
028500     OPEN I-O WATCH-LIST-FILE.
028600     IF CV-WATCH-STATUS NOT = "00"
028700         OPEN OUTPUT WATCH-LIST-FILE
028800         CLOSE WATCH-LIST-FILE
028900         OPEN I-O WATCH-LIST-FILE
029000     END-IF.
029100     IF CV-WATCH-STATUS NOT = "00"
029200         DISPLAY "WATCHLIST FILE COULD NOT BE OPENED, STATUS "
029300             CV-WATCH-STATUS
029400         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
029500     END-IF.
029600
029700     OPEN OUTPUT WATCH-REPORT-FILE.
029800 1000-EXIT.
029900     EXIT.
030000*
030100*****************************************************************
030200*   1100-GET-PARAMETERS                                         *
030300*   READS THE OPTIONAL PARAMETER FILE.  EACH NUMERIC, NON-ZERO  *
030400*   FIELD REPLACES ITS DEFAULT.  THE QUESTION-1 ANSWERS MUST BE *
030500*   1-3 AND DIFFER, AND THE ENTRY COUNTS MAY NOT EXCEED WHAT    *
030600*   THE ENTRY TABLE HOLDS; ANYTHING ELSE KEEPS THE DEFAULT.     *
030700*****************************************************************
030800 1100-GET-PARAMETERS.
030900     OPEN INPUT WATCH-PARM-FILE.
031000     IF CV-PARM-STATUS NOT = "00"
031100         GO TO 1100-CLOSE.
031200     MOVE SPACES TO WATCH-PARM-RECORD.
031300     READ WATCH-PARM-FILE
031400         AT END
031500             CONTINUE
031600     END-READ.
031700     IF WP-WINDOW-DAYS NUMERIC AND WP-WINDOW-DAYS > 0
031800         MOVE WP-WINDOW-DAYS TO CV-WINDOW-DAYS
031900     END-IF.
032000     IF WP-AS-OF-DATE NUMERIC AND WP-AS-OF-DATE > 0
032100         MOVE WP-AS-OF-DATE TO CV-AS-OF-DATE
032200     END-IF.
032300     IF WP-MIN-ENTRIES NUMERIC AND WP-MIN-ENTRIES > 1
032400         MOVE WP-MIN-ENTRIES TO CV-MIN-ENTRIES
032500     END-IF.
032600     IF WP-Q1-FROM-ANSWER NUMERIC AND WP-Q1-TO-ANSWER NUMERIC
032700             AND WP-Q1-FROM-ANSWER > 0 AND WP-Q1-FROM-ANSWER < 4
032800             AND WP-Q1-TO-ANSWER > 0 AND WP-Q1-TO-ANSWER < 4
032900             AND WP-Q1-FROM-ANSWER NOT = WP-Q1-TO-ANSWER
033000         MOVE WP-Q1-FROM-ANSWER TO CV-Q1-FROM
033100         MOVE WP-Q1-TO-ANSWER TO CV-Q1-TO
033200     END-IF.
033300     IF WP-Q1-HOLD-ENTRIES NUMERIC AND WP-Q1-HOLD-ENTRIES > 0
033400         MOVE WP-Q1-HOLD-ENTRIES TO CV-Q1-HOLD-MIN
033500     END-IF.
033600     IF WP-Q2-RISE NUMERIC AND WP-Q2-RISE > 0
033700         MOVE WP-Q2-RISE TO CV-Q2-RISE-MIN
033800     END-IF.
033900     IF WP-Q2-ENTRIES NUMERIC AND WP-Q2-ENTRIES > 1
034000         MOVE WP-Q2-ENTRIES TO CV-Q2-ENTRIES
034100     END-IF.
034200 1100-CLOSE.
034300     CLOSE WATCH-PARM-FILE.
034400     IF CV-MIN-ENTRIES > CV-EN-MAX
034500         MOVE CV-EN-MAX TO CV-MIN-ENTRIES
034600     END-IF.
034700     IF CV-Q1-HOLD-MIN > CV-EN-MAX
034800         MOVE CV-EN-MAX TO CV-Q1-HOLD-MIN
034900     END-IF.
035000     IF CV-Q2-ENTRIES > CV-EN-MAX
035100         MOVE CV-EN-MAX TO CV-Q2-ENTRIES
035200     END-IF.
035300 1100-EXIT.
035400     EXIT.
035500*
035600*****************************************************************
035700*   1500-LOAD-PREVIOUS-LIST                                     *
035800*   THE PREVIOUS LIST IS THE LATEST ONE FILED BEFORE THE AS-OF  *
035900*   DATE.  KEY ORDER IS DATE ORDER, SO ONE PASS UP TO THE AS-OF *
036000*   DATE FINDS IT.  A LIST ALREADY FILED FOR THE AS-OF DATE IS  *
036100*   FROM AN EARLIER RUN OF THE SAME DAY AND IS DELETED, SINCE   *
036200*   THIS RUN REPLACES IT.                                       *
036300*****************************************************************
036400 1500-LOAD-PREVIOUS-LIST.
036500     MOVE 0 TO CV-PREV-DATE.
036600     MOVE LOW-VALUES TO WL-LIST-KEY.
036700     MOVE 'N' TO CV-WL-EOF-SWITCH.
036800     START WATCH-LIST-FILE KEY NOT < WL-LIST-KEY
036900         INVALID KEY
037000             MOVE 'Y' TO CV-WL-EOF-SWITCH
037100     END-START.
037200     PERFORM 1510-FIND-PREVIOUS-DATE THRU 1510-EXIT
037300         UNTIL CV-END-OF-WATCH-LIST.
037400
037500     IF CV-PREV-DATE > 0
037600         MOVE CV-PREV-DATE TO WL-LIST-DATE
037700         MOVE 0 TO WL-MEMBER-ID
037800         MOVE 'N' TO CV-WL-EOF-SWITCH
037900         START WATCH-LIST-FILE KEY NOT < WL-LIST-KEY
038000             INVALID KEY
038100                 MOVE 'Y' TO CV-WL-EOF-SWITCH
038200         END-START
038300         PERFORM 1520-TABLE-ONE-PREVIOUS THRU 1520-EXIT
038400             UNTIL CV-END-OF-WATCH-LIST
038500     END-IF.
038600
038700     MOVE CV-AS-OF-DATE TO WL-LIST-DATE.
038800     MOVE 0 TO WL-MEMBER-ID.
038900     MOVE 'N' TO CV-WL-EOF-SWITCH.
039000     START WATCH-LIST-FILE KEY NOT < WL-LIST-KEY
039100         INVALID KEY
039200             MOVE 'Y' TO CV-WL-EOF-SWITCH
039300     END-START.
039400     PERFORM 1530-DELETE-ONE-SAME-DAY THRU 1530-EXIT
039500         UNTIL CV-END-OF-WATCH-LIST.
039600 1500-EXIT.
039700     EXIT.
039800*
039900*****************************************************************
040000*   1510-FIND-PREVIOUS-DATE                                     *
040100*****************************************************************
040200 1510-FIND-PREVIOUS-DATE.
040300     READ WATCH-LIST-FILE NEXT RECORD
040400         AT END
040500             MOVE 'Y' TO CV-WL-EOF-SWITCH
040600     END-READ.
040700     IF CV-END-OF-WATCH-LIST
040800         GO TO 1510-EXIT.
040900     IF WL-LIST-DATE NOT < CV-AS-OF-DATE
041000         MOVE 'Y' TO CV-WL-EOF-SWITCH
041100     ELSE
041200         MOVE WL-LIST-DATE TO CV-PREV-DATE
041300     END-IF.
041400 1510-EXIT.
041500     EXIT.
041600*
041700*****************************************************************
041800*   1520-TABLE-ONE-PREVIOUS                                     *
041900*****************************************************************
042000 1520-TABLE-ONE-PREVIOUS.
042100     READ WATCH-LIST-FILE NEXT RECORD
042200         AT END
042300             MOVE 'Y' TO CV-WL-EOF-SWITCH
042400     END-READ.
042500     IF CV-END-OF-WATCH-LIST
042600         GO TO 1520-EXIT.
042700     IF WL-LIST-DATE NOT = CV-PREV-DATE
042800         MOVE 'Y' TO CV-WL-EOF-SWITCH
042900         GO TO 1520-EXIT.
042910     IF WL-RUN-MARKER
042920         GO TO 1520-EXIT.
043000     IF CV-PV-COUNT NOT < CV-PV-MAX
043100         DISPLAY "PREVIOUS WATCHLIST TABLE FULL -- MEMBER "
043200             WL-MEMBER-ID " NOT COMPARED"
043300         GO TO 1520-EXIT.
043400     ADD 1 TO CV-PV-COUNT.
043500     MOVE WL-MEMBER-ID      TO CV-PV-MEMBER-ID(CV-PV-COUNT).
043600     MOVE WL-MEMBER-NAME    TO CV-PV-NAME(CV-PV-COUNT).
043700     MOVE WL-HOUSEHOLD-ID   TO CV-PV-HOUSEHOLD(CV-PV-COUNT).
043800     MOVE WL-PRIORITY-SCORE TO CV-PV-SCORE(CV-PV-COUNT).
043900     MOVE WL-ON-LIST-SINCE  TO CV-PV-SINCE(CV-PV-COUNT).
044000     MOVE 'N'               TO CV-PV-MATCHED(CV-PV-COUNT).
044100 1520-EXIT.
044200     EXIT.
044300*
044400*****************************************************************
044500*   1530-DELETE-ONE-SAME-DAY                                    *
044600*****************************************************************
044700 1530-DELETE-ONE-SAME-DAY.
044800     READ WATCH-LIST-FILE NEXT RECORD
044900         AT END
045000             MOVE 'Y' TO CV-WL-EOF-SWITCH
045100     END-READ.
045200     IF CV-END-OF-WATCH-LIST
045300         GO TO 1530-EXIT.
045400     IF WL-LIST-DATE NOT = CV-AS-OF-DATE
045500         MOVE 'Y' TO CV-WL-EOF-SWITCH
045600         GO TO 1530-EXIT.
045700     DELETE WATCH-LIST-FILE RECORD
045800         INVALID KEY
045900             DISPLAY "WATCHLIST DELETE FAILED FOR MEMBER "
046000                 WL-MEMBER-ID ", STATUS " CV-WATCH-STATUS
046100         NOT INVALID KEY
046200             IF NOT WL-RUN-MARKER
046210                 ADD 1 TO CV-REPLACED-COUNT
046220             END-IF
046300     END-DELETE.
046400 1530-EXIT.
046500     EXIT.
046600*
046700*****************************************************************
046800*   2000-SCREEN-MEMBERS                                         *
046900*   ONE PASS OVER THE MEMBER MASTER IN KEY ORDER.               *
047000*****************************************************************
047100 2000-SCREEN-MEMBERS.
047200     MOVE LOW-VALUES TO MM-MEMBER-ID.
047300     START MEMBER-MASTER-FILE KEY NOT < MM-MEMBER-ID
047400         INVALID KEY
047500             MOVE 'Y' TO CV-MEM-EOF-SWITCH
047600     END-START.
047700     IF NOT CV-END-OF-MASTER
047800         PERFORM 2100-READ-MEMBER THRU 2100-EXIT
047900         PERFORM 2200-SCREEN-ONE-MEMBER THRU 2200-EXIT
048000             UNTIL CV-END-OF-MASTER
048100     END-IF.
048200     CLOSE COVID-LOG-FILE.
048300 2000-EXIT.
048400     EXIT.
048500*
048600*****************************************************************
048700*   2100-READ-MEMBER                                            *
048800*****************************************************************
048900 2100-READ-MEMBER.
049000     READ MEMBER-MASTER-FILE NEXT RECORD
049100         AT END
049200             MOVE 'Y' TO CV-MEM-EOF-SWITCH
049300     END-READ.
049400     IF NOT CV-END-OF-MASTER
049500         ADD 1 TO CV-MEMBERS-READ
049600     END-IF.
049700 2100-EXIT.
049800     EXIT.
049900*
050000*****************************************************************
050100*   2200-SCREEN-ONE-MEMBER                                      *
050200*   AN INACTIVE MEMBER IS NOT EXPECTED TO LOG AND IS PASSED     *
050300*   OVER, AS IS ONE WITH TOO FEW ENTRIES IN THE WINDOW TO SHOW  *
050400*   A TREND.                                                    *
050500*****************************************************************
050600 2200-SCREEN-ONE-MEMBER.
050700     IF NOT MM-ACTIVE
050800         GO TO 2200-READ-NEXT.
050900     ADD 1 TO CV-ACTIVE-COUNT.
051000     PERFORM 2300-LOAD-MEMBER-ENTRIES THRU 2300-EXIT.
051100     IF CV-EN-COUNT < CV-MIN-ENTRIES
051200         ADD 1 TO CV-TOO-FEW-COUNT
051300         GO TO 2200-READ-NEXT.
051400     PERFORM 2400-CHECK-QUESTION-1 THRU 2400-EXIT.
051500     PERFORM 2500-CHECK-QUESTION-2 THRU 2500-EXIT.
051600     IF CV-Q1-TRIPPED OR CV-Q2-TRIPPED
051700         PERFORM 2600-CHECK-COMPLETIONS THRU 2600-EXIT
051800         PERFORM 2700-TABLE-ONE-MEMBER THRU 2700-EXIT
051900     END-IF.
052000 2200-READ-NEXT.
052100     PERFORM 2100-READ-MEMBER THRU 2100-EXIT.
052200 2200-EXIT.
052300     EXIT.
052400*
052500*****************************************************************
052600*   2300-LOAD-MEMBER-ENTRIES                                    *
052700*   POSITIONS TO THE MEMBER'S FIRST ENTRY IN THE WINDOW BY KEY  *
052800*   AND TABLES EVERY ENTRY UP TO THE AS-OF DATE, OLDEST FIRST.  *
052900*****************************************************************
053000 2300-LOAD-MEMBER-ENTRIES.
053100     MOVE 0 TO CV-EN-COUNT.
053200     MOVE 'N' TO CV-LOG-EOF-SWITCH.
053300     MOVE MM-MEMBER-ID    TO CL-MEMBER-ID.
053400     MOVE CV-WINDOW-START TO CL-LOG-DATE.
053500     MOVE 0               TO CL-LOG-SEQ.
053600     START COVID-LOG-FILE KEY NOT < CL-LOG-KEY
053700         INVALID KEY
053800             MOVE 'Y' TO CV-LOG-EOF-SWITCH
053900     END-START.
054000     IF NOT CV-END-OF-MEMBER-LOG
054100         PERFORM 2350-READ-MEMBER-LOG THRU 2350-EXIT
054200         PERFORM 2360-TABLE-ONE-ENTRY THRU 2360-EXIT
054300             UNTIL CV-END-OF-MEMBER-LOG
054400     END-IF.
054500 2300-EXIT.
054600     EXIT.
054700*
054800*****************************************************************
054900*   2350-READ-MEMBER-LOG                                        *
055000*****************************************************************
055100 2350-READ-MEMBER-LOG.
055200     READ COVID-LOG-FILE NEXT RECORD
055300         AT END
055400             MOVE 'Y' TO CV-LOG-EOF-SWITCH
055500     END-READ.
055600     IF NOT CV-END-OF-MEMBER-LOG
055700         IF CL-MEMBER-ID NOT = MM-MEMBER-ID
055800                 OR CL-LOG-DATE > CV-AS-OF-DATE
055900             MOVE 'Y' TO CV-LOG-EOF-SWITCH
056000         END-IF
056100     END-IF.
056200 2350-EXIT.
056300     EXIT.
056400*
056500*****************************************************************
056600*   2360-TABLE-ONE-ENTRY                                        *
056700*   A FULL TABLE DROPS ITS OLDEST ENTRY TO MAKE ROOM.           *
056800*****************************************************************
056900 2360-TABLE-ONE-ENTRY.
057000     ADD 1 TO CV-ENTRIES-READ.
057100     IF CV-EN-COUNT < CV-EN-MAX
057200         ADD 1 TO CV-EN-COUNT
057300     ELSE
057400         PERFORM 2370-SHIFT-ENTRIES-UP THRU 2370-EXIT
057500             VARYING E FROM 1 BY 1
057600             UNTIL E NOT < CV-EN-MAX
057700     END-IF.
057800     MOVE CL-LOG-DATE     TO CV-EN-LOG-DATE(CV-EN-COUNT).
057900     MOVE CL-QUESTION-1   TO CV-EN-QUESTION-1(CV-EN-COUNT).
058000     MOVE CL-QUESTION-2   TO CV-EN-QUESTION-2(CV-EN-COUNT).
058100     MOVE CL-MORNING-DONE TO CV-EN-MORNING-DONE(CV-EN-COUNT).
058200     MOVE CL-NOON-DONE    TO CV-EN-NOON-DONE(CV-EN-COUNT).
058300     MOVE CL-EVENING-DONE TO CV-EN-EVENING-DONE(CV-EN-COUNT).
058400     PERFORM 2350-READ-MEMBER-LOG THRU 2350-EXIT.
058500 2360-EXIT.
058600     EXIT.
058700*
058800*****************************************************************
058900*   2370-SHIFT-ENTRIES-UP                                       *
059000*****************************************************************
059100 2370-SHIFT-ENTRIES-UP.
059200     MOVE CV-EN-ENTRY(E + 1) TO CV-EN-ENTRY(E).
059300 2370-EXIT.
059400     EXIT.
059500*
059600*****************************************************************
059700*   2400-CHECK-QUESTION-1                                       *
059800*   WALKS BACK FROM THE LATEST ENTRY OVER THE RUN OF TO-        *
059900*   ANSWERS.  THE TEST TRIPS WHEN THE ENTRY JUST BEFORE THAT    *
060000*   RUN GAVE THE FROM-ANSWER (THE MOVE HAPPENED INSIDE THE      *
060100*   WINDOW) AND THE RUN IS AT LEAST THE HOLD COUNT LONG (IT     *
060200*   STAYED THERE).                                              *
060300*****************************************************************
060400 2400-CHECK-QUESTION-1.
060500     MOVE 'N' TO CV-Q1-SWITCH.
060600     MOVE 'N' TO CV-BREAK-SWITCH.
060700     MOVE 0 TO CV-Q1-HOLD-COUNT.
060800     MOVE 0 TO CV-Q1-BREAK-IX.
060900     MOVE 0 TO CV-Q1-FROM-DATE.
061000     MOVE 0 TO CV-Q1-TO-DATE.
061100     PERFORM 2410-CHECK-ONE-Q1 THRU 2410-EXIT
061200         VARYING E FROM CV-EN-COUNT BY -1
061300         UNTIL E < 1 OR CV-HOLD-BROKEN.
061400     IF CV-Q1-BREAK-IX = 0
061500         GO TO 2400-EXIT.
061600     IF CV-EN-QUESTION-1(CV-Q1-BREAK-IX) = CV-Q1-FROM
061700             AND CV-Q1-HOLD-COUNT NOT < CV-Q1-HOLD-MIN
061800         MOVE 'Y' TO CV-Q1-SWITCH
061900         MOVE CV-EN-LOG-DATE(CV-Q1-BREAK-IX) TO CV-Q1-FROM-DATE
062000     END-IF.
062100 2400-EXIT.
062200     EXIT.
062300*
062400*****************************************************************
062500*   2410-CHECK-ONE-Q1                                           *
062600*****************************************************************
062700 2410-CHECK-ONE-Q1.
062800     IF CV-EN-QUESTION-1(E) = CV-Q1-TO
062900         ADD 1 TO CV-Q1-HOLD-COUNT
063000         MOVE CV-EN-LOG-DATE(E) TO CV-Q1-TO-DATE
063100     ELSE
063200         MOVE 'Y' TO CV-BREAK-SWITCH
063300         MOVE E TO CV-Q1-BREAK-IX
063400     END-IF.
063500 2410-EXIT.
063600     EXIT.
063700*
063800*****************************************************************
063900*   2500-CHECK-QUESTION-2                                       *
064000*   OVER THE LATEST Q2-ENTRIES ENTRIES, THE LOWEST QUESTION-2   *
064100*   ANSWER BEFORE THE LATEST ENTRY IS COMPARED WITH THE LATEST. *
064200*   A CLIMB OF AT LEAST THE RISE THRESHOLD TRIPS THE TEST.  ON  *
064300*   A TIE FOR LOWEST THE LATER ENTRY IS KEPT, SO THE DATES SHOW *
064400*   HOW QUICKLY IT CLIMBED.                                     *
064500*****************************************************************
064600 2500-CHECK-QUESTION-2.
064700     MOVE 'N' TO CV-Q2-SWITCH.
064800     MOVE 999 TO CV-Q2-LOW.
064900     MOVE 0 TO CV-Q2-LOW-DATE.
065000     MOVE 0 TO CV-Q2-RISE.
065100     IF CV-EN-QUESTION-2(CV-EN-COUNT) NOT NUMERIC
065200         GO TO 2500-EXIT.
065300     MOVE CV-EN-QUESTION-2(CV-EN-COUNT) TO CV-Q2-LATEST.
065400     MOVE CV-EN-LOG-DATE(CV-EN-COUNT) TO CV-Q2-LATEST-DATE.
065500     IF CV-EN-COUNT > CV-Q2-ENTRIES
065600         COMPUTE CV-Q2-FIRST-IX = CV-EN-COUNT - CV-Q2-ENTRIES + 1
065700     ELSE
065800         MOVE 1 TO CV-Q2-FIRST-IX
065900     END-IF.
066000     PERFORM 2510-CHECK-ONE-Q2 THRU 2510-EXIT
066100         VARYING E FROM CV-Q2-FIRST-IX BY 1
066200         UNTIL E NOT < CV-EN-COUNT.
066300     IF CV-Q2-LOW-DATE = 0 OR CV-Q2-LATEST NOT > CV-Q2-LOW
066400         GO TO 2500-EXIT.
066500     COMPUTE CV-Q2-RISE = CV-Q2-LATEST - CV-Q2-LOW.
066600     IF CV-Q2-RISE NOT < CV-Q2-RISE-MIN
066700         MOVE 'Y' TO CV-Q2-SWITCH
066800     END-IF.
066900 2500-EXIT.
067000     EXIT.
067100*
067200*****************************************************************
067300*   2510-CHECK-ONE-Q2                                           *
067400*****************************************************************
067500 2510-CHECK-ONE-Q2.
067600     IF CV-EN-QUESTION-2(E) NUMERIC
067700             AND CV-EN-QUESTION-2(E) NOT > CV-Q2-LOW
067800         MOVE CV-EN-QUESTION-2(E) TO CV-Q2-LOW
067900         MOVE CV-EN-LOG-DATE(E) TO CV-Q2-LOW-DATE
068000     END-IF.
068100 2510-EXIT.
068200     EXIT.
068300*
068400*****************************************************************
068500*   2600-CHECK-COMPLETIONS                                      *
068600*   THE MEMBER MISSED EVERYTHING WHEN AT LEAST ONE ENTRY IN THE *
068700*   WINDOW HAS FEEDBACK POSTED AND NO POSTED FLAG IS 'Y'.       *
068800*   ENTRIES STILL AWAITING FEEDBACK DO NOT COUNT EITHER WAY.    *
068900*****************************************************************
069000 2600-CHECK-COMPLETIONS.
069100     MOVE 'N' TO CV-MISSED-SWITCH.
069200     MOVE 'N' TO CV-DONE-SWITCH.
069300     MOVE 0 TO CV-FEEDBACK-COUNT.
069400     PERFORM 2610-CHECK-ONE-ENTRY THRU 2610-EXIT
069500         VARYING E FROM 1 BY 1 UNTIL E > CV-EN-COUNT.
069600     IF CV-FEEDBACK-COUNT > 0 AND NOT CV-SOMETHING-DONE
069700         MOVE 'Y' TO CV-MISSED-SWITCH
069800     END-IF.
069900 2600-EXIT.
070000     EXIT.
070100*
070200*****************************************************************
070300*   2610-CHECK-ONE-ENTRY                                        *
070400*****************************************************************
070500 2610-CHECK-ONE-ENTRY.
070600     IF CV-EN-MORNING-DONE(E) = SPACE
070700             AND CV-EN-NOON-DONE(E) = SPACE
070800             AND CV-EN-EVENING-DONE(E) = SPACE
070900         GO TO 2610-EXIT.
071000     ADD 1 TO CV-FEEDBACK-COUNT.
071100     IF CV-EN-MORNING-DONE(E) = 'Y'
071200             OR CV-EN-NOON-DONE(E) = 'Y'
071300             OR CV-EN-EVENING-DONE(E) = 'Y'
071400         MOVE 'Y' TO CV-DONE-SWITCH
071500     END-IF.
071600 2610-EXIT.
071700     EXIT.
071800*
071900*****************************************************************
072000*   2700-TABLE-ONE-MEMBER                                       *
072100*   SCORES THE MEMBER, FILES THEM IN THE WATCH TABLE, AND       *
072200*   MARKS THEM NEW OR CONTINUING AGAINST THE PREVIOUS LIST.     *
072300*****************************************************************
072400 2700-TABLE-ONE-MEMBER.
072500     IF CV-WT-COUNT NOT < CV-WT-MAX
072600         ADD 1 TO CV-WT-DROPPED
072700         DISPLAY "WATCHLIST TABLE FULL -- MEMBER " MM-MEMBER-ID
072800             " NOT LISTED"
072900         GO TO 2700-EXIT.
073000     MOVE 0 TO CV-SCORE.
073100     IF CV-Q1-TRIPPED
073200         ADD 40 TO CV-SCORE
073300     END-IF.
073400     IF CV-Q2-TRIPPED
073500         ADD 30 TO CV-SCORE
073600         COMPUTE CV-EXTRA-POINTS =
073700             (CV-Q2-RISE - CV-Q2-RISE-MIN) / 10
073800         IF CV-EXTRA-POINTS > 20
073900             MOVE 20 TO CV-EXTRA-POINTS
074000         END-IF
074100         ADD CV-EXTRA-POINTS TO CV-SCORE
074200     END-IF.
074300     IF CV-ALL-MISSED
074400         ADD 30 TO CV-SCORE
074500     END-IF.
074600
074700     ADD 1 TO CV-WT-COUNT.
074800     COMPUTE CV-WT-SORT-SCORE(CV-WT-COUNT) = 999 - CV-SCORE.
074900     MOVE MM-MEMBER-ID      TO CV-WT-MEMBER-ID(CV-WT-COUNT).
075000     MOVE MM-MEMBER-NAME    TO CV-WT-NAME(CV-WT-COUNT).
075100     IF MM-HOUSEHOLD-ID NUMERIC
075200         MOVE MM-HOUSEHOLD-ID TO CV-WT-HOUSEHOLD(CV-WT-COUNT)
075300     ELSE
075400         MOVE 0 TO CV-WT-HOUSEHOLD(CV-WT-COUNT)
075500     END-IF.
075600     MOVE CV-SCORE          TO CV-WT-SCORE(CV-WT-COUNT).
075700     MOVE CV-Q1-SWITCH      TO CV-WT-Q1(CV-WT-COUNT).
075800     MOVE CV-Q1-FROM-DATE   TO CV-WT-Q1-FROM-DATE(CV-WT-COUNT).
075900     MOVE CV-Q1-TO-DATE     TO CV-WT-Q1-TO-DATE(CV-WT-COUNT).
076000     MOVE CV-Q1-HOLD-COUNT  TO CV-WT-Q1-HOLD(CV-WT-COUNT).
076100     MOVE CV-Q2-SWITCH      TO CV-WT-Q2(CV-WT-COUNT).
076200     MOVE CV-Q2-LOW         TO CV-WT-Q2-LOW(CV-WT-COUNT).
076300     MOVE CV-Q2-LOW-DATE    TO CV-WT-Q2-LOW-DATE(CV-WT-COUNT).
076400     MOVE CV-Q2-LATEST      TO CV-WT-Q2-LATEST(CV-WT-COUNT).
076500     MOVE CV-Q2-LATEST-DATE TO CV-WT-Q2-LATE-DATE(CV-WT-COUNT).
076600     MOVE CV-Q2-RISE        TO CV-WT-Q2-RISE(CV-WT-COUNT).
076700     MOVE CV-MISSED-SWITCH  TO CV-WT-MISSED(CV-WT-COUNT).
076800     MOVE CV-FEEDBACK-COUNT TO CV-WT-FEEDBACK(CV-WT-COUNT).
076900     MOVE 'N'               TO CV-WT-USED(CV-WT-COUNT).
077000
077100     MOVE 'N' TO CV-PREV-SWITCH.
077200     PERFORM 2710-CHECK-ONE-PREVIOUS THRU 2710-EXIT
077300         VARYING P FROM 1 BY 1 UNTIL P > CV-PV-COUNT
077400             OR CV-WAS-LISTED.
077500     IF CV-WAS-LISTED
077600         ADD 1 TO CV-CONTINUING-COUNT
077700     ELSE
077800         MOVE 'N' TO CV-WT-STATUS(CV-WT-COUNT)
077900         MOVE CV-AS-OF-DATE TO CV-WT-SINCE(CV-WT-COUNT)
078000         ADD 1 TO CV-NEW-COUNT
078100     END-IF.
078200 2700-EXIT.
078300     EXIT.
078400*
078500*****************************************************************
078600*   2710-CHECK-ONE-PREVIOUS                                     *
078700*****************************************************************
078800 2710-CHECK-ONE-PREVIOUS.
078900     IF CV-PV-MEMBER-ID(P) = MM-MEMBER-ID
079000         MOVE 'Y' TO CV-PREV-SWITCH
079100         MOVE 'Y' TO CV-PV-MATCHED(P)
079200         MOVE 'C' TO CV-WT-STATUS(CV-WT-COUNT)
079300         MOVE CV-PV-SINCE(P) TO CV-WT-SINCE(CV-WT-COUNT)
079400     END-IF.
079500 2710-EXIT.
079600     EXIT.
079700*
079800*****************************************************************
079900*   4000-PRINT-WATCHLIST                                        *
080000*   REPORT HEADER, THEN THE LIST HIGHEST PRIORITY FIRST.  EACH  *
080100*   MEMBER PRINTED IS ALSO FILED ON THE WATCHLIST FILE UNDER    *
080200*   THE AS-OF DATE WITH THEIR RANK.                             *
080210*   A RUN-MARKER RECORD IS FILED AFTER THE LIST, EVEN WHEN      *
080220*   NOBODY IS LISTED, SO THIS RUN IS THE PREVIOUS LIST FOR      *
080230*   THE NEXT ONE.                                               *
080300*****************************************************************
080400 4000-PRINT-WATCHLIST.
080500     MOVE SPACES TO REPORT-LINE.
080600     STRING "WATCHLST - MEMBER WELLBEING WATCHLIST " CV-TODAY-DATE
080700         DELIMITED BY SIZE INTO REPORT-LINE.
080800     WRITE REPORT-LINE AFTER ADVANCING PAGE.
080900
081000     MOVE CV-WINDOW-DAYS TO CV-EDIT-DAYS.
081100     MOVE SPACES TO REPORT-LINE.
081200     STRING "WINDOW OF" CV-EDIT-DAYS " DAYS, " CV-WINDOW-START
081300         " TO " CV-AS-OF-DATE
081400         DELIMITED BY SIZE INTO REPORT-LINE.
081500     WRITE REPORT-LINE AFTER ADVANCING 1.
081600     MOVE CV-Q1-HOLD-MIN TO CV-EDIT-DAYS.
081700     MOVE SPACES TO REPORT-LINE.
081800     STRING "QUESTION-1 MOVE " CV-Q1-FROM " TO " CV-Q1-TO
081900         " HELD FOR" CV-EDIT-DAYS " ENTRIES OR MORE"
082000         DELIMITED BY SIZE INTO REPORT-LINE.
082100     WRITE REPORT-LINE AFTER ADVANCING 1.
082200     MOVE CV-Q2-RISE-MIN TO CV-EDIT-Q2.
082300     MOVE CV-Q2-ENTRIES TO CV-EDIT-DAYS.
082400     MOVE SPACES TO REPORT-LINE.
082500     STRING "QUESTION-2 CLIMB OF" CV-EDIT-Q2
082600         " OR MORE OVER THE LATEST" CV-EDIT-DAYS " ENTRIES"
082700         DELIMITED BY SIZE INTO REPORT-LINE.
082800     WRITE REPORT-LINE AFTER ADVANCING 1.
082900     MOVE CV-MIN-ENTRIES TO CV-EDIT-DAYS.
083000     MOVE SPACES TO REPORT-LINE.
083100     STRING "MEMBERS NEED" CV-EDIT-DAYS
083200         " ENTRIES IN THE WINDOW TO BE JUDGED"
083300         DELIMITED BY SIZE INTO REPORT-LINE.
083400     WRITE REPORT-LINE AFTER ADVANCING 1.
083500
083600     MOVE SPACES TO REPORT-LINE.
083700     STRING "SECTION 1 - MEMBERS TO CHECK IN ON, BY PRIORITY"
083800         DELIMITED BY SIZE INTO REPORT-LINE.
083900     WRITE REPORT-LINE AFTER ADVANCING 2.
084000     MOVE SPACES TO REPORT-LINE.
084100     STRING "RANK SCORE MEMBER MEMBER NAME          HHLD  LIST"
084200         DELIMITED BY SIZE INTO REPORT-LINE.
084300     WRITE REPORT-LINE AFTER ADVANCING 1.
084400
084500     PERFORM 4100-PRINT-HIGHEST-ENTRY THRU 4100-EXIT
084600         VARYING CV-PRINT-COUNT FROM 1 BY 1
084700         UNTIL CV-PRINT-COUNT > CV-WT-COUNT.
084800     IF CV-WT-COUNT = 0
084900         MOVE SPACES TO REPORT-LINE
085000         STRING "  NO MEMBERS MEET THE WATCHLIST THRESHOLDS"
085100             DELIMITED BY SIZE INTO REPORT-LINE
085200         WRITE REPORT-LINE AFTER ADVANCING 1
085300     END-IF.
085310     PERFORM 4400-FILE-RUN-MARKER THRU 4400-EXIT.
085400 4000-EXIT.
085500     EXIT.
085600*
085700*****************************************************************
085800*   4100-PRINT-HIGHEST-ENTRY                                    *
085900*   EACH PASS FINDS THE LOWEST NOT-YET-PRINTED SORT KEY, THE    *
086000*   WAY LAPSERPT ORDERS ITS SECTIONS.                           *
086100*****************************************************************
086200 4100-PRINT-HIGHEST-ENTRY.
086300     MOVE 0 TO CV-LOW-INDEX.
086400     MOVE 99999999 TO CV-LOW-KEY.
086500     PERFORM 4150-CHECK-ONE-ENTRY THRU 4150-EXIT
086600         VARYING W FROM 1 BY 1 UNTIL W > CV-WT-COUNT.
086700     IF CV-LOW-INDEX > 0
086800         MOVE CV-LOW-INDEX TO W
086900         PERFORM 4200-PRINT-ONE-ENTRY THRU 4200-EXIT
087000         PERFORM 4300-FILE-ONE-ENTRY THRU 4300-EXIT
087100         MOVE 'Y' TO CV-WT-USED(W)
087200     END-IF.
087300 4100-EXIT.
087400     EXIT.
087500*
087600*****************************************************************
087700*   4150-CHECK-ONE-ENTRY                                        *
087800*****************************************************************
087900 4150-CHECK-ONE-ENTRY.
088000     IF CV-WT-USED(W) = 'N'
088100             AND CV-WT-SORT-KEY(W) < CV-LOW-KEY
088200         MOVE W TO CV-LOW-INDEX
088300         MOVE CV-WT-SORT-KEY(W) TO CV-LOW-KEY
088400     END-IF.
088500 4150-EXIT.
088600     EXIT.
088700*
088800*****************************************************************
088900*   4200-PRINT-ONE-ENTRY                                        *
089000*   THE MEMBER LINE, THEN ONE LINE FOR EACH TEST THAT TRIPPED.  *
089100*****************************************************************
089200 4200-PRINT-ONE-ENTRY.
089300     MOVE CV-PRINT-COUNT TO CV-EDIT-RANK.
089400     MOVE CV-WT-SCORE(W) TO CV-EDIT-SCORE.
089500     MOVE SPACES TO REPORT-LINE.
089600     IF CV-WT-STATUS(W) = 'N'
089700         STRING " " CV-EDIT-RANK "  " CV-EDIT-SCORE "  "
089800             CV-WT-MEMBER-ID(W) " " CV-WT-NAME(W) " "
089900             CV-WT-HOUSEHOLD(W) "  NEW"
090000             DELIMITED BY SIZE INTO REPORT-LINE
090100     ELSE
090200         STRING " " CV-EDIT-RANK "  " CV-EDIT-SCORE "  "
090300             CV-WT-MEMBER-ID(W) " " CV-WT-NAME(W) " "
090400             CV-WT-HOUSEHOLD(W) "  SINCE " CV-WT-SINCE(W)
090500             DELIMITED BY SIZE INTO REPORT-LINE
090600     END-IF.
090700     WRITE REPORT-LINE AFTER ADVANCING 1.
090800
090900     IF CV-WT-Q1(W) = 'Y'
091000         MOVE CV-WT-Q1-HOLD(W) TO CV-EDIT-DAYS
091100         MOVE SPACES TO REPORT-LINE
091200         STRING "          Q1 WAS " CV-Q1-FROM " ON "
091300             CV-WT-Q1-FROM-DATE(W) ", " CV-Q1-TO " SINCE "
091400             CV-WT-Q1-TO-DATE(W) " (" CV-EDIT-DAYS " ENTRIES)"
091500             DELIMITED BY SIZE INTO REPORT-LINE
091600         WRITE REPORT-LINE AFTER ADVANCING 1
091700     END-IF.
091800     IF CV-WT-Q2(W) = 'Y'
091900         MOVE CV-WT-Q2-RISE(W) TO CV-EDIT-Q2
092000         MOVE SPACES TO REPORT-LINE
092100         STRING "          Q2 ROSE FROM " CV-WT-Q2-LOW(W) " ON "
092200             CV-WT-Q2-LOW-DATE(W) " TO " CV-WT-Q2-LATEST(W)
092300             " ON " CV-WT-Q2-LATE-DATE(W) " (UP" CV-EDIT-Q2 ")"
092400             DELIMITED BY SIZE INTO REPORT-LINE
092500         WRITE REPORT-LINE AFTER ADVANCING 1
092600     END-IF.
092700     IF CV-WT-MISSED(W) = 'Y'
092800         MOVE CV-WT-FEEDBACK(W) TO CV-EDIT-DAYS
092900         MOVE SPACES TO REPORT-LINE
093000         STRING "          NO ACTIVITY DONE IN" CV-EDIT-DAYS
093100             " ENTRIES WITH FEEDBACK"
093200             DELIMITED BY SIZE INTO REPORT-LINE
093300         WRITE REPORT-LINE AFTER ADVANCING 1
093400     END-IF.
093500 4200-EXIT.
093600     EXIT.
093700*
093800*****************************************************************
093900*   4300-FILE-ONE-ENTRY                                         *
094000*****************************************************************
094100 4300-FILE-ONE-ENTRY.
094200     MOVE SPACES TO WATCH-LIST-RECORD.
094300     MOVE CV-AS-OF-DATE      TO WL-LIST-DATE.
094400     MOVE CV-WT-MEMBER-ID(W) TO WL-MEMBER-ID.
094500     MOVE CV-WT-NAME(W)      TO WL-MEMBER-NAME.
094600     MOVE CV-WT-HOUSEHOLD(W) TO WL-HOUSEHOLD-ID.
094700     MOVE CV-PRINT-COUNT     TO WL-RANK.
094800     MOVE CV-WT-SCORE(W)     TO WL-PRIORITY-SCORE.
094900     MOVE CV-WT-STATUS(W)    TO WL-LIST-STATUS.
095000     MOVE CV-WT-SINCE(W)     TO WL-ON-LIST-SINCE.
095100     MOVE CV-WT-Q1(W)        TO WL-Q1-TRIGGER.
095200     MOVE CV-WT-Q2(W)        TO WL-Q2-TRIGGER.
095300     MOVE CV-WT-MISSED(W)    TO WL-MISSED-TRIGGER.
095400     MOVE CV-WT-Q2-RISE(W)   TO WL-Q2-RISE.
095500     WRITE WATCH-LIST-RECORD.
095600     PERFORM 4500-CHECK-WATCH-IO THRU 4500-EXIT.
096000 4300-EXIT.
096100     EXIT.
096102*
096104*****************************************************************
096106*   4400-FILE-RUN-MARKER                                        *
096108*   MEMBER 00000, STATUS M, UNDER THE AS-OF DATE.  1520 PASSES  *
096110*   IT OVER; 1530 DELETES IT WITH THE REST OF A SAME-DAY LIST.  *
096112*****************************************************************
096114 4400-FILE-RUN-MARKER.
096116     MOVE SPACES TO WATCH-LIST-RECORD.
096118     MOVE CV-AS-OF-DATE      TO WL-LIST-DATE.
096120     MOVE 0                  TO WL-MEMBER-ID.
096122     MOVE 0                  TO WL-HOUSEHOLD-ID.
096124     MOVE 0                  TO WL-RANK.
096126     MOVE 0                  TO WL-PRIORITY-SCORE.
096128     MOVE 'M'                TO WL-LIST-STATUS.
096130     MOVE CV-AS-OF-DATE      TO WL-ON-LIST-SINCE.
096132     MOVE 'N'                TO WL-Q1-TRIGGER.
096134     MOVE 'N'                TO WL-Q2-TRIGGER.
096136     MOVE 'N'                TO WL-MISSED-TRIGGER.
096138     MOVE 0                  TO WL-Q2-RISE.
096140     WRITE WATCH-LIST-RECORD.
096142     PERFORM 4500-CHECK-WATCH-IO THRU 4500-EXIT.
096144 4400-EXIT.
096146     EXIT.
096148*
096150*****************************************************************
096152*   4500-CHECK-WATCH-IO                                         *
096154*   A WATCHLIST WRITE THAT DOES NOT COME BACK CLEAN FAILS THE   *
096156*   STEP AT ONCE: RUNCTL RECORDS IT FAILED AND SKIPS ITS        *
096158*   DEPENDENTS, SO A PARTIAL LIST IS NEVER TAKEN AS COMPLETE.   *
096160*   A RESTART RERUNS THE STEP, AND 1530 DELETES THE PARTIAL     *
096161*   SAME-DAY LIST BEFORE THE NEW ONE IS FILED.                  *
096162*****************************************************************
096164 4500-CHECK-WATCH-IO.
096166     IF CV-WATCH-STATUS NOT = "00"
096168         DISPLAY "WATCHLIST WRITE FAILED FOR MEMBER "
096170             WL-MEMBER-ID ", STATUS " CV-WATCH-STATUS
096172         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
096174     END-IF.
096176 4500-EXIT.
096178     EXIT.
096200*
096300*****************************************************************
096400*   5000-PRINT-COME-OFF                                         *
096500*   MEMBERS ON THE PREVIOUS LIST WHO ARE NOT ON THIS ONE, WITH  *
096600*   THE REASON WHEN IT IS NOT SIMPLY THAT THEIR ANSWERS NO      *
096700*   LONGER MEET THE THRESHOLDS.                                 *
096800*****************************************************************
096900 5000-PRINT-COME-OFF.
097000     MOVE SPACES TO REPORT-LINE.
097100     IF CV-PREV-DATE = 0
097200         STRING "SECTION 2 - COME OFF THE LIST (NO PREVIOUS LIST "
097300             "ON FILE)"
097400             DELIMITED BY SIZE INTO REPORT-LINE
097500     ELSE
097600         STRING "SECTION 2 - COME OFF THE LIST SINCE "
097700             CV-PREV-DATE
097800             DELIMITED BY SIZE INTO REPORT-LINE
097900     END-IF.
098000     WRITE REPORT-LINE AFTER ADVANCING 3.
098100     PERFORM 5100-PRINT-ONE-COME-OFF THRU 5100-EXIT
098200         VARYING P FROM 1 BY 1 UNTIL P > CV-PV-COUNT.
098300     IF CV-OFF-COUNT = 0
098400         MOVE SPACES TO REPORT-LINE
098500         STRING "  NO MEMBERS HAVE COME OFF THE LIST"
098600             DELIMITED BY SIZE INTO REPORT-LINE
098700         WRITE REPORT-LINE AFTER ADVANCING 1
098800     END-IF.
098900     CLOSE MEMBER-MASTER-FILE.
099000 5000-EXIT.
099100     EXIT.
099200*
099300*****************************************************************
099400*   5100-PRINT-ONE-COME-OFF                                     *
099500*****************************************************************
099600 5100-PRINT-ONE-COME-OFF.
099700     IF CV-PV-MATCHED(P) = 'Y'
099800         GO TO 5100-EXIT.
099900     ADD 1 TO CV-OFF-COUNT.
100000     MOVE CV-PV-SCORE(P) TO CV-EDIT-SCORE.
100100     MOVE SPACES TO REPORT-LINE.
100200     STRING "  " CV-PV-MEMBER-ID(P) " " CV-PV-NAME(P) " "
100300         CV-PV-HOUSEHOLD(P) "  ON LIST " CV-PV-SINCE(P)
100400         ", LAST SCORE " CV-EDIT-SCORE
100500         DELIMITED BY SIZE INTO REPORT-LINE.
100600     WRITE REPORT-LINE AFTER ADVANCING 1.
100700     MOVE CV-PV-MEMBER-ID(P) TO MM-MEMBER-ID.
100800     MOVE SPACES TO REPORT-LINE.
100900     READ MEMBER-MASTER-FILE
101000         INVALID KEY
101100             STRING "          NO LONGER ON THE MEMBER MASTER"
101200                 DELIMITED BY SIZE INTO REPORT-LINE
101300         NOT INVALID KEY
101400             IF NOT MM-ACTIVE
101500                 STRING "          NO LONGER ACTIVE"
101600                     DELIMITED BY SIZE INTO REPORT-LINE
101700             END-IF
101800     END-READ.
101900     IF REPORT-LINE NOT = SPACES
102000         WRITE REPORT-LINE AFTER ADVANCING 1
102100     END-IF.
102200 5100-EXIT.
102300     EXIT.
102400*
102500*****************************************************************
102600*   9000-TERMINATE                                              *
102700*****************************************************************
102800 9000-TERMINATE.
102900     MOVE SPACES TO REPORT-LINE.
103000     WRITE REPORT-LINE AFTER ADVANCING 1.
103100
103200     MOVE CV-ACTIVE-COUNT TO CV-EDIT-COUNT.
103300     MOVE SPACES TO REPORT-LINE.
103400     STRING "ACTIVE MEMBERS SCREENED     : " CV-EDIT-COUNT
103500         DELIMITED BY SIZE INTO REPORT-LINE.
103600     WRITE REPORT-LINE AFTER ADVANCING 1.
103700
103800     MOVE CV-TOO-FEW-COUNT TO CV-EDIT-COUNT.
103900     MOVE SPACES TO REPORT-LINE.
104000     STRING "  TOO FEW ENTRIES TO JUDGE  : " CV-EDIT-COUNT
104100         DELIMITED BY SIZE INTO REPORT-LINE.
104200     WRITE REPORT-LINE AFTER ADVANCING 1.
104300
104400     MOVE CV-ENTRIES-READ TO CV-EDIT-COUNT.
104500     MOVE SPACES TO REPORT-LINE.
104600     STRING "LOG ENTRIES IN THE WINDOW   : " CV-EDIT-COUNT
104700         DELIMITED BY SIZE INTO REPORT-LINE.
104800     WRITE REPORT-LINE AFTER ADVANCING 1.
104900
105000     MOVE CV-WT-COUNT TO CV-EDIT-COUNT.
105100     MOVE SPACES TO REPORT-LINE.
105200     STRING "MEMBERS ON THE WATCHLIST    : " CV-EDIT-COUNT
105300         DELIMITED BY SIZE INTO REPORT-LINE.
105400     WRITE REPORT-LINE AFTER ADVANCING 1.
105500
105600     MOVE CV-NEW-COUNT TO CV-EDIT-COUNT.
105700     MOVE SPACES TO REPORT-LINE.
105800     STRING "  NEW TO THE LIST           : " CV-EDIT-COUNT
105900         DELIMITED BY SIZE INTO REPORT-LINE.
106000     WRITE REPORT-LINE AFTER ADVANCING 1.
106100
106200     MOVE CV-CONTINUING-COUNT TO CV-EDIT-COUNT.
106300     MOVE SPACES TO REPORT-LINE.
106400     STRING "  STILL ON THE LIST         : " CV-EDIT-COUNT
106500         DELIMITED BY SIZE INTO REPORT-LINE.
106600     WRITE REPORT-LINE AFTER ADVANCING 1.
106700
106800     MOVE CV-OFF-COUNT TO CV-EDIT-COUNT.
106900     MOVE SPACES TO REPORT-LINE.
107000     STRING "COME OFF THE LIST           : " CV-EDIT-COUNT
107100         DELIMITED BY SIZE INTO REPORT-LINE.
107200     WRITE REPORT-LINE AFTER ADVANCING 1.
107300
107400     IF CV-REPLACED-COUNT > 0
107500         MOVE CV-REPLACED-COUNT TO CV-EDIT-COUNT
107600         MOVE SPACES TO REPORT-LINE
107700         STRING "EARLIER LIST FOR " CV-AS-OF-DATE " REPLACED ("
107800             CV-EDIT-COUNT " MEMBERS)"
107900             DELIMITED BY SIZE INTO REPORT-LINE
108000         WRITE REPORT-LINE AFTER ADVANCING 1
108100     END-IF.
108200
108300     IF CV-WT-DROPPED > 0
108400         MOVE CV-WT-DROPPED TO CV-EDIT-COUNT
108500         MOVE SPACES TO REPORT-LINE
108600         STRING "NOT LISTED, TABLE FULL      : " CV-EDIT-COUNT
108700             DELIMITED BY SIZE INTO REPORT-LINE
108800         WRITE REPORT-LINE AFTER ADVANCING 1
108900     END-IF.
109000
109100     CLOSE WATCH-LIST-FILE.
109200     CLOSE WATCH-REPORT-FILE.
109300 9000-EXIT.
109400     EXIT.
109500*
109600*****************************************************************
109700*   9900-FAIL-STEP                                              *
109800*   A FATAL ERROR ENDS THIS STEP, NOT THE WHOLE RUN: THE STEP   *
109900*   GOES BACK TO RUNCTL WITH RETURN CODE 8, WHICH RECORDS IT    *
110000*   FAILED AND SKIPS THE STEPS THAT DEPEND ON IT.  EVERY FILE   *
110100*   IS CLOSED FIRST; ONE NOT YET OPEN, OR ALREADY CLOSED, JUST  *
110200*   COMES BACK STATUS 42, WHICH IS IGNORED.                     *
110300*****************************************************************
110400 9900-FAIL-STEP.
110500     MOVE 8 TO RETURN-CODE.
110600     CLOSE WATCH-PARM-FILE.
110700     CLOSE MEMBER-MASTER-FILE.
110800     CLOSE COVID-LOG-FILE.
110900     CLOSE WATCH-LIST-FILE.
111000     CLOSE WATCH-REPORT-FILE.
111100     GOBACK.
111200 9900-EXIT.
111300     EXIT.
