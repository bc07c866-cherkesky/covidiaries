000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACTSIM.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-07.
000600 DATE-COMPILED.  2026-10-07.
000700*
000800*****************************************************************
000900*                                                               *
001000*   ACTSIM IS THE WHAT-IF RUN FOR A BATCH OF ACTIVITY-MASTER    *
001100*   TRANSACTIONS, MADE BEFORE THE BATCH GOES THROUGH ACTMAINT.  *
001200*   THE ACTIVITY-MASTER IS COPIED TO A SCRATCH FILE AND THE     *
001300*   PENDING TRANSACTIONS ARE EDITED AND APPLIED TO THE SCRATCH  *
001400*   COPY ONLY -- THE REAL ACTIVITY-MASTER IS OPENED FOR INPUT   *
001500*   AND NEVER CHANGED, AND NOTHING IS AUDITED.  EVERY ACTIVE    *
001600*   MEMBER ON THE MEMBER MASTER IS THEN SCREENED AGAINST BOTH   *
001700*   COPIES BY THE SAME RULES THE ROSTER BATCH USES TO BUILD     *
001800*   ITS CANDIDATE LIST: THE SLOT'S EFFECTIVE/EXPIRY WINDOW      *
001900*   MUST COVER THE SIMULATION DATE, THE MEMBER MUST MEET THE    *
002000*   SLOT'S MINIMUM VAX LEVEL, AND A GROUP SLOT NEEDS ANOTHER    *
002100*   ACTIVE MEMBER OF THE SAME HOUSEHOLD WHO MEETS IT TOO.  A    *
002200*   TIME OF DAY LEFT WITH NO SLOT AT ALL SENDS THE ROSTER TO    *
002300*   ITS BUILT-IN LISTS, AND SO IT DOES HERE.  THE REPORT SHOWS  *
002400*   EACH MEMBER'S MORNING, NOON, AND EVENING CANDIDATE COUNTS   *
002500*   BEFORE AND AFTER, AND FLAGS EVERY MEMBER THE BATCH WOULD    *
002600*   LEAVE WITH NO CANDIDATE -- THAT MEMBER WOULD GET THE SAFE   *
002700*   STAND-BY EVERY DAY.                                         *
002800*                                                               *
002900*   MODIFICATION HISTORY                                       *
003000*   DATE       INIT DESCRIPTION                                *
003100*   ---------- ---- -------------------------------------------*
003200*   2026-10-07  RLC ORIGINAL PROGRAM.                          *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   GNU-LINUX.
003800 OBJECT-COMPUTER.   GNU-LINUX.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL SIM-PARM-FILE
004200         ASSIGN TO "SIMPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CV-PARM-STATUS.
004500
004600     SELECT ACTIVITY-TRAN-FILE
004700         ASSIGN TO "ACTTRAN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CV-TRAN-STATUS.
005000
005100     SELECT OPTIONAL ACTIVITY-MASTER-FILE
005200         ASSIGN TO "ACTMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS AM-KEY
005600         FILE STATUS IS CV-ACTMSTR-STATUS.
005700
005800     SELECT SCRATCH-MASTER-FILE
005900         ASSIGN TO "ACTSCRT"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS SW-KEY
006300         FILE STATUS IS CV-SCRATCH-STATUS.
006400
006500     SELECT MEMBER-MASTER-FILE
006600         ASSIGN TO "MEMMSTR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS MM-MEMBER-ID
007000         FILE STATUS IS CV-MEMMSTR-STATUS.
007100
007200     SELECT SIM-REPORT-FILE
007300         ASSIGN TO "SIMRPT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS CV-REPORT-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  SIM-PARM-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY SIMPARM.CPY.
008200
008300 FD  ACTIVITY-TRAN-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY ACTTRAN.CPY.
008600
008700 FD  ACTIVITY-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY ACTMSTR.CPY.
009000
009100 FD  SCRATCH-MASTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY ACTMSTR.CPY
009400         REPLACING ==ACTIVITY-MASTER-RECORD== BY
009500                       ==SCRATCH-MASTER-RECORD==
009600                   ==AM-KEY==              BY ==SW-KEY==
009700                   ==AM-TIME-OF-DAY==      BY ==SW-TIME-OF-DAY==
009800                   ==AM-MORNING==          BY ==SW-MORNING==
009900                   ==AM-NOON==             BY ==SW-NOON==
010000                   ==AM-EVENING==          BY ==SW-EVENING==
010100                   ==AM-SLOT-NUMBER==      BY ==SW-SLOT-NUMBER==
010200                   ==AM-ACTIVITY-TEXT==    BY
010300                       ==SW-ACTIVITY-TEXT==
010400                   ==AM-LOCATION==         BY ==SW-LOCATION==
010500                   ==AM-INDOOR==           BY ==SW-INDOOR==
010600                   ==AM-OUTDOOR==          BY ==SW-OUTDOOR==
010700                   ==AM-SETTING==          BY ==SW-SETTING==
010800                   ==AM-SOLO==             BY ==SW-SOLO==
010900                   ==AM-GROUP==            BY ==SW-GROUP==
011000                   ==AM-MIN-VAX-LEVEL==    BY
011100                       ==SW-MIN-VAX-LEVEL==
011200                   ==AM-FOOD-FLAG==        BY ==SW-FOOD-FLAG==
011300                   ==AM-FOOD==             BY ==SW-FOOD==
011400                   ==AM-EFFECTIVE-DATE==   BY
011500                       ==SW-EFFECTIVE-DATE==
011600                   ==AM-EXPIRY-DATE==      BY
011700                       ==SW-EXPIRY-DATE==.
011800
011900 FD  MEMBER-MASTER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY MEMMSTR.CPY.
012200
012300 FD  SIM-REPORT-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  REPORT-LINE                     PIC X(80).
012600
012700 WORKING-STORAGE SECTION.
012800 77  CV-PARM-STATUS              PIC X(02) VALUE SPACES.
012900 77  CV-TRAN-STATUS              PIC X(02) VALUE SPACES.
013000 77  CV-ACTMSTR-STATUS           PIC X(02) VALUE SPACES.
013100 77  CV-SCRATCH-STATUS           PIC X(02) VALUE SPACES.
013200 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
013300 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
013400 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
013500 77  CV-SIM-DATE                 PIC 9(08) VALUE 0.
013600
013700 77  CV-EOF-SWITCH               PIC X(01) VALUE 'N'.
013800     88  CV-END-OF-TRANS         VALUE 'Y'.
013900 77  CV-COPY-EOF-SWITCH          PIC X(01) VALUE 'N'.
014000     88  CV-END-OF-COPY          VALUE 'Y'.
014100 77  CV-MEM-EOF-SWITCH           PIC X(01) VALUE 'N'.
014200     88  CV-END-OF-MASTER        VALUE 'Y'.
014300 77  CV-FOUND-SWITCH             PIC X(01) VALUE 'N'.
014400     88  CV-KEY-ON-FILE          VALUE 'Y'.
014500 77  CV-MATE-SWITCH              PIC X(01) VALUE 'N'.
014600     88  CV-GROUPMATE-FOUND      VALUE 'Y'.
014700 77  CV-BEFORE-DEFAULT-SWITCH    PIC X(01) VALUE 'N'.
014800     88  CV-BEFORE-USES-DEFAULTS VALUE 'Y'.
014900 77  CV-AFTER-DEFAULT-SWITCH     PIC X(01) VALUE 'N'.
015000     88  CV-AFTER-USES-DEFAULTS  VALUE 'Y'.
015100
015200 77  CV-TRAN-READ                PIC 9(05) COMP VALUE 0.
015300 77  CV-TRAN-APPLIED             PIC 9(05) COMP VALUE 0.
015400 77  CV-TRAN-REJECTED            PIC 9(05) COMP VALUE 0.
015500 77  CV-COPIED-COUNT             PIC 9(05) COMP VALUE 0.
015600 77  CV-SCREENED-COUNT           PIC 9(05) COMP VALUE 0.
015700 77  CV-DROPPED-COUNT            PIC 9(05) COMP VALUE 0.
015800 77  CV-ZERO-BEFORE-COUNT        PIC 9(05) COMP VALUE 0.
015900 77  CV-MB-DROPPED               PIC 9(05) COMP VALUE 0.
016000 77  CV-EDIT-COUNT               PIC ZZZZ9.
016100 77  CV-EDIT-MESSAGE             PIC X(40) VALUE SPACES.
016200
016300 77  CV-SL-COUNT                 PIC 9(03) COMP VALUE 0.
016400 77  CV-SL-MAX                   PIC 9(03) COMP VALUE 54.
016500 77  CV-SL-FIRST                 PIC 9(03) COMP VALUE 0.
016600 77  CV-LOAD-VERSION             PIC X(01) VALUE SPACES.
016700 77  CV-MB-COUNT                 PIC 9(03) COMP VALUE 0.
016800 77  CV-MB-MAX                   PIC 9(03) COMP VALUE 500.
016900 77  CV-FLAG-PTR                 PIC 9(03) COMP VALUE 0.
017000 77  CV-EDIT-BEFORE              PIC Z9.
017100 77  CV-EDIT-AFTER               PIC Z9.
017200 77  CV-EDIT-HOUSEHOLD           PIC ZZZ9.
017300 77  CV-FLAG-TEXT                PIC X(20) VALUE SPACES.
017400 77  M                           PIC 9(03) COMP VALUE 0.
017500 77  H                           PIC 9(03) COMP VALUE 0.
017600 77  S                           PIC 9(03) COMP VALUE 0.
017700 77  T                           PIC 9(01) COMP VALUE 0.
017800
017900*----------------------------------------------------------------
018000*    ONE SCREENABLE SLOT IN THE SAME TIME-OF-DAY-NEUTRAL SHAPE  *
018100*    THE ROSTER BATCH LOADS ITS TABLES IN.                      *
018200*----------------------------------------------------------------
018300 01  CV-WORK-ACTIVITY.
018400     05  CV-WORK-TOD             PIC X(01).
018500     05  CV-WORK-TEXT            PIC X(30).
018600     05  CV-WORK-SETTING         PIC X(01).
018700     05  CV-WORK-MIN-VAX         PIC 9(01).
018800     05  CV-WORK-EFFECTIVE       PIC 9(08).
018900     05  CV-WORK-EXPIRY          PIC 9(08).
019000
019100*----------------------------------------------------------------
019200*    EVERY SLOT IN FORCE ON THE SIMULATION DATE: VERSION 'B' IS *
019300*    THE ACTIVITY-MASTER AS IT STANDS, VERSION 'A' IS THE       *
019400*    SCRATCH COPY WITH THE TRANSACTIONS APPLIED.  THE TOD INDEX *
019500*    IS 1/2/3 FOR MORNING/NOON/EVENING.                         *
019600*----------------------------------------------------------------
019700 01  CV-SL-TABLE.
019800     05  CV-SL-ENTRY             OCCURS 54 TIMES.
019900         10  CV-SL-VERSION       PIC X(01).
020000         10  CV-SL-TOD-INDEX     PIC 9(01).
020100         10  CV-SL-TEXT          PIC X(30).
020200         10  CV-SL-SETTING       PIC X(01).
020300         10  CV-SL-MIN-VAX       PIC 9(01).
020400
020500*----------------------------------------------------------------
020600*    SLOTS FILED PER TIME OF DAY FOR THE VERSION BEING LOADED.  *
020700*----------------------------------------------------------------
020800 01  CV-LOAD-COUNTS.
020900     05  CV-LC-COUNT             PIC 9(02) COMP OCCURS 3 TIMES.
021000
021100*----------------------------------------------------------------
021200*    EVERY MEMBER ON THE MEMBER MASTER, TABLED UP FRONT SO A    *
021300*    GROUP SLOT CAN BE SCREENED AGAINST THE HOUSEHOLD.          *
021400*----------------------------------------------------------------
021500 01  CV-MB-TABLE.
021600     05  CV-MB-ENTRY             OCCURS 500 TIMES.
021700         10  CV-MB-MEMBER-ID     PIC 9(05).
021800         10  CV-MB-NAME          PIC X(20).
021900         10  CV-MB-VAX           PIC 9(01).
022000         10  CV-MB-ACTIVE        PIC X(01).
022100         10  CV-MB-HOUSEHOLD     PIC 9(04).
022200
022300*----------------------------------------------------------------
022400*    CANDIDATE COUNTS FOR THE MEMBER BEING SCREENED, BY TIME OF *
022500*    DAY, AGAINST THE MASTER AS IT STANDS AND AS IT WOULD BE.   *
022600*----------------------------------------------------------------
022700 01  CV-MEMBER-COUNTS.
022800     05  CV-MC-BEFORE            PIC 9(02) COMP OCCURS 3 TIMES.
022900     05  CV-MC-AFTER             PIC 9(02) COMP OCCURS 3 TIMES.
023000
023100 01  CV-TOD-LETTERS              PIC X(03) VALUE 'MNE'.
023200 01  CV-TOD-LETTER-TABLE REDEFINES CV-TOD-LETTERS.
023300     05  CV-TOD-LETTER           PIC X(01) OCCURS 3 TIMES.
023400
023500 PROCEDURE DIVISION.
023600*
023700*****************************************************************
023800*   0000-MAINLINE                                               *
023900*****************************************************************
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     PERFORM 2000-BUILD-SCRATCH-MASTER THRU 2000-EXIT.
024300     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
024400     PERFORM 4000-LOAD-AFTER-SLOTS THRU 4000-EXIT.
024500     PERFORM 5000-LOAD-MEMBERS THRU 5000-EXIT.
024600     PERFORM 6000-SCREEN-MEMBERS THRU 6000-EXIT.
024700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024800     STOP RUN.
024900*
025000*****************************************************************
025100*   1000-INITIALIZE                                             *
025200*   THE TRANSACTION FILE AND THE MEMBER MASTER ARE REQUIRED.    *
025300*   THE ACTIVITY-MASTER IS OPTIONAL, AS IT IS FOR THE ROSTER:   *
025400*   WITH NONE SET UP YET THE "BEFORE" SIDE IS THE BUILT-IN      *
025500*   LISTS AND THE SCRATCH COPY STARTS EMPTY.                    *
025600*****************************************************************
025700 1000-INITIALIZE.
025800     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
025900     MOVE CV-TODAY-DATE TO CV-SIM-DATE.
026000     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
026100
026200     OPEN INPUT ACTIVITY-TRAN-FILE.
026300     IF CV-TRAN-STATUS NOT = "00"
026400         DISPLAY "TRANSACTION FILE NOT FOUND OR NOT READABLE, "
026500             "STATUS " CV-TRAN-STATUS
026600         STOP RUN
026700     END-IF.
026800
026900     OPEN INPUT MEMBER-MASTER-FILE.
027000     IF CV-MEMMSTR-STATUS NOT = "00"
027100         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
027200             "STATUS " CV-MEMMSTR-STATUS
027300         STOP RUN
027400     END-IF.
027500
027600     OPEN OUTPUT SIM-REPORT-FILE.
027700     MOVE SPACES TO REPORT-LINE.
027800     STRING "ACTSIM - ACTIVITY-MASTER WHAT-IF SIMULATION "
027900         CV-TODAY-DATE
028000         DELIMITED BY SIZE INTO REPORT-LINE.
028100     WRITE REPORT-LINE AFTER ADVANCING PAGE.
028200     MOVE SPACES TO REPORT-LINE.
028300     STRING "SLOTS SCREENED AS OF " CV-SIM-DATE
028400         " -- ACTMSTR IS NOT CHANGED BY THIS RUN"
028500         DELIMITED BY SIZE INTO REPORT-LINE.
028600     WRITE REPORT-LINE AFTER ADVANCING 1.
028700 1000-EXIT.
028800     EXIT.
028900*
029000*****************************************************************
029100*   1100-GET-PARAMETERS                                         *
029200*   READS THE OPTIONAL PARAMETER FILE.  A NUMERIC, NON-ZERO     *
029300*   SIMULATION DATE REPLACES TODAY.                             *
029400*****************************************************************
029500 1100-GET-PARAMETERS.
029600     OPEN INPUT SIM-PARM-FILE.
029700     IF CV-PARM-STATUS = "00"
029800         MOVE SPACES TO SIM-PARM-RECORD
029900         READ SIM-PARM-FILE
030000             AT END
030100                 CONTINUE
030200         END-READ
030300         IF SP-SIM-DATE NUMERIC AND SP-SIM-DATE > 0
030400             MOVE SP-SIM-DATE TO CV-SIM-DATE
030500         END-IF
030600     END-IF.
030700     CLOSE SIM-PARM-FILE.
030800 1100-EXIT.
030900     EXIT.
031000*
031100*****************************************************************
031200*   2000-BUILD-SCRATCH-MASTER                                   *
031300*   COPIES THE ACTIVITY-MASTER RECORD FOR RECORD INTO A FRESH   *
031400*   SCRATCH FILE, FILING EACH SLOT IN FORCE ON THE SIMULATION   *
031500*   DATE AS A "BEFORE" SLOT ON THE WAY THROUGH.  THE REAL       *
031600*   MASTER IS CLOSED AGAIN BEFORE ANY TRANSACTION IS READ.      *
031700*****************************************************************
031800 2000-BUILD-SCRATCH-MASTER.
031900     OPEN OUTPUT SCRATCH-MASTER-FILE.
032000     IF CV-SCRATCH-STATUS NOT = "00"
032100         DISPLAY "SCRATCH ACTIVITY FILE COULD NOT BE CREATED, "
032200             "STATUS " CV-SCRATCH-STATUS
032300         STOP RUN
032400     END-IF.
032500     MOVE 'B' TO CV-LOAD-VERSION.
032600     MOVE 1 TO CV-SL-FIRST.
032700     INITIALIZE CV-LOAD-COUNTS.
032800     MOVE 'N' TO CV-COPY-EOF-SWITCH.
032900     OPEN INPUT ACTIVITY-MASTER-FILE.
033000     IF CV-ACTMSTR-STATUS NOT = "00"
033100         MOVE 'Y' TO CV-COPY-EOF-SWITCH
033200     ELSE
033300         MOVE LOW-VALUES TO AM-KEY
033400         START ACTIVITY-MASTER-FILE KEY NOT < AM-KEY
033500             INVALID KEY
033600                 MOVE 'Y' TO CV-COPY-EOF-SWITCH
033700         END-START
033800     END-IF.
033900     PERFORM 2100-COPY-ONE-ACTIVITY THRU 2100-EXIT
034000         UNTIL CV-END-OF-COPY.
034100     CLOSE ACTIVITY-MASTER-FILE.
034200     CLOSE SCRATCH-MASTER-FILE.
034300     PERFORM 4300-CHECK-DEFAULTS THRU 4300-EXIT.
034400
034500     OPEN I-O SCRATCH-MASTER-FILE.
034600     IF CV-SCRATCH-STATUS NOT = "00"
034700         DISPLAY "SCRATCH ACTIVITY FILE COULD NOT BE OPENED, "
034800             "STATUS " CV-SCRATCH-STATUS
034900         STOP RUN
035000     END-IF.
035100 2000-EXIT.
035200     EXIT.
035300*
035400*****************************************************************
035500*   2100-COPY-ONE-ACTIVITY                                      *
035600*****************************************************************
035700 2100-COPY-ONE-ACTIVITY.
035800     READ ACTIVITY-MASTER-FILE NEXT RECORD
035900         AT END
036000             MOVE 'Y' TO CV-COPY-EOF-SWITCH
036100     END-READ.
036200     IF CV-END-OF-COPY
036300         GO TO 2100-EXIT.
036400     MOVE ACTIVITY-MASTER-RECORD TO SCRATCH-MASTER-RECORD.
036500     PERFORM 4100-FILE-ONE-SLOT THRU 4100-EXIT.
036600     WRITE SCRATCH-MASTER-RECORD.
036700     PERFORM 3750-CHECK-SCRATCH-IO THRU 3750-EXIT.
036800     ADD 1 TO CV-COPIED-COUNT.
036900 2100-EXIT.
037000     EXIT.
037100*
037200*****************************************************************
037300*   3000-APPLY-TRANSACTIONS                                     *
037400*   EVERY PENDING TRANSACTION IS EDITED EXACTLY AS ACTMAINT     *
037500*   WOULD EDIT IT AND, WHEN CLEAN, APPLIED TO THE SCRATCH       *
037600*   COPY.  ONE LINE PER TRANSACTION GOES ON THE REPORT, SO A    *
037700*   TRANSACTION ACTMAINT WOULD REJECT IS SEEN HERE FIRST.       *
037800*****************************************************************
037900 3000-APPLY-TRANSACTIONS.
038000     MOVE SPACES TO REPORT-LINE.
038100     STRING "PENDING TRANSACTIONS APPLIED TO THE SCRATCH COPY"
038200         DELIMITED BY SIZE INTO REPORT-LINE.
038300     WRITE REPORT-LINE AFTER ADVANCING 2.
038400     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
038500     PERFORM 3200-APPLY-ONE-TRANSACTION THRU 3200-EXIT
038600         UNTIL CV-END-OF-TRANS.
038700 3000-EXIT.
038800     EXIT.
038900*
039000*****************************************************************
039100*   3100-READ-TRANSACTION                                       *
039200*****************************************************************
039300 3100-READ-TRANSACTION.
039400     READ ACTIVITY-TRAN-FILE
039500         AT END
039600             MOVE 'Y' TO CV-EOF-SWITCH
039700     END-READ.
039800     IF NOT CV-END-OF-TRANS
039900         ADD 1 TO CV-TRAN-READ
040000     END-IF.
040100 3100-EXIT.
040200     EXIT.
040300*
040400*****************************************************************
040500*   3200-APPLY-ONE-TRANSACTION                                  *
040600*   A LIST TRANSACTION CHANGES NOTHING AND IS SIMPLY NOTED.     *
040700*****************************************************************
040800 3200-APPLY-ONE-TRANSACTION.
040900     PERFORM 3300-EDIT-TRANSACTION THRU 3300-EXIT.
041000     IF CV-EDIT-MESSAGE = SPACES
041100         EVALUATE TRUE
041200             WHEN AT-ADD
041300                 PERFORM 3400-ADD-SCRATCH THRU 3400-EXIT
041400             WHEN AT-UPDATE
041500                 PERFORM 3500-UPDATE-SCRATCH THRU 3500-EXIT
041600             WHEN AT-DELETE
041700                 PERFORM 3600-DELETE-SCRATCH THRU 3600-EXIT
041800             WHEN AT-LIST
041900                 MOVE "LIST - NOTHING TO SIMULATE"
042000                     TO CV-EDIT-MESSAGE
042100                 PERFORM 3900-WRITE-TRAN-RESULT THRU 3900-EXIT
042200         END-EVALUATE
042300     ELSE
042400         ADD 1 TO CV-TRAN-REJECTED
042500         PERFORM 3900-WRITE-TRAN-RESULT THRU 3900-EXIT
042600     END-IF.
042700     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
042800 3200-EXIT.
042900     EXIT.
043000*
043100*****************************************************************
043200*   3300-EDIT-TRANSACTION                                       *
043300*   THE SAME EDITS AS ACTMAINT 2300-EDIT-TRANSACTION, SO THE    *
043400*   SIMULATION NEVER APPLIES A CHANGE THE REAL RUN WOULD        *
043500*   REFUSE.  LEAVES CV-EDIT-MESSAGE SPACES WHEN CLEAN.          *
043600*****************************************************************
043700 3300-EDIT-TRANSACTION.
043800     MOVE SPACES TO CV-EDIT-MESSAGE.
043900     EVALUATE TRUE
044000         WHEN NOT AT-FUNCTION-VALID
044100             MOVE "FUNCTION MUST BE A, U, D, OR L"
044200                 TO CV-EDIT-MESSAGE
044300         WHEN AT-LIST
044400             CONTINUE
044500         WHEN NOT AT-TOD-VALID
044600             MOVE "TIME-OF-DAY MUST BE M, N, OR E"
044700                 TO CV-EDIT-MESSAGE
044800         WHEN AT-SLOT-NUMBER NOT NUMERIC
044900             MOVE "SLOT NUMBER MUST BE NUMERIC"
045000                 TO CV-EDIT-MESSAGE
045100         WHEN AT-SLOT-NUMBER < '1' OR AT-SLOT-NUMBER > '9'
045200             MOVE "SLOT NUMBER MUST BE 1-9"
045300                 TO CV-EDIT-MESSAGE
045400         WHEN AT-DELETE
045500             CONTINUE
045600         WHEN AT-ACTIVITY-TEXT = SPACES
045700             MOVE "ACTIVITY TEXT IS REQUIRED"
045800                 TO CV-EDIT-MESSAGE
045900         WHEN NOT AT-LOCATION-VALID
046000             MOVE "LOCATION MUST BE I OR O"
046100                 TO CV-EDIT-MESSAGE
046200         WHEN NOT AT-SETTING-VALID
046300             MOVE "SETTING MUST BE S OR G"
046400                 TO CV-EDIT-MESSAGE
046500         WHEN NOT AT-MIN-VAX-VALID
046600             MOVE "MINIMUM VAX LEVEL MUST BE 1-4"
046700                 TO CV-EDIT-MESSAGE
046800         WHEN NOT AT-FOOD-VALID
046900             MOVE "FOOD FLAG MUST BE Y OR N"
047000                 TO CV-EDIT-MESSAGE
047100         WHEN AT-EFFECTIVE-DATE NOT = SPACES
047200                 AND AT-EFFECTIVE-DATE NOT NUMERIC
047300             MOVE "EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK"
047400                 TO CV-EDIT-MESSAGE
047500         WHEN AT-EXPIRY-DATE NOT = SPACES
047600                 AND AT-EXPIRY-DATE NOT NUMERIC
047700             MOVE "EXPIRY DATE MUST BE YYYYMMDD OR BLANK"
047800                 TO CV-EDIT-MESSAGE
047900         WHEN AT-EFFECTIVE-DATE NUMERIC
048000                 AND AT-EXPIRY-DATE NUMERIC
048100                 AND AT-EXPIRY-DATE NOT = "00000000"
048200                 AND AT-EXPIRY-DATE < AT-EFFECTIVE-DATE
048300             MOVE "EXPIRY DATE IS BEFORE THE EFFECTIVE DATE"
048400                 TO CV-EDIT-MESSAGE
048500     END-EVALUATE.
048600 3300-EXIT.
048700     EXIT.
048800*
048900*****************************************************************
049000*   3400-ADD-SCRATCH                                            *
049100*****************************************************************
049200 3400-ADD-SCRATCH.
049300     PERFORM 3700-READ-SCRATCH-BY-KEY THRU 3700-EXIT.
049400     IF CV-KEY-ON-FILE
049500         MOVE "KEY ALREADY ON FILE - ADD REJECTED"
049600             TO CV-EDIT-MESSAGE
049700         ADD 1 TO CV-TRAN-REJECTED
049800     ELSE
049900         MOVE AT-TIME-OF-DAY   TO SW-TIME-OF-DAY
050000         MOVE AT-SLOT-NUMBER   TO SW-SLOT-NUMBER
050100         PERFORM 3800-MOVE-TRAN-TO-SCRATCH THRU 3800-EXIT
050200         WRITE SCRATCH-MASTER-RECORD
050300         PERFORM 3750-CHECK-SCRATCH-IO THRU 3750-EXIT
050400         MOVE "WOULD BE ADDED" TO CV-EDIT-MESSAGE
050500         ADD 1 TO CV-TRAN-APPLIED
050600     END-IF.
050700     PERFORM 3900-WRITE-TRAN-RESULT THRU 3900-EXIT.
050800 3400-EXIT.
050900     EXIT.
051000*
051100*****************************************************************
051200*   3500-UPDATE-SCRATCH                                         *
051300*****************************************************************
051400 3500-UPDATE-SCRATCH.
051500     PERFORM 3700-READ-SCRATCH-BY-KEY THRU 3700-EXIT.
051600     IF CV-KEY-ON-FILE
051700         PERFORM 3800-MOVE-TRAN-TO-SCRATCH THRU 3800-EXIT
051800         REWRITE SCRATCH-MASTER-RECORD
051900         PERFORM 3750-CHECK-SCRATCH-IO THRU 3750-EXIT
052000         MOVE "WOULD BE UPDATED" TO CV-EDIT-MESSAGE
052100         ADD 1 TO CV-TRAN-APPLIED
052200     ELSE
052300         MOVE "KEY NOT ON FILE - UPDATE REJECTED"
052400             TO CV-EDIT-MESSAGE
052500         ADD 1 TO CV-TRAN-REJECTED
052600     END-IF.
052700     PERFORM 3900-WRITE-TRAN-RESULT THRU 3900-EXIT.
052800 3500-EXIT.
052900     EXIT.
053000*
053100*****************************************************************
053200*   3600-DELETE-SCRATCH                                         *
053300*****************************************************************
053400 3600-DELETE-SCRATCH.
053500     PERFORM 3700-READ-SCRATCH-BY-KEY THRU 3700-EXIT.
053600     IF CV-KEY-ON-FILE
053700         DELETE SCRATCH-MASTER-FILE
053800         PERFORM 3750-CHECK-SCRATCH-IO THRU 3750-EXIT
053900         MOVE "WOULD BE DELETED" TO CV-EDIT-MESSAGE
054000         ADD 1 TO CV-TRAN-APPLIED
054100     ELSE
054200         MOVE "KEY NOT ON FILE - DELETE REJECTED"
054300             TO CV-EDIT-MESSAGE
054400         ADD 1 TO CV-TRAN-REJECTED
054500     END-IF.
054600     PERFORM 3900-WRITE-TRAN-RESULT THRU 3900-EXIT.
054700 3600-EXIT.
054800     EXIT.
054900*
055000*****************************************************************
055100*   3700-READ-SCRATCH-BY-KEY                                    *
055200*   RANDOM READ OF THE SCRATCH COPY FOR THE TRANSACTION KEY.    *
055300*   SETS CV-KEY-ON-FILE WHEN THE RECORD EXISTS.                 *
055400*****************************************************************
055500 3700-READ-SCRATCH-BY-KEY.
055600     MOVE 'N' TO CV-FOUND-SWITCH.
055700     MOVE AT-TIME-OF-DAY TO SW-TIME-OF-DAY.
055800     MOVE AT-SLOT-NUMBER TO SW-SLOT-NUMBER.
055900     READ SCRATCH-MASTER-FILE
056000         INVALID KEY
056100             CONTINUE
056200         NOT INVALID KEY
056300             MOVE 'Y' TO CV-FOUND-SWITCH
056400     END-READ.
056500 3700-EXIT.
056600     EXIT.
056700*
056800*****************************************************************
056900*   3750-CHECK-SCRATCH-IO                                       *
057000*   A WRITE, REWRITE, OR DELETE AGAINST THE SCRATCH COPY THAT   *
057100*   DOES NOT COME BACK CLEAN STOPS THE RUN, SINCE THE COUNTS    *
057200*   WOULD NO LONGER SHOW WHAT THE BATCH WOULD DO.               *
057300*****************************************************************
057400 3750-CHECK-SCRATCH-IO.
057500     IF CV-SCRATCH-STATUS NOT = "00"
057600         DISPLAY "SCRATCH ACTIVITY FILE I-O FAILED, STATUS "
057700             CV-SCRATCH-STATUS
057800         STOP RUN
057900     END-IF.
058000 3750-EXIT.
058100     EXIT.
058200*
058300*****************************************************************
058400*   3800-MOVE-TRAN-TO-SCRATCH                                   *
058500*   SAME MOVES AS ACTMAINT 5200-MOVE-TRAN-TO-MASTER: A BLANK    *
058600*   DATE BECOMES ZERO, LEAVING THAT END OF THE WINDOW OPEN.     *
058700*****************************************************************
058800 3800-MOVE-TRAN-TO-SCRATCH.
058900     MOVE AT-ACTIVITY-TEXT  TO SW-ACTIVITY-TEXT.
059000     MOVE AT-LOCATION       TO SW-LOCATION.
059100     MOVE AT-SETTING        TO SW-SETTING.
059200     MOVE AT-MIN-VAX-LEVEL  TO SW-MIN-VAX-LEVEL.
059300     MOVE AT-FOOD-FLAG      TO SW-FOOD-FLAG.
059400     IF AT-EFFECTIVE-DATE NUMERIC
059500         MOVE AT-EFFECTIVE-DATE TO SW-EFFECTIVE-DATE
059600     ELSE
059700         MOVE 0 TO SW-EFFECTIVE-DATE
059800     END-IF.
059900     IF AT-EXPIRY-DATE NUMERIC
060000         MOVE AT-EXPIRY-DATE TO SW-EXPIRY-DATE
060100     ELSE
060200         MOVE 0 TO SW-EXPIRY-DATE
060300     END-IF.
060400 3800-EXIT.
060500     EXIT.
060600*
060700*****************************************************************
060800*   3900-WRITE-TRAN-RESULT                                      *
060900*****************************************************************
061000 3900-WRITE-TRAN-RESULT.
061100     MOVE SPACES TO REPORT-LINE.
061200     STRING AT-FUNCTION " " AT-TIME-OF-DAY AT-SLOT-NUMBER
061300         " " AT-USER-ID " " CV-EDIT-MESSAGE
061400         DELIMITED BY SIZE INTO REPORT-LINE.
061500     WRITE REPORT-LINE AFTER ADVANCING 1.
061600 3900-EXIT.
061700     EXIT.
061800*
061900*****************************************************************
062000*   4000-LOAD-AFTER-SLOTS                                       *
062100*   ONE PASS OVER THE SCRATCH COPY, NOW HOLDING THE BATCH,      *
062200*   FILING EACH SLOT IN FORCE ON THE SIMULATION DATE AS AN      *
062300*   "AFTER" SLOT.                                               *
062400*****************************************************************
062500 4000-LOAD-AFTER-SLOTS.
062600     MOVE 'A' TO CV-LOAD-VERSION.
062700     COMPUTE CV-SL-FIRST = CV-SL-COUNT + 1.
062800     INITIALIZE CV-LOAD-COUNTS.
062900     MOVE 'N' TO CV-COPY-EOF-SWITCH.
063000     MOVE LOW-VALUES TO SW-KEY.
063100     START SCRATCH-MASTER-FILE KEY NOT < SW-KEY
063200         INVALID KEY
063300             MOVE 'Y' TO CV-COPY-EOF-SWITCH
063400     END-START.
063500     PERFORM 4050-READ-ONE-SCRATCH THRU 4050-EXIT
063600         UNTIL CV-END-OF-COPY.
063700     CLOSE SCRATCH-MASTER-FILE.
063800     PERFORM 4300-CHECK-DEFAULTS THRU 4300-EXIT.
063900 4000-EXIT.
064000     EXIT.
064100*
064200*****************************************************************
064300*   4050-READ-ONE-SCRATCH                                       *
064400*****************************************************************
064500 4050-READ-ONE-SCRATCH.
064600     READ SCRATCH-MASTER-FILE NEXT RECORD
064700         AT END
064800             MOVE 'Y' TO CV-COPY-EOF-SWITCH
064900     END-READ.
065000     IF CV-END-OF-COPY
065100         GO TO 4050-EXIT.
065300     PERFORM 4100-FILE-ONE-SLOT THRU 4100-EXIT.
065400 4050-EXIT.
065500     EXIT.
065600*
065700*****************************************************************
065800*   4100-FILE-ONE-SLOT                                          *
065900*   FILES THE SCRATCH RECORD AREA AS A CV-LOAD-VERSION SLOT,    *
066000*   BY THE SAME RULES AS THE ROSTER'S 7150-FILE-ONE-ACTIVITY:   *
066100*   A SLOT WHOSE EFFECTIVE/EXPIRY WINDOW DOES NOT COVER THE     *
066200*   SIMULATION DATE IS LEFT OUT, A SETTING OTHER THAN 'G'       *
066300*   SCREENS AS SOLO, AND A NON-NUMERIC MINIMUM VAX LEVEL        *
066400*   SCREENS AS 1.                                               *
066500*****************************************************************
066600 4100-FILE-ONE-SLOT.
066700     IF SW-EFFECTIVE-DATE NUMERIC
066800             AND SW-EFFECTIVE-DATE > 0
066900             AND CV-SIM-DATE < SW-EFFECTIVE-DATE
067000         GO TO 4100-EXIT.
067100     IF SW-EXPIRY-DATE NUMERIC
067200             AND SW-EXPIRY-DATE > 0
067300             AND CV-SIM-DATE > SW-EXPIRY-DATE
067400         GO TO 4100-EXIT.
067500     MOVE SW-TIME-OF-DAY   TO CV-WORK-TOD.
067600     MOVE SW-ACTIVITY-TEXT TO CV-WORK-TEXT.
067700     IF SW-GROUP
067800         MOVE 'G' TO CV-WORK-SETTING
067900     ELSE
068000         MOVE 'S' TO CV-WORK-SETTING
068100     END-IF.
068200     IF SW-MIN-VAX-LEVEL NUMERIC
068300         MOVE SW-MIN-VAX-LEVEL TO CV-WORK-MIN-VAX
068400     ELSE
068500         MOVE 1 TO CV-WORK-MIN-VAX
068600     END-IF.
068700     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
068800 4100-EXIT.
068900     EXIT.
069000*
069100*****************************************************************
069200*   4200-ADD-ONE-SLOT                                           *
069300*   ADDS CV-WORK-ACTIVITY TO THE SLOT TABLE UNDER THE VERSION   *
069400*   BEING LOADED.  A TIME OF DAY OTHER THAN M/N/E IS IGNORED,   *
069500*   AS IT IS BY THE ROSTER, WHICH ONLY READS THOSE THREE.       *
069600*****************************************************************
069700 4200-ADD-ONE-SLOT.
069800     EVALUATE CV-WORK-TOD
069900         WHEN 'M'
070000             MOVE 1 TO T
070100         WHEN 'N'
070200             MOVE 2 TO T
070300         WHEN 'E'
070400             MOVE 3 TO T
070500         WHEN OTHER
070600             GO TO 4200-EXIT
070700     END-EVALUATE.
070800     IF CV-SL-COUNT NOT < CV-SL-MAX
070900         DISPLAY "SLOT TABLE FULL -- " CV-WORK-TOD " "
071000             CV-WORK-TEXT " NOT SCREENED"
071100         GO TO 4200-EXIT.
071200     ADD 1 TO CV-SL-COUNT.
071300     ADD 1 TO CV-LC-COUNT(T).
071400     MOVE CV-LOAD-VERSION  TO CV-SL-VERSION(CV-SL-COUNT).
071500     MOVE T                TO CV-SL-TOD-INDEX(CV-SL-COUNT).
071600     MOVE CV-WORK-TEXT     TO CV-SL-TEXT(CV-SL-COUNT).
071700     MOVE CV-WORK-SETTING  TO CV-SL-SETTING(CV-SL-COUNT).
071800     MOVE CV-WORK-MIN-VAX  TO CV-SL-MIN-VAX(CV-SL-COUNT).
071900 4200-EXIT.
072000     EXIT.
072100*
072200*****************************************************************
072300*   4300-CHECK-DEFAULTS                                         *
072400*   THE ROSTER FALLS BACK TO ITS BUILT-IN LISTS FOR ALL THREE   *
072500*   TIMES OF DAY WHEN ANY ONE OF THEM LOADS NO SLOT (SEE        *
072600*   7050-SET-DEFAULT-ACTIVITIES), SO THE VERSION JUST LOADED    *
072700*   IS REPLACED BY THE SAME NINE INDOOR, SOLO, NO-VAX-REQUIRED  *
072800*   STAND-BYS.                                                  *
072900*****************************************************************
073000 4300-CHECK-DEFAULTS.
073100     IF CV-LC-COUNT(1) > 0
073200             AND CV-LC-COUNT(2) > 0
073300             AND CV-LC-COUNT(3) > 0
073400         GO TO 4300-EXIT.
073500     IF CV-LOAD-VERSION = 'B'
073600         MOVE 'Y' TO CV-BEFORE-DEFAULT-SWITCH
073700     ELSE
073800         MOVE 'Y' TO CV-AFTER-DEFAULT-SWITCH
073900     END-IF.
074000     COMPUTE CV-SL-COUNT = CV-SL-FIRST - 1.
074100     INITIALIZE CV-LOAD-COUNTS.
074200     MOVE 'S' TO CV-WORK-SETTING.
074300     MOVE 1   TO CV-WORK-MIN-VAX.
074400     MOVE 'M' TO CV-WORK-TOD.
074500     MOVE "HAVE A SNACK" TO CV-WORK-TEXT.
074600     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
074700     MOVE "BINGE NETFLIX" TO CV-WORK-TEXT.
074800     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
074900     MOVE "EXERCISE. HAHA JUST KIDDING" TO CV-WORK-TEXT.
075000     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
075100     MOVE 'N' TO CV-WORK-TOD.
075200     MOVE "HAVE A SNACK" TO CV-WORK-TEXT.
075300     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
075400     MOVE "TAKE A NAP" TO CV-WORK-TEXT.
075500     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
075600     MOVE "LEARN COBOL" TO CV-WORK-TEXT.
075700     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
075800     MOVE 'E' TO CV-WORK-TOD.
075900     MOVE "HAVE A SNACK" TO CV-WORK-TEXT.
076000     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
076100     MOVE "THINK OF A $1M IDEA" TO CV-WORK-TEXT.
076200     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
076300     MOVE "PLAN THE NEXT VACATION" TO CV-WORK-TEXT.
076400     PERFORM 4200-ADD-ONE-SLOT THRU 4200-EXIT.
076500 4300-EXIT.
076600     EXIT.
076700*
076800*****************************************************************
076900*   5000-LOAD-MEMBERS                                           *
077000*   ONE PASS OVER THE MEMBER MASTER IN KEY ORDER, TABLING       *
077100*   EVERY MEMBER, ACTIVE OR NOT, SO THE GROUP-SLOT CHECK SEES   *
077200*   THE WHOLE HOUSEHOLD JUST AS THE ROSTER DOES.                *
077300*****************************************************************
077400 5000-LOAD-MEMBERS.
077500     MOVE LOW-VALUES TO MM-MEMBER-ID.
077600     START MEMBER-MASTER-FILE KEY NOT < MM-MEMBER-ID
077700         INVALID KEY
077800             MOVE 'Y' TO CV-MEM-EOF-SWITCH
077900     END-START.
078000     PERFORM 5100-LOAD-ONE-MEMBER THRU 5100-EXIT
078100         UNTIL CV-END-OF-MASTER.
078200     CLOSE MEMBER-MASTER-FILE.
078300 5000-EXIT.
078400     EXIT.
078500*
078600*****************************************************************
078700*   5100-LOAD-ONE-MEMBER                                        *
078800*****************************************************************
078900 5100-LOAD-ONE-MEMBER.
079000     READ MEMBER-MASTER-FILE NEXT RECORD
079100         AT END
079200             MOVE 'Y' TO CV-MEM-EOF-SWITCH
079300     END-READ.
079400     IF CV-END-OF-MASTER
079500         GO TO 5100-EXIT.
079600     IF CV-MB-COUNT NOT < CV-MB-MAX
079700         ADD 1 TO CV-MB-DROPPED
079800         DISPLAY "MEMBER TABLE FULL -- MEMBER " MM-MEMBER-ID
079900             " NOT SCREENED"
080000         GO TO 5100-EXIT.
080100     ADD 1 TO CV-MB-COUNT.
080200     MOVE MM-MEMBER-ID    TO CV-MB-MEMBER-ID(CV-MB-COUNT).
080300     MOVE MM-MEMBER-NAME  TO CV-MB-NAME(CV-MB-COUNT).
080400     MOVE MM-VAX-STATUS   TO CV-MB-VAX(CV-MB-COUNT).
080500     MOVE MM-ACTIVE-FLAG  TO CV-MB-ACTIVE(CV-MB-COUNT).
080600     IF MM-HOUSEHOLD-ID NUMERIC
080700         MOVE MM-HOUSEHOLD-ID TO CV-MB-HOUSEHOLD(CV-MB-COUNT)
080800     ELSE
080900         MOVE 0 TO CV-MB-HOUSEHOLD(CV-MB-COUNT)
081000     END-IF.
081100 5100-EXIT.
081200     EXIT.
081300*
081400*****************************************************************
081500*   6000-SCREEN-MEMBERS                                         *
081600*   ONE REPORT LINE PER ACTIVE MEMBER, IN MEMBER ORDER.         *
081700*****************************************************************
081800 6000-SCREEN-MEMBERS.
081900     IF CV-BEFORE-USES-DEFAULTS
082000         MOVE SPACES TO REPORT-LINE
082100         STRING "NOTE: BEFORE -- A TIME OF DAY HAS NO SLOT, SO "
082200             "THE BUILT-IN LISTS ARE IN USE"
082300             DELIMITED BY SIZE INTO REPORT-LINE
082400         WRITE REPORT-LINE AFTER ADVANCING 2
082500     END-IF.
082600     IF CV-AFTER-USES-DEFAULTS
082700         MOVE SPACES TO REPORT-LINE
082800         STRING "NOTE: AFTER -- A TIME OF DAY HAS NO SLOT, SO "
082900             "THE BUILT-IN LISTS WOULD BE USED"
083000             DELIMITED BY SIZE INTO REPORT-LINE
083100         WRITE REPORT-LINE AFTER ADVANCING 2
083200     END-IF.
083300     MOVE SPACES TO REPORT-LINE.
083400     STRING "CANDIDATES PER MEMBER, BEFORE > AFTER"
083500         DELIMITED BY SIZE INTO REPORT-LINE.
083600     WRITE REPORT-LINE AFTER ADVANCING 3.
083700     MOVE SPACES TO REPORT-LINE.
083800     STRING "MEMBER NAME                 VX HOUS"
083900         "  MORN   NOON   EVEN  NO CANDIDATE AFTER"
084000         DELIMITED BY SIZE INTO REPORT-LINE.
084100     WRITE REPORT-LINE AFTER ADVANCING 2.
084200     PERFORM 6100-SCREEN-ONE-MEMBER THRU 6100-EXIT
084300         VARYING M FROM 1 BY 1 UNTIL M > CV-MB-COUNT.
084400 6000-EXIT.
084500     EXIT.
084600*
084700*****************************************************************
084800*   6100-SCREEN-ONE-MEMBER                                      *
084900*   COUNTS THE MEMBER'S CANDIDATES FOR EACH TIME OF DAY IN      *
085000*   BOTH VERSIONS AND FLAGS EVERY TIME OF DAY THAT HAD A        *
085100*   CANDIDATE BEFORE AND HAS NONE AFTER.                        *
085200*****************************************************************
085300 6100-SCREEN-ONE-MEMBER.
085400     IF CV-MB-ACTIVE(M) NOT = 'A'
085500         GO TO 6100-EXIT.
085600     ADD 1 TO CV-SCREENED-COUNT.
085700     INITIALIZE CV-MEMBER-COUNTS.
085800     PERFORM 6200-SCREEN-ONE-SLOT THRU 6200-EXIT
085900         VARYING S FROM 1 BY 1 UNTIL S > CV-SL-COUNT.
086000
086100     MOVE SPACES TO CV-FLAG-TEXT.
086200     MOVE 1 TO CV-FLAG-PTR.
086300     PERFORM 6400-FLAG-ONE-TOD THRU 6400-EXIT
086400         VARYING T FROM 1 BY 1 UNTIL T > 3.
086500     IF CV-FLAG-TEXT NOT = SPACES
086600         ADD 1 TO CV-DROPPED-COUNT
086700     END-IF.
086800     IF CV-MC-BEFORE(1) = 0
086900             OR CV-MC-BEFORE(2) = 0
087000             OR CV-MC-BEFORE(3) = 0
087100         ADD 1 TO CV-ZERO-BEFORE-COUNT
087200     END-IF.
087300
087400     MOVE CV-MB-HOUSEHOLD(M) TO CV-EDIT-HOUSEHOLD.
087500     MOVE SPACES TO REPORT-LINE.
087600     STRING CV-MB-MEMBER-ID(M) " " CV-MB-NAME(M)
087700         "  " CV-MB-VAX(M) " " CV-EDIT-HOUSEHOLD
087800         DELIMITED BY SIZE INTO REPORT-LINE.
087900     MOVE 1 TO T.
088000     PERFORM 6500-SHOW-ONE-TOD THRU 6500-EXIT.
088100     MOVE 2 TO T.
088200     PERFORM 6500-SHOW-ONE-TOD THRU 6500-EXIT.
088300     MOVE 3 TO T.
088400     PERFORM 6500-SHOW-ONE-TOD THRU 6500-EXIT.
088500     MOVE CV-FLAG-TEXT TO REPORT-LINE(58:20).
088600     WRITE REPORT-LINE AFTER ADVANCING 1.
088700 6100-EXIT.
088800     EXIT.
088900*
089000*****************************************************************
089100*   6200-SCREEN-ONE-SLOT                                        *
089200*   THE ROSTER'S 5250-SCREEN-ONE-CANDIDATE HARD FILTERS: A      *
089300*   GROUP SLOT NEEDS A GROUPMATE (SEE 6300-CHECK-GROUPMATE),    *
089400*   AND THE MEMBER'S VAX STATUS MUST MEET THE SLOT'S MINIMUM.   *
089500*****************************************************************
089600 6200-SCREEN-ONE-SLOT.
089700     IF CV-SL-SETTING(S) = 'G'
089800         PERFORM 6300-CHECK-GROUPMATE THRU 6300-EXIT
089900         IF NOT CV-GROUPMATE-FOUND
089910             GO TO 6200-EXIT
089920         END-IF
089930     END-IF.
090000     IF CV-MB-VAX(M) < CV-SL-MIN-VAX(S)
090100         GO TO 6200-EXIT.
090200     MOVE CV-SL-TOD-INDEX(S) TO T.
090300     IF CV-SL-VERSION(S) = 'B'
090400         ADD 1 TO CV-MC-BEFORE(T)
090500     ELSE
090600         ADD 1 TO CV-MC-AFTER(T)
090700     END-IF.
090800 6200-EXIT.
090900     EXIT.
091000*
091100*****************************************************************
091200*   6300-CHECK-GROUPMATE                                        *
091300*   AS THE ROSTER'S 5260-CHECK-GROUPMATE: AT LEAST ONE OTHER    *
091400*   ACTIVE MEMBER OF THE SAME HOUSEHOLD MUST MEET THE SLOT'S    *
091500*   MINIMUM VAX LEVEL; A MEMBER WITH NO HOUSEHOLD NEVER HAS     *
091600*   ONE.                                                        *
091700*****************************************************************
091800 6300-CHECK-GROUPMATE.
091900     MOVE 'N' TO CV-MATE-SWITCH.
092000     IF CV-MB-HOUSEHOLD(M) = 0
092100         GO TO 6300-EXIT.
092200     PERFORM 6350-CHECK-ONE-GROUPMATE THRU 6350-EXIT
092300         VARYING H FROM 1 BY 1
092400         UNTIL H > CV-MB-COUNT
092500             OR CV-GROUPMATE-FOUND.
092600 6300-EXIT.
092700     EXIT.
092800*
092900*****************************************************************
093000*   6350-CHECK-ONE-GROUPMATE                                    *
093100*****************************************************************
093200 6350-CHECK-ONE-GROUPMATE.
093300     IF CV-MB-HOUSEHOLD(H) = CV-MB-HOUSEHOLD(M)
093400             AND H NOT = M
093500             AND CV-MB-ACTIVE(H) = 'A'
093600             AND CV-MB-VAX(H) NOT < CV-SL-MIN-VAX(S)
093700         MOVE 'Y' TO CV-MATE-SWITCH
093800     END-IF.
093900 6350-EXIT.
094000     EXIT.
094100*
094200*****************************************************************
094300*   6400-FLAG-ONE-TOD                                           *
094400*****************************************************************
094500 6400-FLAG-ONE-TOD.
094600     IF CV-MC-BEFORE(T) > 0 AND CV-MC-AFTER(T) = 0
094700         STRING "*" CV-TOD-LETTER(T) " "
094800             DELIMITED BY SIZE INTO CV-FLAG-TEXT
094900             WITH POINTER CV-FLAG-PTR
095000         END-STRING
095100     END-IF.
095200 6400-EXIT.
095300     EXIT.
095400*
095500*****************************************************************
095600*   6500-SHOW-ONE-TOD                                           *
095700*   PLACES ONE "BB>AA" COUNT PAIR IN ITS COLUMN.                *
095800*****************************************************************
095900 6500-SHOW-ONE-TOD.
096000     MOVE CV-MC-BEFORE(T) TO CV-EDIT-BEFORE.
096100     MOVE CV-MC-AFTER(T)  TO CV-EDIT-AFTER.
096200     COMPUTE CV-FLAG-PTR = 37 + (T - 1) * 7.
096300     STRING CV-EDIT-BEFORE ">" CV-EDIT-AFTER
096400         DELIMITED BY SIZE INTO REPORT-LINE
096500         WITH POINTER CV-FLAG-PTR
096600     END-STRING.
096700 6500-EXIT.
096800     EXIT.
096900*
097000*****************************************************************
097100*   9000-TERMINATE                                              *
097200*   PRINTS THE RUN TOTALS AND CLOSES THE REMAINING FILES.       *
097300*****************************************************************
097400 9000-TERMINATE.
097500     MOVE SPACES TO REPORT-LINE.
097600     WRITE REPORT-LINE AFTER ADVANCING 2.
097700
097800     MOVE CV-TRAN-READ TO CV-EDIT-COUNT.
097900     MOVE SPACES TO REPORT-LINE.
098000     STRING "TRANSACTIONS READ          : " CV-EDIT-COUNT
098100         DELIMITED BY SIZE INTO REPORT-LINE.
098200     WRITE REPORT-LINE AFTER ADVANCING 1.
098300
098400     MOVE CV-TRAN-APPLIED TO CV-EDIT-COUNT.
098500     MOVE SPACES TO REPORT-LINE.
098600     STRING "TRANSACTIONS SIMULATED     : " CV-EDIT-COUNT
098700         DELIMITED BY SIZE INTO REPORT-LINE.
098800     WRITE REPORT-LINE AFTER ADVANCING 1.
098900
099000     MOVE CV-TRAN-REJECTED TO CV-EDIT-COUNT.
099100     MOVE SPACES TO REPORT-LINE.
099200     STRING "TRANSACTIONS REJECTED      : " CV-EDIT-COUNT
099300         DELIMITED BY SIZE INTO REPORT-LINE.
099400     WRITE REPORT-LINE AFTER ADVANCING 1.
099500
099600     MOVE CV-COPIED-COUNT TO CV-EDIT-COUNT.
099700     MOVE SPACES TO REPORT-LINE.
099800     STRING "ACTIVITIES COPIED TO SCRATCH: " CV-EDIT-COUNT
099900         DELIMITED BY SIZE INTO REPORT-LINE.
100000     WRITE REPORT-LINE AFTER ADVANCING 1.
100100
100200     MOVE CV-SCREENED-COUNT TO CV-EDIT-COUNT.
100300     MOVE SPACES TO REPORT-LINE.
100400     STRING "ACTIVE MEMBERS SCREENED    : " CV-EDIT-COUNT
100500         DELIMITED BY SIZE INTO REPORT-LINE.
100600     WRITE REPORT-LINE AFTER ADVANCING 1.
100700
100800     MOVE CV-DROPPED-COUNT TO CV-EDIT-COUNT.
100900     MOVE SPACES TO REPORT-LINE.
101000     STRING "MEMBERS DROPPING TO ZERO   : " CV-EDIT-COUNT
101100         DELIMITED BY SIZE INTO REPORT-LINE.
101200     WRITE REPORT-LINE AFTER ADVANCING 1.
101300
101400     MOVE CV-ZERO-BEFORE-COUNT TO CV-EDIT-COUNT.
101500     MOVE SPACES TO REPORT-LINE.
101600     STRING "MEMBERS AT ZERO ALREADY    : " CV-EDIT-COUNT
101700         DELIMITED BY SIZE INTO REPORT-LINE.
101800     WRITE REPORT-LINE AFTER ADVANCING 1.
101900
102000     IF CV-MB-DROPPED > 0
102100         MOVE CV-MB-DROPPED TO CV-EDIT-COUNT
102200         MOVE SPACES TO REPORT-LINE
102300         STRING "NOT SCREENED - TABLE FULL  : " CV-EDIT-COUNT
102400             DELIMITED BY SIZE INTO REPORT-LINE
102500         WRITE REPORT-LINE AFTER ADVANCING 1
102600     END-IF.
102700
102800     CLOSE ACTIVITY-TRAN-FILE.
102900     CLOSE SIM-REPORT-FILE.
103000 9000-EXIT.
103100     EXIT.
