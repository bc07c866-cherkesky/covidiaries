000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LAPSERPT INITIAL.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-05.
000600 DATE-COMPILED.  2026-10-05.
000700*
000800*****************************************************************
000900*                                                               *
001000*   LAPSERPT FINDS THE ACTIVE MEMBERS WHO HAVE QUIETLY STOPPED  *
001100*   LOGGING.  EVERY ACTIVE MEMBER ON THE MEMBER MASTER IS       *
001200*   CHECKED AGAINST THEIR MOST RECENT ENTRY IN THE KEYED        *
001300*   COVID-LOG; ANYONE WITH NO ENTRY IN THE LAST N DAYS (N FROM  *
001400*   THE PARAMETER FILE) IS LISTED BY HOUSEHOLD WITH THE DAYS    *
001500*   SINCE THEIR LAST ENTRY AND THE THREE ACTIVITIES THEY WERE   *
001600*   LAST ISSUED.  MEMBERS WITH NO ENTRY ON FILE AT ALL GET A    *
001700*   SECTION OF THEIR OWN -- THAT IS USUALLY A MEMMAINT ADD      *
001800*   THAT WAS NEVER FOLLOWED UP WITH A ROSTER ENTRY.  A MEMBER   *
001900*   WHOSE ENTRIES HAVE ALL BEEN PURGED IS FOUND ON THE COVARCH  *
002000*   ARCHIVE AND LISTED AS LAPSED, NOT AS NEVER LOGGED.  EVERY   *
002100*   MEMBER LISTED ALSO GOES TO THE FIXED-LAYOUT OUTREACH        *
002200*   EXTRACT FOR THE CHECK-IN CALLS.                             *
002300*                                                               *
002400*   MODIFICATION HISTORY                                       *
002500*   DATE       INIT DESCRIPTION                                *
002600*   ---------- ---- -------------------------------------------*
002700*   2026-10-05  RLC ORIGINAL PROGRAM.                          *
002710*   2026-10-16  RLC A FATAL ERROR NOW SENDS THE STEP BACK TO   *
002720*                   RUNCTL WITH RETURN CODE 8 INSTEAD OF       *
002730*                   STOPPING THE WHOLE RUN.                    *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   GNU-LINUX.
003300 OBJECT-COMPUTER.   GNU-LINUX.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL LAPSE-PARM-FILE
003700         ASSIGN TO "LPSPARM"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS CV-PARM-STATUS.
004000
004100     SELECT MEMBER-MASTER-FILE
004200         ASSIGN TO "MEMMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS MM-MEMBER-ID
004600         FILE STATUS IS CV-MEMMSTR-STATUS.
004700
004800     SELECT COVID-LOG-FILE
004900         ASSIGN TO "COVIDLOG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CL-LOG-KEY
005300         FILE STATUS IS CV-COVLOG-STATUS.
005400
005500     SELECT OPTIONAL ARCHIVE-FILE
005600         ASSIGN TO "COVARCH"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CV-ARCHIVE-STATUS.
005900
006000     SELECT OUTREACH-EXTRACT-FILE
006100         ASSIGN TO "LPSXTRC"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS CV-EXTRACT-STATUS.
006400
006500     SELECT LAPSE-REPORT-FILE
006600         ASSIGN TO "LPSRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CV-REPORT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  LAPSE-PARM-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY LPSPARM.CPY.
007500
007600 FD  MEMBER-MASTER-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY MEMMSTR.CPY.
007900
008000 FD  COVID-LOG-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY COVLOG.CPY.
008300
008400 FD  ARCHIVE-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY COVLOG.CPY
008700         REPLACING ==COVID-LOG-RECORD==    BY ==ARCHIVE-RECORD==
008800                   ==CL-LOG-KEY==          BY ==AR-LOG-KEY==
008900                   ==CL-LOG-DATE==         BY ==AR-LOG-DATE==
009000                   ==CL-MEMBER-ID==        BY ==AR-MEMBER-ID==
009100                   ==CL-LOG-SEQ==          BY ==AR-LOG-SEQ==
009200                   ==CL-USER-NAME==        BY ==AR-USER-NAME==
009300                   ==CL-QUESTION-1==       BY ==AR-QUESTION-1==
009400                   ==CL-QUESTION-2==       BY ==AR-QUESTION-2==
009500                   ==CL-QUESTION-3==       BY ==AR-QUESTION-3==
009600                   ==CL-MORNING-ACTIVITY== BY
009700                       ==AR-MORNING-ACTIVITY==
009800                   ==CL-NOON-ACTIVITY==    BY
009900                       ==AR-NOON-ACTIVITY==
010000                   ==CL-EVENING-ACTIVITY== BY
010100                       ==AR-EVENING-ACTIVITY==
010200                   ==CL-VAX-STATUS==       BY ==AR-VAX-STATUS==
010300                   ==CL-MORNING-DONE==     BY ==AR-MORNING-DONE==
010400                   ==CL-NOON-DONE==        BY ==AR-NOON-DONE==
010500                   ==CL-EVENING-DONE==     BY
010600                       ==AR-EVENING-DONE==.
010700
010800 FD  OUTREACH-EXTRACT-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY LPSXTRC.CPY.
011100
011200 FD  LAPSE-REPORT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  REPORT-LINE                     PIC X(80).
011500
011600 WORKING-STORAGE SECTION.
011700 77  CV-PARM-STATUS              PIC X(02) VALUE SPACES.
011800 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
011900 77  CV-COVLOG-STATUS            PIC X(02) VALUE SPACES.
012000 77  CV-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
012100 77  CV-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
012200 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
012300
012400 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
012500 77  CV-AS-OF-DATE               PIC 9(08) VALUE 0.
012600 77  CV-AS-OF-INT                PIC S9(07) COMP VALUE 0.
012700 77  CV-LAST-INT                 PIC S9(07) COMP VALUE 0.
012800 77  CV-LAPSE-DAYS               PIC 9(03) VALUE 7.
012900 77  CV-DAYS-SINCE               PIC 9(05) VALUE 0.
013000
013100 77  CV-MEM-EOF-SWITCH           PIC X(01) VALUE 'N'.
013200     88  CV-END-OF-MASTER        VALUE 'Y'.
013300 77  CV-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
013400     88  CV-END-OF-MEMBER-LOG    VALUE 'Y'.
013500 77  CV-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
013600     88  CV-END-OF-ARCHIVE       VALUE 'Y'.
013700 77  CV-FOUND-SWITCH             PIC X(01) VALUE 'N'.
013800     88  CV-ENTRY-FOUND          VALUE 'Y'.
013900
014000 77  CV-MEMBERS-READ             PIC 9(05) COMP VALUE 0.
014100 77  CV-ACTIVE-COUNT             PIC 9(05) COMP VALUE 0.
014200 77  CV-CURRENT-COUNT            PIC 9(05) COMP VALUE 0.
014300 77  CV-LAPSED-COUNT             PIC 9(05) COMP VALUE 0.
014400 77  CV-NEVER-COUNT              PIC 9(05) COMP VALUE 0.
014500 77  CV-ARCH-FOUND-COUNT         PIC 9(05) COMP VALUE 0.
014600 77  CV-EXTRACT-COUNT            PIC 9(05) COMP VALUE 0.
014700 77  CV-LP-DROPPED               PIC 9(05) COMP VALUE 0.
014800 77  CV-ARCH-READ                PIC 9(07) COMP VALUE 0.
014900 77  CV-PRINT-COUNT              PIC 9(05) COMP VALUE 0.
015000 77  CV-SECTION-COUNT            PIC 9(05) COMP VALUE 0.
015100 77  CV-EDIT-COUNT               PIC ZZ,ZZ9.
015200 77  CV-EDIT-DAYS                PIC ZZ,ZZ9.
015300
015400 77  CV-LP-COUNT                 PIC 9(03) COMP VALUE 0.
015500 77  CV-LP-MAX                   PIC 9(03) COMP VALUE 500.
015600 77  CV-LOW-INDEX                PIC 9(03) COMP VALUE 0.
015700 77  CV-LOW-KEY                  PIC 9(09) VALUE 0.
015800 77  CV-LAST-HOUSEHOLD           PIC 9(05) VALUE 0.
015900 77  CV-PRINT-TYPE               PIC X(01) VALUE SPACES.
016000 77  L                           PIC 9(03) COMP VALUE 0.
016100
016200*----------------------------------------------------------------
016300*    THE LAST ENTRY FOUND FOR THE MEMBER BEING CHECKED.          *
016400*----------------------------------------------------------------
016500 01  CV-LAST-ENTRY.
016600     05  CV-LE-LOG-DATE          PIC 9(08).
016700     05  CV-LE-MORNING           PIC X(30).
016800     05  CV-LE-NOON              PIC X(30).
016900     05  CV-LE-EVENING           PIC X(30).
017000
017100*----------------------------------------------------------------
017200*    EVERY ACTIVE MEMBER WHO IS NOT CURRENT: TYPE 'L' HAS AN     *
017300*    ENTRY OLDER THAN THE LAPSE DAYS, TYPE 'N' HAS NO ENTRY ON   *
017400*    FILE, AND TYPE 'C' IS A NEVER-LOGGED MEMBER THE ARCHIVE     *
017500*    SHOWED TO BE CURRENT AFTER ALL.  THE SORT KEY IS HOUSEHOLD  *
017600*    THEN MEMBER, SO EACH SECTION PRINTS IN HOUSEHOLD ORDER.     *
017700*----------------------------------------------------------------
017800 01  CV-LP-TABLE.
017900     05  CV-LP-ENTRY             OCCURS 500 TIMES.
018000         10  CV-LP-TYPE          PIC X(01).
018100         10  CV-LP-SORT-KEY      PIC 9(09).
018200         10  CV-LP-SORT-PARTS    REDEFINES CV-LP-SORT-KEY.
018300             15  CV-LP-HOUSEHOLD PIC 9(04).
018400             15  CV-LP-MEMBER-ID PIC 9(05).
018500         10  CV-LP-NAME          PIC X(20).
018600         10  CV-LP-VAX           PIC 9(01).
018700         10  CV-LP-LAST-DATE     PIC 9(08).
018800         10  CV-LP-SOURCE        PIC X(04).
018900         10  CV-LP-DAYS          PIC 9(05).
019000         10  CV-LP-MORNING       PIC X(30).
019100         10  CV-LP-NOON          PIC X(30).
019200         10  CV-LP-EVENING       PIC X(30).
019300         10  CV-LP-USED          PIC X(01).
019400
019500 PROCEDURE DIVISION.
019600*
019700*****************************************************************
019800*   0000-MAINLINE                                               *
019900*****************************************************************
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     PERFORM 2000-SCREEN-MEMBERS THRU 2000-EXIT.
020300     PERFORM 3000-CHECK-ARCHIVE THRU 3000-EXIT.
020400     PERFORM 4000-PRINT-LAPSED THRU 4000-EXIT.
020500     PERFORM 5000-PRINT-NEVER-LOGGED THRU 5000-EXIT.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700     GOBACK.
020800*
020900*****************************************************************
021000*   1000-INITIALIZE                                             *
021100*   THE MEMBER MASTER AND THE COVID-LOG ARE BOTH REQUIRED: A    *
021200*   LAPSE CHECK AGAINST A MISSING LOG WOULD LIST EVERY MEMBER   *
021300*   AS NEVER LOGGED, SO EITHER ONE MISSING FAILS THE JOB        *
021400*   BEFORE ANY OUTPUT IS WRITTEN.                               *
021500*****************************************************************
021600 1000-INITIALIZE.
021700     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
021800     MOVE CV-TODAY-DATE TO CV-AS-OF-DATE.
021900     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
022000
022100     COMPUTE CV-AS-OF-INT =
022200         FUNCTION INTEGER-OF-DATE(CV-AS-OF-DATE).
022300     IF CV-AS-OF-INT < 1
022400         DISPLAY "LAPSE AS-OF DATE " CV-AS-OF-DATE
022500             " IS NOT A REAL CALENDAR DATE -- NOTHING CHECKED."
022600         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
022700     END-IF.
022800
022900     OPEN INPUT MEMBER-MASTER-FILE.
023000     IF CV-MEMMSTR-STATUS NOT = "00"
023100         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
023200             "STATUS " CV-MEMMSTR-STATUS
023300         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
023400     END-IF.
023500     OPEN INPUT COVID-LOG-FILE.
023600     IF CV-COVLOG-STATUS NOT = "00"
023700         DISPLAY "COVID-LOG FILE NOT FOUND OR NOT READABLE, "
023800             "STATUS " CV-COVLOG-STATUS
023900         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
024000     END-IF.
024100
024200     OPEN OUTPUT OUTREACH-EXTRACT-FILE.
024300     OPEN OUTPUT LAPSE-REPORT-FILE.
024400 1000-EXIT.
024500     EXIT.
024600*
024700*****************************************************************
024800*   1100-GET-PARAMETERS                                         *
024900*   READS THE OPTIONAL PARAMETER FILE.  A NUMERIC, NON-ZERO     *
025000*   LAPSE DAYS REPLACES THE DEFAULT OF 7, AND A NUMERIC,        *
025100*   NON-ZERO AS-OF DATE REPLACES TODAY, SO THE STEP RUNS        *
025200*   UNDER RUNCTL WITH NO CARD AT ALL.                           *
025300*****************************************************************
025400 1100-GET-PARAMETERS.
025500     OPEN INPUT LAPSE-PARM-FILE.
025600     IF CV-PARM-STATUS = "00"
025700         MOVE SPACES TO LAPSE-PARM-RECORD
025800         READ LAPSE-PARM-FILE
025900             AT END
026000                 CONTINUE
026100         END-READ
026200         IF LP-LAPSE-DAYS NUMERIC AND LP-LAPSE-DAYS > 0
026300             MOVE LP-LAPSE-DAYS TO CV-LAPSE-DAYS
026400         END-IF
026500         IF LP-AS-OF-DATE NUMERIC AND LP-AS-OF-DATE > 0
026600             MOVE LP-AS-OF-DATE TO CV-AS-OF-DATE
026700         END-IF
026800     END-IF.
026900     CLOSE LAPSE-PARM-FILE.
027000 1100-EXIT.
027100     EXIT.
027200*
027300*****************************************************************
027400*   2000-SCREEN-MEMBERS                                         *
027500*   ONE PASS OVER THE MEMBER MASTER IN KEY ORDER.               *
027600*****************************************************************
027700 2000-SCREEN-MEMBERS.
027800     MOVE LOW-VALUES TO MM-MEMBER-ID.
027900     START MEMBER-MASTER-FILE KEY NOT < MM-MEMBER-ID
028000         INVALID KEY
028100             MOVE 'Y' TO CV-MEM-EOF-SWITCH
028200     END-START.
028300     IF NOT CV-END-OF-MASTER
028400         PERFORM 2100-READ-MEMBER THRU 2100-EXIT
028500         PERFORM 2200-SCREEN-ONE-MEMBER THRU 2200-EXIT
028600             UNTIL CV-END-OF-MASTER
028700     END-IF.
028800     CLOSE MEMBER-MASTER-FILE.
028900     CLOSE COVID-LOG-FILE.
029000 2000-EXIT.
029100     EXIT.
029200*
029300*****************************************************************
029400*   2100-READ-MEMBER                                            *
029500*****************************************************************
029600 2100-READ-MEMBER.
029700     READ MEMBER-MASTER-FILE NEXT RECORD
029800         AT END
029900             MOVE 'Y' TO CV-MEM-EOF-SWITCH
030000     END-READ.
030100     IF NOT CV-END-OF-MASTER
030200         ADD 1 TO CV-MEMBERS-READ
030300     END-IF.
030400 2100-EXIT.
030500     EXIT.
030600*
030700*****************************************************************
030800*   2200-SCREEN-ONE-MEMBER                                      *
030900*   AN INACTIVE MEMBER IS NOT EXPECTED TO LOG AND IS PASSED     *
031000*   OVER.  AN ACTIVE ONE IS CURRENT, LAPSED, OR NEVER LOGGED    *
031100*   BY THEIR LAST ENTRY ON OR BEFORE THE AS-OF DATE.            *
031200*****************************************************************
031300 2200-SCREEN-ONE-MEMBER.
031400     IF NOT MM-ACTIVE
031500         GO TO 2200-READ-NEXT.
031600     ADD 1 TO CV-ACTIVE-COUNT.
031700     PERFORM 2300-FIND-LAST-ENTRY THRU 2300-EXIT.
031800     IF NOT CV-ENTRY-FOUND
031900         MOVE 'N' TO CV-PRINT-TYPE
032100         PERFORM 2500-TABLE-ONE-MEMBER THRU 2500-EXIT
032200         GO TO 2200-READ-NEXT.
032300     PERFORM 2400-COUNT-DAYS-SINCE THRU 2400-EXIT.
032400     IF CV-DAYS-SINCE > CV-LAPSE-DAYS
032500         MOVE 'L' TO CV-PRINT-TYPE
032600         PERFORM 2500-TABLE-ONE-MEMBER THRU 2500-EXIT
032700     ELSE
032800         ADD 1 TO CV-CURRENT-COUNT
032900     END-IF.
033000 2200-READ-NEXT.
033100     PERFORM 2100-READ-MEMBER THRU 2100-EXIT.
033200 2200-EXIT.
033300     EXIT.
033400*
033500*****************************************************************
033600*   2300-FIND-LAST-ENTRY                                        *
033700*   POSITIONS TO THE MEMBER'S FIRST LOG RECORD BY KEY AND       *
033800*   WALKS FORWARD UNTIL THE MEMBER CHANGES OR THE DATE PASSES   *
033900*   THE AS-OF DATE.  KEY ORDER IS DATE ORDER WITHIN A MEMBER,   *
034000*   SO THE LAST RECORD SEEN IS THE MOST RECENT ENTRY.           *
034100*****************************************************************
034200 2300-FIND-LAST-ENTRY.
034300     MOVE 'N' TO CV-FOUND-SWITCH.
034400     MOVE 'N' TO CV-LOG-EOF-SWITCH.
034500     MOVE SPACES TO CV-LAST-ENTRY.
034600     MOVE 0 TO CV-LE-LOG-DATE.
034700     MOVE MM-MEMBER-ID TO CL-MEMBER-ID.
034800     MOVE 0            TO CL-LOG-DATE.
034900     MOVE 0            TO CL-LOG-SEQ.
035000     START COVID-LOG-FILE KEY NOT < CL-LOG-KEY
035100         INVALID KEY
035200             MOVE 'Y' TO CV-LOG-EOF-SWITCH
035300     END-START.
035400     IF NOT CV-END-OF-MEMBER-LOG
035500         PERFORM 2350-READ-MEMBER-LOG THRU 2350-EXIT
035600         PERFORM 2360-KEEP-ONE-ENTRY THRU 2360-EXIT
035700             UNTIL CV-END-OF-MEMBER-LOG
035800     END-IF.
035900 2300-EXIT.
036000     EXIT.
036100*
036200*****************************************************************
036300*   2350-READ-MEMBER-LOG                                        *
036400*****************************************************************
036500 2350-READ-MEMBER-LOG.
036600     READ COVID-LOG-FILE NEXT RECORD
036700         AT END
036800             MOVE 'Y' TO CV-LOG-EOF-SWITCH
036900     END-READ.
037000     IF NOT CV-END-OF-MEMBER-LOG
037100         IF CL-MEMBER-ID NOT = MM-MEMBER-ID
037200                 OR CL-LOG-DATE > CV-AS-OF-DATE
037300             MOVE 'Y' TO CV-LOG-EOF-SWITCH
037400         END-IF
037500     END-IF.
037600 2350-EXIT.
037700     EXIT.
037800*
037900*****************************************************************
038000*   2360-KEEP-ONE-ENTRY                                         *
038100*****************************************************************
038200 2360-KEEP-ONE-ENTRY.
038300     MOVE 'Y' TO CV-FOUND-SWITCH.
038400     MOVE CL-LOG-DATE         TO CV-LE-LOG-DATE.
038500     MOVE CL-MORNING-ACTIVITY TO CV-LE-MORNING.
038600     MOVE CL-NOON-ACTIVITY    TO CV-LE-NOON.
038700     MOVE CL-EVENING-ACTIVITY TO CV-LE-EVENING.
038800     PERFORM 2350-READ-MEMBER-LOG THRU 2350-EXIT.
038900 2360-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300*   2400-COUNT-DAYS-SINCE                                       *
039400*   DAYS FROM THE LAST ENTRY TO THE AS-OF DATE.  A LOG DATE     *
039500*   THAT IS NOT A REAL CALENDAR DATE COUNTS AS THE WHOLE SPAN   *
039600*   BACK TO THE START OF THE CALENDAR, SO IT SHOWS AS LAPSED    *
039700*   RATHER THAN HIDING THE MEMBER.                              *
039800*****************************************************************
039900 2400-COUNT-DAYS-SINCE.
040000     COMPUTE CV-LAST-INT =
040100         FUNCTION INTEGER-OF-DATE(CV-LE-LOG-DATE).
040200     IF CV-AS-OF-INT - CV-LAST-INT > 99999
040300         MOVE 99999 TO CV-DAYS-SINCE
040400     ELSE
040500         COMPUTE CV-DAYS-SINCE = CV-AS-OF-INT - CV-LAST-INT
040600     END-IF.
040700 2400-EXIT.
040800     EXIT.
040900*
041000*****************************************************************
041100*   2500-TABLE-ONE-MEMBER                                       *
041200*   FILES THE MEMBER IN THE LAPSE TABLE AS CV-PRINT-TYPE WITH   *
041300*   THE LAST ENTRY FOUND.  A FULL TABLE COUNTS THE OVERFLOW SO  *
041400*   THE TRAILER CAN SAY HOW MANY MEMBERS DID NOT FIT.           *
041500*****************************************************************
041600 2500-TABLE-ONE-MEMBER.
041700     IF CV-LP-COUNT NOT < CV-LP-MAX
041800         ADD 1 TO CV-LP-DROPPED
041900         DISPLAY "LAPSE TABLE FULL -- MEMBER " MM-MEMBER-ID
042000             " NOT LISTED"
042100         GO TO 2500-EXIT.
042200     ADD 1 TO CV-LP-COUNT.
042300     MOVE CV-PRINT-TYPE    TO CV-LP-TYPE(CV-LP-COUNT).
042400     IF MM-HOUSEHOLD-ID NUMERIC
042500         MOVE MM-HOUSEHOLD-ID TO CV-LP-HOUSEHOLD(CV-LP-COUNT)
042600     ELSE
042700         MOVE 0 TO CV-LP-HOUSEHOLD(CV-LP-COUNT)
042800     END-IF.
042900     MOVE MM-MEMBER-ID     TO CV-LP-MEMBER-ID(CV-LP-COUNT).
043000     MOVE MM-MEMBER-NAME   TO CV-LP-NAME(CV-LP-COUNT).
043100     MOVE MM-VAX-STATUS    TO CV-LP-VAX(CV-LP-COUNT).
043200     MOVE CV-LE-LOG-DATE   TO CV-LP-LAST-DATE(CV-LP-COUNT).
043300     MOVE CV-DAYS-SINCE    TO CV-LP-DAYS(CV-LP-COUNT).
043400     MOVE CV-LE-MORNING    TO CV-LP-MORNING(CV-LP-COUNT).
043500     MOVE CV-LE-NOON       TO CV-LP-NOON(CV-LP-COUNT).
043600     MOVE CV-LE-EVENING    TO CV-LP-EVENING(CV-LP-COUNT).
043700     MOVE 'N'              TO CV-LP-USED(CV-LP-COUNT).
043800     IF CV-PRINT-TYPE = 'L'
043900         MOVE "LIVE" TO CV-LP-SOURCE(CV-LP-COUNT)
044000         ADD 1 TO CV-LAPSED-COUNT
044100     ELSE
044200         MOVE SPACES TO CV-LP-SOURCE(CV-LP-COUNT)
044300         MOVE 0 TO CV-LP-DAYS(CV-LP-COUNT)
044400         ADD 1 TO CV-NEVER-COUNT
044500     END-IF.
044600 2500-EXIT.
044700     EXIT.
044800*
044900*****************************************************************
045000*   3000-CHECK-ARCHIVE                                          *
045100*   A MEMBER WITH NOTHING ON THE LIVE LOG MAY STILL HAVE        *
045200*   HISTORY ON THE ARCHIVE IF EVERY ENTRY WAS PURGED.  ONE      *
045300*   PASS OVER THE ARCHIVE FINDS THE LAST ARCHIVED ENTRY FOR     *
045400*   EACH NEVER-LOGGED MEMBER, WHO IS THEN RECLASSIFIED.  A      *
045500*   MISSING ARCHIVE JUST MEANS NOTHING HAS BEEN PURGED YET.     *
045600*****************************************************************
045700 3000-CHECK-ARCHIVE.
045800     IF CV-NEVER-COUNT = 0
045900         GO TO 3000-EXIT.
046000     OPEN INPUT ARCHIVE-FILE.
046100     IF CV-ARCHIVE-STATUS = "00"
046200         PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
046300         PERFORM 3200-MATCH-ONE-ARCHIVE THRU 3200-EXIT
046400             UNTIL CV-END-OF-ARCHIVE
046500     END-IF.
046600     CLOSE ARCHIVE-FILE.
046700     PERFORM 3300-RECLASSIFY-ONE THRU 3300-EXIT
046800         VARYING L FROM 1 BY 1 UNTIL L > CV-LP-COUNT.
046900 3000-EXIT.
047000     EXIT.
047100*
047200*****************************************************************
047300*   3100-READ-ARCHIVE                                           *
047400*****************************************************************
047500 3100-READ-ARCHIVE.
047600     READ ARCHIVE-FILE
047700         AT END
047800             MOVE 'Y' TO CV-ARCH-EOF-SWITCH
047900     END-READ.
048000     IF NOT CV-END-OF-ARCHIVE
048100         ADD 1 TO CV-ARCH-READ
048200     END-IF.
048300 3100-EXIT.
048400     EXIT.
048500*
048600*****************************************************************
048700*   3200-MATCH-ONE-ARCHIVE                                      *
048800*   KEEPS THE LATEST ARCHIVED ENTRY ON OR BEFORE THE AS-OF      *
048900*   DATE AGAINST THE NEVER-LOGGED MEMBER IT BELONGS TO.         *
049000*****************************************************************
049100 3200-MATCH-ONE-ARCHIVE.
049200     IF AR-LOG-DATE > CV-AS-OF-DATE
049300         GO TO 3200-READ-NEXT.
049400     PERFORM 3250-MATCH-ONE-ENTRY THRU 3250-EXIT
049500         VARYING L FROM 1 BY 1 UNTIL L > CV-LP-COUNT.
049600 3200-READ-NEXT.
049700     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
049800 3200-EXIT.
049900     EXIT.
050000*
050100*****************************************************************
050200*   3250-MATCH-ONE-ENTRY                                        *
050300*****************************************************************
050400 3250-MATCH-ONE-ENTRY.
050500     IF CV-LP-TYPE(L) = 'N'
050600             AND CV-LP-MEMBER-ID(L) = AR-MEMBER-ID
050700             AND AR-LOG-DATE NOT < CV-LP-LAST-DATE(L)
050800         MOVE AR-LOG-DATE         TO CV-LP-LAST-DATE(L)
050900         MOVE "ARCH"              TO CV-LP-SOURCE(L)
051000         MOVE AR-MORNING-ACTIVITY TO CV-LP-MORNING(L)
051100         MOVE AR-NOON-ACTIVITY    TO CV-LP-NOON(L)
051200         MOVE AR-EVENING-ACTIVITY TO CV-LP-EVENING(L)
051300     END-IF.
051400 3250-EXIT.
051500     EXIT.
051600*
051700*****************************************************************
051800*   3300-RECLASSIFY-ONE                                         *
051900*   A NEVER-LOGGED MEMBER FOUND ON THE ARCHIVE BECOMES LAPSED,  *
052000*   OR CURRENT IF THE PURGE CUTOFF IS RECENT ENOUGH THAT THE    *
052100*   ARCHIVED ENTRY FALLS INSIDE THE LAPSE DAYS.                 *
052200*****************************************************************
052300 3300-RECLASSIFY-ONE.
052400     IF CV-LP-TYPE(L) NOT = 'N' OR CV-LP-SOURCE(L) NOT = "ARCH"
052500         GO TO 3300-EXIT.
052600     ADD 1 TO CV-ARCH-FOUND-COUNT.
052700     SUBTRACT 1 FROM CV-NEVER-COUNT.
052800     MOVE CV-LP-LAST-DATE(L) TO CV-LE-LOG-DATE.
052900     PERFORM 2400-COUNT-DAYS-SINCE THRU 2400-EXIT.
053000     MOVE CV-DAYS-SINCE TO CV-LP-DAYS(L).
053100     IF CV-DAYS-SINCE > CV-LAPSE-DAYS
053200         MOVE 'L' TO CV-LP-TYPE(L)
053300         ADD 1 TO CV-LAPSED-COUNT
053400     ELSE
053500         MOVE 'C' TO CV-LP-TYPE(L)
053600         ADD 1 TO CV-CURRENT-COUNT
053700     END-IF.
053800 3300-EXIT.
053900     EXIT.
054000*
054100*****************************************************************
054200*   4000-PRINT-LAPSED                                           *
054300*   REPORT HEADER, THEN THE LAPSED MEMBERS IN HOUSEHOLD ORDER.  *
054400*****************************************************************
054500 4000-PRINT-LAPSED.
054600     MOVE SPACES TO REPORT-LINE.
054700     STRING "LAPSERPT - LAPSED-MEMBER REPORT " CV-TODAY-DATE
054800         DELIMITED BY SIZE INTO REPORT-LINE.
054900     WRITE REPORT-LINE AFTER ADVANCING PAGE.
055000
055100     MOVE CV-LAPSE-DAYS TO CV-EDIT-DAYS.
055200     MOVE SPACES TO REPORT-LINE.
055300     STRING "ACTIVE MEMBERS WITH NO DIARY ENTRY IN THE LAST"
055400         CV-EDIT-DAYS " DAYS AS OF " CV-AS-OF-DATE
055500         DELIMITED BY SIZE INTO REPORT-LINE.
055600     WRITE REPORT-LINE AFTER ADVANCING 1.
055700
055800     MOVE SPACES TO REPORT-LINE.
055900     STRING "SECTION 1 - LAPSED MEMBERS BY HOUSEHOLD"
056000         DELIMITED BY SIZE INTO REPORT-LINE.
056100     WRITE REPORT-LINE AFTER ADVANCING 2.
056200     MOVE SPACES TO REPORT-LINE.
056300     STRING "    MEMBER NAME                 LAST ENTRY   DAYS"
056400         " SRC"
056500         DELIMITED BY SIZE INTO REPORT-LINE.
056600     WRITE REPORT-LINE AFTER ADVANCING 1.
056700
056800     MOVE 'L' TO CV-PRINT-TYPE.
056900     MOVE CV-LAPSED-COUNT TO CV-SECTION-COUNT.
057000     PERFORM 6000-PRINT-SECTION THRU 6000-EXIT.
057100     IF CV-LAPSED-COUNT = 0
057200         MOVE SPACES TO REPORT-LINE
057300         STRING "  NO LAPSED MEMBERS"
057400             DELIMITED BY SIZE INTO REPORT-LINE
057500         WRITE REPORT-LINE AFTER ADVANCING 1
057600     END-IF.
057700 4000-EXIT.
057800     EXIT.
057900*
058000*****************************************************************
058100*   5000-PRINT-NEVER-LOGGED                                     *
058200*   THE ACTIVE MEMBERS WITH NO ENTRY ON THE LOG OR THE          *
058300*   ARCHIVE, IN HOUSEHOLD ORDER.                                *
058400*****************************************************************
058500 5000-PRINT-NEVER-LOGGED.
058600     MOVE SPACES TO REPORT-LINE.
058700     STRING "SECTION 2 - ACTIVE MEMBERS WHO HAVE NEVER LOGGED"
058800         DELIMITED BY SIZE INTO REPORT-LINE.
058900     WRITE REPORT-LINE AFTER ADVANCING 3.
059000     MOVE SPACES TO REPORT-LINE.
059100     STRING "    MEMBER NAME                 VAX"
059200         DELIMITED BY SIZE INTO REPORT-LINE.
059300     WRITE REPORT-LINE AFTER ADVANCING 1.
059400
059500     MOVE 'N' TO CV-PRINT-TYPE.
059600     MOVE CV-NEVER-COUNT TO CV-SECTION-COUNT.
059700     PERFORM 6000-PRINT-SECTION THRU 6000-EXIT.
059800     IF CV-NEVER-COUNT = 0
059900         MOVE SPACES TO REPORT-LINE
060000         STRING "  NO NEVER-LOGGED MEMBERS"
060100             DELIMITED BY SIZE INTO REPORT-LINE
060200         WRITE REPORT-LINE AFTER ADVANCING 1
060300     END-IF.
060400 5000-EXIT.
060500     EXIT.
060600*
060700*****************************************************************
060800*   6000-PRINT-SECTION                                          *
060900*   PRINTS EVERY TABLE ENTRY OF CV-PRINT-TYPE LOWEST SORT KEY   *
061000*   FIRST: EACH PASS FINDS THE LOWEST NOT-YET-PRINTED ENTRY,    *
061100*   PRINTS IT, AND MARKS IT USED, THE WAY MEMINQ MERGES ITS     *
061200*   HISTORY.                                                    *
061300*****************************************************************
061400 6000-PRINT-SECTION.
061500     MOVE 99999 TO CV-LAST-HOUSEHOLD.
061600     PERFORM 6100-PRINT-LOWEST-ENTRY THRU 6100-EXIT
061700         VARYING CV-PRINT-COUNT FROM 1 BY 1
061800         UNTIL CV-PRINT-COUNT > CV-SECTION-COUNT.
061900 6000-EXIT.
062000     EXIT.
062100*
062200*****************************************************************
062300*   6100-PRINT-LOWEST-ENTRY                                     *
062400*****************************************************************
062500 6100-PRINT-LOWEST-ENTRY.
062600     MOVE 0 TO CV-LOW-INDEX.
062700     MOVE 999999999 TO CV-LOW-KEY.
062800     PERFORM 6150-CHECK-ONE-ENTRY THRU 6150-EXIT
062900         VARYING L FROM 1 BY 1 UNTIL L > CV-LP-COUNT.
063000     IF CV-LOW-INDEX > 0
063100         PERFORM 6200-PRINT-ONE-ENTRY THRU 6200-EXIT
063200         PERFORM 6300-WRITE-EXTRACT THRU 6300-EXIT
063300         MOVE 'Y' TO CV-LP-USED(CV-LOW-INDEX)
063400     END-IF.
063500 6100-EXIT.
063600     EXIT.
063700*
063800*****************************************************************
063900*   6150-CHECK-ONE-ENTRY                                        *
064000*****************************************************************
064100 6150-CHECK-ONE-ENTRY.
064200     IF CV-LP-TYPE(L) = CV-PRINT-TYPE
064300             AND CV-LP-USED(L) = 'N'
064400             AND CV-LP-SORT-KEY(L) < CV-LOW-KEY
064500         MOVE L TO CV-LOW-INDEX
064600         MOVE CV-LP-SORT-KEY(L) TO CV-LOW-KEY
064700     END-IF.
064800 6150-EXIT.
064900     EXIT.
065000*
065100*****************************************************************
065200*   6200-PRINT-ONE-ENTRY                                        *
065300*   A HOUSEHOLD LINE WHENEVER THE HOUSEHOLD CHANGES, THEN THE   *
065400*   MEMBER LINE.  A LAPSED MEMBER ALSO GETS THEIR LAST THREE    *
065500*   ACTIVITIES, ONE LINE PER TIME OF DAY.                       *
065600*****************************************************************
065700 6200-PRINT-ONE-ENTRY.
065800     IF CV-LP-HOUSEHOLD(CV-LOW-INDEX) NOT = CV-LAST-HOUSEHOLD
065900         MOVE CV-LP-HOUSEHOLD(CV-LOW-INDEX) TO CV-LAST-HOUSEHOLD
066000         MOVE SPACES TO REPORT-LINE
066100         IF CV-LP-HOUSEHOLD(CV-LOW-INDEX) = 0
066200             STRING "  NO HOUSEHOLD"
066300                 DELIMITED BY SIZE INTO REPORT-LINE
066400         ELSE
066500             STRING "  HOUSEHOLD " CV-LP-HOUSEHOLD(CV-LOW-INDEX)
066600                 DELIMITED BY SIZE INTO REPORT-LINE
066700         END-IF
066800         WRITE REPORT-LINE AFTER ADVANCING 2
066900     END-IF.
067000
067100     MOVE SPACES TO REPORT-LINE.
067200     IF CV-PRINT-TYPE = 'N'
067300         STRING "    " CV-LP-MEMBER-ID(CV-LOW-INDEX) "  "
067400             CV-LP-NAME(CV-LOW-INDEX) "  "
067500             CV-LP-VAX(CV-LOW-INDEX)
067600             DELIMITED BY SIZE INTO REPORT-LINE
067700         WRITE REPORT-LINE AFTER ADVANCING 1
067800         GO TO 6200-EXIT.
067900
068000     MOVE CV-LP-DAYS(CV-LOW-INDEX) TO CV-EDIT-DAYS.
068100     STRING "    " CV-LP-MEMBER-ID(CV-LOW-INDEX) "  "
068200         CV-LP-NAME(CV-LOW-INDEX) "  "
068300         CV-LP-LAST-DATE(CV-LOW-INDEX) "  " CV-EDIT-DAYS " "
068400         CV-LP-SOURCE(CV-LOW-INDEX)
068500         DELIMITED BY SIZE INTO REPORT-LINE.
068600     WRITE REPORT-LINE AFTER ADVANCING 1.
068700     MOVE SPACES TO REPORT-LINE.
068800     STRING "           M  " CV-LP-MORNING(CV-LOW-INDEX)
068900         DELIMITED BY SIZE INTO REPORT-LINE.
069000     WRITE REPORT-LINE AFTER ADVANCING 1.
069100     MOVE SPACES TO REPORT-LINE.
069200     STRING "           N  " CV-LP-NOON(CV-LOW-INDEX)
069300         DELIMITED BY SIZE INTO REPORT-LINE.
069400     WRITE REPORT-LINE AFTER ADVANCING 1.
069500     MOVE SPACES TO REPORT-LINE.
069600     STRING "           E  " CV-LP-EVENING(CV-LOW-INDEX)
069700         DELIMITED BY SIZE INTO REPORT-LINE.
069800     WRITE REPORT-LINE AFTER ADVANCING 1.
069900 6200-EXIT.
070000     EXIT.
070100*
070200*****************************************************************
070300*   6300-WRITE-EXTRACT                                          *
070400*   ONE OUTREACH RECORD PER MEMBER PRINTED, IN THE SAME         *
070500*   HOUSEHOLD ORDER AS THE REPORT.                              *
070600*****************************************************************
070700 6300-WRITE-EXTRACT.
070800     MOVE SPACES TO LAPSE-EXTRACT-RECORD.
070900     MOVE CV-PRINT-TYPE                 TO LX-RECORD-TYPE.
071000     MOVE CV-AS-OF-DATE                 TO LX-RUN-DATE.
071100     MOVE CV-LP-HOUSEHOLD(CV-LOW-INDEX) TO LX-HOUSEHOLD-ID.
071200     MOVE CV-LP-MEMBER-ID(CV-LOW-INDEX) TO LX-MEMBER-ID.
071300     MOVE CV-LP-NAME(CV-LOW-INDEX)      TO LX-MEMBER-NAME.
071400     MOVE CV-LP-VAX(CV-LOW-INDEX)       TO LX-VAX-STATUS.
071500     MOVE CV-LP-LAST-DATE(CV-LOW-INDEX) TO LX-LAST-LOG-DATE.
071600     MOVE CV-LP-DAYS(CV-LOW-INDEX)      TO LX-DAYS-SINCE.
071700     MOVE CV-LP-MORNING(CV-LOW-INDEX)   TO LX-MORNING-ACTIVITY.
071800     MOVE CV-LP-NOON(CV-LOW-INDEX)      TO LX-NOON-ACTIVITY.
071900     MOVE CV-LP-EVENING(CV-LOW-INDEX)   TO LX-EVENING-ACTIVITY.
072000     WRITE LAPSE-EXTRACT-RECORD.
072100     IF CV-EXTRACT-STATUS NOT = "00"
072200         DISPLAY "OUTREACH EXTRACT WRITE FAILED, STATUS "
072300             CV-EXTRACT-STATUS
072400         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
072500     END-IF.
072600     ADD 1 TO CV-EXTRACT-COUNT.
072700 6300-EXIT.
072800     EXIT.
072900*
073000*****************************************************************
073100*   9000-TERMINATE                                              *
073200*   TRAILER COUNTS.  ACTIVE MEMBERS MUST EQUAL CURRENT PLUS     *
073300*   LAPSED PLUS NEVER LOGGED PLUS ANY THAT DID NOT FIT THE      *
073400*   TABLE, AND THE EXTRACT COUNT MUST EQUAL LAPSED PLUS NEVER   *
073500*   LOGGED.                                                     *
073600*****************************************************************
073700 9000-TERMINATE.
073800     MOVE SPACES TO REPORT-LINE.
073900     WRITE REPORT-LINE AFTER ADVANCING 2.
074000
074100     MOVE CV-MEMBERS-READ TO CV-EDIT-COUNT.
074200     MOVE SPACES TO REPORT-LINE.
074300     STRING "MEMBER RECORDS READ     : " CV-EDIT-COUNT
074400         DELIMITED BY SIZE INTO REPORT-LINE.
074500     WRITE REPORT-LINE AFTER ADVANCING 1.
074600
074700     MOVE CV-ACTIVE-COUNT TO CV-EDIT-COUNT.
074800     MOVE SPACES TO REPORT-LINE.
074900     STRING "ACTIVE MEMBERS CHECKED  : " CV-EDIT-COUNT
075000         DELIMITED BY SIZE INTO REPORT-LINE.
075100     WRITE REPORT-LINE AFTER ADVANCING 1.
075200
075300     MOVE CV-CURRENT-COUNT TO CV-EDIT-COUNT.
075400     MOVE SPACES TO REPORT-LINE.
075500     STRING "  LOGGING CURRENTLY     : " CV-EDIT-COUNT
075600         DELIMITED BY SIZE INTO REPORT-LINE.
075700     WRITE REPORT-LINE AFTER ADVANCING 1.
075800
075900     MOVE CV-LAPSED-COUNT TO CV-EDIT-COUNT.
076000     MOVE SPACES TO REPORT-LINE.
076100     STRING "  LAPSED                : " CV-EDIT-COUNT
076200         DELIMITED BY SIZE INTO REPORT-LINE.
076300     WRITE REPORT-LINE AFTER ADVANCING 1.
076400
076500     MOVE CV-NEVER-COUNT TO CV-EDIT-COUNT.
076600     MOVE SPACES TO REPORT-LINE.
076700     STRING "  NEVER LOGGED          : " CV-EDIT-COUNT
076800         DELIMITED BY SIZE INTO REPORT-LINE.
076900     WRITE REPORT-LINE AFTER ADVANCING 1.
077000
077100     MOVE CV-ARCH-FOUND-COUNT TO CV-EDIT-COUNT.
077200     MOVE SPACES TO REPORT-LINE.
077300     STRING "FOUND ONLY ON ARCHIVE   : " CV-EDIT-COUNT
077400         DELIMITED BY SIZE INTO REPORT-LINE.
077500     WRITE REPORT-LINE AFTER ADVANCING 1.
077600
077700     MOVE CV-EXTRACT-COUNT TO CV-EDIT-COUNT.
077800     MOVE SPACES TO REPORT-LINE.
077900     STRING "OUTREACH RECORDS WRITTEN: " CV-EDIT-COUNT
078000         DELIMITED BY SIZE INTO REPORT-LINE.
078100     WRITE REPORT-LINE AFTER ADVANCING 1.
078200
078300     IF CV-LP-DROPPED > 0
078400         MOVE CV-LP-DROPPED TO CV-EDIT-COUNT
078500         MOVE SPACES TO REPORT-LINE
078600         STRING "*** LAPSE TABLE FULL : " CV-EDIT-COUNT
078700             " MEMBERS NOT LISTED -- RAISE CV-LP-MAX ***"
078800             DELIMITED BY SIZE INTO REPORT-LINE
078900         WRITE REPORT-LINE AFTER ADVANCING 1
079000         DISPLAY "LAPSERPT *** LAPSE TABLE FULL -- NOT EVERY "
079100             "LAPSED MEMBER IS LISTED ***"
079200     END-IF.
079300
079400     CLOSE OUTREACH-EXTRACT-FILE.
079500     CLOSE LAPSE-REPORT-FILE.
079600 9000-EXIT.
079700     EXIT.
079800*
079900*****************************************************************
080000*   9900-FAIL-STEP                                              *
080100*   A FATAL ERROR ENDS THIS STEP, NOT THE WHOLE RUN: THE STEP   *
080200*   GOES BACK TO RUNCTL WITH RETURN CODE 8, WHICH RECORDS IT    *
080300*   FAILED AND SKIPS THE STEPS THAT DEPEND ON IT.  EVERY FILE   *
080400*   IS CLOSED FIRST; ONE NOT YET OPEN, OR ALREADY CLOSED, JUST  *
080500*   COMES BACK STATUS 42, WHICH IS IGNORED.                     *
080600*****************************************************************
080700 9900-FAIL-STEP.
080800     MOVE 8 TO RETURN-CODE.
080900     CLOSE LAPSE-PARM-FILE.
081000     CLOSE MEMBER-MASTER-FILE.
081100     CLOSE COVID-LOG-FILE.
081200     CLOSE ARCHIVE-FILE.
081300     CLOSE OUTREACH-EXTRACT-FILE.
081400     CLOSE LAPSE-REPORT-FILE.
081500     GOBACK.
081600 9900-EXIT.
081700     EXIT.
