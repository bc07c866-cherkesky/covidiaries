000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     VAXSTAT INITIAL.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-06.
000600 DATE-COMPILED.  2026-10-06.
000700*
000800*****************************************************************
000900*                                                               *
001000*   VAXSTAT WORKS OUT EACH MEMBER'S VACCINATION STATUS FROM     *
001100*   THEIR DOSE HISTORY AND MOVES THE MEMBER MASTER UP TO IT.    *
001200*   ANY PRIMARY-SERIES DOSE MAKES A MEMBER PARTIAL (2).  ONCE   *
001300*   THE SERIES IS COMPLETE AND THE FULL WAIT HAS PASSED THEY    *
001400*   ARE FULL (3), AND A BOOSTER GIVEN AFTER THE SERIES WAS      *
001500*   COMPLETE MAKES THEM BOOSTED (4) ONCE THE BOOST WAIT HAS     *
001600*   PASSED.  ONLY DOSES ON OR BEFORE THE AS-OF DATE COUNT.      *
001700*   A MEMBER WHOSE MASTER STATUS IS BELOW WHAT THE DOSES SHOW   *
001800*   IS PROMOTED AND THE CHANGE IS WRITTEN TO THE MEMBER AUDIT   *
001900*   TRAIL UNDER THE SYSTEM USER ID, JUST AS A MEMMAINT UPDATE   *
002000*   WOULD BE.  A MASTER STATUS ABOVE WHAT THE DOSES SHOW IS     *
002100*   NEVER LOWERED -- THE DOSE HISTORY MAY SIMPLY BE MISSING A   *
002200*   DOSE -- BUT IS LISTED AS A DISAGREEMENT FOR SOMEBODY TO     *
002300*   LOOK AT.  MEMBERS WITH NO DOSES ON FILE ARE LEFT ALONE.     *
002400*                                                               *
002500*   MODIFICATION HISTORY                                       *
002600*   DATE       INIT DESCRIPTION                                *
002700*   ---------- ---- -------------------------------------------*
002800*   2026-10-06  RLC ORIGINAL PROGRAM.                          *
002810*   2026-10-16  RLC A FATAL ERROR NOW SENDS THE STEP BACK TO   *
002820*                   RUNCTL WITH RETURN CODE 8 INSTEAD OF       *
002830*                   STOPPING THE WHOLE RUN.                    *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   GNU-LINUX.
003400 OBJECT-COMPUTER.   GNU-LINUX.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL VAX-PARM-FILE
003800         ASSIGN TO "VAXPARM"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CV-PARM-STATUS.
004100
004200     SELECT MEMBER-MASTER-FILE
004300         ASSIGN TO "MEMMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS MM-MEMBER-ID
004700         FILE STATUS IS CV-MEMMSTR-STATUS.
004800
004900     SELECT OPTIONAL VAX-DOSE-FILE
005000         ASSIGN TO "VAXDOSE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS VD-KEY
005400         FILE STATUS IS CV-VAXDOSE-STATUS.
005500
005600     SELECT MEMBER-AUDIT-FILE
005700         ASSIGN TO "MEMAUDIT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS CV-AUDIT-STATUS.
006000
006100     SELECT VAX-REPORT-FILE
006200         ASSIGN TO "VAXRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CV-REPORT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  VAX-PARM-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY VAXPARM.CPY.
007100
007200 FD  MEMBER-MASTER-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY MEMMSTR.CPY.
007500
007600 FD  VAX-DOSE-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY VAXDOSE.CPY.
007900
008000 FD  MEMBER-AUDIT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY MEMAUDIT.CPY.
008300
008400 FD  VAX-REPORT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  REPORT-LINE                     PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900 77  CV-PARM-STATUS              PIC X(02) VALUE SPACES.
009000 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
009100 77  CV-VAXDOSE-STATUS           PIC X(02) VALUE SPACES.
009200 77  CV-AUDIT-STATUS             PIC X(02) VALUE SPACES.
009300 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
009400
009500 77  CV-SYSTEM-USER              PIC X(08) VALUE 'VAXSTAT '.
009600 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
009700 77  CV-TIME-NOW                 PIC 9(06) VALUE 0.
009800 77  CV-AS-OF-DATE               PIC 9(08) VALUE 0.
009900 77  CV-AS-OF-INT                PIC S9(07) COMP VALUE 0.
010000 77  CV-DOSE-INT                 PIC S9(07) COMP VALUE 0.
010100 77  CV-FULL-WAIT-DAYS           PIC 9(03) VALUE 14.
010200 77  CV-BOOST-WAIT-DAYS          PIC 9(03) VALUE 14.
010300
010400 77  CV-MEM-EOF-SWITCH           PIC X(01) VALUE 'N'.
010500     88  CV-END-OF-MASTER        VALUE 'Y'.
010600 77  CV-DOSE-EOF-SWITCH          PIC X(01) VALUE 'N'.
010700     88  CV-END-OF-MEMBER-DOSES  VALUE 'Y'.
010800
010900 77  CV-MEMBERS-READ             PIC 9(05) COMP VALUE 0.
011000 77  CV-NO-DOSE-COUNT            PIC 9(05) COMP VALUE 0.
011100 77  CV-AGREE-COUNT              PIC 9(05) COMP VALUE 0.
011200 77  CV-PROMOTED-COUNT           PIC 9(05) COMP VALUE 0.
011300 77  CV-DISAGREE-COUNT           PIC 9(05) COMP VALUE 0.
011400 77  CV-DOSES-READ               PIC 9(07) COMP VALUE 0.
011500 77  CV-VS-DROPPED               PIC 9(05) COMP VALUE 0.
011600 77  CV-SECTION-COUNT            PIC 9(05) COMP VALUE 0.
011700 77  CV-EDIT-COUNT               PIC ZZ,ZZ9.
011800
011900 77  CV-VS-COUNT                 PIC 9(03) COMP VALUE 0.
012000 77  CV-VS-MAX                   PIC 9(03) COMP VALUE 500.
012100 77  CV-PRINT-TYPE               PIC X(01) VALUE SPACES.
012200 77  V                           PIC 9(03) COMP VALUE 0.
012300
012400*----------------------------------------------------------------
012500*    WHAT THE DOSE HISTORY SAYS FOR THE MEMBER BEING CHECKED.    *
012600*    THE SERIES IS COMPLETE ON THE DATE THE PRIMARY-DOSE COUNT   *
012700*    REACHES THE LARGEST SERIES SIZE SEEN; THE BOOST DATE IS     *
012800*    THE FIRST BOOSTER GIVEN AFTER THAT.                         *
012900*----------------------------------------------------------------
013000 01  CV-DOSE-SUMMARY.
013100     05  CV-DS-DOSE-COUNT        PIC 9(03) COMP.
013200     05  CV-DS-PRIMARY-COUNT     PIC 9(03) COMP.
013300     05  CV-DS-SERIES-NEEDED     PIC 9(01).
013400     05  CV-DS-COMPLETE-DATE     PIC 9(08).
013500     05  CV-DS-BOOST-DATE        PIC 9(08).
013600     05  CV-DS-LAST-DATE         PIC 9(08).
013700     05  CV-DS-DERIVED-VAX       PIC 9(01).
013800
013900*----------------------------------------------------------------
014000*    EVERY MEMBER PROMOTED (TYPE 'P') OR WHOSE MASTER STATUS     *
014100*    DISAGREES WITH THE DOSE HISTORY (TYPE 'D'), IN MEMBER       *
014200*    ORDER AS THE MASTER IS READ.                                *
014300*----------------------------------------------------------------
014400 01  CV-VS-TABLE.
014500     05  CV-VS-ENTRY             OCCURS 500 TIMES.
014600         10  CV-VS-TYPE          PIC X(01).
014700         10  CV-VS-MEMBER-ID     PIC 9(05).
014800         10  CV-VS-NAME          PIC X(20).
014900         10  CV-VS-ACTIVE        PIC X(01).
015000         10  CV-VS-MASTER-VAX    PIC 9(01).
015100         10  CV-VS-DERIVED-VAX   PIC 9(01).
015200         10  CV-VS-DOSE-COUNT    PIC 9(03).
015300         10  CV-VS-LAST-DATE     PIC 9(08).
015400
015500 PROCEDURE DIVISION.
015600*
015700*****************************************************************
015800*   0000-MAINLINE                                               *
015900*****************************************************************
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-CHECK-MEMBERS THRU 2000-EXIT.
016300     MOVE 'P' TO CV-PRINT-TYPE.
016400     PERFORM 4000-PRINT-SECTION THRU 4000-EXIT.
016500     MOVE 'D' TO CV-PRINT-TYPE.
016600     PERFORM 4000-PRINT-SECTION THRU 4000-EXIT.
016700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016800     GOBACK.
016900*
017000*****************************************************************
017100*   1000-INITIALIZE                                             *
017200*   THE MEMBER MASTER IS REQUIRED AND IS OPENED FOR UPDATE.     *
017300*   THE DOSE-HISTORY FILE IS OPTIONAL: UNTIL THE FIRST DOSE IS  *
017400*   KEYED EVERY MEMBER SIMPLY HAS NO DOSES ON FILE AND NOTHING  *
017500*   CHANGES.  THE AUDIT FILE IS OPENED FOR EXTEND SO PROMOTIONS *
017600*   LAND ON THE SAME TRAIL AS MEMMAINT'S OWN CHANGES.           *
017700*****************************************************************
017800 1000-INITIALIZE.
017900     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
018000     MOVE CV-TODAY-DATE TO CV-AS-OF-DATE.
018100     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
018200
018300     COMPUTE CV-AS-OF-INT =
018400         FUNCTION INTEGER-OF-DATE(CV-AS-OF-DATE).
018500     IF CV-AS-OF-INT < 1
018600         DISPLAY "VAX STATUS AS-OF DATE " CV-AS-OF-DATE
018700             " IS NOT A REAL CALENDAR DATE -- NOTHING CHECKED."
018800         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
018900     END-IF.
019000
019100     OPEN I-O MEMBER-MASTER-FILE.
019200     IF CV-MEMMSTR-STATUS NOT = "00"
019300         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT UPDATABLE, "
019400             "STATUS " CV-MEMMSTR-STATUS
019500         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
019600     END-IF.
019700
019800     OPEN INPUT VAX-DOSE-FILE.
019900     IF CV-VAXDOSE-STATUS NOT = "00"
020000             AND CV-VAXDOSE-STATUS NOT = "05"
020100         DISPLAY "DOSE-HISTORY FILE NOT READABLE, STATUS "
020200             CV-VAXDOSE-STATUS
020300         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
020400     END-IF.
020500
020600     OPEN EXTEND MEMBER-AUDIT-FILE.
020700     IF CV-AUDIT-STATUS NOT = "00"
020800         OPEN OUTPUT MEMBER-AUDIT-FILE
020900     END-IF.
021000
021100     OPEN OUTPUT VAX-REPORT-FILE.
021200
021300     MOVE SPACES TO REPORT-LINE.
021400     STRING "VAXSTAT - VACCINATION STATUS FROM DOSE HISTORY "
021500         CV-TODAY-DATE
021600         DELIMITED BY SIZE INTO REPORT-LINE.
021700     WRITE REPORT-LINE AFTER ADVANCING PAGE.
021800     MOVE SPACES TO REPORT-LINE.
021900     STRING "AS OF " CV-AS-OF-DATE
022000         "   FULL WAIT " CV-FULL-WAIT-DAYS " DAYS"
022100         "   BOOST WAIT " CV-BOOST-WAIT-DAYS " DAYS"
022200         DELIMITED BY SIZE INTO REPORT-LINE.
022300     WRITE REPORT-LINE AFTER ADVANCING 1.
022400 1000-EXIT.
022500     EXIT.
022600*
022700*****************************************************************
022800*   1100-GET-PARAMETERS                                         *
022900*   READS THE OPTIONAL PARAMETER FILE.  A NUMERIC, NON-ZERO     *
023000*   WAIT REPLACES ITS DEFAULT OF 14 DAYS, AND A NUMERIC,        *
023100*   NON-ZERO AS-OF DATE REPLACES TODAY, SO THE STEP RUNS        *
023200*   UNDER RUNCTL WITH NO CARD AT ALL.                           *
023300*****************************************************************
023400 1100-GET-PARAMETERS.
023500     OPEN INPUT VAX-PARM-FILE.
023600     IF CV-PARM-STATUS = "00"
023700         MOVE SPACES TO VAX-PARM-RECORD
023800         READ VAX-PARM-FILE
023900             AT END
024000                 CONTINUE
024100         END-READ
024200         IF VP-FULL-WAIT-DAYS NUMERIC AND VP-FULL-WAIT-DAYS > 0
024300             MOVE VP-FULL-WAIT-DAYS TO CV-FULL-WAIT-DAYS
024400         END-IF
024500         IF VP-BOOST-WAIT-DAYS NUMERIC AND VP-BOOST-WAIT-DAYS > 0
024600             MOVE VP-BOOST-WAIT-DAYS TO CV-BOOST-WAIT-DAYS
024700         END-IF
024800         IF VP-AS-OF-DATE NUMERIC AND VP-AS-OF-DATE > 0
024900             MOVE VP-AS-OF-DATE TO CV-AS-OF-DATE
025000         END-IF
025100     END-IF.
025200     CLOSE VAX-PARM-FILE.
025300 1100-EXIT.
025400     EXIT.
025500*
025600*****************************************************************
025700*   2000-CHECK-MEMBERS                                          *
025800*   ONE PASS OVER THE MEMBER MASTER IN KEY ORDER.               *
025900*****************************************************************
026000 2000-CHECK-MEMBERS.
026100     MOVE LOW-VALUES TO MM-MEMBER-ID.
026200     START MEMBER-MASTER-FILE KEY NOT < MM-MEMBER-ID
026300         INVALID KEY
026400             MOVE 'Y' TO CV-MEM-EOF-SWITCH
026500     END-START.
026600     IF NOT CV-END-OF-MASTER
026700         PERFORM 2100-READ-MEMBER THRU 2100-EXIT
026800         PERFORM 2200-CHECK-ONE-MEMBER THRU 2200-EXIT
026900             UNTIL CV-END-OF-MASTER
027000     END-IF.
027100 2000-EXIT.
027200     EXIT.
027300*
027400*****************************************************************
027500*   2100-READ-MEMBER                                            *
027600*****************************************************************
027700 2100-READ-MEMBER.
027800     READ MEMBER-MASTER-FILE NEXT RECORD
027900         AT END
028000             MOVE 'Y' TO CV-MEM-EOF-SWITCH
028100     END-READ.
028200     IF NOT CV-END-OF-MASTER
028300         ADD 1 TO CV-MEMBERS-READ
028400     END-IF.
028500 2100-EXIT.
028600     EXIT.
028700*
028800*****************************************************************
028900*   2200-CHECK-ONE-MEMBER                                       *
029000*   A MEMBER WITH NO DOSES ON FILE IS PASSED OVER.  OTHERWISE   *
029100*   THE STATUS THE DOSES SUPPORT IS COMPARED WITH THE MASTER:   *
029200*   HIGHER IS A PROMOTION, LOWER IS A DISAGREEMENT.  INACTIVE   *
029300*   MEMBERS ARE CHECKED TOO, SO A REACTIVATED MEMBER COMES      *
029400*   BACK WITH THE RIGHT STATUS.                                 *
029500*****************************************************************
029600 2200-CHECK-ONE-MEMBER.
029700     PERFORM 2300-SUMMARIZE-DOSES THRU 2300-EXIT.
029800     IF CV-DS-DOSE-COUNT = 0
029900         ADD 1 TO CV-NO-DOSE-COUNT
030000         GO TO 2200-READ-NEXT.
030100     PERFORM 2400-DERIVE-STATUS THRU 2400-EXIT.
030200     EVALUATE TRUE
030300         WHEN CV-DS-DERIVED-VAX > MM-VAX-STATUS
030400             MOVE 'P' TO CV-PRINT-TYPE
030500             PERFORM 2500-TABLE-ONE-MEMBER THRU 2500-EXIT
030600             PERFORM 3000-PROMOTE-MEMBER THRU 3000-EXIT
030700         WHEN CV-DS-DERIVED-VAX < MM-VAX-STATUS
030800             ADD 1 TO CV-DISAGREE-COUNT
030900             MOVE 'D' TO CV-PRINT-TYPE
031000             PERFORM 2500-TABLE-ONE-MEMBER THRU 2500-EXIT
031100         WHEN OTHER
031200             ADD 1 TO CV-AGREE-COUNT
031300     END-EVALUATE.
031400 2200-READ-NEXT.
031500     PERFORM 2100-READ-MEMBER THRU 2100-EXIT.
031600 2200-EXIT.
031700     EXIT.
031800*
031900*****************************************************************
032000*   2300-SUMMARIZE-DOSES                                        *
032100*   POSITIONS TO THE MEMBER'S FIRST DOSE BY KEY AND WALKS       *
032200*   FORWARD UNTIL THE MEMBER CHANGES OR THE DOSE DATE PASSES    *
032300*   THE AS-OF DATE.  KEY ORDER IS DATE ORDER WITHIN A MEMBER.   *
032400*****************************************************************
032500 2300-SUMMARIZE-DOSES.
032600     MOVE 0 TO CV-DS-DOSE-COUNT.
032700     MOVE 0 TO CV-DS-PRIMARY-COUNT.
032800     MOVE 0 TO CV-DS-SERIES-NEEDED.
032900     MOVE 0 TO CV-DS-COMPLETE-DATE.
033000     MOVE 0 TO CV-DS-BOOST-DATE.
033100     MOVE 0 TO CV-DS-LAST-DATE.
033200     MOVE 1 TO CV-DS-DERIVED-VAX.
033300     MOVE 'N' TO CV-DOSE-EOF-SWITCH.
033400     MOVE MM-MEMBER-ID TO VD-MEMBER-ID.
033500     MOVE 0            TO VD-DOSE-DATE.
033600     START VAX-DOSE-FILE KEY NOT < VD-KEY
033700         INVALID KEY
033800             MOVE 'Y' TO CV-DOSE-EOF-SWITCH
033900     END-START.
034000     IF NOT CV-END-OF-MEMBER-DOSES
034100         PERFORM 2350-READ-MEMBER-DOSE THRU 2350-EXIT
034200         PERFORM 2360-COUNT-ONE-DOSE THRU 2360-EXIT
034300             UNTIL CV-END-OF-MEMBER-DOSES
034400     END-IF.
034500 2300-EXIT.
034600     EXIT.
034700*
034800*****************************************************************
034900*   2350-READ-MEMBER-DOSE                                       *
035000*****************************************************************
035100 2350-READ-MEMBER-DOSE.
035200     READ VAX-DOSE-FILE NEXT RECORD
035300         AT END
035400             MOVE 'Y' TO CV-DOSE-EOF-SWITCH
035500     END-READ.
035600     IF NOT CV-END-OF-MEMBER-DOSES
035700         IF VD-MEMBER-ID NOT = MM-MEMBER-ID
035800                 OR VD-DOSE-DATE > CV-AS-OF-DATE
035900             MOVE 'Y' TO CV-DOSE-EOF-SWITCH
036000         END-IF
036100     END-IF.
036200 2350-EXIT.
036300     EXIT.
036400*
036500*****************************************************************
036600*   2360-COUNT-ONE-DOSE                                         *
036700*   A PRIMARY DOSE ADDS TO THE SERIES COUNT AND MAY RAISE THE   *
036800*   SERIES SIZE NEEDED; THE DOSE THAT BRINGS THE COUNT UP TO    *
036900*   THE SIZE NEEDED COMPLETES THE SERIES.  A BOOSTER ONLY       *
037000*   COUNTS WHEN IT COMES AFTER THE SERIES WAS COMPLETE.         *
037100*****************************************************************
037200 2360-COUNT-ONE-DOSE.
037300     ADD 1 TO CV-DOSES-READ.
037400     ADD 1 TO CV-DS-DOSE-COUNT.
037500     MOVE VD-DOSE-DATE TO CV-DS-LAST-DATE.
037600     IF VD-PRIMARY-DOSE
037700         ADD 1 TO CV-DS-PRIMARY-COUNT
037800         IF VD-SERIES-SIZE > CV-DS-SERIES-NEEDED
037900             MOVE VD-SERIES-SIZE TO CV-DS-SERIES-NEEDED
038000         END-IF
038100         IF CV-DS-COMPLETE-DATE = 0
038200                 AND CV-DS-SERIES-NEEDED > 0
038300                 AND CV-DS-PRIMARY-COUNT NOT < CV-DS-SERIES-NEEDED
038400             MOVE VD-DOSE-DATE TO CV-DS-COMPLETE-DATE
038500         END-IF
038600     END-IF.
038700     IF VD-BOOSTER-DOSE
038800             AND CV-DS-COMPLETE-DATE > 0
038900             AND CV-DS-BOOST-DATE = 0
039000             AND VD-DOSE-DATE > CV-DS-COMPLETE-DATE
039100         MOVE VD-DOSE-DATE TO CV-DS-BOOST-DATE
039200     END-IF.
039300     PERFORM 2350-READ-MEMBER-DOSE THRU 2350-EXIT.
039400 2360-EXIT.
039500     EXIT.
039600*
039700*****************************************************************
039800*   2400-DERIVE-STATUS                                          *
039900*   UNVACCINATED (1) UNTIL A PRIMARY DOSE IS ON FILE, THEN      *
040000*   PARTIAL (2).  FULL (3) ONCE THE FULL WAIT HAS PASSED SINCE  *
040100*   THE SERIES WAS COMPLETED, AND BOOSTED (4) ONCE THE BOOST    *
040200*   WAIT HAS PASSED SINCE THE FIRST BOOSTER AFTER THAT.  A      *
040300*   BOOSTER ON ITS OWN, WITH NO SERIES BEHIND IT, RAISES        *
040400*   NOTHING.                                                    *
040500*****************************************************************
040600 2400-DERIVE-STATUS.
040700     IF CV-DS-PRIMARY-COUNT = 0
040800         GO TO 2400-EXIT.
040900     MOVE 2 TO CV-DS-DERIVED-VAX.
041000     IF CV-DS-COMPLETE-DATE = 0
041100         GO TO 2400-EXIT.
041200     COMPUTE CV-DOSE-INT =
041300         FUNCTION INTEGER-OF-DATE(CV-DS-COMPLETE-DATE).
041400     IF CV-AS-OF-INT - CV-DOSE-INT < CV-FULL-WAIT-DAYS
041500         GO TO 2400-EXIT.
041600     MOVE 3 TO CV-DS-DERIVED-VAX.
041700     IF CV-DS-BOOST-DATE = 0
041800         GO TO 2400-EXIT.
041900     COMPUTE CV-DOSE-INT =
042000         FUNCTION INTEGER-OF-DATE(CV-DS-BOOST-DATE).
042100     IF CV-AS-OF-INT - CV-DOSE-INT < CV-BOOST-WAIT-DAYS
042200         GO TO 2400-EXIT.
042300     MOVE 4 TO CV-DS-DERIVED-VAX.
042400 2400-EXIT.
042500     EXIT.
042600*
042700*****************************************************************
042800*   2500-TABLE-ONE-MEMBER                                       *
042900*   FILES THE MEMBER FOR THE REPORT AS CV-PRINT-TYPE, WITH THE  *
043000*   MASTER STATUS AS IT WAS READ.  A FULL TABLE COUNTS THE      *
043100*   OVERFLOW SO THE TRAILER CAN SAY HOW MANY DID NOT FIT; A     *
043200*   PROMOTION IS STILL APPLIED WHEN IT DOES NOT FIT.            *
043300*****************************************************************
043400 2500-TABLE-ONE-MEMBER.
043500     IF CV-VS-COUNT NOT < CV-VS-MAX
043600         ADD 1 TO CV-VS-DROPPED
043700         DISPLAY "VAX STATUS TABLE FULL -- MEMBER " MM-MEMBER-ID
043800             " NOT LISTED"
043900         GO TO 2500-EXIT.
044000     ADD 1 TO CV-VS-COUNT.
044100     MOVE CV-PRINT-TYPE      TO CV-VS-TYPE(CV-VS-COUNT).
044200     MOVE MM-MEMBER-ID       TO CV-VS-MEMBER-ID(CV-VS-COUNT).
044300     MOVE MM-MEMBER-NAME     TO CV-VS-NAME(CV-VS-COUNT).
044400     MOVE MM-ACTIVE-FLAG     TO CV-VS-ACTIVE(CV-VS-COUNT).
044500     MOVE MM-VAX-STATUS      TO CV-VS-MASTER-VAX(CV-VS-COUNT).
044600     MOVE CV-DS-DERIVED-VAX  TO CV-VS-DERIVED-VAX(CV-VS-COUNT).
044700     MOVE CV-DS-DOSE-COUNT   TO CV-VS-DOSE-COUNT(CV-VS-COUNT).
044800     MOVE CV-DS-LAST-DATE    TO CV-VS-LAST-DATE(CV-VS-COUNT).
044900 2500-EXIT.
045000     EXIT.
045100*
045200*****************************************************************
045300*   3000-PROMOTE-MEMBER                                         *
045400*   REWRITES THE MEMBER WITH THE DERIVED STATUS AND WRITES THE  *
045500*   SAME BEFORE/AFTER AUDIT RECORD A MEMMAINT 'U' WOULD, UNDER  *
045600*   THE SYSTEM USER ID.  A REWRITE THAT DOES NOT COME BACK      *
045700*   CLEAN STOPS THE RUN BEFORE THE AUDIT RECORD IS WRITTEN.     *
045800*****************************************************************
045900 3000-PROMOTE-MEMBER.
046000     MOVE SPACES TO MEMBER-AUDIT-RECORD.
046100     MOVE MM-MEMBER-NAME     TO MA-BEFORE-NAME.
046200     MOVE MM-VAX-STATUS      TO MA-BEFORE-VAX.
046300     MOVE MM-ACTIVE-FLAG     TO MA-BEFORE-ACTIVE.
046400     MOVE MM-HOUSEHOLD-ID    TO MA-BEFORE-HOUSEHOLD.
046500     MOVE CV-DS-DERIVED-VAX  TO MM-VAX-STATUS.
046600     REWRITE MEMBER-MASTER-RECORD.
046700     IF CV-MEMMSTR-STATUS NOT = "00"
046800         DISPLAY "MEMBER-MASTER REWRITE FAILED, STATUS "
046900             CV-MEMMSTR-STATUS " MEMBER " MM-MEMBER-ID
047000         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
047100     END-IF.
047200     ADD 1 TO CV-PROMOTED-COUNT.
047300
047400     ACCEPT CV-TIME-NOW FROM TIME.
047500     MOVE CV-TODAY-DATE      TO MA-DATE.
047600     MOVE CV-TIME-NOW        TO MA-TIME.
047700     MOVE CV-SYSTEM-USER     TO MA-USER-ID.
047800     MOVE 'U'                TO MA-FUNCTION.
047900     MOVE MM-MEMBER-ID       TO MA-MEMBER-ID.
048000     MOVE MM-MEMBER-NAME     TO MA-AFTER-NAME.
048100     MOVE MM-VAX-STATUS      TO MA-AFTER-VAX.
048200     MOVE MM-ACTIVE-FLAG     TO MA-AFTER-ACTIVE.
048300     MOVE MM-HOUSEHOLD-ID    TO MA-AFTER-HOUSEHOLD.
048400     WRITE MEMBER-AUDIT-RECORD.
048500     IF CV-AUDIT-STATUS NOT = "00"
048600         DISPLAY "AUDIT WRITE FAILED, STATUS " CV-AUDIT-STATUS
048700         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
048800     END-IF.
048900 3000-EXIT.
049000     EXIT.
049100*
049200*****************************************************************
049300*   4000-PRINT-SECTION                                          *
049400*   PRINTS EVERY TABLED MEMBER OF TYPE CV-PRINT-TYPE UNDER ITS  *
049500*   OWN HEADING, IN MEMBER ORDER.                               *
049600*****************************************************************
049700 4000-PRINT-SECTION.
049800     MOVE SPACES TO REPORT-LINE.
049900     IF CV-PRINT-TYPE = 'P'
050000         STRING "MEMBERS PROMOTED FROM DOSE HISTORY"
050100             DELIMITED BY SIZE INTO REPORT-LINE
050200     ELSE
050300         STRING "MASTER STATUS ABOVE WHAT THE DOSE HISTORY SHOWS"
050400             " -- NOT CHANGED"
050500             DELIMITED BY SIZE INTO REPORT-LINE
050600     END-IF.
050700     WRITE REPORT-LINE AFTER ADVANCING 3.
050800     MOVE SPACES TO REPORT-LINE.
050900     STRING "MEMBER NAME                 ACT  MASTER  DOSES"
051000         "  DOSES  LAST DOSE"
051100         DELIMITED BY SIZE INTO REPORT-LINE.
051200     WRITE REPORT-LINE AFTER ADVANCING 2.
051300     MOVE SPACES TO REPORT-LINE.
051400     STRING "                                  WAS"
051450         "    SHOW  ON FILE"
051500         DELIMITED BY SIZE INTO REPORT-LINE.
051600     WRITE REPORT-LINE AFTER ADVANCING 1.
051700
051800     MOVE 0 TO CV-SECTION-COUNT.
051900     PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-EXIT
052000         VARYING V FROM 1 BY 1 UNTIL V > CV-VS-COUNT.
052100     IF CV-SECTION-COUNT = 0
052200         MOVE SPACES TO REPORT-LINE
052300         STRING "  (NONE)"
052400             DELIMITED BY SIZE INTO REPORT-LINE
052500         WRITE REPORT-LINE AFTER ADVANCING 1
052600     END-IF.
052700 4000-EXIT.
052800     EXIT.
052900*
053000*****************************************************************
053100*   4100-PRINT-ONE-ENTRY                                        *
053200*****************************************************************
053300 4100-PRINT-ONE-ENTRY.
053400     IF CV-VS-TYPE(V) NOT = CV-PRINT-TYPE
053500         GO TO 4100-EXIT.
053600     ADD 1 TO CV-SECTION-COUNT.
053700     MOVE SPACES TO REPORT-LINE.
053800     STRING CV-VS-MEMBER-ID(V) " " CV-VS-NAME(V)
053900         "  " CV-VS-ACTIVE(V)
054000         "      " CV-VS-MASTER-VAX(V)
054100         "       " CV-VS-DERIVED-VAX(V)
054200         "    " CV-VS-DOSE-COUNT(V)
054300         "  " CV-VS-LAST-DATE(V)
054400         DELIMITED BY SIZE INTO REPORT-LINE.
054500     WRITE REPORT-LINE AFTER ADVANCING 1.
054600 4100-EXIT.
054700     EXIT.
054800*
054900*****************************************************************
055000*   9000-TERMINATE                                              *
055100*   PRINTS THE RUN TOTALS AND CLOSES EVERY FILE.                *
055200*****************************************************************
055300 9000-TERMINATE.
055400     MOVE SPACES TO REPORT-LINE.
055500     WRITE REPORT-LINE AFTER ADVANCING 2.
055600
055700     MOVE CV-MEMBERS-READ TO CV-EDIT-COUNT.
055800     MOVE SPACES TO REPORT-LINE.
055900     STRING "MEMBERS READ            : " CV-EDIT-COUNT
056000         DELIMITED BY SIZE INTO REPORT-LINE.
056100     WRITE REPORT-LINE AFTER ADVANCING 1.
056200
056300     MOVE CV-NO-DOSE-COUNT TO CV-EDIT-COUNT.
056400     MOVE SPACES TO REPORT-LINE.
056500     STRING "NO DOSES ON FILE        : " CV-EDIT-COUNT
056600         DELIMITED BY SIZE INTO REPORT-LINE.
056700     WRITE REPORT-LINE AFTER ADVANCING 1.
056800
056900     MOVE CV-AGREE-COUNT TO CV-EDIT-COUNT.
057000     MOVE SPACES TO REPORT-LINE.
057100     STRING "STATUS AGREES           : " CV-EDIT-COUNT
057200         DELIMITED BY SIZE INTO REPORT-LINE.
057300     WRITE REPORT-LINE AFTER ADVANCING 1.
057400
057500     MOVE CV-PROMOTED-COUNT TO CV-EDIT-COUNT.
057600     MOVE SPACES TO REPORT-LINE.
057700     STRING "MEMBERS PROMOTED        : " CV-EDIT-COUNT
057800         DELIMITED BY SIZE INTO REPORT-LINE.
057900     WRITE REPORT-LINE AFTER ADVANCING 1.
058000
058100     MOVE CV-DISAGREE-COUNT TO CV-EDIT-COUNT.
058200     MOVE SPACES TO REPORT-LINE.
058300     STRING "MASTER ABOVE DOSES      : " CV-EDIT-COUNT
058400         DELIMITED BY SIZE INTO REPORT-LINE.
058500     WRITE REPORT-LINE AFTER ADVANCING 1.
058600
058700     MOVE CV-DOSES-READ TO CV-EDIT-COUNT.
058800     MOVE SPACES TO REPORT-LINE.
058900     STRING "DOSES READ              : " CV-EDIT-COUNT
059000         DELIMITED BY SIZE INTO REPORT-LINE.
059100     WRITE REPORT-LINE AFTER ADVANCING 1.
059200
059300     IF CV-VS-DROPPED > 0
059400         MOVE CV-VS-DROPPED TO CV-EDIT-COUNT
059500         MOVE SPACES TO REPORT-LINE
059600         STRING "NOT LISTED - TABLE FULL : " CV-EDIT-COUNT
059700             DELIMITED BY SIZE INTO REPORT-LINE
059800         WRITE REPORT-LINE AFTER ADVANCING 1
059900     END-IF.
060000
060100     CLOSE MEMBER-MASTER-FILE.
060200     CLOSE VAX-DOSE-FILE.
060300     CLOSE MEMBER-AUDIT-FILE.
060400     CLOSE VAX-REPORT-FILE.
060500 9000-EXIT.
060600     EXIT.
060700*
060800*****************************************************************
060900*   9900-FAIL-STEP                                              *
061000*   A FATAL ERROR ENDS THIS STEP, NOT THE WHOLE RUN: THE STEP   *
061100*   GOES BACK TO RUNCTL WITH RETURN CODE 8, WHICH RECORDS IT    *
061200*   FAILED AND SKIPS THE STEPS THAT DEPEND ON IT.  EVERY FILE   *
061300*   IS CLOSED FIRST; ONE NOT YET OPEN, OR ALREADY CLOSED, JUST  *
061400*   COMES BACK STATUS 42, WHICH IS IGNORED.                     *
061500*****************************************************************
061600 9900-FAIL-STEP.
061700     MOVE 8 TO RETURN-CODE.
061800     CLOSE VAX-PARM-FILE.
061900     CLOSE MEMBER-MASTER-FILE.
062000     CLOSE VAX-DOSE-FILE.
062100     CLOSE MEMBER-AUDIT-FILE.
062200     CLOSE VAX-REPORT-FILE.
062300     GOBACK.
062400 9900-EXIT.
062500     EXIT.
