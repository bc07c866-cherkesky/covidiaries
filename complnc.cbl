002465*                   POSTS BY REWRITING MATCHED RECORDS IN      *
002466*                   PLACE DURING THE TALLY PASS, AND THE       *
002467*                   CMPWORK COPY OF THE WHOLE LOG IS GONE.     *
002468*   2026-10-12  RLC SLOTS CHANGED BY AGNDSWAP ARE NOW TALLIED  *
002469*                   UNDER THE ACTIVITY SWAPPED IN: THE SWAP    *
002470*                   LOG IS REPLAYED OVER EACH LOG SLOT BEFORE  *
002471*                   IT IS COUNTED.                             *
002472*   2026-10-16  RLC A SWAP IS TABLED ONLY IF ITS LOG DATE      *
002473*                   FALLS INSIDE THE DATES ON THE LIVE LOG,    *
002474*                   FOUND BY A PRE-PASS, SO PURGED HISTORY NO  *
002475*                   LONGER FILLS THE TABLE.  SWAPS SKIPPED AS  *
002476*                   OUTSIDE THE LOG OR LOST TO A FULL TABLE    *
002477*                   ARE NOW COUNTED ON THE REPORT.             *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
005130         ASSIGN TO "CMPSTAT"
005140         ORGANIZATION IS LINE SEQUENTIAL
005150         FILE STATUS IS CV-STAT-STATUS.
005152
005155     SELECT OPTIONAL SWAP-LOG-FILE
005160         ASSIGN TO "SWAPLOG"
005165         ORGANIZATION IS LINE SEQUENTIAL
005170         FILE STATUS IS CV-SWAPLOG-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
008720 FD  COMPLETION-STAT-FILE
008730     LABEL RECORDS ARE STANDARD.
008740     COPY CMPSTAT.CPY.
008745
008750 FD  SWAP-LOG-FILE
008760     LABEL RECORDS ARE STANDARD.
008770     COPY SWAPLOG.CPY.
008800
008900 WORKING-STORAGE SECTION.
009000 77  CV-FDBK-STATUS              PIC X(02) VALUE SPACES.
012500 77  CV-ISSUED-EDIT              PIC ZZZ,ZZ9.
012600 77  CV-DONE-EDIT                PIC ZZZ,ZZ9.
012700 77  CV-FDBK-EDIT                PIC ZZZ,ZZ9.
012705
012710 77  CV-SWAPLOG-STATUS           PIC X(02) VALUE SPACES.
012715 77  CV-SWAP-EOF-SWITCH          PIC X(01) VALUE 'N'.
012720     88  CV-END-OF-SWAPS         VALUE 'Y'.
012725 77  CV-SW-COUNT                 PIC 9(03) COMP VALUE 0.
012730 77  CV-SW-MAX                   PIC 9(03) COMP VALUE 500.
012735 77  S                           PIC 9(03) COMP VALUE 0.
012740 77  CV-SLOT-TOD                 PIC X(01) VALUE SPACES.
012745 77  CV-SWAP-INT                 PIC S9(07) COMP VALUE 0.
012750 77  CV-SWAPPED-COUNT            PIC 9(07) COMP VALUE 0.
012755 77  CV-SWAP-LOG-DATE            PIC 9(08) VALUE 0.
012760 77  CV-SW-OUT-OF-RANGE          PIC 9(07) COMP VALUE 0.
012765 77  CV-SW-OVERFLOW              PIC 9(07) COMP VALUE 0.
012770 77  CV-LOG-LOW-DATE             PIC 9(08) VALUE 99999999.
012775 77  CV-LOG-HIGH-DATE            PIC 9(08) VALUE 0.
012800
012900*----------------------------------------------------------------
013000*    THE COMPLETION FEEDBACK, LOADED UP FRONT AND MATCHED TO    *
014000         10  CV-FT-EVENING       PIC X(01).
014100         10  CV-FT-USED          PIC X(01).
014200
014204*----------------------------------------------------------------
014208*    THE AGENDA SWAP LOG, LOADED UP FRONT IN THE ORDER THE      *
014212*    SWAPS WERE MADE.  A SWAP APPLIES TO A LOG SLOT FOR THE     *
014216*    SAME MEMBER AND TIME OF DAY WHOSE TEXT IS THE ACTIVITY     *
014220*    SWAPPED OUT, ON THE LOG RECORD DATED SIX DAYS BEFORE THE   *
014224*    AGENDA DATE -- THE WEEKLY RUN THAT LOGGED THAT DAY-7       *
014228*    AGENDA, SINCE IT LOGS THE SEVENTH DAY'S PICKS UNDER THE    *
014232*    RUN DATE.  A SWAP OF A DAY 1-6 SLOT WAS NEVER LOGGED AND   *
014234*    MATCHES NOTHING.  EACH SWAP APPLIES ONCE.  ONLY SWAPS      *
014235*    WHOSE LOG DATE LIES BETWEEN THE OLDEST AND NEWEST LOG      *
014236*    DATES ARE TABLED; THE REST COULD NEVER MATCH.              *
014237*----------------------------------------------------------------
014240 01  CV-SWAP-TABLE.
014244     05  CV-SW-ENTRY             OCCURS 500 TIMES.
014248         10  CV-SW-MEMBER-ID     PIC 9(05).
014252         10  CV-SW-LOG-DATE      PIC 9(08).
014260         10  CV-SW-TOD           PIC X(01).
014264         10  CV-SW-BEFORE-TEXT   PIC X(30).
014268         10  CV-SW-AFTER-TEXT    PIC X(30).
014272         10  CV-SW-USED          PIC X(01).
014276
014300*----------------------------------------------------------------
014400*    COMPLETION TALLIES BY PERSON AND BY ACTIVITY TEXT.         *
014500*    ISSUED COUNTS EVERY SLOT ON EVERY LOG RECORD; WITH-        *
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-LOAD-FEEDBACK THRU 2000-EXIT.
017105     PERFORM 2400-FIND-LOG-DATES THRU 2400-EXIT.
017110     PERFORM 2500-LOAD-SWAP-LOG THRU 2500-EXIT.
017200     PERFORM 3000-POST-AGAINST-LOG THRU 3000-EXIT.
017400     PERFORM 5000-PRINT-COMPLIANCE THRU 5000-EXIT.
017410     PERFORM 6000-WRITE-STAT-EXTRACT THRU 6000-EXIT.
026200     PERFORM 2100-READ-FEEDBACK THRU 2100-EXIT.
026300 2200-EXIT.
026400     EXIT.
026410*
026412*****************************************************************
026414*   2400-FIND-LOG-DATES                                         *
026416*   A PRE-PASS OVER THE KEYED LOG FOR ITS OLDEST AND NEWEST     *
026418*   LOG DATES (THE KEY IS MEMBER FIRST, SO EVERY RECORD MUST    *
026420*   BE SEEN).  THE LOG IS THEN CLOSED AND REOPENED SO THE       *
026422*   TALLY PASS STARTS AGAIN FROM THE FIRST RECORD.              *
026424*****************************************************************
026426 2400-FIND-LOG-DATES.
026428     PERFORM 2450-READ-LOG-DATE THRU 2450-EXIT
026430         UNTIL CV-END-OF-LOG.
026432     MOVE 'N' TO CV-LOG-EOF-SWITCH.
026434     CLOSE COVID-LOG-FILE.
026436     OPEN I-O COVID-LOG-FILE.
026438     IF CV-COVLOG-STATUS NOT = "00"
026440         DISPLAY "COVID-LOG FILE NOT REOPENED, STATUS "
026442             CV-COVLOG-STATUS
026444         STOP RUN
026446     END-IF.
026448 2400-EXIT.
026450     EXIT.
026452*
026454*****************************************************************
026456*   2450-READ-LOG-DATE                                          *
026458*****************************************************************
026460 2450-READ-LOG-DATE.
026462     READ COVID-LOG-FILE NEXT RECORD
026464         AT END
026466             MOVE 'Y' TO CV-LOG-EOF-SWITCH
026468     END-READ.
026470     IF CV-END-OF-LOG
026472         GO TO 2450-EXIT.
026474     IF CL-LOG-DATE < CV-LOG-LOW-DATE
026476         MOVE CL-LOG-DATE TO CV-LOG-LOW-DATE.
026478     IF CL-LOG-DATE > CV-LOG-HIGH-DATE
026480         MOVE CL-LOG-DATE TO CV-LOG-HIGH-DATE.
026482 2450-EXIT.
026484     EXIT.
026500*
026501*****************************************************************
026502*   2500-LOAD-SWAP-LOG                                          *
026503*   LOADS THE AGENDA SWAP LOG INTO THE TABLE.  NO SWAP LOG      *
026504*   MEANS NO SWAPS HAVE EVER BEEN MADE.                         *
026505*****************************************************************
026506 2500-LOAD-SWAP-LOG.
026507     OPEN INPUT SWAP-LOG-FILE.
026508     IF CV-SWAPLOG-STATUS NOT = "00"
026509         GO TO 2500-EXIT.
026510     PERFORM 2600-READ-SWAP-LOG THRU 2600-EXIT.
026511     PERFORM 2700-TABLE-ONE-SWAP THRU 2700-EXIT
026512         UNTIL CV-END-OF-SWAPS.
026513     CLOSE SWAP-LOG-FILE.
026514 2500-EXIT.
026515     EXIT.
026516*
026517*****************************************************************
026518*   2600-READ-SWAP-LOG                                          *
026519*****************************************************************
026520 2600-READ-SWAP-LOG.
026521     READ SWAP-LOG-FILE
026522         AT END
026523             MOVE 'Y' TO CV-SWAP-EOF-SWITCH
026524     END-READ.
026525 2600-EXIT.
026526     EXIT.
026527*
026528*****************************************************************
026529*   2700-TABLE-ONE-SWAP                                         *
026530*****************************************************************
026531 2700-TABLE-ONE-SWAP.
026533     IF SL-AGENDA-DATE NOT NUMERIC
026535         GO TO 2700-READ-NEXT.
026537     COMPUTE CV-SWAP-INT =
026539         FUNCTION INTEGER-OF-DATE(SL-AGENDA-DATE).
026541     IF CV-SWAP-INT < 7
026543         GO TO 2700-READ-NEXT.
026545     COMPUTE CV-SWAP-LOG-DATE =
026547         FUNCTION DATE-OF-INTEGER(CV-SWAP-INT - 6).
026549     IF CV-SWAP-LOG-DATE < CV-LOG-LOW-DATE
026551        OR CV-SWAP-LOG-DATE > CV-LOG-HIGH-DATE
026553         ADD 1 TO CV-SW-OUT-OF-RANGE
026555         GO TO 2700-READ-NEXT.
026557     IF CV-SW-COUNT NOT < CV-SW-MAX
026559         ADD 1 TO CV-SW-OVERFLOW
026561         DISPLAY "SWAP TABLE FULL -- SWAP FOR MEMBER "
026563             SL-MEMBER-ID " NOT APPLIED"
026565         GO TO 2700-READ-NEXT.
026567     ADD 1 TO CV-SW-COUNT.
026569     MOVE SL-MEMBER-ID   TO CV-SW-MEMBER-ID(CV-SW-COUNT).
026571     MOVE CV-SWAP-LOG-DATE TO CV-SW-LOG-DATE(CV-SW-COUNT).
026573     MOVE SL-TIME-OF-DAY TO CV-SW-TOD(CV-SW-COUNT).
026575     MOVE SL-BEFORE-TEXT TO CV-SW-BEFORE-TEXT(CV-SW-COUNT).
026577     MOVE SL-AFTER-TEXT  TO CV-SW-AFTER-TEXT(CV-SW-COUNT).
026579     MOVE 'N' TO CV-SW-USED(CV-SW-COUNT).
026581 2700-READ-NEXT.
026583     PERFORM 2600-READ-SWAP-LOG THRU 2600-EXIT.
026585 2700-EXIT.
026587     EXIT.
026555*
026600*****************************************************************
026700*   3000-POST-AGAINST-LOG                                       *
026800*   ONE PASS OVER THE KEYED LOG: EACH RECORD GETS ANY          *
034200     PERFORM 3600-FIND-PERSON-ENTRY THRU 3600-EXIT.
034300
034400     MOVE CL-MORNING-ACTIVITY TO CV-SLOT-ACTIVITY.
034410     MOVE 'M' TO CV-SLOT-TOD.
034500     MOVE CL-MORNING-DONE     TO CV-SLOT-DONE-FLAG.
034600     PERFORM 3700-TALLY-ONE-SLOT THRU 3700-EXIT.
034700     MOVE CL-NOON-ACTIVITY    TO CV-SLOT-ACTIVITY.
034710     MOVE 'N' TO CV-SLOT-TOD.
034800     MOVE CL-NOON-DONE        TO CV-SLOT-DONE-FLAG.
034900     PERFORM 3700-TALLY-ONE-SLOT THRU 3700-EXIT.
035000     MOVE CL-EVENING-ACTIVITY TO CV-SLOT-ACTIVITY.
035010     MOVE 'E' TO CV-SLOT-TOD.
035100     MOVE CL-EVENING-DONE     TO CV-SLOT-DONE-FLAG.
035200     PERFORM 3700-TALLY-ONE-SLOT THRU 3700-EXIT.
035300 3500-EXIT.
039800*   DONE FLAG.                                                  *
039900*****************************************************************
040000 3700-TALLY-ONE-SLOT.
040010     PERFORM 3750-APPLY-SWAPS THRU 3750-EXIT.
040100     ADD 1 TO CV-PT-ISSUED(P).
040200     IF CV-SLOT-DONE-FLAG = 'Y' OR CV-SLOT-DONE-FLAG = 'N'
040300         ADD 1 TO CV-PT-FEEDBACK(P)
041700 3700-EXIT.
041800     EXIT.
041900*
041910*****************************************************************
041912*   3750-APPLY-SWAPS                                            *
041914*   REPLAYS THE SWAP LOG OVER THE SLOT IN THE ORDER THE SWAPS   *
041916*   WERE MADE, SO AN ACTIVITY SWAPPED OUT IS NOT COUNTED AS     *
041918*   ISSUED AND NOT DONE; THE ACTIVITY SWAPPED IN TAKES ITS      *
041920*   PLACE AND ITS DONE FLAG.  A SLOT SWAPPED TWICE ENDS UP      *
041922*   UNDER THE LAST ACTIVITY SWAPPED IN.                         *
041924*****************************************************************
041926 3750-APPLY-SWAPS.
041928     PERFORM 3760-APPLY-ONE-SWAP THRU 3760-EXIT
041930         VARYING S FROM 1 BY 1 UNTIL S > CV-SW-COUNT.
041932 3750-EXIT.
041934     EXIT.
041936*
041938*****************************************************************
041940*   3760-APPLY-ONE-SWAP                                         *
041942*****************************************************************
041944 3760-APPLY-ONE-SWAP.
041946     IF CV-SW-USED(S) = 'N'
041948             AND CV-SW-MEMBER-ID(S) = CL-MEMBER-ID
041950             AND CV-SW-TOD(S) = CV-SLOT-TOD
041952             AND CL-LOG-DATE = CV-SW-LOG-DATE(S)
041956             AND CV-SW-BEFORE-TEXT(S) = CV-SLOT-ACTIVITY
041958         MOVE CV-SW-AFTER-TEXT(S) TO CV-SLOT-ACTIVITY
041960         MOVE 'Y' TO CV-SW-USED(S)
041962         ADD 1 TO CV-SWAPPED-COUNT
041964     END-IF.
041966 3760-EXIT.
041968     EXIT.
041970*
042000*****************************************************************
042100*   3800-FIND-ACTIVITY-ENTRY                                    *
042200*   LEAVES A POINTING AT THE TALLY ENTRY FOR CV-SLOT-ACTIVITY,  *
062200     STRING "LOG RECORDS UPDATED       : " CV-EDIT-COUNT
062300         DELIMITED BY SIZE INTO REPORT-LINE.
062400     WRITE REPORT-LINE AFTER ADVANCING 1.
062405
062410     MOVE CV-SWAPPED-COUNT TO CV-EDIT-COUNT.
062420     MOVE SPACES TO REPORT-LINE.
062430     STRING "SWAPS APPLIED TO SLOTS    : " CV-EDIT-COUNT
062440         DELIMITED BY SIZE INTO REPORT-LINE.
062450     WRITE REPORT-LINE AFTER ADVANCING 1.
062452
062454     MOVE CV-SW-OUT-OF-RANGE TO CV-EDIT-COUNT.
062456     MOVE SPACES TO REPORT-LINE.
062458     STRING "SWAPS OUTSIDE LOG DATES   : " CV-EDIT-COUNT
062460         DELIMITED BY SIZE INTO REPORT-LINE.
062462     WRITE REPORT-LINE AFTER ADVANCING 1.
062464
062466     MOVE CV-SW-OVERFLOW TO CV-EDIT-COUNT.
062468     MOVE SPACES TO REPORT-LINE.
062470     STRING "SWAPS LOST, TABLE FULL    : " CV-EDIT-COUNT
062472         DELIMITED BY SIZE INTO REPORT-LINE.
062474     WRITE REPORT-LINE AFTER ADVANCING 1.
062500
063500 5300-EXIT.
063600     EXIT.
