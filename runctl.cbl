002000*   DRAWS AN OUT-OF-ORDER WARNING.  THE ROSTER AND WEEKLY       *
002100*   STEPS GET THEIR PARAMETER FILE WRITTEN HERE, SO ONE         *
002200*   SCHEDULE CARD DRIVES THE WHOLE DAY.                         *
002210*   A STEP THAT GOES BACK WITH A NON-ZERO RETURN CODE, OR       *
002220*   CANNOT BE LOADED, IS RECORDED AS FAILED, AND A LATER STEP   *
002230*   THAT DEPENDS ON A STEP NOT CLEAN FOR THE RUN DATE (LAST     *
002240*   LEFT STARTED, FAILED OR SKIPPED) IS SKIPPED AND RECORDED    *
002250*   SO THAT COMPLIANCE, REPORTS AND THE PURGE NEVER RUN         *
002260*   AGAINST A HALF-FINISHED BATCH.  AN 'R' CARD MAKES THE RUN   *
002270*   A RESTART OF ITS DATE: STEPS ALREADY ENDED-OK ARE NOT       *
002280*   RERUN AND THE FAILED STEP IS RESUMED, ROSTER THROUGH ITS    *
002290*   OWN CHECKPOINT.  THE REPORT ENDS WITH EVERY STEP'S          *
002295*   OUTCOME.                                                    *
002300*                                                               *
002400*   MODIFICATION HISTORY                                       *
002500*   DATE       INIT DESCRIPTION                                *
002710*   2026-09-03  RLC THE PER-STEP COVID-LOG COUNT NOW COMES      *
002720*                   FROM THE LOGCTL CONTROL FILE INSTEAD OF A  *
002730*                   FULL PASS OVER THE LOG AFTER EVERY STEP.   *
002740*   2026-10-05  RLC ADDED THE LAPSED STEP, WHICH CALLS THE     *
002750*                   LAPSERPT LAPSED-MEMBER REPORT.             *
002760*   2026-10-06  RLC ADDED THE VAXSTAT STEP, WHICH PROMOTES     *
002770*                   VACCINATION STATUS FROM DOSE HISTORY.      *
002780*   2026-10-08  RLC ADDED THE INTEGCHK STEP, WHICH CALLS THE   *
002790*                   CROSS-FILE INTEGRITY AUDIT.                *
002791*   2026-10-10  RLC A FAILED STEP NOW SKIPS THE STEPS THAT     *
002792*                   DEPEND ON IT INSTEAD OF STOPPING THE RUN,  *
002793*                   AN 'R' CARD RESTARTS A FAILED RUN DATE,    *
002794*                   AND THE REPORT LISTS EACH STEP'S OUTCOME.  *
002795*   2026-10-11  RLC ADDED THE WATCHLST STEP, WHICH CALLS THE   *
002796*                   MEMBER WELLBEING WATCHLIST.                *
002797*   2026-10-14  RLC ADDED THE REMINDER STEP, WHICH WRITES THE  *
002798*                   DAILY AGENDA REMINDER FILE.                *
002799*   2026-10-16  RLC RETURN CODES ON THE RUN REPORT ARE SIGNED. *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
005200         ASSIGN TO "LOGCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CV-LOGCTL-STATUS.
005405
005410     SELECT OPTIONAL CHECKPOINT-FILE
005420         ASSIGN TO "CKPTFILE"
005430         ORGANIZATION IS LINE SEQUENTIAL
005440         FILE STATUS IS CV-CKPT-STATUS.
005500
005600     SELECT DRIVER-REPORT-FILE
005700         ASSIGN TO "RUNRPT"
007500 FD  LOG-CONTROL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY LOGCTL.CPY.
007705
007710 FD  CHECKPOINT-FILE
007720     LABEL RECORDS ARE STANDARD.
007730     COPY CKPTREC.CPY.
007800
007900 FD  DRIVER-REPORT-FILE
008000     LABEL RECORDS ARE STANDARD.
008600 77  CV-PARM-STATUS              PIC X(02) VALUE SPACES.
008700 77  CV-LOGCTL-STATUS            PIC X(02) VALUE SPACES.
008800 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
008810 77  CV-CKPT-STATUS              PIC X(02) VALUE SPACES.
008900
009000 77  CV-RUN-DATE                 PIC 9(08) VALUE 0.
009100 77  CV-TIME-NOW                 PIC 9(06) VALUE 0.
010100     88  CV-STEP-ALREADY-RAN     VALUE 'Y'.
010200 77  CV-SEQ-SWITCH               PIC X(01) VALUE 'N'.
010300     88  CV-ROSTER-HAS-RUN       VALUE 'Y'.
010310 77  CV-RESTART-SWITCH           PIC X(01) VALUE 'N'.
010320     88  CV-RESTART-RUN          VALUE 'Y'.
010330 77  CV-FAIL-SWITCH              PIC X(01) VALUE 'N'.
010340     88  CV-STEP-FAILED          VALUES 'Y' 'L'.
010350     88  CV-STEP-NOT-LOADED      VALUE 'L'.
010360 77  CV-BLOCK-SWITCH             PIC X(01) VALUE 'N'.
010370     88  CV-STEP-BLOCKED         VALUE 'Y'.
010380 77  CV-RESUME-SWITCH            PIC X(01) VALUE 'N'.
010390     88  CV-STEP-RESUMING        VALUE 'Y'.
010400
010500 77  CV-STEP-NAME                PIC X(08) VALUE SPACES.
010600 77  CV-CHECK-STEP               PIC X(08) VALUE SPACES.
010700 77  CV-STEP-STATUS              PIC X(08) VALUE SPACES.
010800 77  CV-PARM-MODE                PIC X(01) VALUE SPACES.
010810 77  CV-OWN-OUTCOME              PIC X(08) VALUE SPACES.
010820 77  CV-LAST-OUTCOME             PIC X(08) VALUE SPACES.
010830 77  CV-BLOCKED-BY               PIC X(08) VALUE SPACES.
010840 77  CV-BLOCKED-STATUS           PIC X(08) VALUE SPACES.
010850 77  CV-OUTCOME-ACTION           PIC X(08) VALUE SPACES.
010860 77  CV-OUTCOME-TEXT             PIC X(50) VALUE SPACES.
010870 77  CV-STEP-RC                  PIC S9(09) VALUE 0.
010880 77  CV-EDIT-RC                  PIC -(4)9.
010890 77  CV-CKPT-ID                  PIC 9(05) VALUE 0.
010900
011000 77  CV-CARDS-READ               PIC 9(03) COMP VALUE 0.
011100 77  CV-STEPS-RUN                PIC 9(03) COMP VALUE 0.
011200 77  CV-STEPS-REFUSED            PIC 9(03) COMP VALUE 0.
011210 77  CV-STEPS-RESUMED            PIC 9(03) COMP VALUE 0.
011220 77  CV-STEPS-FAILED             PIC 9(03) COMP VALUE 0.
011230 77  CV-STEPS-SKIPPED            PIC 9(03) COMP VALUE 0.
011300 77  CV-WARN-COUNT               PIC 9(03) COMP VALUE 0.
011400 77  CV-FILE-COUNT               PIC 9(07) COMP VALUE 0.
011500 77  CV-EDIT-COUNT               PIC ZZZ,ZZ9.
011700 77  CV-HT-COUNT                 PIC 9(03) COMP VALUE 0.
011800 77  CV-HT-MAX                   PIC 9(03) COMP VALUE 300.
011900 77  H                           PIC 9(03) COMP VALUE 0.
011910 77  CV-DP-COUNT                 PIC 9(03) COMP VALUE 8.
011920 77  D                           PIC 9(03) COMP VALUE 0.
011930 77  P                           PIC 9(03) COMP VALUE 0.
011940 77  CV-SO-COUNT                 PIC 9(03) COMP VALUE 0.
011950 77  CV-SO-MAX                   PIC 9(03) COMP VALUE 60.
011960 77  S                           PIC 9(03) COMP VALUE 0.
012000
012100*----------------------------------------------------------------
012200*    THE RUN HISTORY AS IT STANDS, LOADED UP FRONT AND KEPT      *
012900         10  CV-HT-RUN-DATE      PIC 9(08).
013000         10  CV-HT-STEP-NAME     PIC X(08).
013100         10  CV-HT-STEP-STATUS   PIC X(08).
013102*----------------------------------------------------------------
013104*    WHICH STEPS DEPEND ON WHICH.  A STEP IS SKIPPED WHEN ANY   *
013106*    STEP IT NAMES IS NOT CLEAN FOR THE RUN DATE -- ITS LAST    *
013108*    OUTCOME WAS STARTED (IT ABENDED), FAILED, OR SKIPPED.  A   *
013110*    STEP NOT YET ATTEMPTED FOR THE DATE DOES NOT BLOCK, AND A  *
013112*    STEP NOT LISTED HERE DEPENDS ON NOTHING.                   *
013114*----------------------------------------------------------------
013116 01  CV-DP-DEPENDENCIES.
013118     05  FILLER                  PIC X(40) VALUE
013120         'REJREPR ROSTER'.
013122     05  FILLER                  PIC X(40) VALUE
013124         'COMPLNC ROSTER  WEEKLY'.
013126     05  FILLER                  PIC X(40) VALUE
013128         'COVIDRPTROSTER  WEEKLY  REJREPR'.
013130     05  FILLER                  PIC X(40) VALUE
013132         'WEEKPRT WEEKLY'.
013134     05  FILLER                  PIC X(40) VALUE
013136         'COVPURGEROSTER  WEEKLY  REJREPR COMPLNC'.
013138     05  FILLER                  PIC X(40) VALUE
013140         'LAPSED  ROSTER  WEEKLY'.
013141     05  FILLER                  PIC X(40) VALUE
013142         'WATCHLSTROSTER  WEEKLY  COMPLNC'.
013143     05  FILLER                  PIC X(40) VALUE
013144         'REMINDERWEEKLY'.
013145 01  CV-DP-TABLE REDEFINES CV-DP-DEPENDENCIES.
013146     05  CV-DP-ENTRY             OCCURS 8 TIMES.
013147         10  CV-DP-STEP-NAME     PIC X(08).
013148         10  CV-DP-PREREQ        PIC X(08) OCCURS 4 TIMES.
013150
013152*----------------------------------------------------------------
013154*    THE OUTCOME OF EVERY STEP CARD IN THIS RUN, IN SCHEDULE    *
013156*    ORDER, FOR THE SUMMARY AT THE FOOT OF THE REPORT.          *
013158*----------------------------------------------------------------
013160 01  CV-SO-TABLE.
013162     05  CV-SO-ENTRY             OCCURS 60 TIMES.
013164         10  CV-SO-STEP-NAME     PIC X(08).
013166         10  CV-SO-ACTION        PIC X(08).
013168         10  CV-SO-DETAIL        PIC X(50).
013200
013300 PROCEDURE DIVISION.
013400*
025900             CONTINUE
026000         WHEN SC-DATE-CARD
026100             PERFORM 2300-TAKE-RUN-DATE THRU 2300-EXIT
026110         WHEN SC-RESTART-CARD
026120             PERFORM 2400-TAKE-RESTART-DATE THRU 2400-EXIT
026200         WHEN SC-STEP-CARD
026300             PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
026400         WHEN OTHER
026500             ADD 1 TO CV-WARN-COUNT
026600             MOVE SPACES TO REPORT-LINE
026700             STRING "  CARD TYPE '" SC-CARD-TYPE
026800                 "' NOT D, R, S, OR * -- CARD IGNORED"
026900                 DELIMITED BY SIZE INTO REPORT-LINE
027000             WRITE REPORT-LINE AFTER ADVANCING 1
027100     END-EVALUATE.
028700     END-IF.
028800 2300-EXIT.
028900     EXIT.
028905*
028910*****************************************************************
028915*   2400-TAKE-RESTART-DATE                                      *
028920*   AN 'R' CARD SETS THE RUN DATE AS A 'D' CARD DOES AND MAKES  *
028925*   THE REST OF THE SCHEDULE A RESTART OF THAT DATE.            *
028930*****************************************************************
028935 2400-TAKE-RESTART-DATE.
028940     PERFORM 2300-TAKE-RUN-DATE THRU 2300-EXIT.
028945     MOVE 'Y' TO CV-RESTART-SWITCH.
028950     MOVE SPACES TO REPORT-LINE.
028955     STRING "  RESTART RUN FOR " CV-RUN-DATE
028960         " -- STEPS ALREADY ENDED OK ARE NOT RERUN"
028965         DELIMITED BY SIZE INTO REPORT-LINE.
028970     WRITE REPORT-LINE AFTER ADVANCING 1.
028975     DISPLAY "RUNCTL: RESTART RUN FOR " CV-RUN-DATE.
028980 2400-EXIT.
028985     EXIT.
029000*
029100*****************************************************************
029200*   3000-RUN-ONE-STEP                                           *
029400*   AS STARTED, INVOKED, AND RECORDED AS ENDED-OK WITH THE      *
029500*   COVID-LOG COUNT.  AN ABEND INSIDE THE STEP KILLS THE RUN    *
029600*   AND LEAVES THE 'STARTED' RECORD AS THE EVIDENCE.            *
029610*   A STEP WHOSE PREREQUISITES ARE NOT CLEAN IS SKIPPED, ONE    *
029620*   THAT GOES BACK WITH A NON-ZERO RETURN CODE IS RECORDED AS   *
029630*   FAILED, AND ONE WHOSE LAST ATTEMPT FOR THE DATE ABENDED OR  *
029640*   FAILED IS RESUMED.                                          *
029700*****************************************************************
029800 3000-RUN-ONE-STEP.
029900     IF NOT SC-STEP-VALID
030500         WRITE REPORT-LINE AFTER ADVANCING 1
030600         GO TO 3000-EXIT.
030700     MOVE SC-CARD-DATA TO CV-STEP-NAME.
030710     MOVE CV-STEP-NAME TO CV-CHECK-STEP.
030720     PERFORM 3550-FIND-LAST-OUTCOME THRU 3550-EXIT.
030730     MOVE CV-LAST-OUTCOME TO CV-OWN-OUTCOME.
030800
030900     PERFORM 3100-CHECK-DUPLICATE-RUN THRU 3100-EXIT.
031000     IF CV-STEP-ALREADY-RAN
032000         WRITE REPORT-LINE AFTER ADVANCING 1
032100         DISPLAY "RUNCTL: " CV-STEP-NAME " REFUSED -- "
032200             "ALREADY RAN CLEAN FOR " CV-RUN-DATE
032210         MOVE 'REFUSED ' TO CV-OUTCOME-ACTION
032220         MOVE "ALREADY ENDED OK FOR THE RUN DATE"
032230             TO CV-OUTCOME-TEXT
032240         PERFORM 3680-NOTE-OUTCOME THRU 3680-EXIT
032300         GO TO 3000-EXIT.
032400
032404     PERFORM 3600-CHECK-DEPENDENCIES THRU 3600-EXIT.
032408     IF CV-STEP-BLOCKED
032412         ADD 1 TO CV-STEPS-SKIPPED
032416         MOVE 'SKIPPED ' TO CV-STEP-STATUS
032420         ACCEPT CV-START-TIME FROM TIME
032424         MOVE CV-START-TIME TO CV-TIME-NOW
032428         PERFORM 3500-COUNT-LOG-RECORDS THRU 3500-EXIT
032432         PERFORM 3400-WRITE-HISTORY-RECORD THRU 3400-EXIT
032436         PERFORM 3700-TABLE-THIS-STEP THRU 3700-EXIT
032440         MOVE SPACES TO CV-OUTCOME-TEXT
032444         STRING CV-BLOCKED-BY DELIMITED BY SPACE
032448             " NOT CLEAN (" DELIMITED BY SIZE
032452             CV-BLOCKED-STATUS DELIMITED BY SPACE
032456             ")" DELIMITED BY SIZE
032460             INTO CV-OUTCOME-TEXT
032464         MOVE SPACES TO REPORT-LINE
032468         STRING "  " CV-STEP-NAME " SKIPPED - " CV-OUTCOME-TEXT
032472             DELIMITED BY SIZE INTO REPORT-LINE
032476         WRITE REPORT-LINE AFTER ADVANCING 1
032480         DISPLAY "RUNCTL: " CV-STEP-NAME " SKIPPED -- "
032484             CV-BLOCKED-BY " NOT CLEAN"
032488         MOVE 'SKIPPED ' TO CV-OUTCOME-ACTION
032492         PERFORM 3680-NOTE-OUTCOME THRU 3680-EXIT
032496         GO TO 3000-EXIT.
032500     PERFORM 3200-CHECK-STEP-SEQUENCE THRU 3200-EXIT.
032510     MOVE 'N' TO CV-RESUME-SWITCH.
032520     MOVE 'RAN     ' TO CV-OUTCOME-ACTION.
032530     IF CV-OWN-OUTCOME = 'STARTED ' OR CV-OWN-OUTCOME = 'FAILED  '
032540         MOVE 'Y' TO CV-RESUME-SWITCH
032550         MOVE 'RESUMED ' TO CV-OUTCOME-ACTION
032560         PERFORM 3650-REPORT-RESUME THRU 3650-EXIT
032570     END-IF.
032600
032700     ACCEPT CV-START-TIME FROM TIME.
032800     MOVE CV-START-TIME TO CV-TIME-NOW.
033100     PERFORM 3400-WRITE-HISTORY-RECORD THRU 3400-EXIT.
033200
033300     PERFORM 3300-INVOKE-STEP THRU 3300-EXIT.
033310     IF CV-STEP-FAILED
033320         PERFORM 3660-RECORD-FAILURE THRU 3660-EXIT
033330         GO TO 3000-EXIT.
033400
033500     PERFORM 3500-COUNT-LOG-RECORDS THRU 3500-EXIT.
033600     ACCEPT CV-TIME-NOW FROM TIME.
034500         CV-EDIT-COUNT " RECORDS"
034600         DELIMITED BY SIZE INTO REPORT-LINE.
034700     WRITE REPORT-LINE AFTER ADVANCING 1.
034710     MOVE "ENDED OK" TO CV-OUTCOME-TEXT.
034720     PERFORM 3680-NOTE-OUTCOME THRU 3680-EXIT.
034800 3000-EXIT.
034900     EXIT.
035000*
035400*   GUARDED: RUNNING ROSTER OR WEEKLY TWICE FOR ONE RUN DATE    *
035500*   DOUBLE-LOGS EVERY MEMBER.  REPORTS AND REPAIRS MAY RERUN    *
035600*   FREELY.                                                     *
035610*   ON A RESTART NO STEP ALREADY ENDED-OK FOR THE RUN DATE IS   *
035620*   RERUN.  IT IS THE STEP'S LAST OUTCOME THAT COUNTS: A BATCH  *
035630*   WHOSE LAST ATTEMPT ABENDED OR FAILED IS NOT A DUPLICATE,    *
035640*   IT IS RESUMED.                                              *
035700*****************************************************************
035800 3100-CHECK-DUPLICATE-RUN.
035900     MOVE 'N' TO CV-DUP-SWITCH.
036000     IF CV-STEP-NAME NOT = 'ROSTER  '
036100             AND CV-STEP-NAME NOT = 'WEEKLY  '
036200             AND NOT CV-RESTART-RUN
036300         GO TO 3100-EXIT.
036400     IF CV-OWN-OUTCOME = 'ENDED-OK'
036500         MOVE 'Y' TO CV-DUP-SWITCH
036600     END-IF.
036700 3100-EXIT.
036800     EXIT.
036900*
042200*   3300-INVOKE-STEP                                            *
042300*   ROSTER AND WEEKLY GET THEIR PARAMETER FILE WRITTEN FIRST    *
042400*   SO COVIDIARIES RUNS HEADLESS IN THE RIGHT MODE ON THE       *
042500*   RIGHT DATE.  A STEP PROGRAM THAT CANNOT BE LOADED, OR THAT  *
042520*   GOES BACK WITH A NON-ZERO RETURN CODE, HAS FAILED; THE      *
042540*   STEPS THAT DEPEND ON IT ARE SKIPPED, BUT THE REST OF THE    *
042560*   SCHEDULE STILL RUNS.                                        *
042700*****************************************************************
042800 3300-INVOKE-STEP.
042810     MOVE 'N' TO CV-FAIL-SWITCH.
042820     MOVE 0 TO RETURN-CODE.
042900     EVALUATE TRUE
043000         WHEN SC-STEP-ROSTER
043100             MOVE '2' TO CV-PARM-MODE
046600                 ON EXCEPTION
046700                     PERFORM 3390-STEP-LOAD-FAILED THRU 3390-EXIT
046800             END-CALL
046801         WHEN SC-STEP-REMINDER
046803             CALL 'REMINDER'
046805                 ON EXCEPTION
046807                     PERFORM 3390-STEP-LOAD-FAILED THRU 3390-EXIT
046809             END-CALL
046810         WHEN SC-STEP-LAPSED
046820             CALL 'LAPSERPT'
046830                 ON EXCEPTION
046840                     PERFORM 3390-STEP-LOAD-FAILED THRU 3390-EXIT
046850             END-CALL
046852         WHEN SC-STEP-WATCHLST
046854             CALL 'WATCHLST'
046856                 ON EXCEPTION
046857                     PERFORM 3390-STEP-LOAD-FAILED THRU 3390-EXIT
046858             END-CALL
046860         WHEN SC-STEP-VAXSTAT
046864             CALL 'VAXSTAT'
046868                 ON EXCEPTION
046872                     PERFORM 3390-STEP-LOAD-FAILED THRU 3390-EXIT
046876             END-CALL
046880         WHEN SC-STEP-INTEGCHK
046884             CALL 'INTEGCHK'
046888                 ON EXCEPTION
046892                     PERFORM 3390-STEP-LOAD-FAILED THRU 3390-EXIT
046896             END-CALL
046900     END-EVALUATE.
046910     IF RETURN-CODE NOT = 0 AND NOT CV-STEP-NOT-LOADED
046920         MOVE RETURN-CODE TO CV-STEP-RC
046930         MOVE 'Y' TO CV-FAIL-SWITCH
046940     END-IF.
047000 3300-EXIT.
047100     EXIT.
047200*
048800*****************************************************************
048900 3390-STEP-LOAD-FAILED.
049000     DISPLAY "RUNCTL: STEP PROGRAM FOR " CV-STEP-NAME
049100         " COULD NOT BE LOADED -- STEP FAILED".
049200     MOVE 'L' TO CV-FAIL-SWITCH.
049300 3390-EXIT.
049400     EXIT.
049500*
054300     CLOSE LOG-CONTROL-FILE.
054400 3500-EXIT.
054500     EXIT.
054505*
054509*****************************************************************
054513*   3550-FIND-LAST-OUTCOME                                      *
054517*   THE LAST OUTCOME ON THE HISTORY OF CV-CHECK-STEP FOR THE    *
054521*   RUN DATE: STARTED (IT ABENDED), ENDED-OK, FAILED, OR        *
054525*   SKIPPED -- SPACES WHEN IT HAS NOT BEEN ATTEMPTED.  REFUSED  *
054529*   RECORDS ARE NOT OUTCOMES AND ARE PASSED OVER.               *
054533*****************************************************************
054537 3550-FIND-LAST-OUTCOME.
054541     MOVE SPACES TO CV-LAST-OUTCOME.
054545     PERFORM 3560-CHECK-ONE-OUTCOME THRU 3560-EXIT
054549         VARYING H FROM 1 BY 1 UNTIL H > CV-HT-COUNT.
054553 3550-EXIT.
054557     EXIT.
054561*
054565*****************************************************************
054569*   3560-CHECK-ONE-OUTCOME                                      *
054573*****************************************************************
054577 3560-CHECK-ONE-OUTCOME.
054581     IF CV-HT-RUN-DATE(H) = CV-RUN-DATE
054585             AND CV-HT-STEP-NAME(H) = CV-CHECK-STEP
054589             AND CV-HT-STEP-STATUS(H) NOT = 'REFUSED '
054593         MOVE CV-HT-STEP-STATUS(H) TO CV-LAST-OUTCOME
054597     END-IF.
054601 3560-EXIT.
054605     EXIT.
054609*
054613*****************************************************************
054617*   3600-CHECK-DEPENDENCIES                                     *
054621*   LOOKS THE STEP UP ON THE DEPENDENCY TABLE AND BLOCKS IT AT  *
054625*   THE FIRST PREREQUISITE NOT CLEAN FOR THE RUN DATE.          *
054629*****************************************************************
054633 3600-CHECK-DEPENDENCIES.
054637     MOVE 'N' TO CV-BLOCK-SWITCH.
054641     PERFORM 3610-CHECK-ONE-DEPENDENCY THRU 3610-EXIT
054645         VARYING D FROM 1 BY 1 UNTIL D > CV-DP-COUNT
054649             OR CV-STEP-BLOCKED.
054653 3600-EXIT.
054657     EXIT.
054661*
054665*****************************************************************
054669*   3610-CHECK-ONE-DEPENDENCY                                   *
054673*****************************************************************
054677 3610-CHECK-ONE-DEPENDENCY.
054681     IF CV-DP-STEP-NAME(D) NOT = CV-STEP-NAME
054685         GO TO 3610-EXIT.
054689     PERFORM 3620-CHECK-ONE-PREREQ THRU 3620-EXIT
054693         VARYING P FROM 1 BY 1 UNTIL P > 4
054697             OR CV-STEP-BLOCKED.
054701 3610-EXIT.
054705     EXIT.
054709*
054713*****************************************************************
054717*   3620-CHECK-ONE-PREREQ                                       *
054721*****************************************************************
054725 3620-CHECK-ONE-PREREQ.
054729     IF CV-DP-PREREQ(D, P) = SPACES
054733         GO TO 3620-EXIT.
054737     MOVE CV-DP-PREREQ(D, P) TO CV-CHECK-STEP.
054741     PERFORM 3550-FIND-LAST-OUTCOME THRU 3550-EXIT.
054745     IF CV-LAST-OUTCOME = 'STARTED '
054749             OR CV-LAST-OUTCOME = 'FAILED  '
054753             OR CV-LAST-OUTCOME = 'SKIPPED '
054757         MOVE 'Y' TO CV-BLOCK-SWITCH
054761         MOVE CV-CHECK-STEP TO CV-BLOCKED-BY
054765         MOVE CV-LAST-OUTCOME TO CV-BLOCKED-STATUS
054769     END-IF.
054773 3620-EXIT.
054777     EXIT.
054781*
054785*****************************************************************
054789*   3650-REPORT-RESUME                                          *
054793*   A STEP RUN AGAIN AFTER AN ABEND OR FAILURE FOR THE SAME     *
054797*   DATE.  COVIDIARIES PICKS A ROSTER BATCH UP FROM ITS OWN     *
054801*   CHECKPOINT; THE CHECKPOINT IS READ HERE ONLY TO SAY WHERE.  *
054805*****************************************************************
054809 3650-REPORT-RESUME.
054813     ADD 1 TO CV-STEPS-RESUMED.
054817     MOVE SPACES TO REPORT-LINE.
054821     STRING "  " CV-STEP-NAME " RESUMED - LAST ATTEMPT FOR "
054825         CV-RUN-DATE " WAS " CV-OWN-OUTCOME
054829         DELIMITED BY SIZE INTO REPORT-LINE.
054833     WRITE REPORT-LINE AFTER ADVANCING 1.
054837     DISPLAY "RUNCTL: RESUMING " CV-STEP-NAME " FOR "
054841         CV-RUN-DATE.
054845     IF CV-STEP-NAME NOT = 'ROSTER  '
054849         GO TO 3650-EXIT.
054853     MOVE 0 TO CV-CKPT-ID.
054857     OPEN INPUT CHECKPOINT-FILE.
054861     IF CV-CKPT-STATUS = "00"
054865         MOVE SPACES TO CHECKPOINT-RECORD
054869         READ CHECKPOINT-FILE
054873             AT END
054877                 CONTINUE
054881         END-READ
054885         IF CKPT-LAST-MEMBER-ID NUMERIC
054889             MOVE CKPT-LAST-MEMBER-ID TO CV-CKPT-ID
054893         END-IF
054897     END-IF.
054901     CLOSE CHECKPOINT-FILE.
054905     MOVE SPACES TO REPORT-LINE.
054909     IF CV-CKPT-ID NOT = 0
054913         STRING "    ROSTER BATCH RESUMES AFTER CHECKPOINT "
054917             "MEMBER ID " CV-CKPT-ID
054921             DELIMITED BY SIZE INTO REPORT-LINE
054925     ELSE
054929         STRING "    NO ROSTER CHECKPOINT OUTSTANDING -- BATCH "
054933             "STARTS FROM THE TOP"
054937             DELIMITED BY SIZE INTO REPORT-LINE
054941     END-IF.
054945     WRITE REPORT-LINE AFTER ADVANCING 1.
054949 3650-EXIT.
054953     EXIT.
054957*
054961*****************************************************************
054965*   3660-RECORD-FAILURE                                         *
054969*   THE STEP CAME BACK BUT DID NOT FINISH ITS WORK.  THE FAILED *
054973*   RECORD GOES ON THE HISTORY AND INTO THE TABLE SO EVERY      *
054977*   DEPENDENT STEP LATER IN THE SCHEDULE IS SKIPPED.            *
054981*****************************************************************
054985 3660-RECORD-FAILURE.
054989     ADD 1 TO CV-STEPS-FAILED.
054993     PERFORM 3500-COUNT-LOG-RECORDS THRU 3500-EXIT.
054997     ACCEPT CV-TIME-NOW FROM TIME.
055001     MOVE 'FAILED  ' TO CV-STEP-STATUS.
055005     PERFORM 3400-WRITE-HISTORY-RECORD THRU 3400-EXIT.
055009     PERFORM 3700-TABLE-THIS-STEP THRU 3700-EXIT.
055013     MOVE SPACES TO CV-OUTCOME-TEXT.
055017     IF CV-STEP-NOT-LOADED
055021         MOVE "FAILED - PROGRAM COULD NOT BE LOADED"
055025             TO CV-OUTCOME-TEXT
055029     ELSE
055033         MOVE CV-STEP-RC TO CV-EDIT-RC
055037         STRING "FAILED - RETURN CODE " DELIMITED BY SIZE
055041             CV-EDIT-RC DELIMITED BY SIZE
055045             INTO CV-OUTCOME-TEXT
055049     END-IF.
055053     MOVE SPACES TO REPORT-LINE.
055057     STRING "  " CV-STEP-NAME " " CV-OUTCOME-TEXT
055061         DELIMITED BY SIZE INTO REPORT-LINE.
055065     WRITE REPORT-LINE AFTER ADVANCING 1.
055069     DISPLAY "RUNCTL: " CV-STEP-NAME " FAILED -- STEPS THAT "
055073         "DEPEND ON IT WILL BE SKIPPED".
055077     PERFORM 3680-NOTE-OUTCOME THRU 3680-EXIT.
055081 3660-EXIT.
055085     EXIT.
055089*
055093*****************************************************************
055097*   3680-NOTE-OUTCOME                                           *
055101*   ADDS THE STEP, CV-OUTCOME-ACTION AND CV-OUTCOME-TEXT TO THE *
055105*   OUTCOME TABLE PRINTED AT THE FOOT OF THE REPORT.            *
055109*****************************************************************
055113 3680-NOTE-OUTCOME.
055117     IF CV-SO-COUNT NOT < CV-SO-MAX
055121         DISPLAY "RUNCTL: STEP OUTCOME TABLE FULL -- "
055125             CV-STEP-NAME " NOT LISTED IN THE SUMMARY"
055129         GO TO 3680-EXIT.
055133     ADD 1 TO CV-SO-COUNT.
055137     MOVE CV-STEP-NAME      TO CV-SO-STEP-NAME(CV-SO-COUNT).
055141     MOVE CV-OUTCOME-ACTION TO CV-SO-ACTION(CV-SO-COUNT).
055145     MOVE CV-OUTCOME-TEXT   TO CV-SO-DETAIL(CV-SO-COUNT).
055149 3680-EXIT.
055153     EXIT.
055300*
055400*****************************************************************
055500*   3700-TABLE-THIS-STEP                                        *
057600 9000-TERMINATE.
057700     MOVE SPACES TO REPORT-LINE.
057800     WRITE REPORT-LINE AFTER ADVANCING 1.
057810     PERFORM 9100-PRINT-STEP-OUTCOMES THRU 9100-EXIT.
057900
058000     MOVE CV-CARDS-READ TO CV-EDIT-COUNT.
058100     MOVE SPACES TO REPORT-LINE.
059400     STRING "STEPS REFUSED       : " CV-EDIT-COUNT
059500         DELIMITED BY SIZE INTO REPORT-LINE.
059600     WRITE REPORT-LINE AFTER ADVANCING 1.
059605     MOVE CV-STEPS-RESUMED TO CV-EDIT-COUNT.
059610     MOVE SPACES TO REPORT-LINE.
059615     STRING "STEPS RESUMED       : " CV-EDIT-COUNT
059620         DELIMITED BY SIZE INTO REPORT-LINE.
059625     WRITE REPORT-LINE AFTER ADVANCING 1.
059630
059635     MOVE CV-STEPS-FAILED TO CV-EDIT-COUNT.
059640     MOVE SPACES TO REPORT-LINE.
059645     STRING "STEPS FAILED        : " CV-EDIT-COUNT
059650         DELIMITED BY SIZE INTO REPORT-LINE.
059655     WRITE REPORT-LINE AFTER ADVANCING 1.
059660
059665     MOVE CV-STEPS-SKIPPED TO CV-EDIT-COUNT.
059670     MOVE SPACES TO REPORT-LINE.
059675     STRING "STEPS SKIPPED       : " CV-EDIT-COUNT
059680         DELIMITED BY SIZE INTO REPORT-LINE.
059685     WRITE REPORT-LINE AFTER ADVANCING 1.
059700
059800     MOVE CV-WARN-COUNT TO CV-EDIT-COUNT.
059900     MOVE SPACES TO REPORT-LINE.
060200     WRITE REPORT-LINE AFTER ADVANCING 1.
060300
060400     CLOSE DRIVER-REPORT-FILE.
060410     IF CV-STEPS-FAILED > 0 OR CV-STEPS-SKIPPED > 0
060420         MOVE 8 TO RETURN-CODE
060430     ELSE
060440         MOVE 0 TO RETURN-CODE
060450     END-IF.
060500 9000-EXIT.
060600     EXIT.
060700*
060800*****************************************************************
060900*   9100-PRINT-STEP-OUTCOMES                                    *
061000*   ONE LINE PER STEP CARD: WHETHER IT RAN, WAS RESUMED, WAS    *
061100*   SKIPPED OR WAS REFUSED, AND HOW IT ENDED.                   *
061200*****************************************************************
061300 9100-PRINT-STEP-OUTCOMES.
061400     MOVE SPACES TO REPORT-LINE.
061500     STRING "STEP OUTCOMES"
061600         DELIMITED BY SIZE INTO REPORT-LINE.
061700     WRITE REPORT-LINE AFTER ADVANCING 1.
061800     IF CV-SO-COUNT = 0
061900         MOVE SPACES TO REPORT-LINE
062000         STRING "  NO STEPS PROCESSED"
062100             DELIMITED BY SIZE INTO REPORT-LINE
062200         WRITE REPORT-LINE AFTER ADVANCING 1
062300     END-IF.
062400     PERFORM 9110-PRINT-ONE-OUTCOME THRU 9110-EXIT
062500         VARYING S FROM 1 BY 1 UNTIL S > CV-SO-COUNT.
062600     MOVE SPACES TO REPORT-LINE.
062700     WRITE REPORT-LINE AFTER ADVANCING 1.
062800 9100-EXIT.
062900     EXIT.
063000*
063100*****************************************************************
063200*   9110-PRINT-ONE-OUTCOME                                      *
063300*****************************************************************
063400 9110-PRINT-ONE-OUTCOME.
063500     MOVE SPACES TO REPORT-LINE.
063600     STRING "  " CV-SO-STEP-NAME(S) "  " CV-SO-ACTION(S) "  "
063700         CV-SO-DETAIL(S)
063800         DELIMITED BY SIZE INTO REPORT-LINE.
063900     WRITE REPORT-LINE AFTER ADVANCING 1.
064000 9110-EXIT.
064100     EXIT.
