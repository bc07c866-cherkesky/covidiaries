000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LOGEXPT.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-09.
000600 DATE-COMPILED.  2026-10-09.
000700*
000800*****************************************************************
000900*                                                               *
001000*   LOGEXPT WRITES DIARY RECORDS TO A COMMA-DELIMITED           *
001100*   INTERFACE FILE THAT LOADS STRAIGHT INTO A SPREADSHEET, SO   *
001200*   NOBODY HAS TO HAND-COPY MEMINQ OR COVIDRPT PRINTOUTS        *
001300*   AGAIN.  THE PARAMETER CARD GIVES A FROM/TO DATE RANGE AND   *
001400*   MAY NAME ONE HOUSEHOLD.  EACH RECORD IN RANGE IS JOINED TO  *
001500*   THE MEMBER MASTER FOR THE MEMBER'S FULL NAME AND            *
001600*   HOUSEHOLD AND CARRIES ALL THREE ACTIVITIES WITH THEIR       *
001700*   DONE FLAGS.  THE FILE OPENS WITH A HEADER RECORD (RUN       *
001800*   DATE, RANGE, FILE VERSION) AND CLOSES WITH A TRAILER        *
001900*   RECORD (DETAIL COUNT AND HASH TOTALS OF MEMBER ID AND       *
002000*   QUESTION-2) SO THE RECEIVER CAN PROVE THE FILE ARRIVED      *
002100*   COMPLETE; SEE LOGCSV.CPY FOR THE LAYOUT.  WHEN THE RANGE    *
002200*   STARTS BEFORE THE LAST PURGE CUTOFF (FROM PRGPARM) THE      *
002300*   COVARCH ARCHIVE IS READ TOO, AND ITS RECORDS ARE WRITTEN    *
002400*   FIRST, AS MEMINQ MERGES THEM.  A MEMBER NO LONGER ON THE    *
002500*   MASTER IS STILL EXPORTED, WITH NO NAME AND HOUSEHOLD        *
002600*   ZERO, UNLESS A HOUSEHOLD WAS ASKED FOR.                     *
002700*                                                               *
002800*   MODIFICATION HISTORY                                       *
002900*   DATE       INIT DESCRIPTION                                *
003000*   ---------- ---- -------------------------------------------*
003100*   2026-10-09  RLC ORIGINAL PROGRAM.                          *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   GNU-LINUX.
003700 OBJECT-COMPUTER.   GNU-LINUX.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT EXPORT-PARM-FILE
004100         ASSIGN TO "XPTPARM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CV-PARM-STATUS.
004400
004500     SELECT OPTIONAL PURGE-PARM-FILE
004600         ASSIGN TO "PRGPARM"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CV-PRGPARM-STATUS.
004900
005000     SELECT MEMBER-MASTER-FILE
005100         ASSIGN TO "MEMMSTR"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS MM-MEMBER-ID
005500         FILE STATUS IS CV-MEMMSTR-STATUS.
005600
005700     SELECT OPTIONAL ARCHIVE-FILE
005800         ASSIGN TO "COVARCH"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS CV-ARCHIVE-STATUS.
006100
006200     SELECT COVID-LOG-FILE
006300         ASSIGN TO "COVIDLOG"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CL-LOG-KEY
006700         FILE STATUS IS CV-COVLOG-STATUS.
006800
006900     SELECT CSV-EXPORT-FILE
007000         ASSIGN TO "LOGXPORT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS CV-EXPORT-STATUS.
007300
007400     SELECT EXPORT-REPORT-FILE
007500         ASSIGN TO "XPTRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS CV-REPORT-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  EXPORT-PARM-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY XPTPARM.CPY.
008400
008500 FD  PURGE-PARM-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY PRGPARM.CPY.
008800
008900 FD  MEMBER-MASTER-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY MEMMSTR.CPY.
009200
009300 FD  ARCHIVE-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY COVLOG.CPY
009600         REPLACING ==COVID-LOG-RECORD==    BY ==ARCHIVE-RECORD==
009700                   ==CL-LOG-KEY==          BY ==AR-LOG-KEY==
009800                   ==CL-LOG-DATE==         BY ==AR-LOG-DATE==
009900                   ==CL-MEMBER-ID==        BY ==AR-MEMBER-ID==
010000                   ==CL-LOG-SEQ==          BY ==AR-LOG-SEQ==
010100                   ==CL-USER-NAME==        BY ==AR-USER-NAME==
010200                   ==CL-QUESTION-1==       BY ==AR-QUESTION-1==
010300                   ==CL-QUESTION-2==       BY ==AR-QUESTION-2==
010400                   ==CL-QUESTION-3==       BY ==AR-QUESTION-3==
010500                   ==CL-MORNING-ACTIVITY== BY
010600                       ==AR-MORNING-ACTIVITY==
010700                   ==CL-NOON-ACTIVITY==    BY
010800                       ==AR-NOON-ACTIVITY==
010900                   ==CL-EVENING-ACTIVITY== BY
011000                       ==AR-EVENING-ACTIVITY==
011100                   ==CL-VAX-STATUS==       BY ==AR-VAX-STATUS==
011200                   ==CL-MORNING-DONE==     BY ==AR-MORNING-DONE==
011300                   ==CL-NOON-DONE==        BY ==AR-NOON-DONE==
011400                   ==CL-EVENING-DONE==     BY
011500                       ==AR-EVENING-DONE==.
011600
011700 FD  COVID-LOG-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY COVLOG.CPY.
012000
012100 FD  CSV-EXPORT-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY LOGCSV.CPY.
012400
012500 FD  EXPORT-REPORT-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  REPORT-LINE                     PIC X(80).
012800
012900 WORKING-STORAGE SECTION.
013000 77  CV-PARM-STATUS              PIC X(02) VALUE SPACES.
013100 77  CV-PRGPARM-STATUS           PIC X(02) VALUE SPACES.
013200 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
013300 77  CV-ARCHIVE-STATUS           PIC X(02) VALUE SPACES.
013400 77  CV-COVLOG-STATUS            PIC X(02) VALUE SPACES.
013500 77  CV-EXPORT-STATUS            PIC X(02) VALUE SPACES.
013600 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
013700
013800 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
013900 77  CV-FROM-DATE                PIC 9(08) VALUE 0.
014000 77  CV-TO-DATE                  PIC 9(08) VALUE 99999999.
014100 77  CV-CUTOFF-DATE              PIC 9(08) VALUE 0.
014200 77  CV-HOUSEHOLD-ID             PIC 9(04) VALUE 0.
014300 77  CV-FILE-VERSION             PIC X(02) VALUE '01'.
014400
014500 77  CV-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
014600     88  CV-END-OF-ARCHIVE       VALUE 'Y'.
014700 77  CV-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
014800     88  CV-END-OF-LOG           VALUE 'Y'.
014900 77  CV-ARCH-SWITCH              PIC X(01) VALUE 'N'.
015000     88  CV-ARCHIVE-NEEDED       VALUE 'Y'.
015100 77  CV-TRIM-SWITCH              PIC X(01) VALUE 'N'.
015200     88  CV-TRIM-DONE            VALUE 'Y'.
015300
015400 77  CV-ARCH-READ                PIC 9(07) COMP VALUE 0.
015500 77  CV-LOG-READ                 PIC 9(07) COMP VALUE 0.
015600 77  CV-IN-RANGE                 PIC 9(07) COMP VALUE 0.
015700 77  CV-HOUSEHOLD-SKIPPED        PIC 9(07) COMP VALUE 0.
015800 77  CV-NO-MASTER                PIC 9(07) COMP VALUE 0.
015900 77  CV-EXPORT-COUNT             PIC 9(07) VALUE 0.
016000 77  CV-HASH-MEMBER              PIC 9(15) VALUE 0.
016100 77  CV-HASH-QUESTION-2          PIC 9(12) VALUE 0.
016200 77  CV-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
016300 77  CV-EDIT-HASH                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
016400
016500 77  CV-LAST-MEMBER-ID           PIC 9(05) VALUE 0.
016600 77  CV-LAST-NAME                PIC X(20) VALUE SPACES.
016700 77  CV-LAST-HOUSEHOLD           PIC 9(04) VALUE 0.
016800 77  CV-LAST-ON-MASTER           PIC X(01) VALUE 'N'.
016900 77  CV-LAST-LOOKED-UP           PIC X(01) VALUE 'N'.
017000
017100 77  CV-CSV-PTR                  PIC 9(03) COMP VALUE 0.
017200 77  CV-TRIM-FIELD               PIC X(30) VALUE SPACES.
017300 77  CV-TRIM-LEN                 PIC 9(03) COMP VALUE 0.
017400 77  CV-DONE-FLAG                PIC X(01) VALUE SPACES.
017500 77  CV-HOUSEHOLD-TEXT           PIC X(04) VALUE SPACES.
017600
017700*----------------------------------------------------------------
017800*    ONE DIARY RECORD IN A SOURCE-NEUTRAL SHAPE, FILLED FROM    *
017900*    EITHER THE ARCHIVE OR THE LIVE LOG BEFORE IT IS SCREENED   *
018000*    AND EXPORTED, AS MEMINQ DOES.                              *
018100*----------------------------------------------------------------
018200 01  CV-WORK-LOG.
018300     05  CV-WL-MEMBER-ID         PIC 9(05).
018400     05  CV-WL-LOG-DATE          PIC 9(08).
018500     05  CV-WL-LOG-SEQ           PIC 9(02).
018600     05  CV-WL-SOURCE            PIC X(01).
018700     05  CV-WL-USER-NAME         PIC A(10).
018800     05  CV-WL-QUESTION-1        PIC 9(01).
018900     05  CV-WL-QUESTION-2        PIC 9(03).
019000     05  CV-WL-QUESTION-3        PIC 9(01).
019100     05  CV-WL-VAX-STATUS        PIC 9(01).
019200     05  CV-WL-MORNING           PIC X(30).
019300     05  CV-WL-MORNING-DONE      PIC X(01).
019400     05  CV-WL-NOON              PIC X(30).
019500     05  CV-WL-NOON-DONE         PIC X(01).
019600     05  CV-WL-EVENING           PIC X(30).
019700     05  CV-WL-EVENING-DONE      PIC X(01).
019800
019900 PROCEDURE DIVISION.
020000*
020100*****************************************************************
020200*   0000-MAINLINE                                               *
020300*****************************************************************
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 2000-EXPORT-ARCHIVE THRU 2000-EXIT.
020700     PERFORM 3000-EXPORT-LIVE-LOG THRU 3000-EXIT.
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900     STOP RUN.
021000*
021100*****************************************************************
021200*   1000-INITIALIZE                                             *
021300*   THE PARAMETER CARD IS REQUIRED -- AN EXPORT OF EVERYTHING   *
021400*   EVER LOGGED SHOULD BE ASKED FOR, NOT FALLEN INTO -- BUT     *
021500*   EITHER END OF THE RANGE MAY BE LEFT OPEN WITH ZERO.  A BAD  *
021600*   CARD FAILS THE JOB BEFORE ANY FILE IS WRITTEN.              *
021700*****************************************************************
021800 1000-INITIALIZE.
021900     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
022000     OPEN INPUT EXPORT-PARM-FILE.
022100     IF CV-PARM-STATUS NOT = "00"
022200         DISPLAY "EXPORT PARAMETER FILE NOT FOUND, STATUS "
022300             CV-PARM-STATUS
022400         DISPLAY "NO DATE RANGE -- NOTHING EXPORTED."
022500         STOP RUN
022600     END-IF.
022700     MOVE SPACES TO EXPORT-PARM-RECORD.
022800     READ EXPORT-PARM-FILE
022900         AT END
023000             CONTINUE
023100     END-READ.
023200     CLOSE EXPORT-PARM-FILE.
023300     PERFORM 1100-EDIT-PARAMETERS THRU 1100-EXIT.
023400     PERFORM 1200-CHECK-LAST-PURGE THRU 1200-EXIT.
023500
023600     OPEN INPUT MEMBER-MASTER-FILE.
023700     IF CV-MEMMSTR-STATUS NOT = "00"
023800         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
023900             "STATUS " CV-MEMMSTR-STATUS
024000         STOP RUN
024100     END-IF.
024200     OPEN INPUT COVID-LOG-FILE.
024300     IF CV-COVLOG-STATUS NOT = "00"
024400         DISPLAY "COVID-LOG FILE NOT FOUND OR NOT READABLE, "
024500             "STATUS " CV-COVLOG-STATUS
024600         STOP RUN
024700     END-IF.
024800
024900     OPEN OUTPUT CSV-EXPORT-FILE.
025000     OPEN OUTPUT EXPORT-REPORT-FILE.
025100     PERFORM 1300-WRITE-HEADER THRU 1300-EXIT.
025200 1000-EXIT.
025300     EXIT.
025400*
025500*****************************************************************
025600*   1100-EDIT-PARAMETERS                                        *
025700*   NUMERIC, NON-ZERO DATES CLOSE THEIR END OF THE RANGE.  THE  *
025800*   HOUSEHOLD IS BLANK OR ZERO FOR ALL, OR A NUMERIC ID.        *
025900*****************************************************************
026000 1100-EDIT-PARAMETERS.
026100     IF XP-FROM-DATE NUMERIC AND XP-FROM-DATE > 0
026200         MOVE XP-FROM-DATE TO CV-FROM-DATE
026300     END-IF.
026400     IF XP-TO-DATE NUMERIC AND XP-TO-DATE > 0
026500         MOVE XP-TO-DATE TO CV-TO-DATE
026600     END-IF.
026700     IF CV-TO-DATE < CV-FROM-DATE
026800         DISPLAY "EXPORT TO-DATE IS BEFORE THE FROM-DATE -- "
026900             "NOTHING EXPORTED."
027000         STOP RUN
027100     END-IF.
027200     IF XP-HOUSEHOLD-ID = SPACES
027300         MOVE 0 TO CV-HOUSEHOLD-ID
027400     ELSE
027500         IF XP-HOUSEHOLD-ID NUMERIC
027600             MOVE XP-HOUSEHOLD-ID TO CV-HOUSEHOLD-ID
027700         ELSE
027800             DISPLAY "EXPORT HOUSEHOLD ID IS NOT NUMERIC -- "
027900                 "NOTHING EXPORTED."
028000             STOP RUN
028100         END-IF
028200     END-IF.
028300 1100-EXIT.
028400     EXIT.
028500*
028600*****************************************************************
028700*   1200-CHECK-LAST-PURGE                                       *
028800*   COVPURGE'S PARAMETER CARD HOLDS THE CUTOFF OF THE LAST      *
028900*   PURGE: EVERYTHING BEFORE IT IS ON THE ARCHIVE, NOTHING ON   *
029000*   OR AFTER IT IS.  A RANGE STARTING ON OR AFTER THE CUTOFF    *
029100*   NEEDS ONLY THE LIVE LOG.  WITH NO CUTOFF ON FILE THE        *
029200*   ARCHIVE IS READ WHENEVER IT EXISTS, TO BE SAFE.             *
029300*****************************************************************
029400 1200-CHECK-LAST-PURGE.
029500     MOVE 'Y' TO CV-ARCH-SWITCH.
029600     OPEN INPUT PURGE-PARM-FILE.
029700     IF CV-PRGPARM-STATUS = "00"
029800         MOVE SPACES TO PURGE-PARM-RECORD
029900         READ PURGE-PARM-FILE
030000             AT END
030100                 CONTINUE
030200         END-READ
030300         IF PG-CUTOFF-DATE NUMERIC AND PG-CUTOFF-DATE > 0
030400             MOVE PG-CUTOFF-DATE TO CV-CUTOFF-DATE
030500             IF CV-FROM-DATE NOT < CV-CUTOFF-DATE
030600                 MOVE 'N' TO CV-ARCH-SWITCH
030700             END-IF
030800         END-IF
030900     END-IF.
031000     CLOSE PURGE-PARM-FILE.
031100 1200-EXIT.
031200     EXIT.
031300*
031400*****************************************************************
031500*   1300-WRITE-HEADER                                           *
031600*   THE HEADER RECORD AND THE CONTROL REPORT HEADING.           *
031700*****************************************************************
031800 1300-WRITE-HEADER.
031900     IF CV-HOUSEHOLD-ID = 0
032000         MOVE "ALL " TO CV-HOUSEHOLD-TEXT
032100     ELSE
032200         MOVE CV-HOUSEHOLD-ID TO CV-HOUSEHOLD-TEXT
032300     END-IF.
032400     MOVE SPACES TO CSV-EXPORT-RECORD.
032500     STRING "H,COVIDLOG," CV-FILE-VERSION "," CV-TODAY-DATE ","
032600         CV-FROM-DATE "," CV-TO-DATE "," CV-HOUSEHOLD-TEXT
032700         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD.
032800     PERFORM 5900-WRITE-CSV THRU 5900-EXIT.
032900
033000     MOVE SPACES TO REPORT-LINE.
033100     STRING "LOGEXPT - COVID-LOG DELIMITED EXPORT " CV-TODAY-DATE
033200         DELIMITED BY SIZE INTO REPORT-LINE.
033300     WRITE REPORT-LINE AFTER ADVANCING PAGE.
033400     MOVE SPACES TO REPORT-LINE.
033500     STRING "DATE RANGE " CV-FROM-DATE " TO " CV-TO-DATE
033600         ", HOUSEHOLD " CV-HOUSEHOLD-TEXT
033700         ", FILE VERSION " CV-FILE-VERSION
033800         DELIMITED BY SIZE INTO REPORT-LINE.
033900     WRITE REPORT-LINE AFTER ADVANCING 2.
034000     MOVE SPACES TO REPORT-LINE.
034100     IF CV-ARCHIVE-NEEDED
034200         IF CV-CUTOFF-DATE > 0
034300             STRING "RANGE STARTS BEFORE THE LAST PURGE CUTOFF "
034400                 CV-CUTOFF-DATE " -- ARCHIVE INCLUDED"
034500                 DELIMITED BY SIZE INTO REPORT-LINE
034600         ELSE
034700             STRING "NO PURGE CUTOFF ON FILE -- ARCHIVE INCLUDED "
034800                 "IF PRESENT"
034900                 DELIMITED BY SIZE INTO REPORT-LINE
035000         END-IF
035100     ELSE
035200         STRING "RANGE STARTS ON OR AFTER THE LAST PURGE CUTOFF "
035300             CV-CUTOFF-DATE " -- LIVE LOG ONLY"
035400             DELIMITED BY SIZE INTO REPORT-LINE
035500     END-IF.
035600     WRITE REPORT-LINE AFTER ADVANCING 1.
035700 1300-EXIT.
035800     EXIT.
035900*
036000*****************************************************************
036100*   2000-EXPORT-ARCHIVE                                         *
036200*   A MISSING ARCHIVE JUST MEANS NOTHING HAS BEEN PURGED YET.   *
036300*****************************************************************
036400 2000-EXPORT-ARCHIVE.
036500     IF NOT CV-ARCHIVE-NEEDED
036600         GO TO 2000-EXIT.
036700     OPEN INPUT ARCHIVE-FILE.
036800     IF CV-ARCHIVE-STATUS = "00"
036900         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
037000         PERFORM 2200-SCREEN-ONE-ARCHIVE THRU 2200-EXIT
037100             UNTIL CV-END-OF-ARCHIVE
037200     END-IF.
037300     CLOSE ARCHIVE-FILE.
037400 2000-EXIT.
037500     EXIT.
037600*
037700*****************************************************************
037800*   2100-READ-ARCHIVE                                           *
037900*****************************************************************
038000 2100-READ-ARCHIVE.
038100     READ ARCHIVE-FILE
038200         AT END
038300             MOVE 'Y' TO CV-ARCH-EOF-SWITCH
038400     END-READ.
038500     IF NOT CV-END-OF-ARCHIVE
038600         ADD 1 TO CV-ARCH-READ
038700     END-IF.
038800 2100-EXIT.
038900     EXIT.
039000*
039100*****************************************************************
039200*   2200-SCREEN-ONE-ARCHIVE                                     *
039300*****************************************************************
039400 2200-SCREEN-ONE-ARCHIVE.
039500     MOVE AR-MEMBER-ID        TO CV-WL-MEMBER-ID.
039600     MOVE AR-LOG-DATE         TO CV-WL-LOG-DATE.
039700     MOVE AR-LOG-SEQ          TO CV-WL-LOG-SEQ.
039800     MOVE 'A'                 TO CV-WL-SOURCE.
039900     MOVE AR-USER-NAME        TO CV-WL-USER-NAME.
040000     MOVE AR-QUESTION-1       TO CV-WL-QUESTION-1.
040100     MOVE AR-QUESTION-2       TO CV-WL-QUESTION-2.
040200     MOVE AR-QUESTION-3       TO CV-WL-QUESTION-3.
040300     MOVE AR-VAX-STATUS       TO CV-WL-VAX-STATUS.
040400     MOVE AR-MORNING-ACTIVITY TO CV-WL-MORNING.
040500     MOVE AR-MORNING-DONE     TO CV-WL-MORNING-DONE.
040600     MOVE AR-NOON-ACTIVITY    TO CV-WL-NOON.
040700     MOVE AR-NOON-DONE        TO CV-WL-NOON-DONE.
040800     MOVE AR-EVENING-ACTIVITY TO CV-WL-EVENING.
040900     MOVE AR-EVENING-DONE     TO CV-WL-EVENING-DONE.
041000     PERFORM 4000-SCREEN-WORK-LOG THRU 4000-EXIT.
041100     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
041200 2200-EXIT.
041300     EXIT.
041400*
041500*****************************************************************
041600*   3000-EXPORT-LIVE-LOG                                        *
041700*   THE LIVE LOG IS KEYED BY MEMBER FIRST, SO A DATE RANGE      *
041800*   STILL MEANS ONE PASS OVER THE WHOLE FILE IN KEY ORDER.      *
041900*****************************************************************
042000 3000-EXPORT-LIVE-LOG.
042100     MOVE LOW-VALUES TO CL-LOG-KEY.
042200     START COVID-LOG-FILE KEY NOT < CL-LOG-KEY
042300         INVALID KEY
042400             MOVE 'Y' TO CV-LOG-EOF-SWITCH
042500     END-START.
042600     IF NOT CV-END-OF-LOG
042700         PERFORM 3100-READ-COVID-LOG THRU 3100-EXIT
042800         PERFORM 3200-SCREEN-ONE-LOG THRU 3200-EXIT
042900             UNTIL CV-END-OF-LOG
043000     END-IF.
043100     CLOSE COVID-LOG-FILE.
043200 3000-EXIT.
043300     EXIT.
043400*
043500*****************************************************************
043600*   3100-READ-COVID-LOG                                         *
043700*****************************************************************
043800 3100-READ-COVID-LOG.
043900     READ COVID-LOG-FILE NEXT RECORD
044000         AT END
044100             MOVE 'Y' TO CV-LOG-EOF-SWITCH
044200     END-READ.
044300     IF NOT CV-END-OF-LOG
044400         ADD 1 TO CV-LOG-READ
044500     END-IF.
044600 3100-EXIT.
044700     EXIT.
044800*
044900*****************************************************************
045000*   3200-SCREEN-ONE-LOG                                         *
045100*****************************************************************
045200 3200-SCREEN-ONE-LOG.
045300     MOVE CL-MEMBER-ID        TO CV-WL-MEMBER-ID.
045400     MOVE CL-LOG-DATE         TO CV-WL-LOG-DATE.
045500     MOVE CL-LOG-SEQ          TO CV-WL-LOG-SEQ.
045600     MOVE 'L'                 TO CV-WL-SOURCE.
045700     MOVE CL-USER-NAME        TO CV-WL-USER-NAME.
045800     MOVE CL-QUESTION-1       TO CV-WL-QUESTION-1.
045900     MOVE CL-QUESTION-2       TO CV-WL-QUESTION-2.
046000     MOVE CL-QUESTION-3       TO CV-WL-QUESTION-3.
046100     MOVE CL-VAX-STATUS       TO CV-WL-VAX-STATUS.
046200     MOVE CL-MORNING-ACTIVITY TO CV-WL-MORNING.
046300     MOVE CL-MORNING-DONE     TO CV-WL-MORNING-DONE.
046400     MOVE CL-NOON-ACTIVITY    TO CV-WL-NOON.
046500     MOVE CL-NOON-DONE        TO CV-WL-NOON-DONE.
046600     MOVE CL-EVENING-ACTIVITY TO CV-WL-EVENING.
046700     MOVE CL-EVENING-DONE     TO CV-WL-EVENING-DONE.
046800     PERFORM 4000-SCREEN-WORK-LOG THRU 4000-EXIT.
046900     PERFORM 3100-READ-COVID-LOG THRU 3100-EXIT.
047000 3200-EXIT.
047100     EXIT.
047200*
047300*****************************************************************
047400*   4000-SCREEN-WORK-LOG                                        *
047500*   A RECORD IN THE DATE RANGE IS JOINED TO THE MEMBER MASTER   *
047600*   AND, WHEN A HOUSEHOLD WAS ASKED FOR, KEPT ONLY IF THE       *
047700*   MEMBER IS IN IT.                                            *
047800*****************************************************************
047900 4000-SCREEN-WORK-LOG.
048000     IF CV-WL-LOG-DATE < CV-FROM-DATE
048100             OR CV-WL-LOG-DATE > CV-TO-DATE
048200         GO TO 4000-EXIT.
048300     ADD 1 TO CV-IN-RANGE.
048400     PERFORM 4100-LOOK-UP-MEMBER THRU 4100-EXIT.
048500     IF CV-HOUSEHOLD-ID > 0
048600             AND CV-LAST-HOUSEHOLD NOT = CV-HOUSEHOLD-ID
048700         ADD 1 TO CV-HOUSEHOLD-SKIPPED
048800         GO TO 4000-EXIT.
048900     IF CV-LAST-ON-MASTER NOT = 'Y'
049000         ADD 1 TO CV-NO-MASTER
049100     END-IF.
049200     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
049300 4000-EXIT.
049400     EXIT.
049500*
049600*****************************************************************
049700*   4100-LOOK-UP-MEMBER                                         *
049800*   RANDOM READ OF THE MEMBER MASTER, SKIPPED WHEN THE RECORD   *
049900*   BELONGS TO THE SAME MEMBER AS THE LAST ONE.                 *
050000*****************************************************************
050100 4100-LOOK-UP-MEMBER.
050200     IF CV-LAST-LOOKED-UP = 'Y'
050300             AND CV-WL-MEMBER-ID = CV-LAST-MEMBER-ID
050400         GO TO 4100-EXIT.
050500     MOVE 'Y' TO CV-LAST-LOOKED-UP.
050600     MOVE CV-WL-MEMBER-ID TO CV-LAST-MEMBER-ID.
050700     MOVE CV-WL-MEMBER-ID TO MM-MEMBER-ID.
050800     READ MEMBER-MASTER-FILE
050900         INVALID KEY
051000             MOVE 'N' TO CV-LAST-ON-MASTER
051100             MOVE SPACES TO CV-LAST-NAME
051200             MOVE 0 TO CV-LAST-HOUSEHOLD
051300         NOT INVALID KEY
051400             MOVE 'Y' TO CV-LAST-ON-MASTER
051500             MOVE MM-MEMBER-NAME TO CV-LAST-NAME
051600             IF MM-HOUSEHOLD-ID NUMERIC
051700                 MOVE MM-HOUSEHOLD-ID TO CV-LAST-HOUSEHOLD
051800             ELSE
051900                 MOVE 0 TO CV-LAST-HOUSEHOLD
052000             END-IF
052100     END-READ.
052200 4100-EXIT.
052300     EXIT.
052400*
052500*****************************************************************
052600*   5000-WRITE-DETAIL                                           *
052700*   BUILDS ONE D RECORD FIELD BY FIELD AND ADDS IT TO THE       *
052800*   TRAILER TOTALS.                                             *
052900*****************************************************************
053000 5000-WRITE-DETAIL.
053100     MOVE SPACES TO CSV-EXPORT-RECORD.
053200     MOVE 1 TO CV-CSV-PTR.
053300     STRING "D," CV-WL-MEMBER-ID ","
053400         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
053500         WITH POINTER CV-CSV-PTR
053600     END-STRING.
053700     MOVE CV-LAST-NAME TO CV-TRIM-FIELD.
053800     PERFORM 5100-PUT-TEXT-FIELD THRU 5100-EXIT.
053900     STRING "," CV-LAST-HOUSEHOLD "," CV-WL-LOG-DATE ","
054000         CV-WL-LOG-SEQ "," CV-WL-SOURCE ","
054100         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
054200         WITH POINTER CV-CSV-PTR
054300     END-STRING.
054400     MOVE CV-WL-USER-NAME TO CV-TRIM-FIELD.
054500     PERFORM 5100-PUT-TEXT-FIELD THRU 5100-EXIT.
054600     STRING "," CV-WL-QUESTION-1 "," CV-WL-QUESTION-2 ","
054700         CV-WL-QUESTION-3 "," CV-WL-VAX-STATUS ","
054800         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
054900         WITH POINTER CV-CSV-PTR
055000     END-STRING.
055100     MOVE CV-WL-MORNING TO CV-TRIM-FIELD.
055200     MOVE CV-WL-MORNING-DONE TO CV-DONE-FLAG.
055300     PERFORM 5200-PUT-ACTIVITY THRU 5200-EXIT.
055400     STRING ","
055500         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
055600         WITH POINTER CV-CSV-PTR
055700     END-STRING.
055800     MOVE CV-WL-NOON TO CV-TRIM-FIELD.
055900     MOVE CV-WL-NOON-DONE TO CV-DONE-FLAG.
056000     PERFORM 5200-PUT-ACTIVITY THRU 5200-EXIT.
056100     STRING ","
056200         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
056300         WITH POINTER CV-CSV-PTR
056400     END-STRING.
056500     MOVE CV-WL-EVENING TO CV-TRIM-FIELD.
056600     MOVE CV-WL-EVENING-DONE TO CV-DONE-FLAG.
056700     PERFORM 5200-PUT-ACTIVITY THRU 5200-EXIT.
056800     PERFORM 5900-WRITE-CSV THRU 5900-EXIT.
056900
057000     ADD 1 TO CV-EXPORT-COUNT.
057100     ADD CV-WL-MEMBER-ID TO CV-HASH-MEMBER.
057200     IF CV-WL-QUESTION-2 NUMERIC
057300         ADD CV-WL-QUESTION-2 TO CV-HASH-QUESTION-2
057400     END-IF.
057500 5000-EXIT.
057600     EXIT.
057700*
057800*****************************************************************
057900*   5100-PUT-TEXT-FIELD                                         *
058000*   APPENDS CV-TRIM-FIELD AS A QUOTED FIELD, TRAILING SPACES    *
058100*   DROPPED AND ANY DOUBLE QUOTE SENT AS A SINGLE QUOTE.        *
058200*****************************************************************
058300 5100-PUT-TEXT-FIELD.
058400     INSPECT CV-TRIM-FIELD REPLACING ALL '"' BY "'".
058500     MOVE 30 TO CV-TRIM-LEN.
058600     MOVE 'N' TO CV-TRIM-SWITCH.
058700     PERFORM 5150-BACK-UP-ONE THRU 5150-EXIT
058800         UNTIL CV-TRIM-LEN = 0 OR CV-TRIM-DONE.
058900     STRING '"'
059000         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
059100         WITH POINTER CV-CSV-PTR
059200     END-STRING.
059300     IF CV-TRIM-LEN > 0
059400         STRING CV-TRIM-FIELD(1:CV-TRIM-LEN)
059500             DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
059600             WITH POINTER CV-CSV-PTR
059700         END-STRING
059800     END-IF.
059900     STRING '"'
060000         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
060100         WITH POINTER CV-CSV-PTR
060200     END-STRING.
060300 5100-EXIT.
060400     EXIT.
060500*
060600*****************************************************************
060700*   5150-BACK-UP-ONE                                            *
060800*****************************************************************
060900 5150-BACK-UP-ONE.
061000     IF CV-TRIM-FIELD(CV-TRIM-LEN:1) NOT = SPACE
061100         MOVE 'Y' TO CV-TRIM-SWITCH
061200     ELSE
061300         SUBTRACT 1 FROM CV-TRIM-LEN
061400     END-IF.
061500 5150-EXIT.
061600     EXIT.
061700*
061800*****************************************************************
061900*   5200-PUT-ACTIVITY                                           *
062000*   APPENDS ONE ACTIVITY AND ITS DONE FLAG.  A FLAG THAT IS NOT *
062100*   Y OR N (NO FEEDBACK POSTED) GOES OUT EMPTY.                 *
062200*****************************************************************
062300 5200-PUT-ACTIVITY.
062400     PERFORM 5100-PUT-TEXT-FIELD THRU 5100-EXIT.
062500     STRING ","
062600         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
062700         WITH POINTER CV-CSV-PTR
062800     END-STRING.
062900     IF CV-DONE-FLAG = 'Y' OR CV-DONE-FLAG = 'N'
063000         STRING CV-DONE-FLAG
063100             DELIMITED BY SIZE INTO CSV-EXPORT-RECORD
063200             WITH POINTER CV-CSV-PTR
063300         END-STRING
063400     END-IF.
063500 5200-EXIT.
063600     EXIT.
063700*
063800*****************************************************************
063900*   5900-WRITE-CSV                                              *
064000*****************************************************************
064100 5900-WRITE-CSV.
064200     WRITE CSV-EXPORT-RECORD.
064300     IF CV-EXPORT-STATUS NOT = "00"
064400         DISPLAY "EXPORT FILE WRITE FAILED, STATUS "
064500             CV-EXPORT-STATUS
064600         STOP RUN
064700     END-IF.
064800 5900-EXIT.
064900     EXIT.
065000*
065100*****************************************************************
065200*   9000-TERMINATE                                              *
065300*   WRITES THE TRAILER RECORD AND PRINTS THE SAME CONTROL       *
065400*   TOTALS ON THE REPORT FOR THE SENDER'S OWN RECORDS.          *
065500*****************************************************************
065600 9000-TERMINATE.
065700     MOVE SPACES TO CSV-EXPORT-RECORD.
065800     STRING "T," CV-EXPORT-COUNT "," CV-HASH-MEMBER ","
065900         CV-HASH-QUESTION-2
066000         DELIMITED BY SIZE INTO CSV-EXPORT-RECORD.
066100     PERFORM 5900-WRITE-CSV THRU 5900-EXIT.
066200     CLOSE CSV-EXPORT-FILE.
066300     CLOSE MEMBER-MASTER-FILE.
066400
066500     MOVE SPACES TO REPORT-LINE.
066600     WRITE REPORT-LINE AFTER ADVANCING 1.
066700
066800     MOVE CV-ARCH-READ TO CV-EDIT-COUNT.
066900     MOVE SPACES TO REPORT-LINE.
067000     STRING "ARCHIVE RECORDS READ      : " CV-EDIT-COUNT
067100         DELIMITED BY SIZE INTO REPORT-LINE.
067200     WRITE REPORT-LINE AFTER ADVANCING 1.
067300
067400     MOVE CV-LOG-READ TO CV-EDIT-COUNT.
067500     MOVE SPACES TO REPORT-LINE.
067600     STRING "LIVE LOG RECORDS READ     : " CV-EDIT-COUNT
067700         DELIMITED BY SIZE INTO REPORT-LINE.
067800     WRITE REPORT-LINE AFTER ADVANCING 1.
067900
068000     MOVE CV-IN-RANGE TO CV-EDIT-COUNT.
068100     MOVE SPACES TO REPORT-LINE.
068200     STRING "RECORDS IN DATE RANGE     : " CV-EDIT-COUNT
068300         DELIMITED BY SIZE INTO REPORT-LINE.
068400     WRITE REPORT-LINE AFTER ADVANCING 1.
068500
068600     MOVE CV-HOUSEHOLD-SKIPPED TO CV-EDIT-COUNT.
068700     MOVE SPACES TO REPORT-LINE.
068800     STRING "OUTSIDE THE HOUSEHOLD     : " CV-EDIT-COUNT
068900         DELIMITED BY SIZE INTO REPORT-LINE.
069000     WRITE REPORT-LINE AFTER ADVANCING 1.
069100
069200     MOVE CV-NO-MASTER TO CV-EDIT-COUNT.
069300     MOVE SPACES TO REPORT-LINE.
069400     STRING "EXPORTED, NOT ON MEMMSTR  : " CV-EDIT-COUNT
069500         DELIMITED BY SIZE INTO REPORT-LINE.
069600     WRITE REPORT-LINE AFTER ADVANCING 1.
069700
069800     MOVE CV-EXPORT-COUNT TO CV-EDIT-COUNT.
069900     MOVE SPACES TO REPORT-LINE.
070000     STRING "DETAIL RECORDS EXPORTED   : " CV-EDIT-COUNT
070100         DELIMITED BY SIZE INTO REPORT-LINE.
070200     WRITE REPORT-LINE AFTER ADVANCING 2.
070300
070400     MOVE CV-HASH-MEMBER TO CV-EDIT-HASH.
070500     MOVE SPACES TO REPORT-LINE.
070600     STRING "HASH TOTAL, MEMBER ID     : " CV-EDIT-HASH
070700         DELIMITED BY SIZE INTO REPORT-LINE.
070800     WRITE REPORT-LINE AFTER ADVANCING 1.
070900
071000     MOVE CV-HASH-QUESTION-2 TO CV-EDIT-HASH.
071100     MOVE SPACES TO REPORT-LINE.
071200     STRING "HASH TOTAL, QUESTION-2    : " CV-EDIT-HASH
071300         DELIMITED BY SIZE INTO REPORT-LINE.
071400     WRITE REPORT-LINE AFTER ADVANCING 1.
071500
071600     CLOSE EXPORT-REPORT-FILE.
071700 9000-EXIT.
071800     EXIT.
