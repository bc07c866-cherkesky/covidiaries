000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DOSEMAINT.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-06.
000600 DATE-COMPILED.  2026-10-06.
000700*
000800*****************************************************************
000900*                                                               *
001000*   DOSEMAINT MAINTAINS THE VACCINATION DOSE-HISTORY INDEXED    *
001100*   FILE FROM A TRANSACTION FILE, THE WAY MEMMAINT MAINTAINS    *
001200*   THE MEMBER-MASTER: ADD, UPDATE, OR DELETE ONE DOSE, OR      *
001300*   LIST THE WHOLE FILE.  A DOSE IS KEYED BY MEMBER ID AND      *
001400*   DOSE DATE; THE MEMBER MUST BE ON THE MEMBER MASTER AND THE  *
001500*   DOSE DATE MUST BE A REAL CALENDAR DATE NO LATER THAN        *
001600*   TODAY.  THE VAXSTAT STEP READS THIS FILE EACH NIGHT TO      *
001700*   MOVE MEMBERS UP THROUGH THE VACCINATION STATUSES.  EVERY    *
001800*   APPLIED CHANGE WRITES A BEFORE/AFTER AUDIT RECORD (WHO,     *
001900*   WHEN, WHAT) TO THE DOSE-AUDIT FILE, AND EVERY TRANSACTION   *
002000*   -- APPLIED OR REJECTED -- GETS ONE LINE ON THE              *
002100*   MAINTENANCE REPORT.                                         *
002200*                                                               *
002300*   MODIFICATION HISTORY                                       *
002400*   DATE       INIT DESCRIPTION                                *
002500*   ---------- ---- -------------------------------------------*
002600*   2026-10-06  RLC ORIGINAL PROGRAM.                          *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   GNU-LINUX.
003200 OBJECT-COMPUTER.   GNU-LINUX.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DOSE-TRAN-FILE
003600         ASSIGN TO "DOSETRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS CV-TRAN-STATUS.
003900
004000     SELECT VAX-DOSE-FILE
004100         ASSIGN TO "VAXDOSE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS VD-KEY
004500         FILE STATUS IS CV-VAXDOSE-STATUS.
004600
004700     SELECT MEMBER-MASTER-FILE
004800         ASSIGN TO "MEMMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS MM-MEMBER-ID
005200         FILE STATUS IS CV-MEMMSTR-STATUS.
005300
005400     SELECT DOSE-AUDIT-FILE
005500         ASSIGN TO "DOSAUDIT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS CV-AUDIT-STATUS.
005800
005900     SELECT MAINT-REPORT-FILE
006000         ASSIGN TO "DOSERPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CV-REPORT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  DOSE-TRAN-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DOSETRAN.CPY.
006900
007000 FD  VAX-DOSE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY VAXDOSE.CPY.
007300
007400 FD  MEMBER-MASTER-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY MEMMSTR.CPY.
007700
007800 FD  DOSE-AUDIT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DOSAUDIT.CPY.
008100
008200 FD  MAINT-REPORT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  REPORT-LINE                     PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 77  CV-TRAN-STATUS              PIC X(02) VALUE SPACES.
008800 77  CV-VAXDOSE-STATUS           PIC X(02) VALUE SPACES.
008900 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
009000 77  CV-AUDIT-STATUS             PIC X(02) VALUE SPACES.
009100 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
009200 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
009300 77  CV-TIME-NOW                 PIC 9(06) VALUE 0.
009400 77  CV-DOSE-DATE                PIC 9(08) VALUE 0.
009500 77  CV-DOSE-INT                 PIC S9(07) COMP VALUE 0.
009600
009700 77  CV-EOF-SWITCH               PIC X(01) VALUE 'N'.
009800     88  CV-END-OF-TRANS         VALUE 'Y'.
009900 77  CV-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
010000     88  CV-END-OF-LIST          VALUE 'Y'.
010100 77  CV-FOUND-SWITCH             PIC X(01) VALUE 'N'.
010200     88  CV-KEY-ON-FILE          VALUE 'Y'.
010300 77  CV-MEMBER-SWITCH            PIC X(01) VALUE 'N'.
010400     88  CV-MEMBER-ON-FILE       VALUE 'Y'.
010500
010600 77  CV-TRAN-READ                PIC 9(05) COMP VALUE 0.
010700 77  CV-TRAN-APPLIED             PIC 9(05) COMP VALUE 0.
010800 77  CV-TRAN-REJECTED            PIC 9(05) COMP VALUE 0.
010900 77  CV-EDIT-COUNT               PIC ZZZZ9.
011000
011100 77  CV-EDIT-MESSAGE             PIC X(40) VALUE SPACES.
011200
011300*----------------------------------------------------------------
011400*    BEFORE AND AFTER IMAGES OF THE DOSE BEING CHANGED,          *
011500*    CARRIED TO THE AUDIT RECORD.                                *
011600*----------------------------------------------------------------
011700 01  CV-BEFORE-IMAGE.
011800     05  CV-BEFORE-KIND          PIC X(01) VALUE SPACES.
011900     05  CV-BEFORE-SERIES        PIC X(01) VALUE SPACES.
012000     05  CV-BEFORE-PRODUCT       PIC X(12) VALUE SPACES.
012100 01  CV-AFTER-IMAGE.
012200     05  CV-AFTER-KIND           PIC X(01) VALUE SPACES.
012300     05  CV-AFTER-SERIES         PIC X(01) VALUE SPACES.
012400     05  CV-AFTER-PRODUCT        PIC X(12) VALUE SPACES.
012500
012600 PROCEDURE DIVISION.
012700*
012800*****************************************************************
012900*   0000-MAINLINE                                               *
013000*****************************************************************
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
013400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013500     STOP RUN.
013600*
013700*****************************************************************
013800*   1000-INITIALIZE                                             *
013900*   OPENS EVERY FILE.  A MISSING TRANSACTION FILE OR MEMBER     *
014000*   MASTER FAILS THE JOB CLEANLY; A MISSING DOSE-HISTORY FILE   *
014100*   IS CREATED EMPTY SO THE FIRST-EVER MAINTENANCE RUN CAN      *
014200*   LOAD THE FILE FROM SCRATCH.                                 *
014300*****************************************************************
014400 1000-INITIALIZE.
014500     OPEN INPUT DOSE-TRAN-FILE.
014600     IF CV-TRAN-STATUS NOT = "00"
014700         DISPLAY "TRANSACTION FILE NOT FOUND OR NOT READABLE, "
014800             "STATUS " CV-TRAN-STATUS
014900         STOP RUN
015000     END-IF.
015100
015200     OPEN INPUT MEMBER-MASTER-FILE.
015300     IF CV-MEMMSTR-STATUS NOT = "00"
015400         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
015500             "STATUS " CV-MEMMSTR-STATUS
015600         STOP RUN
015700     END-IF.
015800
015900     OPEN I-O VAX-DOSE-FILE.
016000     IF CV-VAXDOSE-STATUS NOT = "00"
016100         OPEN OUTPUT VAX-DOSE-FILE
016200         CLOSE VAX-DOSE-FILE
016300         OPEN I-O VAX-DOSE-FILE
016400     END-IF.
016500     IF CV-VAXDOSE-STATUS NOT = "00"
016600         DISPLAY "DOSE-HISTORY FILE COULD NOT BE OPENED, STATUS "
016700             CV-VAXDOSE-STATUS
016800         STOP RUN
016900     END-IF.
017000
017100     OPEN EXTEND DOSE-AUDIT-FILE.
017200     IF CV-AUDIT-STATUS NOT = "00"
017300         OPEN OUTPUT DOSE-AUDIT-FILE
017400     END-IF.
017500
017600     OPEN OUTPUT MAINT-REPORT-FILE.
017700
017800     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
017900     ACCEPT CV-TIME-NOW FROM TIME.
018000
018100     MOVE SPACES TO REPORT-LINE.
018200     STRING "DOSEMAINT - DOSE-HISTORY MAINTENANCE "
018300         CV-TODAY-DATE
018400         DELIMITED BY SIZE INTO REPORT-LINE.
018500     WRITE REPORT-LINE AFTER ADVANCING PAGE.
018600     MOVE SPACES TO REPORT-LINE.
018700     WRITE REPORT-LINE AFTER ADVANCING 1.
018800 1000-EXIT.
018900     EXIT.
019000*
019100*****************************************************************
019200*   2000-PROCESS-TRANSACTIONS                                   *
019300*****************************************************************
019400 2000-PROCESS-TRANSACTIONS.
019500     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
019600     PERFORM 2200-PROCESS-ONE-TRANSACTION THRU 2200-EXIT
019700         UNTIL CV-END-OF-TRANS.
019800 2000-EXIT.
019900     EXIT.
020000*
020100*****************************************************************
020200*   2100-READ-TRANSACTION                                       *
020300*****************************************************************
020400 2100-READ-TRANSACTION.
020500     READ DOSE-TRAN-FILE
020600         AT END
020700             MOVE 'Y' TO CV-EOF-SWITCH
020800     END-READ.
020900     IF NOT CV-END-OF-TRANS
021000         ADD 1 TO CV-TRAN-READ
021100     END-IF.
021200 2100-EXIT.
021300     EXIT.
021400*
021500*****************************************************************
021600*   2200-PROCESS-ONE-TRANSACTION                                *
021700*   EDITS THE TRANSACTION AND HANDS IT TO THE RIGHT FUNCTION    *
021800*   PARAGRAPH.  A TRANSACTION THAT FAILS AN EDIT IS REPORTED    *
021900*   AND SKIPPED, NEVER APPLIED.                                 *
022000*****************************************************************
022100 2200-PROCESS-ONE-TRANSACTION.
022200     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
022300     IF CV-EDIT-MESSAGE = SPACES
022400         EVALUATE TRUE
022500             WHEN DT-ADD
022600                 PERFORM 3100-ADD-DOSE THRU 3100-EXIT
022700             WHEN DT-UPDATE
022800                 PERFORM 3200-UPDATE-DOSE THRU 3200-EXIT
022900             WHEN DT-DELETE
023000                 PERFORM 3300-DELETE-DOSE THRU 3300-EXIT
023100             WHEN DT-LIST
023200                 PERFORM 3400-LIST-DOSES THRU 3400-EXIT
023300         END-EVALUATE
023400     ELSE
023500         ADD 1 TO CV-TRAN-REJECTED
023600         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
023700     END-IF.
023800     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
023900 2200-EXIT.
024000     EXIT.
024100*
024200*****************************************************************
024300*   2300-EDIT-TRANSACTION                                       *
024400*   KEY EDITS: THE FUNCTION MUST BE A/U/D/L, AND FOR A/U/D THE  *
024500*   MEMBER ID MUST BE NUMERIC AND NOT ZERO AND THE DOSE DATE A  *
024600*   REAL CALENDAR DATE NO LATER THAN TODAY.  FOR ADD/UPDATE     *
024700*   THE DOSE KIND MUST BE P (PRIMARY SERIES) OR B (BOOSTER),    *
024800*   AND A PRIMARY DOSE MUST SAY HOW MANY DOSES ITS SERIES       *
024900*   NEEDS (1-3).  LEAVES CV-EDIT-MESSAGE SPACES WHEN THE        *
025000*   TRANSACTION IS CLEAN.                                       *
025100*****************************************************************
025200 2300-EDIT-TRANSACTION.
025300     MOVE SPACES TO CV-EDIT-MESSAGE.
025400     MOVE 0 TO CV-DOSE-INT.
025500     IF DT-DOSE-DATE NUMERIC
025600         MOVE DT-DOSE-DATE TO CV-DOSE-DATE
025700         COMPUTE CV-DOSE-INT =
025800             FUNCTION INTEGER-OF-DATE(CV-DOSE-DATE)
025900     END-IF.
026000     EVALUATE TRUE
026100         WHEN NOT DT-FUNCTION-VALID
026200             MOVE "FUNCTION MUST BE A, U, D, OR L"
026300                 TO CV-EDIT-MESSAGE
026400         WHEN DT-LIST
026500             CONTINUE
026600         WHEN DT-MEMBER-ID NOT NUMERIC
026700             MOVE "MEMBER ID MUST BE NUMERIC"
026800                 TO CV-EDIT-MESSAGE
026900         WHEN DT-MEMBER-ID = "00000"
027000             MOVE "MEMBER ID MUST NOT BE ZERO"
027100                 TO CV-EDIT-MESSAGE
027200         WHEN DT-DOSE-DATE NOT NUMERIC
027300             MOVE "DOSE DATE MUST BE YYYYMMDD"
027400                 TO CV-EDIT-MESSAGE
027500         WHEN CV-DOSE-INT < 1
027600             MOVE "DOSE DATE IS NOT A REAL CALENDAR DATE"
027700                 TO CV-EDIT-MESSAGE
027800         WHEN CV-DOSE-DATE > CV-TODAY-DATE
027900             MOVE "DOSE DATE IS IN THE FUTURE"
028000                 TO CV-EDIT-MESSAGE
028100         WHEN DT-DELETE
028200             CONTINUE
028300         WHEN NOT DT-KIND-VALID
028400             MOVE "DOSE KIND MUST BE P OR B"
028500                 TO CV-EDIT-MESSAGE
028600         WHEN DT-PRIMARY-DOSE AND NOT DT-SERIES-VALID
028700             MOVE "SERIES SIZE MUST BE 1-3 FOR A PRIMARY"
028800                 TO CV-EDIT-MESSAGE
028900     END-EVALUATE.
029000 2300-EXIT.
029100     EXIT.
029200*
029300*****************************************************************
029400*   3100-ADD-DOSE                                               *
029500*   THE MEMBER MUST BE ON THE MEMBER MASTER, SO THE NIGHTLY     *
029600*   STATUS JOB NEVER FINDS A DOSE WITH NO MEMBER TO APPLY IT TO.*
029700*****************************************************************
029800 3100-ADD-DOSE.
029900     PERFORM 5400-CHECK-MEMBER THRU 5400-EXIT.
030000     IF NOT CV-MEMBER-ON-FILE
030100         MOVE "MEMBER NOT ON MEMBER MASTER - ADD REJECTED"
030200             TO CV-EDIT-MESSAGE
030300         ADD 1 TO CV-TRAN-REJECTED
030400         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
030500         GO TO 3100-EXIT.
030600     PERFORM 5000-READ-DOSE-BY-KEY THRU 5000-EXIT.
030700     IF CV-KEY-ON-FILE
030800         MOVE "DOSE ALREADY ON FILE - ADD REJECTED"
030900             TO CV-EDIT-MESSAGE
031000         ADD 1 TO CV-TRAN-REJECTED
031100         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
031200     ELSE
031300         MOVE SPACES TO CV-BEFORE-IMAGE
031400         MOVE DT-MEMBER-ID  TO VD-MEMBER-ID
031500         MOVE CV-DOSE-DATE  TO VD-DOSE-DATE
031600         PERFORM 5200-MOVE-TRAN-TO-DOSE THRU 5200-EXIT
031700         PERFORM 5300-SAVE-AFTER-IMAGE THRU 5300-EXIT
031800         WRITE VAX-DOSE-RECORD
031900         PERFORM 5100-CHECK-DOSE-IO THRU 5100-EXIT
032000         MOVE "ADDED" TO CV-EDIT-MESSAGE
032100         ADD 1 TO CV-TRAN-APPLIED
032200         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
032300         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
032400     END-IF.
032500 3100-EXIT.
032600     EXIT.
032700*
032800*****************************************************************
032900*   3200-UPDATE-DOSE                                            *
033000*****************************************************************
033100 3200-UPDATE-DOSE.
033200     PERFORM 5000-READ-DOSE-BY-KEY THRU 5000-EXIT.
033300     IF CV-KEY-ON-FILE
033400         PERFORM 5250-SAVE-BEFORE-IMAGE THRU 5250-EXIT
033500         PERFORM 5200-MOVE-TRAN-TO-DOSE THRU 5200-EXIT
033600         PERFORM 5300-SAVE-AFTER-IMAGE THRU 5300-EXIT
033700         REWRITE VAX-DOSE-RECORD
033800         PERFORM 5100-CHECK-DOSE-IO THRU 5100-EXIT
033900         MOVE "UPDATED" TO CV-EDIT-MESSAGE
034000         ADD 1 TO CV-TRAN-APPLIED
034100         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
034200         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
034300     ELSE
034400         MOVE "DOSE NOT ON FILE - UPDATE REJECTED"
034500             TO CV-EDIT-MESSAGE
034600         ADD 1 TO CV-TRAN-REJECTED
034700         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
034800     END-IF.
034900 3200-EXIT.
035000     EXIT.
035100*
035200*****************************************************************
035300*   3300-DELETE-DOSE                                            *
035400*****************************************************************
035500 3300-DELETE-DOSE.
035600     PERFORM 5000-READ-DOSE-BY-KEY THRU 5000-EXIT.
035700     IF CV-KEY-ON-FILE
035800         PERFORM 5250-SAVE-BEFORE-IMAGE THRU 5250-EXIT
035900         MOVE SPACES TO CV-AFTER-IMAGE
036000         DELETE VAX-DOSE-FILE
036100         PERFORM 5100-CHECK-DOSE-IO THRU 5100-EXIT
036200         MOVE "DELETED" TO CV-EDIT-MESSAGE
036300         ADD 1 TO CV-TRAN-APPLIED
036400         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
036500         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
036600     ELSE
036700         MOVE "DOSE NOT ON FILE - DELETE REJECTED"
036800             TO CV-EDIT-MESSAGE
036900         ADD 1 TO CV-TRAN-REJECTED
037000         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
037100     END-IF.
037200 3300-EXIT.
037300     EXIT.
037400*
037500*****************************************************************
037600*   3400-LIST-DOSES                                             *
037700*   WALKS THE WHOLE DOSE-HISTORY FILE IN KEY ORDER (MEMBER,     *
037800*   THEN DOSE DATE) AND PRINTS ONE REPORT LINE PER DOSE.        *
037900*****************************************************************
038000 3400-LIST-DOSES.
038100     MOVE SPACES TO REPORT-LINE.
038200     STRING "LIST OF DOSE-HISTORY RECORDS"
038300         DELIMITED BY SIZE INTO REPORT-LINE.
038400     WRITE REPORT-LINE AFTER ADVANCING 2.
038500
038600     MOVE 'N' TO CV-LIST-EOF-SWITCH.
038700     MOVE LOW-VALUES TO VD-KEY.
038800     START VAX-DOSE-FILE KEY NOT < VD-KEY
038900         INVALID KEY
039000             MOVE 'Y' TO CV-LIST-EOF-SWITCH
039100     END-START.
039200     PERFORM 3450-LIST-ONE-DOSE THRU 3450-EXIT
039300         UNTIL CV-END-OF-LIST.
039400     MOVE "LIST PRINTED" TO CV-EDIT-MESSAGE.
039500     ADD 1 TO CV-TRAN-APPLIED.
039600     PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT.
039700 3400-EXIT.
039800     EXIT.
039900*
040000*****************************************************************
040100*   3450-LIST-ONE-DOSE                                          *
040200*****************************************************************
040300 3450-LIST-ONE-DOSE.
040400     READ VAX-DOSE-FILE NEXT RECORD
040500         AT END
040600             MOVE 'Y' TO CV-LIST-EOF-SWITCH
040700     END-READ.
040800     IF NOT CV-END-OF-LIST
040900         MOVE SPACES TO REPORT-LINE
041000         STRING "  " VD-MEMBER-ID
041100             "  " VD-DOSE-DATE
041200             "  " VD-DOSE-KIND " " VD-SERIES-SIZE
041300             "  " VD-PRODUCT
041400             "  " VD-ENTERED-BY " " VD-ENTERED-DATE
041500             DELIMITED BY SIZE INTO REPORT-LINE
041600         WRITE REPORT-LINE AFTER ADVANCING 1
041700     END-IF.
041800 3450-EXIT.
041900     EXIT.
042000*
042100*****************************************************************
042200*   5000-READ-DOSE-BY-KEY                                       *
042300*   RANDOM READ OF THE DOSE-HISTORY FILE FOR THE TRANSACTION    *
042400*   MEMBER AND DOSE DATE.  SETS CV-KEY-ON-FILE WHEN THE RECORD  *
042500*   EXISTS.                                                     *
042600*****************************************************************
042700 5000-READ-DOSE-BY-KEY.
042800     MOVE 'N' TO CV-FOUND-SWITCH.
042900     MOVE DT-MEMBER-ID TO VD-MEMBER-ID.
043000     MOVE CV-DOSE-DATE TO VD-DOSE-DATE.
043100     READ VAX-DOSE-FILE
043200         INVALID KEY
043300             CONTINUE
043400         NOT INVALID KEY
043500             MOVE 'Y' TO CV-FOUND-SWITCH
043600     END-READ.
043700 5000-EXIT.
043800     EXIT.
043900*
044000*****************************************************************
044100*   5100-CHECK-DOSE-IO                                          *
044200*   A WRITE, REWRITE, OR DELETE AGAINST THE DOSE-HISTORY FILE   *
044300*   THAT DOES NOT COME BACK CLEAN STOPS THE RUN AT ONCE, SO     *
044400*   THE AUDIT FILE AND THE REPORT NEVER CLAIM A CHANGE THAT     *
044500*   NEVER MADE IT TO THE FILE.                                  *
044600*****************************************************************
044700 5100-CHECK-DOSE-IO.
044800     IF CV-VAXDOSE-STATUS NOT = "00"
044900         DISPLAY "DOSE-HISTORY I-O FAILED, STATUS "
045000             CV-VAXDOSE-STATUS
045100         STOP RUN
045200     END-IF.
045300 5100-EXIT.
045400     EXIT.
045500*
045600*****************************************************************
045700*   5200-MOVE-TRAN-TO-DOSE                                      *
045800*   FILES THE TRANSACTION'S DOSE KIND, SERIES SIZE, AND         *
045900*   PRODUCT INTO THE DOSE RECORD AREA, STAMPED WITH WHO KEYED   *
046000*   IT AND WHEN.  A BOOSTER CARRIES NO SERIES SIZE.             *
046100*****************************************************************
046200 5200-MOVE-TRAN-TO-DOSE.
046300     MOVE DT-DOSE-KIND   TO VD-DOSE-KIND.
046400     IF DT-PRIMARY-DOSE
046500         MOVE DT-SERIES-SIZE TO VD-SERIES-SIZE
046600     ELSE
046700         MOVE 0 TO VD-SERIES-SIZE
046800     END-IF.
046900     MOVE DT-PRODUCT     TO VD-PRODUCT.
047000     MOVE DT-USER-ID     TO VD-ENTERED-BY.
047100     MOVE CV-TODAY-DATE  TO VD-ENTERED-DATE.
047200 5200-EXIT.
047300     EXIT.
047400*
047500*****************************************************************
047600*   5250-SAVE-BEFORE-IMAGE                                      *
047700*****************************************************************
047800 5250-SAVE-BEFORE-IMAGE.
047900     MOVE VD-DOSE-KIND    TO CV-BEFORE-KIND.
048000     MOVE VD-SERIES-SIZE  TO CV-BEFORE-SERIES.
048100     MOVE VD-PRODUCT      TO CV-BEFORE-PRODUCT.
048200 5250-EXIT.
048300     EXIT.
048400*
048500*****************************************************************
048600*   5300-SAVE-AFTER-IMAGE                                       *
048700*****************************************************************
048800 5300-SAVE-AFTER-IMAGE.
048900     MOVE VD-DOSE-KIND    TO CV-AFTER-KIND.
049000     MOVE VD-SERIES-SIZE  TO CV-AFTER-SERIES.
049100     MOVE VD-PRODUCT      TO CV-AFTER-PRODUCT.
049200 5300-EXIT.
049300     EXIT.
049400*
049500*****************************************************************
049600*   5400-CHECK-MEMBER                                           *
049700*   RANDOM READ OF THE MEMBER MASTER FOR THE TRANSACTION        *
049800*   MEMBER.  SETS CV-MEMBER-ON-FILE WHEN THE MEMBER EXISTS,     *
049900*   ACTIVE OR NOT -- A DOSE GIVEN BEFORE A DEACTIVATION STILL   *
050000*   BELONGS ON THE HISTORY.                                     *
050100*****************************************************************
050200 5400-CHECK-MEMBER.
050300     MOVE 'N' TO CV-MEMBER-SWITCH.
050400     MOVE DT-MEMBER-ID TO MM-MEMBER-ID.
050500     READ MEMBER-MASTER-FILE
050600         INVALID KEY
050700             CONTINUE
050800         NOT INVALID KEY
050900             MOVE 'Y' TO CV-MEMBER-SWITCH
051000     END-READ.
051100 5400-EXIT.
051200     EXIT.
051300*
051400*****************************************************************
051500*   6000-WRITE-AUDIT-RECORD                                     *
051600*   ONE BEFORE/AFTER AUDIT RECORD PER APPLIED CHANGE: WHO       *
051700*   (DT-USER-ID), WHEN (RUN DATE AND TIME), WHICH DOSE, AND     *
051800*   THE DOSE IMAGE BEFORE AND AFTER.                            *
051900*****************************************************************
052000 6000-WRITE-AUDIT-RECORD.
052100     ACCEPT CV-TIME-NOW FROM TIME.
052200     MOVE SPACES TO DOSE-AUDIT-RECORD.
052300     MOVE CV-TODAY-DATE     TO DX-DATE.
052400     MOVE CV-TIME-NOW       TO DX-TIME.
052500     MOVE DT-USER-ID        TO DX-USER-ID.
052600     MOVE DT-FUNCTION       TO DX-FUNCTION.
052700     MOVE VD-MEMBER-ID      TO DX-MEMBER-ID.
052800     MOVE VD-DOSE-DATE      TO DX-DOSE-DATE.
052900     MOVE CV-BEFORE-KIND    TO DX-BEFORE-KIND.
053000     MOVE CV-BEFORE-SERIES  TO DX-BEFORE-SERIES.
053100     MOVE CV-BEFORE-PRODUCT TO DX-BEFORE-PRODUCT.
053200     MOVE CV-AFTER-KIND     TO DX-AFTER-KIND.
053300     MOVE CV-AFTER-SERIES   TO DX-AFTER-SERIES.
053400     MOVE CV-AFTER-PRODUCT  TO DX-AFTER-PRODUCT.
053500     WRITE DOSE-AUDIT-RECORD.
053600     IF CV-AUDIT-STATUS NOT = "00"
053700         DISPLAY "DOSE-AUDIT WRITE FAILED, STATUS "
053800             CV-AUDIT-STATUS
053900         STOP RUN
054000     END-IF.
054100 6000-EXIT.
054200     EXIT.
054300*
054400*****************************************************************
054500*   6100-WRITE-TRAN-RESULT                                      *
054600*   ONE MAINTENANCE-REPORT LINE PER TRANSACTION SHOWING THE     *
054700*   FUNCTION, MEMBER ID, DOSE DATE, AND WHAT HAPPENED TO IT.    *
054800*****************************************************************
054900 6100-WRITE-TRAN-RESULT.
055000     MOVE SPACES TO REPORT-LINE.
055100     STRING DT-FUNCTION " " DT-MEMBER-ID " " DT-DOSE-DATE
055200         " " DT-USER-ID " " CV-EDIT-MESSAGE
055300         DELIMITED BY SIZE INTO REPORT-LINE.
055400     WRITE REPORT-LINE AFTER ADVANCING 1.
055500 6100-EXIT.
055600     EXIT.
055700*
055800*****************************************************************
055900*   9000-TERMINATE                                              *
056000*   PRINTS THE TRANSACTION TOTALS AND CLOSES EVERY FILE.        *
056100*****************************************************************
056200 9000-TERMINATE.
056300     MOVE SPACES TO REPORT-LINE.
056400     WRITE REPORT-LINE AFTER ADVANCING 1.
056500
056600     MOVE CV-TRAN-READ TO CV-EDIT-COUNT.
056700     MOVE SPACES TO REPORT-LINE.
056800     STRING "TRANSACTIONS READ     : " CV-EDIT-COUNT
056900         DELIMITED BY SIZE INTO REPORT-LINE.
057000     WRITE REPORT-LINE AFTER ADVANCING 1.
057100
057200     MOVE CV-TRAN-APPLIED TO CV-EDIT-COUNT.
057300     MOVE SPACES TO REPORT-LINE.
057400     STRING "TRANSACTIONS APPLIED  : " CV-EDIT-COUNT
057500         DELIMITED BY SIZE INTO REPORT-LINE.
057600     WRITE REPORT-LINE AFTER ADVANCING 1.
057700
057800     MOVE CV-TRAN-REJECTED TO CV-EDIT-COUNT.
057900     MOVE SPACES TO REPORT-LINE.
058000     STRING "TRANSACTIONS REJECTED : " CV-EDIT-COUNT
058100         DELIMITED BY SIZE INTO REPORT-LINE.
058200     WRITE REPORT-LINE AFTER ADVANCING 1.
058300
058400     CLOSE DOSE-TRAN-FILE.
058500     CLOSE VAX-DOSE-FILE.
058600     CLOSE MEMBER-MASTER-FILE.
058700     CLOSE DOSE-AUDIT-FILE.
058800     CLOSE MAINT-REPORT-FILE.
058900 9000-EXIT.
059000     EXIT.
