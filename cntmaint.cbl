000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CNTMAINT.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*
000800*****************************************************************
000900*                                                               *
001000*   CNTMAINT MAINTAINS THE MEMBER CONTACT INDEXED FILE FROM A   *
001100*   TRANSACTION FILE, THE WAY MEMMAINT MAINTAINS THE            *
001200*   MEMBER-MASTER: ADD, UPDATE, OR DELETE ONE MEMBER'S          *
001300*   CONTACT, OR LIST THE WHOLE FILE.  A CONTACT IS KEYED BY     *
001400*   MEMBER ID AND THE MEMBER MUST BE ON THE MEMBER MASTER.      *
001500*   THE CONTACT SAYS HOW (E-MAIL, TEXT, OR VOICE CALL), WHERE,  *
001600*   AND WHEN THE MEMBER WANTS THE DAILY AGENDA REMINDER, OR     *
001700*   THAT THE MEMBER HAS OPTED OUT; THE REMINDER STEP READS IT   *
001800*   EACH DAY.  EVERY APPLIED CHANGE WRITES A BEFORE/AFTER       *
001900*   AUDIT RECORD (WHO, WHEN, WHAT) TO THE CONTACT-AUDIT FILE,   *
002000*   AND EVERY TRANSACTION -- APPLIED OR REJECTED -- GETS ONE    *
002100*   LINE ON THE MAINTENANCE REPORT.                             *
002200*                                                               *
002300*   MODIFICATION HISTORY                                       *
002400*   DATE       INIT DESCRIPTION                                *
002500*   ---------- ---- -------------------------------------------*
002600*   2026-10-14  RLC ORIGINAL PROGRAM.                          *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   GNU-LINUX.
003200 OBJECT-COMPUTER.   GNU-LINUX.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONTACT-TRAN-FILE
003600         ASSIGN TO "CNTTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS CV-TRAN-STATUS.
003900
004000     SELECT CONTACT-FILE
004100         ASSIGN TO "CONTACT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CT-MEMBER-ID
004500         FILE STATUS IS CV-CONTACT-STATUS.
004600
004700     SELECT MEMBER-MASTER-FILE
004800         ASSIGN TO "MEMMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS MM-MEMBER-ID
005200         FILE STATUS IS CV-MEMMSTR-STATUS.
005300
005400     SELECT CONTACT-AUDIT-FILE
005500         ASSIGN TO "CNTAUDIT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS CV-AUDIT-STATUS.
005800
005900     SELECT MAINT-REPORT-FILE
006000         ASSIGN TO "CNTRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CV-REPORT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CONTACT-TRAN-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY CNTTRAN.CPY.
006900
007000 FD  CONTACT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY CONTACT.CPY.
007300
007400 FD  MEMBER-MASTER-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY MEMMSTR.CPY.
007700
007800 FD  CONTACT-AUDIT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CNTAUDIT.CPY.
008100
008200 FD  MAINT-REPORT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  REPORT-LINE                     PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 77  CV-TRAN-STATUS              PIC X(02) VALUE SPACES.
008800 77  CV-CONTACT-STATUS           PIC X(02) VALUE SPACES.
008900 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
009000 77  CV-AUDIT-STATUS             PIC X(02) VALUE SPACES.
009100 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
009200 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
009300 77  CV-TIME-NOW                 PIC 9(06) VALUE 0.
009400 77  CV-AT-COUNT                 PIC 9(03) COMP VALUE 0.
009500
009600 77  CV-EOF-SWITCH               PIC X(01) VALUE 'N'.
009700     88  CV-END-OF-TRANS         VALUE 'Y'.
009800 77  CV-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
009900     88  CV-END-OF-LIST          VALUE 'Y'.
010000 77  CV-FOUND-SWITCH             PIC X(01) VALUE 'N'.
010100     88  CV-KEY-ON-FILE          VALUE 'Y'.
010200 77  CV-MEMBER-SWITCH            PIC X(01) VALUE 'N'.
010300     88  CV-MEMBER-ON-FILE       VALUE 'Y'.
010400
010500 77  CV-TRAN-READ                PIC 9(05) COMP VALUE 0.
010600 77  CV-TRAN-APPLIED             PIC 9(05) COMP VALUE 0.
010700 77  CV-TRAN-REJECTED            PIC 9(05) COMP VALUE 0.
010800 77  CV-EDIT-COUNT               PIC ZZZZ9.
010900
011000 77  CV-EDIT-MESSAGE             PIC X(40) VALUE SPACES.
011100
011200*----------------------------------------------------------------
011300*    BEFORE AND AFTER IMAGES OF THE CONTACT BEING CHANGED,      *
011400*    CARRIED TO THE AUDIT RECORD.                               *
011500*----------------------------------------------------------------
011600 01  CV-BEFORE-IMAGE.
011700     05  CV-BEFORE-CHANNEL       PIC X(01) VALUE SPACES.
011800     05  CV-BEFORE-TIME          PIC X(04) VALUE SPACES.
011900     05  CV-BEFORE-OPT-OUT       PIC X(01) VALUE SPACES.
012000     05  CV-BEFORE-ADDRESS       PIC X(60) VALUE SPACES.
012100 01  CV-AFTER-IMAGE.
012200     05  CV-AFTER-CHANNEL        PIC X(01) VALUE SPACES.
012300     05  CV-AFTER-TIME           PIC X(04) VALUE SPACES.
012400     05  CV-AFTER-OPT-OUT        PIC X(01) VALUE SPACES.
012500     05  CV-AFTER-ADDRESS        PIC X(60) VALUE SPACES.
012600
012700 PROCEDURE DIVISION.
012800*
012900*****************************************************************
013000*   0000-MAINLINE                                               *
013100*****************************************************************
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     STOP RUN.
013700*
013800*****************************************************************
013900*   1000-INITIALIZE                                             *
014000*   OPENS EVERY FILE.  A MISSING TRANSACTION FILE OR MEMBER     *
014100*   MASTER FAILS THE JOB CLEANLY; A MISSING CONTACT FILE IS     *
014200*   CREATED EMPTY SO THE FIRST-EVER MAINTENANCE RUN CAN LOAD    *
014300*   THE FILE FROM SCRATCH.                                      *
014400*****************************************************************
014500 1000-INITIALIZE.
014600     OPEN INPUT CONTACT-TRAN-FILE.
014700     IF CV-TRAN-STATUS NOT = "00"
014800         DISPLAY "TRANSACTION FILE NOT FOUND OR NOT READABLE, "
014900             "STATUS " CV-TRAN-STATUS
015000         STOP RUN
015100     END-IF.
015200
015300     OPEN INPUT MEMBER-MASTER-FILE.
015400     IF CV-MEMMSTR-STATUS NOT = "00"
015500         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
015600             "STATUS " CV-MEMMSTR-STATUS
015700         STOP RUN
015800     END-IF.
015900
016000     OPEN I-O CONTACT-FILE.
016100     IF CV-CONTACT-STATUS NOT = "00"
016200         OPEN OUTPUT CONTACT-FILE
016300         CLOSE CONTACT-FILE
016400         OPEN I-O CONTACT-FILE
016500     END-IF.
016600     IF CV-CONTACT-STATUS NOT = "00"
016700         DISPLAY "CONTACT FILE COULD NOT BE OPENED, STATUS "
016800             CV-CONTACT-STATUS
016900         STOP RUN
017000     END-IF.
017100
017200     OPEN EXTEND CONTACT-AUDIT-FILE.
017300     IF CV-AUDIT-STATUS NOT = "00"
017400         OPEN OUTPUT CONTACT-AUDIT-FILE
017500     END-IF.
017600
017700     OPEN OUTPUT MAINT-REPORT-FILE.
017800
017900     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
018000     ACCEPT CV-TIME-NOW FROM TIME.
018100
018200     MOVE SPACES TO REPORT-LINE.
018300     STRING "CNTMAINT - MEMBER CONTACT MAINTENANCE "
018400         CV-TODAY-DATE
018500         DELIMITED BY SIZE INTO REPORT-LINE.
018600     WRITE REPORT-LINE AFTER ADVANCING PAGE.
018700     MOVE SPACES TO REPORT-LINE.
018800     WRITE REPORT-LINE AFTER ADVANCING 1.
018900 1000-EXIT.
019000     EXIT.
019100*
019200*****************************************************************
019300*   2000-PROCESS-TRANSACTIONS                                   *
019400*****************************************************************
019500 2000-PROCESS-TRANSACTIONS.
019600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
019700     PERFORM 2200-PROCESS-ONE-TRANSACTION THRU 2200-EXIT
019800         UNTIL CV-END-OF-TRANS.
019900 2000-EXIT.
020000     EXIT.
020100*
020200*****************************************************************
020300*   2100-READ-TRANSACTION                                       *
020400*****************************************************************
020500 2100-READ-TRANSACTION.
020600     READ CONTACT-TRAN-FILE
020700         AT END
020800             MOVE 'Y' TO CV-EOF-SWITCH
020900     END-READ.
021000     IF NOT CV-END-OF-TRANS
021100         ADD 1 TO CV-TRAN-READ
021200     END-IF.
021300 2100-EXIT.
021400     EXIT.
021500*
021600*****************************************************************
021700*   2200-PROCESS-ONE-TRANSACTION                                *
021800*   EDITS THE TRANSACTION AND HANDS IT TO THE RIGHT FUNCTION    *
021900*   PARAGRAPH.  A TRANSACTION THAT FAILS AN EDIT IS REPORTED    *
022000*   AND SKIPPED, NEVER APPLIED.                                 *
022100*****************************************************************
022200 2200-PROCESS-ONE-TRANSACTION.
022300     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
022400     IF CV-EDIT-MESSAGE = SPACES
022500         EVALUATE TRUE
022600             WHEN CN-ADD
022700                 PERFORM 3100-ADD-CONTACT THRU 3100-EXIT
022800             WHEN CN-UPDATE
022900                 PERFORM 3200-UPDATE-CONTACT THRU 3200-EXIT
023000             WHEN CN-DELETE
023100                 PERFORM 3300-DELETE-CONTACT THRU 3300-EXIT
023200             WHEN CN-LIST
023300                 PERFORM 3400-LIST-CONTACTS THRU 3400-EXIT
023400         END-EVALUATE
023500     ELSE
023600         ADD 1 TO CV-TRAN-REJECTED
023700         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
023800     END-IF.
023900     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
024000 2200-EXIT.
024100     EXIT.
024200*
024300*****************************************************************
024400*   2300-EDIT-TRANSACTION                                       *
024500*   KEY EDITS: THE FUNCTION MUST BE A/U/D/L, AND FOR A/U/D THE  *
024600*   MEMBER ID MUST BE NUMERIC AND NOT ZERO.  FOR ADD/UPDATE     *
024700*   THE CHANNEL MUST BE E, S, OR P; THE ADDRESS MUST NOT BE     *
024800*   BLANK, AND MUST HOLD ONE '@' FOR E-MAIL AND NONE FOR A      *
024900*   TEXT OR CALL NUMBER; THE REMINDER TIME MUST BE A REAL HHMM  *
025000*   (0000-2359); AND THE OPT-OUT FLAG MUST BE Y, N, OR BLANK.   *
025100*   LEAVES CV-EDIT-MESSAGE SPACES WHEN THE TRANSACTION IS       *
025200*   CLEAN.                                                      *
025300*****************************************************************
025400 2300-EDIT-TRANSACTION.
025500     MOVE SPACES TO CV-EDIT-MESSAGE.
025600     MOVE 0 TO CV-AT-COUNT.
025700     INSPECT CN-ADDRESS TALLYING CV-AT-COUNT FOR ALL '@'.
025800     EVALUATE TRUE
025900         WHEN NOT CN-FUNCTION-VALID
026000             MOVE "FUNCTION MUST BE A, U, D, OR L"
026100                 TO CV-EDIT-MESSAGE
026200         WHEN CN-LIST
026300             CONTINUE
026400         WHEN CN-MEMBER-ID NOT NUMERIC
026500             MOVE "MEMBER ID MUST BE NUMERIC"
026600                 TO CV-EDIT-MESSAGE
026700         WHEN CN-MEMBER-ID = "00000"
026800             MOVE "MEMBER ID MUST NOT BE ZERO"
026900                 TO CV-EDIT-MESSAGE
027000         WHEN CN-DELETE
027100             CONTINUE
027200         WHEN NOT CN-CHANNEL-VALID
027300             MOVE "CHANNEL MUST BE E, S, OR P"
027400                 TO CV-EDIT-MESSAGE
027500         WHEN CN-ADDRESS = SPACES
027600             MOVE "ADDRESS OR NUMBER IS REQUIRED"
027700                 TO CV-EDIT-MESSAGE
027800         WHEN CN-EMAIL AND CV-AT-COUNT NOT = 1
027900             MOVE "E-MAIL ADDRESS MUST HOLD ONE @"
028000                 TO CV-EDIT-MESSAGE
028100         WHEN NOT CN-EMAIL AND CV-AT-COUNT NOT = 0
028200             MOVE "TEXT OR CALL NEEDS A NUMBER, NOT E-MAIL"
028300                 TO CV-EDIT-MESSAGE
028400         WHEN CN-REMIND-TIME NOT NUMERIC
028500             MOVE "REMINDER TIME MUST BE HHMM"
028600                 TO CV-EDIT-MESSAGE
028700         WHEN CN-REMIND-HH > 23 OR CN-REMIND-MM > 59
028800             MOVE "REMINDER TIME IS NOT A REAL TIME OF DAY"
028900                 TO CV-EDIT-MESSAGE
029000         WHEN NOT CN-OPT-OUT-VALID
029100             MOVE "OPT-OUT FLAG MUST BE Y, N, OR BLANK"
029200                 TO CV-EDIT-MESSAGE
029300     END-EVALUATE.
029400 2300-EXIT.
029500     EXIT.
029600*
029700*****************************************************************
029800*   3100-ADD-CONTACT                                            *
029900*   THE MEMBER MUST BE ON THE MEMBER MASTER, SO THE REMINDER    *
030000*   STEP NEVER FINDS A CONTACT WITH NO MEMBER BEHIND IT.        *
030100*****************************************************************
030200 3100-ADD-CONTACT.
030300     PERFORM 5400-CHECK-MEMBER THRU 5400-EXIT.
030400     IF NOT CV-MEMBER-ON-FILE
030500         MOVE "MEMBER NOT ON MEMBER MASTER - ADD REJECTED"
030600             TO CV-EDIT-MESSAGE
030700         ADD 1 TO CV-TRAN-REJECTED
030800         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
030900         GO TO 3100-EXIT.
031000     PERFORM 5000-READ-CONTACT-BY-KEY THRU 5000-EXIT.
031100     IF CV-KEY-ON-FILE
031200         MOVE "CONTACT ALREADY ON FILE - ADD REJECTED"
031300             TO CV-EDIT-MESSAGE
031400         ADD 1 TO CV-TRAN-REJECTED
031500         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
031600     ELSE
031700         MOVE SPACES TO CV-BEFORE-IMAGE
031800         MOVE CN-MEMBER-ID TO CT-MEMBER-ID
031900         PERFORM 5200-MOVE-TRAN-TO-CONTACT THRU 5200-EXIT
032000         PERFORM 5300-SAVE-AFTER-IMAGE THRU 5300-EXIT
032100         WRITE CONTACT-RECORD
032200         PERFORM 5100-CHECK-CONTACT-IO THRU 5100-EXIT
032300         MOVE "ADDED" TO CV-EDIT-MESSAGE
032400         ADD 1 TO CV-TRAN-APPLIED
032500         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
032600         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
032700     END-IF.
032800 3100-EXIT.
032900     EXIT.
033000*
033100*****************************************************************
033200*   3200-UPDATE-CONTACT                                         *
033300*   AN UPDATE REPLACES THE CHANNEL, ADDRESS, REMINDER TIME,     *
033400*   AND OPT-OUT FLAG TOGETHER.                                  *
033500*****************************************************************
033600 3200-UPDATE-CONTACT.
033700     PERFORM 5000-READ-CONTACT-BY-KEY THRU 5000-EXIT.
033800     IF CV-KEY-ON-FILE
033900         PERFORM 5250-SAVE-BEFORE-IMAGE THRU 5250-EXIT
034000         PERFORM 5200-MOVE-TRAN-TO-CONTACT THRU 5200-EXIT
034100         PERFORM 5300-SAVE-AFTER-IMAGE THRU 5300-EXIT
034200         REWRITE CONTACT-RECORD
034300         PERFORM 5100-CHECK-CONTACT-IO THRU 5100-EXIT
034400         MOVE "UPDATED" TO CV-EDIT-MESSAGE
034500         ADD 1 TO CV-TRAN-APPLIED
034600         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
034700         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
034800     ELSE
034900         MOVE "CONTACT NOT ON FILE - UPDATE REJECTED"
035000             TO CV-EDIT-MESSAGE
035100         ADD 1 TO CV-TRAN-REJECTED
035200         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
035300     END-IF.
035400 3200-EXIT.
035500     EXIT.
035600*
035700*****************************************************************
035800*   3300-DELETE-CONTACT                                         *
035900*   REMOVES THE CONTACT OUTRIGHT.  A MEMBER WHO ONLY WANTS THE  *
036000*   REMINDERS STOPPED SHOULD BE UPDATED WITH OPT-OUT Y          *
036100*   INSTEAD, SO THE DETAILS ARE KEPT.                           *
036200*****************************************************************
036300 3300-DELETE-CONTACT.
036400     PERFORM 5000-READ-CONTACT-BY-KEY THRU 5000-EXIT.
036500     IF CV-KEY-ON-FILE
036600         PERFORM 5250-SAVE-BEFORE-IMAGE THRU 5250-EXIT
036700         MOVE SPACES TO CV-AFTER-IMAGE
036800         DELETE CONTACT-FILE
036900         PERFORM 5100-CHECK-CONTACT-IO THRU 5100-EXIT
037000         MOVE "DELETED" TO CV-EDIT-MESSAGE
037100         ADD 1 TO CV-TRAN-APPLIED
037200         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
037300         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
037400     ELSE
037500         MOVE "CONTACT NOT ON FILE - DELETE REJECTED"
037600             TO CV-EDIT-MESSAGE
037700         ADD 1 TO CV-TRAN-REJECTED
037800         PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT
037900     END-IF.
038000 3300-EXIT.
038100     EXIT.
038200*
038300*****************************************************************
038400*   3400-LIST-CONTACTS                                          *
038500*   WALKS THE WHOLE CONTACT FILE IN MEMBER ORDER AND PRINTS     *
038600*   ONE REPORT LINE PER CONTACT.                                *
038700*****************************************************************
038800 3400-LIST-CONTACTS.
038900     MOVE SPACES TO REPORT-LINE.
039000     STRING "LIST OF MEMBER CONTACT RECORDS"
039100         DELIMITED BY SIZE INTO REPORT-LINE.
039200     WRITE REPORT-LINE AFTER ADVANCING 2.
039300
039400     MOVE 'N' TO CV-LIST-EOF-SWITCH.
039500     MOVE LOW-VALUES TO CT-MEMBER-ID.
039600     START CONTACT-FILE KEY NOT < CT-MEMBER-ID
039700         INVALID KEY
039800             MOVE 'Y' TO CV-LIST-EOF-SWITCH
039900     END-START.
040000     PERFORM 3450-LIST-ONE-CONTACT THRU 3450-EXIT
040100         UNTIL CV-END-OF-LIST.
040200     MOVE "LIST PRINTED" TO CV-EDIT-MESSAGE.
040300     ADD 1 TO CV-TRAN-APPLIED.
040400     PERFORM 6100-WRITE-TRAN-RESULT THRU 6100-EXIT.
040500 3400-EXIT.
040600     EXIT.
040700*
040800*****************************************************************
040900*   3450-LIST-ONE-CONTACT                                       *
041000*****************************************************************
041100 3450-LIST-ONE-CONTACT.
041200     READ CONTACT-FILE NEXT RECORD
041300         AT END
041400             MOVE 'Y' TO CV-LIST-EOF-SWITCH
041500     END-READ.
041600     IF NOT CV-END-OF-LIST
041700         MOVE SPACES TO REPORT-LINE
041800         STRING "  " CT-MEMBER-ID
041900             " " CT-CHANNEL " " CT-REMIND-TIME
042000             " " CT-OPT-OUT-FLAG " " CT-ADDRESS
042100             DELIMITED BY SIZE INTO REPORT-LINE
042200         WRITE REPORT-LINE AFTER ADVANCING 1
042300     END-IF.
042400 3450-EXIT.
042500     EXIT.
042600*
042700*****************************************************************
042800*   5000-READ-CONTACT-BY-KEY                                    *
042900*   RANDOM READ OF THE CONTACT FILE FOR THE TRANSACTION         *
043000*   MEMBER ID.  SETS CV-KEY-ON-FILE WHEN THE RECORD EXISTS.     *
043100*****************************************************************
043200 5000-READ-CONTACT-BY-KEY.
043300     MOVE 'N' TO CV-FOUND-SWITCH.
043400     MOVE CN-MEMBER-ID TO CT-MEMBER-ID.
043500     READ CONTACT-FILE
043600         INVALID KEY
043700             CONTINUE
043800         NOT INVALID KEY
043900             MOVE 'Y' TO CV-FOUND-SWITCH
044000     END-READ.
044100 5000-EXIT.
044200     EXIT.
044300*
044400*****************************************************************
044500*   5100-CHECK-CONTACT-IO                                       *
044600*   A WRITE, REWRITE, OR DELETE AGAINST THE CONTACT FILE THAT   *
044700*   DOES NOT COME BACK CLEAN STOPS THE RUN AT ONCE, SO THE      *
044800*   AUDIT FILE AND THE REPORT NEVER CLAIM A CHANGE THAT NEVER   *
044900*   MADE IT TO THE FILE.                                        *
045000*****************************************************************
045100 5100-CHECK-CONTACT-IO.
045200     IF CV-CONTACT-STATUS NOT = "00"
045300         DISPLAY "CONTACT FILE I-O FAILED, STATUS "
045400             CV-CONTACT-STATUS
045500         STOP RUN
045600     END-IF.
045700 5100-EXIT.
045800     EXIT.
045900*
046000*****************************************************************
046100*   5200-MOVE-TRAN-TO-CONTACT                                   *
046200*   FILES THE TRANSACTION'S CHANNEL, ADDRESS, REMINDER TIME,    *
046300*   AND OPT-OUT FLAG INTO THE CONTACT RECORD AREA, STAMPED      *
046400*   WITH WHO CHANGED IT AND WHEN.  A BLANK OPT-OUT FLAG IS      *
046500*   FILED AS N.                                                 *
046600*****************************************************************
046700 5200-MOVE-TRAN-TO-CONTACT.
046800     MOVE CN-CHANNEL     TO CT-CHANNEL.
046900     MOVE CN-ADDRESS     TO CT-ADDRESS.
047000     MOVE CN-REMIND-TIME TO CT-REMIND-TIME.
047100     IF CN-OPT-OUT-FLAG = 'Y'
047200         MOVE 'Y' TO CT-OPT-OUT-FLAG
047300     ELSE
047400         MOVE 'N' TO CT-OPT-OUT-FLAG
047500     END-IF.
047600     MOVE CN-USER-ID     TO CT-UPDATED-BY.
047700     MOVE CV-TODAY-DATE  TO CT-UPDATED-DATE.
047800 5200-EXIT.
047900     EXIT.
048000*
048100*****************************************************************
048200*   5250-SAVE-BEFORE-IMAGE                                      *
048300*****************************************************************
048400 5250-SAVE-BEFORE-IMAGE.
048500     MOVE CT-CHANNEL      TO CV-BEFORE-CHANNEL.
048600     MOVE CT-REMIND-TIME  TO CV-BEFORE-TIME.
048700     MOVE CT-OPT-OUT-FLAG TO CV-BEFORE-OPT-OUT.
048800     MOVE CT-ADDRESS      TO CV-BEFORE-ADDRESS.
048900 5250-EXIT.
049000     EXIT.
049100*
049200*****************************************************************
049300*   5300-SAVE-AFTER-IMAGE                                       *
049400*****************************************************************
049500 5300-SAVE-AFTER-IMAGE.
049600     MOVE CT-CHANNEL      TO CV-AFTER-CHANNEL.
049700     MOVE CT-REMIND-TIME  TO CV-AFTER-TIME.
049800     MOVE CT-OPT-OUT-FLAG TO CV-AFTER-OPT-OUT.
049900     MOVE CT-ADDRESS      TO CV-AFTER-ADDRESS.
050000 5300-EXIT.
050100     EXIT.
050200*
050300*****************************************************************
050400*   5400-CHECK-MEMBER                                           *
050500*   RANDOM READ OF THE MEMBER MASTER FOR THE TRANSACTION        *
050600*   MEMBER.  SETS CV-MEMBER-ON-FILE WHEN THE MEMBER EXISTS,     *
050700*   ACTIVE OR NOT -- THE REMINDER STEP ITSELF PASSES OVER       *
050800*   INACTIVE MEMBERS.                                           *
050900*****************************************************************
051000 5400-CHECK-MEMBER.
051100     MOVE 'N' TO CV-MEMBER-SWITCH.
051200     MOVE CN-MEMBER-ID TO MM-MEMBER-ID.
051300     READ MEMBER-MASTER-FILE
051400         INVALID KEY
051500             CONTINUE
051600         NOT INVALID KEY
051700             MOVE 'Y' TO CV-MEMBER-SWITCH
051800     END-READ.
051900 5400-EXIT.
052000     EXIT.
052100*
052200*****************************************************************
052300*   6000-WRITE-AUDIT-RECORD                                     *
052400*   ONE BEFORE/AFTER AUDIT RECORD PER APPLIED CHANGE: WHO       *
052500*   (CN-USER-ID), WHEN (RUN DATE AND TIME), WHICH MEMBER, AND   *
052600*   THE CONTACT IMAGE BEFORE AND AFTER.                         *
052700*****************************************************************
052800 6000-WRITE-AUDIT-RECORD.
052900     ACCEPT CV-TIME-NOW FROM TIME.
053000     MOVE SPACES TO CONTACT-AUDIT-RECORD.
053100     MOVE CV-TODAY-DATE     TO CA-DATE.
053200     MOVE CV-TIME-NOW       TO CA-TIME.
053300     MOVE CN-USER-ID        TO CA-USER-ID.
053400     MOVE CN-FUNCTION       TO CA-FUNCTION.
053500     MOVE CT-MEMBER-ID      TO CA-MEMBER-ID.
053600     MOVE CV-BEFORE-CHANNEL TO CA-BEFORE-CHANNEL.
053700     MOVE CV-BEFORE-TIME    TO CA-BEFORE-TIME.
053800     MOVE CV-BEFORE-OPT-OUT TO CA-BEFORE-OPT-OUT.
053900     MOVE CV-BEFORE-ADDRESS TO CA-BEFORE-ADDRESS.
054000     MOVE CV-AFTER-CHANNEL  TO CA-AFTER-CHANNEL.
054100     MOVE CV-AFTER-TIME     TO CA-AFTER-TIME.
054200     MOVE CV-AFTER-OPT-OUT  TO CA-AFTER-OPT-OUT.
054300     MOVE CV-AFTER-ADDRESS  TO CA-AFTER-ADDRESS.
054400     WRITE CONTACT-AUDIT-RECORD.
054500     IF CV-AUDIT-STATUS NOT = "00"
054600         DISPLAY "CONTACT-AUDIT WRITE FAILED, STATUS "
054700             CV-AUDIT-STATUS
054800         STOP RUN
054900     END-IF.
055000 6000-EXIT.
055100     EXIT.
055200*
055300*****************************************************************
055400*   6100-WRITE-TRAN-RESULT                                      *
055500*   ONE MAINTENANCE-REPORT LINE PER TRANSACTION SHOWING THE     *
055600*   FUNCTION, MEMBER ID, AND WHAT HAPPENED TO IT.               *
055700*****************************************************************
055800 6100-WRITE-TRAN-RESULT.
055900     MOVE SPACES TO REPORT-LINE.
056000     STRING CN-FUNCTION " " CN-MEMBER-ID
056100         " " CN-USER-ID " " CV-EDIT-MESSAGE
056200         DELIMITED BY SIZE INTO REPORT-LINE.
056300     WRITE REPORT-LINE AFTER ADVANCING 1.
056400 6100-EXIT.
056500     EXIT.
056600*
056700*****************************************************************
056800*   9000-TERMINATE                                              *
056900*   PRINTS THE TRANSACTION TOTALS AND CLOSES EVERY FILE.        *
057000*****************************************************************
057100 9000-TERMINATE.
057200     MOVE SPACES TO REPORT-LINE.
057300     WRITE REPORT-LINE AFTER ADVANCING 1.
057400
057500     MOVE CV-TRAN-READ TO CV-EDIT-COUNT.
057600     MOVE SPACES TO REPORT-LINE.
057700     STRING "TRANSACTIONS READ     : " CV-EDIT-COUNT
057800         DELIMITED BY SIZE INTO REPORT-LINE.
057900     WRITE REPORT-LINE AFTER ADVANCING 1.
058000
058100     MOVE CV-TRAN-APPLIED TO CV-EDIT-COUNT.
058200     MOVE SPACES TO REPORT-LINE.
058300     STRING "TRANSACTIONS APPLIED  : " CV-EDIT-COUNT
058400         DELIMITED BY SIZE INTO REPORT-LINE.
058500     WRITE REPORT-LINE AFTER ADVANCING 1.
058600
058700     MOVE CV-TRAN-REJECTED TO CV-EDIT-COUNT.
058800     MOVE SPACES TO REPORT-LINE.
058900     STRING "TRANSACTIONS REJECTED : " CV-EDIT-COUNT
059000         DELIMITED BY SIZE INTO REPORT-LINE.
059100     WRITE REPORT-LINE AFTER ADVANCING 1.
059200
059300     CLOSE CONTACT-TRAN-FILE.
059400     CLOSE CONTACT-FILE.
059500     CLOSE MEMBER-MASTER-FILE.
059600     CLOSE CONTACT-AUDIT-FILE.
059700     CLOSE MAINT-REPORT-FILE.
059800 9000-EXIT.
059900     EXIT.
