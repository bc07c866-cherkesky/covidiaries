000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AUDRECON.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-13.
000600 DATE-COMPILED.  2026-10-13.
000700*
000800*****************************************************************
000900*                                                               *
001000*   AUDRECON REBUILDS THE ACTIVITY-MASTER AND MEMBER-MASTER AS  *
001100*   THEY STOOD AT THE CLOSE OF AN AS-OF DATE, BY REPLAYING THE  *
001200*   ACTIVITY-AUDIT AND MEMBER-AUDIT TRAILS FROM THE START INTO  *
001300*   TWO SNAPSHOT FILES (ACTSNAP AND MEMSNAP).  EVERY CHANGE TO  *
001400*   EITHER MASTER IS AUDITED WITH ITS FULL AFTER IMAGE, SO      *
001500*   FILING EACH AUDIT RECORD DATED ON OR BEFORE THE AS-OF DATE  *
001600*   IN THE ORDER WRITTEN LEAVES EXACTLY THE MASTER OF THAT DAY. *
001700*   THE LIVE MASTERS ARE NEVER OPENED; THE SNAPSHOTS HAVE THE   *
001800*   SAME LAYOUT AND KEYS, SO ANY PROGRAM THAT READS A MASTER    *
001900*   CAN BE POINTED AT A SNAPSHOT INSTEAD.                       *
002000*                                                               *
002100*   THE SAME PASS PRINTS A CHANGE REPORT: EVERY AUDIT RECORD IN *
002200*   THE REPORT DATE RANGE (AND FOR THE ONE USER, WHEN A USER ID *
002300*   IS GIVEN) WITH EACH FIELD THAT CHANGED, BEFORE AND AFTER.   *
002400*   AN AUDIT RECORD THAT DOES NOT FIT THE SNAPSHOT (AN ADD OF A *
002500*   KEY ALREADY THERE, AN UPDATE OR DELETE OF ONE THAT IS NOT)  *
002600*   IS STILL FILED AS FAR AS IT CAN BE AND IS FLAGGED ON THE    *
002700*   REPORT, SINCE IT MEANS THE TRAIL IS INCOMPLETE.             *
002800*                                                               *
002900*   MODIFICATION HISTORY                                       *
003000*   DATE       INIT DESCRIPTION                                *
003100*   ---------- ---- -------------------------------------------*
003200*   2026-10-13  RLC ORIGINAL PROGRAM.                          *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   GNU-LINUX.
003800 OBJECT-COMPUTER.   GNU-LINUX.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL RECON-PARM-FILE
004200         ASSIGN TO "RCNPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CV-PARM-STATUS.
004500
004600     SELECT OPTIONAL ACTIVITY-AUDIT-FILE
004700         ASSIGN TO "ACTAUDIT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CV-ACTAUD-STATUS.
005000
005100     SELECT OPTIONAL MEMBER-AUDIT-FILE
005200         ASSIGN TO "MEMAUDIT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CV-MEMAUD-STATUS.
005500
005600     SELECT ACTIVITY-SNAPSHOT-FILE
005700         ASSIGN TO "ACTSNAP"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AM-KEY
006100         FILE STATUS IS CV-ACTSNAP-STATUS.
006200
006300     SELECT MEMBER-SNAPSHOT-FILE
006400         ASSIGN TO "MEMSNAP"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS MM-MEMBER-ID
006800         FILE STATUS IS CV-MEMSNAP-STATUS.
006900
007000     SELECT RECON-REPORT-FILE
007100         ASSIGN TO "RCNRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CV-REPORT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  RECON-PARM-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY RCNPARM.CPY.
008000
008100 FD  ACTIVITY-AUDIT-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY ACTAUDIT.CPY.
008400
008500 FD  MEMBER-AUDIT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY MEMAUDIT.CPY.
008800
008900 FD  ACTIVITY-SNAPSHOT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY ACTMSTR.CPY.
009200
009300 FD  MEMBER-SNAPSHOT-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY MEMMSTR.CPY.
009600
009700 FD  RECON-REPORT-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  REPORT-LINE                     PIC X(80).
010000
010100 WORKING-STORAGE SECTION.
010200 77  CV-PARM-STATUS              PIC X(02) VALUE SPACES.
010300 77  CV-ACTAUD-STATUS            PIC X(02) VALUE SPACES.
010400 77  CV-MEMAUD-STATUS            PIC X(02) VALUE SPACES.
010500 77  CV-ACTSNAP-STATUS           PIC X(02) VALUE SPACES.
010600 77  CV-MEMSNAP-STATUS           PIC X(02) VALUE SPACES.
010700 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
010800 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
010900 77  CV-AS-OF-DATE               PIC 9(08) VALUE 0.
011000 77  CV-FROM-DATE                PIC 9(08) VALUE 0.
011100 77  CV-TO-DATE                  PIC 9(08) VALUE 99999999.
011200 77  CV-USER-ID                  PIC X(08) VALUE SPACES.
011300
011400 77  CV-ACT-EOF-SWITCH           PIC X(01) VALUE 'N'.
011500     88  CV-END-OF-ACT-AUDIT     VALUE 'Y'.
011600 77  CV-MEM-EOF-SWITCH           PIC X(01) VALUE 'N'.
011700     88  CV-END-OF-MEM-AUDIT     VALUE 'Y'.
011800 77  CV-KEY-SWITCH               PIC X(01) VALUE 'N'.
011900     88  CV-KEY-CLASH            VALUE 'Y'.
012000
012100 77  CV-ACT-READ                 PIC 9(07) COMP VALUE 0.
012200 77  CV-ACT-APPLIED              PIC 9(07) COMP VALUE 0.
012300 77  CV-ACT-LATER                PIC 9(07) COMP VALUE 0.
012400 77  CV-ACT-MISMATCH             PIC 9(07) COMP VALUE 0.
012500 77  CV-ACT-REPORTED             PIC 9(07) COMP VALUE 0.
012600 77  CV-ACT-ON-SNAP              PIC S9(07) COMP VALUE 0.
012700 77  CV-MEM-READ                 PIC 9(07) COMP VALUE 0.
012800 77  CV-MEM-APPLIED              PIC 9(07) COMP VALUE 0.
012900 77  CV-MEM-LATER                PIC 9(07) COMP VALUE 0.
013000 77  CV-MEM-MISMATCH             PIC 9(07) COMP VALUE 0.
013100 77  CV-MEM-REPORTED             PIC 9(07) COMP VALUE 0.
013200 77  CV-MEM-ON-SNAP              PIC S9(07) COMP VALUE 0.
013300 77  CV-EDIT-COUNT               PIC ZZZ,ZZ9.
013400
013500 77  CV-NOTE-MESSAGE             PIC X(40) VALUE SPACES.
013600 77  CV-FUNCTION-NAME            PIC X(10) VALUE SPACES.
013700 77  CV-FIELD-NAME               PIC X(10) VALUE SPACES.
013800 77  CV-FIELD-BEFORE             PIC X(30) VALUE SPACES.
013900 77  CV-FIELD-AFTER              PIC X(30) VALUE SPACES.
014000
014100*----------------------------------------------------------------
014200*    THE AFTER IMAGE OF THE AUDIT RECORD BEING FILED, LAID OUT  *
014300*    BYTE FOR BYTE AS THE MASTER RECORD SO IT CAN BE MOVED      *
014400*    STRAIGHT ONTO THE SNAPSHOT.  AN AUDIT RECORD WRITTEN       *
014500*    BEFORE AN ATTRIBUTE EXISTED CARRIES IT BLANK, AS THE       *
014600*    MASTER DID AT THE TIME, AND THE BATCH PROGRAMS ALREADY     *
014700*    READ A BLANK ATTRIBUTE SAFELY.                             *
014800*----------------------------------------------------------------
014900 01  CV-ACT-IMAGE.
015000     05  CV-AI-TIME-OF-DAY       PIC X(01).
015100     05  CV-AI-SLOT-NUMBER       PIC 9(01).
015200     05  CV-AI-TEXT              PIC X(30).
015300     05  CV-AI-LOCATION          PIC X(01).
015400     05  CV-AI-SETTING           PIC X(01).
015500     05  CV-AI-MIN-VAX           PIC X(01).
015600     05  CV-AI-FOOD              PIC X(01).
015700     05  CV-AI-EFFECTIVE         PIC X(08).
015800     05  CV-AI-EXPIRY            PIC X(08).
015900
016000 01  CV-MEM-IMAGE.
016100     05  CV-MI-MEMBER-ID         PIC 9(05).
016200     05  CV-MI-NAME              PIC X(20).
016300     05  CV-MI-VAX               PIC X(01).
016400     05  CV-MI-ACTIVE            PIC X(01).
016500     05  CV-MI-HOUSEHOLD         PIC X(04).
016600
016700 PROCEDURE DIVISION.
016800*
016900*****************************************************************
017000*   0000-MAINLINE                                               *
017100*****************************************************************
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     PERFORM 2000-REPLAY-ACTIVITY-AUDIT THRU 2000-EXIT.
017500     PERFORM 3000-REPLAY-MEMBER-AUDIT THRU 3000-EXIT.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017700     STOP RUN.
017800*
017900*****************************************************************
018000*   1000-INITIALIZE                                             *
018100*   READS THE PARAMETER CARD AND CREATES BOTH SNAPSHOT FILES    *
018200*   EMPTY, REPLACING ANY SNAPSHOT LEFT BY AN EARLIER RUN.       *
018300*****************************************************************
018400 1000-INITIALIZE.
018500     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
018600     MOVE SPACES TO RECON-PARM-RECORD.
018700     OPEN INPUT RECON-PARM-FILE.
018800     IF CV-PARM-STATUS = "00"
018900         READ RECON-PARM-FILE
019000             AT END
019100                 MOVE SPACES TO RECON-PARM-RECORD
019200         END-READ
019300     END-IF.
019400     CLOSE RECON-PARM-FILE.
019500     PERFORM 1100-EDIT-PARAMETERS THRU 1100-EXIT.
019600
019700     OPEN OUTPUT ACTIVITY-SNAPSHOT-FILE.
019800     CLOSE ACTIVITY-SNAPSHOT-FILE.
019900     OPEN I-O ACTIVITY-SNAPSHOT-FILE.
020000     IF CV-ACTSNAP-STATUS NOT = "00"
020100         DISPLAY "ACTIVITY SNAPSHOT COULD NOT BE CREATED, STATUS "
020200             CV-ACTSNAP-STATUS
020300         STOP RUN
020400     END-IF.
020500     OPEN OUTPUT MEMBER-SNAPSHOT-FILE.
020600     CLOSE MEMBER-SNAPSHOT-FILE.
020700     OPEN I-O MEMBER-SNAPSHOT-FILE.
020800     IF CV-MEMSNAP-STATUS NOT = "00"
020900         DISPLAY "MEMBER SNAPSHOT COULD NOT BE CREATED, STATUS "
021000             CV-MEMSNAP-STATUS
021100         STOP RUN
021200     END-IF.
021300
021400     OPEN OUTPUT RECON-REPORT-FILE.
021500     MOVE SPACES TO REPORT-LINE.
021600     STRING "AUDRECON - POINT-IN-TIME MASTERS AND CHANGE REPORT "
021700         CV-TODAY-DATE
021800         DELIMITED BY SIZE INTO REPORT-LINE.
021900     WRITE REPORT-LINE AFTER ADVANCING PAGE.
022000     MOVE SPACES TO REPORT-LINE.
022100     STRING "SNAPSHOTS AS OF CLOSE OF " CV-AS-OF-DATE
022200         DELIMITED BY SIZE INTO REPORT-LINE.
022300     WRITE REPORT-LINE AFTER ADVANCING 2.
022400     MOVE SPACES TO REPORT-LINE.
022500     IF CV-USER-ID = SPACES
022600         STRING "CHANGES REPORTED FROM " CV-FROM-DATE
022700             " TO " CV-TO-DATE ", ALL USERS"
022800             DELIMITED BY SIZE INTO REPORT-LINE
022900     ELSE
023000         STRING "CHANGES REPORTED FROM " CV-FROM-DATE
023100             " TO " CV-TO-DATE ", USER " CV-USER-ID
023200             DELIMITED BY SIZE INTO REPORT-LINE
023300     END-IF.
023400     WRITE REPORT-LINE AFTER ADVANCING 1.
023500 1000-EXIT.
023600     EXIT.
023700*
023800*****************************************************************
023900*   1100-EDIT-PARAMETERS                                        *
024000*   A NUMERIC, NON-ZERO AS-OF DATE IS TAKEN; OTHERWISE TODAY.   *
024100*   NUMERIC, NON-ZERO REPORT DATES CLOSE THEIR END OF THE       *
024200*   RANGE.  A RANGE THAT ENDS BEFORE IT STARTS FAILS THE RUN    *
024300*   BEFORE ANY SNAPSHOT IS TOUCHED.                             *
024400*****************************************************************
024500 1100-EDIT-PARAMETERS.
024600     IF RP-AS-OF-DATE NUMERIC AND RP-AS-OF-DATE > 0
024700         MOVE RP-AS-OF-DATE TO CV-AS-OF-DATE
024800     ELSE
024900         MOVE CV-TODAY-DATE TO CV-AS-OF-DATE
025000     END-IF.
025100     IF RP-FROM-DATE NUMERIC AND RP-FROM-DATE > 0
025200         MOVE RP-FROM-DATE TO CV-FROM-DATE
025300     END-IF.
025400     IF RP-TO-DATE NUMERIC AND RP-TO-DATE > 0
025500         MOVE RP-TO-DATE TO CV-TO-DATE
025600     END-IF.
025700     IF CV-TO-DATE < CV-FROM-DATE
025800         DISPLAY "REPORT TO-DATE IS BEFORE THE FROM-DATE -- "
025900             "NOTHING RECONSTRUCTED."
026000         STOP RUN
026100     END-IF.
026200     MOVE RP-USER-ID TO CV-USER-ID.
026300 1100-EXIT.
026400     EXIT.
026500*
026600*****************************************************************
026700*   2000-REPLAY-ACTIVITY-AUDIT                                  *
026800*   ONE PASS OVER THE ACTIVITY-AUDIT TRAIL IN THE ORDER IT WAS  *
026900*   WRITTEN.  A MISSING TRAIL LEAVES THE ACTIVITY SNAPSHOT      *
027000*   EMPTY, WHICH IS HOW THE MASTER STOOD BEFORE ITS FIRST       *
027100*   MAINTENANCE RUN.                                            *
027200*****************************************************************
027300 2000-REPLAY-ACTIVITY-AUDIT.
027400     MOVE SPACES TO REPORT-LINE.
027500     STRING "ACTIVITY-MASTER CHANGES"
027600         DELIMITED BY SIZE INTO REPORT-LINE.
027700     WRITE REPORT-LINE AFTER ADVANCING 2.
027800     OPEN INPUT ACTIVITY-AUDIT-FILE.
027900     IF CV-ACTAUD-STATUS NOT = "00"
028000         MOVE SPACES TO REPORT-LINE
028100         STRING "  NO ACTIVITY-AUDIT FILE, STATUS "
028200             CV-ACTAUD-STATUS " -- ACTIVITY SNAPSHOT IS EMPTY"
028300             DELIMITED BY SIZE INTO REPORT-LINE
028400         WRITE REPORT-LINE AFTER ADVANCING 1
028500         CLOSE ACTIVITY-SNAPSHOT-FILE
028600         GO TO 2000-EXIT.
028700     PERFORM 2100-READ-ACTIVITY-AUDIT THRU 2100-EXIT.
028800     PERFORM 2200-PROCESS-ONE-ACT-AUDIT THRU 2200-EXIT
028900         UNTIL CV-END-OF-ACT-AUDIT.
029000     CLOSE ACTIVITY-AUDIT-FILE.
029100     CLOSE ACTIVITY-SNAPSHOT-FILE.
029200     IF CV-ACT-REPORTED = 0
029300         MOVE SPACES TO REPORT-LINE
029400         STRING "  NO ACTIVITY-MASTER CHANGES IN THE REPORT RANGE"
029500             DELIMITED BY SIZE INTO REPORT-LINE
029600         WRITE REPORT-LINE AFTER ADVANCING 1
029700     END-IF.
029800 2000-EXIT.
029900     EXIT.
030000*
030100*****************************************************************
030200*   2100-READ-ACTIVITY-AUDIT                                    *
030300*****************************************************************
030400 2100-READ-ACTIVITY-AUDIT.
030500     READ ACTIVITY-AUDIT-FILE
030600         AT END
030700             MOVE 'Y' TO CV-ACT-EOF-SWITCH
030800     END-READ.
030900     IF NOT CV-END-OF-ACT-AUDIT
031000         ADD 1 TO CV-ACT-READ
031100     END-IF.
031200 2100-EXIT.
031300     EXIT.
031400*
031500*****************************************************************
031600*   2200-PROCESS-ONE-ACT-AUDIT                                  *
031700*   FILES THE RECORD WHEN IT IS DATED ON OR BEFORE THE AS-OF    *
031800*   DATE AND REPORTS IT WHEN IT IS IN THE REPORT RANGE; THE     *
031900*   TWO ARE INDEPENDENT, SO CHANGES AFTER THE AS-OF DATE CAN    *
032000*   STILL BE REPORTED.                                          *
032100*****************************************************************
032200 2200-PROCESS-ONE-ACT-AUDIT.
032300     IF AU-DATE > CV-AS-OF-DATE
032400         ADD 1 TO CV-ACT-LATER
032500     ELSE
032600         PERFORM 2300-FILE-ACT-AUDIT THRU 2300-EXIT
032700     END-IF.
032800     IF AU-DATE NOT < CV-FROM-DATE
032900             AND AU-DATE NOT > CV-TO-DATE
033000             AND (CV-USER-ID = SPACES OR CV-USER-ID = AU-USER-ID)
033100         PERFORM 2500-REPORT-ACT-CHANGE THRU 2500-EXIT
033200     END-IF.
033300     PERFORM 2100-READ-ACTIVITY-AUDIT THRU 2100-EXIT.
033400 2200-EXIT.
033500     EXIT.
033600*
033700*****************************************************************
033800*   2300-FILE-ACT-AUDIT                                         *
033900*   AN ADD OR UPDATE FILES THE AFTER IMAGE; A DELETE REMOVES    *
034000*   THE SLOT.  WHERE THE SNAPSHOT DISAGREES WITH THE FUNCTION   *
034100*   THE AFTER IMAGE STILL WINS AND THE RECORD IS FLAGGED.       *
034200*****************************************************************
034300 2300-FILE-ACT-AUDIT.
034400     MOVE SPACES TO CV-NOTE-MESSAGE.
034500     MOVE 'N' TO CV-KEY-SWITCH.
034600     MOVE AU-TIME-OF-DAY      TO CV-AI-TIME-OF-DAY.
034700     MOVE AU-SLOT-NUMBER      TO CV-AI-SLOT-NUMBER.
034800     MOVE AU-AFTER-TEXT       TO CV-AI-TEXT.
034900     MOVE AU-AFTER-LOCATION   TO CV-AI-LOCATION.
035000     MOVE AU-AFTER-SETTING    TO CV-AI-SETTING.
035100     MOVE AU-AFTER-MIN-VAX    TO CV-AI-MIN-VAX.
035200     MOVE AU-AFTER-FOOD       TO CV-AI-FOOD.
035300     MOVE AU-AFTER-EFFECTIVE  TO CV-AI-EFFECTIVE.
035400     MOVE AU-AFTER-EXPIRY     TO CV-AI-EXPIRY.
035500     MOVE CV-ACT-IMAGE TO ACTIVITY-MASTER-RECORD.
035600     EVALUATE AU-FUNCTION
035700         WHEN 'A'
035800             WRITE ACTIVITY-MASTER-RECORD
035900                 INVALID KEY
036000                     MOVE 'Y' TO CV-KEY-SWITCH
036100             END-WRITE
036200             IF CV-KEY-CLASH
036300                 MOVE "ADD OF A SLOT ALREADY ON THE SNAPSHOT"
036400                     TO CV-NOTE-MESSAGE
036500                 REWRITE ACTIVITY-MASTER-RECORD
036600             ELSE
036700                 ADD 1 TO CV-ACT-ON-SNAP
036800             END-IF
036900         WHEN 'U'
037000             REWRITE ACTIVITY-MASTER-RECORD
037100                 INVALID KEY
037200                     MOVE 'Y' TO CV-KEY-SWITCH
037300             END-REWRITE
037400             IF CV-KEY-CLASH
037500                 MOVE "UPDATE OF A SLOT NOT ON THE SNAPSHOT"
037600                     TO CV-NOTE-MESSAGE
037700                 WRITE ACTIVITY-MASTER-RECORD
037800                 ADD 1 TO CV-ACT-ON-SNAP
037900             END-IF
038000         WHEN 'D'
038100             DELETE ACTIVITY-SNAPSHOT-FILE RECORD
038200                 INVALID KEY
038300                     MOVE 'Y' TO CV-KEY-SWITCH
038400             END-DELETE
038500             IF CV-KEY-CLASH
038600                 MOVE "DELETE OF A SLOT NOT ON THE SNAPSHOT"
038700                     TO CV-NOTE-MESSAGE
038800                 MOVE "00" TO CV-ACTSNAP-STATUS
038900             ELSE
039000                 SUBTRACT 1 FROM CV-ACT-ON-SNAP
039100             END-IF
039200         WHEN OTHER
039300             MOVE "UNKNOWN AUDIT FUNCTION -- NOT FILED"
039400                 TO CV-NOTE-MESSAGE
039500             MOVE "00" TO CV-ACTSNAP-STATUS
039600     END-EVALUATE.
039700     IF CV-ACTSNAP-STATUS NOT = "00"
039800         DISPLAY "ACTIVITY SNAPSHOT I-O FAILED, STATUS "
039900             CV-ACTSNAP-STATUS " SLOT " AM-KEY
040000         STOP RUN
040100     END-IF.
040200     IF AU-FUNCTION = 'A' OR AU-FUNCTION = 'U'
040300             OR AU-FUNCTION = 'D'
040400         ADD 1 TO CV-ACT-APPLIED
040500     END-IF.
040600     IF CV-NOTE-MESSAGE NOT = SPACES
040700         ADD 1 TO CV-ACT-MISMATCH
040800         MOVE SPACES TO REPORT-LINE
040900         STRING "  ** " AU-DATE " " AU-TIME " SLOT "
041000             AU-TIME-OF-DAY AU-SLOT-NUMBER ": " CV-NOTE-MESSAGE
041100             DELIMITED BY SIZE INTO REPORT-LINE
041200         WRITE REPORT-LINE AFTER ADVANCING 1
041300     END-IF.
041400 2300-EXIT.
041500     EXIT.
041600*
041700*****************************************************************
041800*   2500-REPORT-ACT-CHANGE                                      *
041900*   ONE HEADING LINE FOR THE AUDIT RECORD (WHEN, WHO, WHAT,     *
042000*   WHICH SLOT), THEN ONE LINE FOR EACH FIELD WHOSE BEFORE AND  *
042100*   AFTER IMAGES DIFFER.                                        *
042200*****************************************************************
042300 2500-REPORT-ACT-CHANGE.
042400     ADD 1 TO CV-ACT-REPORTED.
042500     EVALUATE AU-FUNCTION
042600         WHEN 'A'
042700             MOVE "ADD"     TO CV-FUNCTION-NAME
042800         WHEN 'U'
042900             MOVE "UPDATE"  TO CV-FUNCTION-NAME
043000         WHEN 'D'
043100             MOVE "DELETE"  TO CV-FUNCTION-NAME
043200         WHEN OTHER
043300             MOVE AU-FUNCTION TO CV-FUNCTION-NAME
043400     END-EVALUATE.
043500     MOVE SPACES TO REPORT-LINE.
043600     STRING AU-DATE " " AU-TIME " " AU-USER-ID " "
043700         CV-FUNCTION-NAME " SLOT " AU-TIME-OF-DAY AU-SLOT-NUMBER
043800         DELIMITED BY SIZE INTO REPORT-LINE.
043900     WRITE REPORT-LINE AFTER ADVANCING 2.
044000
044100     MOVE "TEXT"      TO CV-FIELD-NAME.
044200     MOVE AU-BEFORE-TEXT TO CV-FIELD-BEFORE.
044300     MOVE AU-AFTER-TEXT  TO CV-FIELD-AFTER.
044400     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
044500     MOVE "LOCATION"  TO CV-FIELD-NAME.
044600     MOVE AU-BEFORE-LOCATION TO CV-FIELD-BEFORE.
044700     MOVE AU-AFTER-LOCATION  TO CV-FIELD-AFTER.
044800     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
044900     MOVE "SETTING"   TO CV-FIELD-NAME.
045000     MOVE AU-BEFORE-SETTING TO CV-FIELD-BEFORE.
045100     MOVE AU-AFTER-SETTING  TO CV-FIELD-AFTER.
045200     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
045300     MOVE "MIN VAX"   TO CV-FIELD-NAME.
045400     MOVE AU-BEFORE-MIN-VAX TO CV-FIELD-BEFORE.
045500     MOVE AU-AFTER-MIN-VAX  TO CV-FIELD-AFTER.
045600     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
045700     MOVE "FOOD"      TO CV-FIELD-NAME.
045800     MOVE AU-BEFORE-FOOD TO CV-FIELD-BEFORE.
045900     MOVE AU-AFTER-FOOD  TO CV-FIELD-AFTER.
046000     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
046100     MOVE "EFFECTIVE" TO CV-FIELD-NAME.
046200     MOVE AU-BEFORE-EFFECTIVE TO CV-FIELD-BEFORE.
046300     MOVE AU-AFTER-EFFECTIVE  TO CV-FIELD-AFTER.
046400     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
046500     MOVE "EXPIRY"    TO CV-FIELD-NAME.
046600     MOVE AU-BEFORE-EXPIRY TO CV-FIELD-BEFORE.
046700     MOVE AU-AFTER-EXPIRY  TO CV-FIELD-AFTER.
046800     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
046900 2500-EXIT.
047000     EXIT.
047100*
047200*****************************************************************
047300*   3000-REPLAY-MEMBER-AUDIT                                    *
047400*   THE SAME FOR THE MEMBER-AUDIT TRAIL, WHICH HOLDS MEMMAINT'S *
047500*   CHANGES AND VAXSTAT'S PROMOTIONS ALIKE.                     *
047600*****************************************************************
047700 3000-REPLAY-MEMBER-AUDIT.
047800     MOVE SPACES TO REPORT-LINE.
047900     STRING "MEMBER-MASTER CHANGES"
048000         DELIMITED BY SIZE INTO REPORT-LINE.
048100     WRITE REPORT-LINE AFTER ADVANCING 2.
048200     OPEN INPUT MEMBER-AUDIT-FILE.
048300     IF CV-MEMAUD-STATUS NOT = "00"
048400         MOVE SPACES TO REPORT-LINE
048500         STRING "  NO MEMBER-AUDIT FILE, STATUS "
048600             CV-MEMAUD-STATUS " -- MEMBER SNAPSHOT IS EMPTY"
048700             DELIMITED BY SIZE INTO REPORT-LINE
048800         WRITE REPORT-LINE AFTER ADVANCING 1
048900         CLOSE MEMBER-SNAPSHOT-FILE
049000         GO TO 3000-EXIT.
049100     PERFORM 3100-READ-MEMBER-AUDIT THRU 3100-EXIT.
049200     PERFORM 3200-PROCESS-ONE-MEM-AUDIT THRU 3200-EXIT
049300         UNTIL CV-END-OF-MEM-AUDIT.
049400     CLOSE MEMBER-AUDIT-FILE.
049500     CLOSE MEMBER-SNAPSHOT-FILE.
049600     IF CV-MEM-REPORTED = 0
049700         MOVE SPACES TO REPORT-LINE
049800         STRING "  NO MEMBER-MASTER CHANGES IN THE REPORT RANGE"
049900             DELIMITED BY SIZE INTO REPORT-LINE
050000         WRITE REPORT-LINE AFTER ADVANCING 1
050100     END-IF.
050200 3000-EXIT.
050300     EXIT.
050400*
050500*****************************************************************
050600*   3100-READ-MEMBER-AUDIT                                      *
050700*****************************************************************
050800 3100-READ-MEMBER-AUDIT.
050900     READ MEMBER-AUDIT-FILE
051000         AT END
051100             MOVE 'Y' TO CV-MEM-EOF-SWITCH
051200     END-READ.
051300     IF NOT CV-END-OF-MEM-AUDIT
051400         ADD 1 TO CV-MEM-READ
051500     END-IF.
051600 3100-EXIT.
051700     EXIT.
051800*
051900*****************************************************************
052000*   3200-PROCESS-ONE-MEM-AUDIT                                  *
052100*****************************************************************
052200 3200-PROCESS-ONE-MEM-AUDIT.
052300     IF MA-DATE > CV-AS-OF-DATE
052400         ADD 1 TO CV-MEM-LATER
052500     ELSE
052600         PERFORM 3300-FILE-MEM-AUDIT THRU 3300-EXIT
052700     END-IF.
052800     IF MA-DATE NOT < CV-FROM-DATE
052900             AND MA-DATE NOT > CV-TO-DATE
053000             AND (CV-USER-ID = SPACES OR CV-USER-ID = MA-USER-ID)
053100         PERFORM 3500-REPORT-MEM-CHANGE THRU 3500-EXIT
053200     END-IF.
053300     PERFORM 3100-READ-MEMBER-AUDIT THRU 3100-EXIT.
053400 3200-EXIT.
053500     EXIT.
053600*
053700*****************************************************************
053800*   3300-FILE-MEM-AUDIT                                         *
053900*   AN ADD FILES THE AFTER IMAGE AS A NEW MEMBER; AN UPDATE OR  *
054000*   A DEACTIVATE (WHICH NEVER DELETES) REPLACES THE MEMBER WITH *
054100*   THE AFTER IMAGE.  A HOUSEHOLD LEFT BLANK BY AN AUDIT RECORD *
054200*   WRITTEN BEFORE HOUSEHOLDS EXISTED IS FILED AS ZERO, AS THE  *
054300*   MASTER CONVERSION DID.                                      *
054400*****************************************************************
054500 3300-FILE-MEM-AUDIT.
054600     MOVE SPACES TO CV-NOTE-MESSAGE.
054700     MOVE 'N' TO CV-KEY-SWITCH.
054800     MOVE MA-MEMBER-ID        TO CV-MI-MEMBER-ID.
054900     MOVE MA-AFTER-NAME       TO CV-MI-NAME.
055000     MOVE MA-AFTER-VAX        TO CV-MI-VAX.
055100     MOVE MA-AFTER-ACTIVE     TO CV-MI-ACTIVE.
055200     IF MA-AFTER-HOUSEHOLD NUMERIC
055300         MOVE MA-AFTER-HOUSEHOLD TO CV-MI-HOUSEHOLD
055400     ELSE
055500         MOVE "0000" TO CV-MI-HOUSEHOLD
055600     END-IF.
055700     MOVE CV-MEM-IMAGE TO MEMBER-MASTER-RECORD.
055800     EVALUATE MA-FUNCTION
055900         WHEN 'A'
056000             WRITE MEMBER-MASTER-RECORD
056100                 INVALID KEY
056200                     MOVE 'Y' TO CV-KEY-SWITCH
056300             END-WRITE
056400             IF CV-KEY-CLASH
056500                 MOVE "ADD OF A MEMBER ALREADY ON THE SNAPSHOT"
056600                     TO CV-NOTE-MESSAGE
056700                 REWRITE MEMBER-MASTER-RECORD
056800             ELSE
056900                 ADD 1 TO CV-MEM-ON-SNAP
057000             END-IF
057100         WHEN 'U'
057200         WHEN 'D'
057300             REWRITE MEMBER-MASTER-RECORD
057400                 INVALID KEY
057500                     MOVE 'Y' TO CV-KEY-SWITCH
057600             END-REWRITE
057700             IF CV-KEY-CLASH
057800                 MOVE "CHANGE TO A MEMBER NOT ON THE SNAPSHOT"
057900                     TO CV-NOTE-MESSAGE
058000                 WRITE MEMBER-MASTER-RECORD
058100                 ADD 1 TO CV-MEM-ON-SNAP
058200             END-IF
058300         WHEN OTHER
058400             MOVE "UNKNOWN AUDIT FUNCTION -- NOT FILED"
058500                 TO CV-NOTE-MESSAGE
058600             MOVE "00" TO CV-MEMSNAP-STATUS
058700     END-EVALUATE.
058800     IF CV-MEMSNAP-STATUS NOT = "00"
058900         DISPLAY "MEMBER SNAPSHOT I-O FAILED, STATUS "
059000             CV-MEMSNAP-STATUS " MEMBER " MM-MEMBER-ID
059100         STOP RUN
059200     END-IF.
059300     IF MA-FUNCTION = 'A' OR MA-FUNCTION = 'U'
059400             OR MA-FUNCTION = 'D'
059500         ADD 1 TO CV-MEM-APPLIED
059600     END-IF.
059700     IF CV-NOTE-MESSAGE NOT = SPACES
059800         ADD 1 TO CV-MEM-MISMATCH
059900         MOVE SPACES TO REPORT-LINE
060000         STRING "  ** " MA-DATE " " MA-TIME " MEMBER "
060100             MA-MEMBER-ID ": " CV-NOTE-MESSAGE
060200             DELIMITED BY SIZE INTO REPORT-LINE
060300         WRITE REPORT-LINE AFTER ADVANCING 1
060400     END-IF.
060500 3300-EXIT.
060600     EXIT.
060700*
060800*****************************************************************
060900*   3500-REPORT-MEM-CHANGE                                      *
061000*****************************************************************
061100 3500-REPORT-MEM-CHANGE.
061200     ADD 1 TO CV-MEM-REPORTED.
061300     EVALUATE MA-FUNCTION
061400         WHEN 'A'
061500             MOVE "ADD"        TO CV-FUNCTION-NAME
061600         WHEN 'U'
061700             MOVE "UPDATE"     TO CV-FUNCTION-NAME
061800         WHEN 'D'
061900             MOVE "DEACTIVATE" TO CV-FUNCTION-NAME
062000         WHEN OTHER
062100             MOVE MA-FUNCTION  TO CV-FUNCTION-NAME
062200     END-EVALUATE.
062300     MOVE SPACES TO REPORT-LINE.
062400     STRING MA-DATE " " MA-TIME " " MA-USER-ID " "
062500         CV-FUNCTION-NAME " MEMBER " MA-MEMBER-ID
062600         DELIMITED BY SIZE INTO REPORT-LINE.
062700     WRITE REPORT-LINE AFTER ADVANCING 2.
062800
062900     MOVE "NAME"      TO CV-FIELD-NAME.
063000     MOVE MA-BEFORE-NAME TO CV-FIELD-BEFORE.
063100     MOVE MA-AFTER-NAME  TO CV-FIELD-AFTER.
063200     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
063300     MOVE "VAX STATUS" TO CV-FIELD-NAME.
063400     MOVE MA-BEFORE-VAX TO CV-FIELD-BEFORE.
063500     MOVE MA-AFTER-VAX  TO CV-FIELD-AFTER.
063600     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
063700     MOVE "ACTIVE"    TO CV-FIELD-NAME.
063800     MOVE MA-BEFORE-ACTIVE TO CV-FIELD-BEFORE.
063900     MOVE MA-AFTER-ACTIVE  TO CV-FIELD-AFTER.
064000     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
064100     MOVE "HOUSEHOLD" TO CV-FIELD-NAME.
064200     MOVE MA-BEFORE-HOUSEHOLD TO CV-FIELD-BEFORE.
064300     MOVE MA-AFTER-HOUSEHOLD  TO CV-FIELD-AFTER.
064400     PERFORM 5000-PRINT-FIELD-CHANGE THRU 5000-EXIT.
064500 3500-EXIT.
064600     EXIT.
064700*
064800*****************************************************************
064900*   5000-PRINT-FIELD-CHANGE                                     *
065000*   ONE LINE -- FIELD, BEFORE, AFTER -- WHEN THE TWO DIFFER.    *
065100*   ON AN ADD THE BEFORE SIDE IS BLANK; ON AN ACTIVITY DELETE   *
065200*   THE AFTER SIDE IS.                                          *
065300*****************************************************************
065400 5000-PRINT-FIELD-CHANGE.
065500     IF CV-FIELD-BEFORE = CV-FIELD-AFTER
065600         GO TO 5000-EXIT.
065700     MOVE SPACES TO REPORT-LINE.
065800     STRING "  " CV-FIELD-NAME " " CV-FIELD-BEFORE " > "
065900         CV-FIELD-AFTER
066000         DELIMITED BY SIZE INTO REPORT-LINE.
066100     WRITE REPORT-LINE AFTER ADVANCING 1.
066200 5000-EXIT.
066300     EXIT.
066400*
066500*****************************************************************
066600*   9000-TERMINATE                                              *
066700*   PRINTS THE REPLAY AND REPORT TOTALS FOR EACH TRAIL AND      *
066800*   CLOSES THE REPORT.  THE SNAPSHOT FILES ARE ALREADY CLOSED.  *
066900*****************************************************************
067000 9000-TERMINATE.
067100     MOVE SPACES TO REPORT-LINE.
067200     WRITE REPORT-LINE AFTER ADVANCING 2.
067300
067400     MOVE CV-ACT-READ TO CV-EDIT-COUNT.
067500     MOVE SPACES TO REPORT-LINE.
067600     STRING "ACTIVITY AUDIT RECORDS READ    : " CV-EDIT-COUNT
067700         DELIMITED BY SIZE INTO REPORT-LINE.
067800     WRITE REPORT-LINE AFTER ADVANCING 1.
067900     MOVE CV-ACT-APPLIED TO CV-EDIT-COUNT.
068000     MOVE SPACES TO REPORT-LINE.
068100     STRING "  FILED TO THE SNAPSHOT        : " CV-EDIT-COUNT
068200         DELIMITED BY SIZE INTO REPORT-LINE.
068300     WRITE REPORT-LINE AFTER ADVANCING 1.
068400     MOVE CV-ACT-LATER TO CV-EDIT-COUNT.
068500     MOVE SPACES TO REPORT-LINE.
068600     STRING "  DATED AFTER THE AS-OF DATE   : " CV-EDIT-COUNT
068700         DELIMITED BY SIZE INTO REPORT-LINE.
068800     WRITE REPORT-LINE AFTER ADVANCING 1.
068900     MOVE CV-ACT-MISMATCH TO CV-EDIT-COUNT.
069000     MOVE SPACES TO REPORT-LINE.
069100     STRING "  NOT MATCHING THE SNAPSHOT    : " CV-EDIT-COUNT
069200         DELIMITED BY SIZE INTO REPORT-LINE.
069300     WRITE REPORT-LINE AFTER ADVANCING 1.
069400     MOVE CV-ACT-REPORTED TO CV-EDIT-COUNT.
069500     MOVE SPACES TO REPORT-LINE.
069600     STRING "  CHANGES REPORTED             : " CV-EDIT-COUNT
069700         DELIMITED BY SIZE INTO REPORT-LINE.
069800     WRITE REPORT-LINE AFTER ADVANCING 1.
069900     MOVE CV-ACT-ON-SNAP TO CV-EDIT-COUNT.
070000     MOVE SPACES TO REPORT-LINE.
070100     STRING "  SLOTS ON ACTIVITY SNAPSHOT   : " CV-EDIT-COUNT
070200         DELIMITED BY SIZE INTO REPORT-LINE.
070300     WRITE REPORT-LINE AFTER ADVANCING 1.
070400
070500     MOVE CV-MEM-READ TO CV-EDIT-COUNT.
070600     MOVE SPACES TO REPORT-LINE.
070700     STRING "MEMBER AUDIT RECORDS READ      : " CV-EDIT-COUNT
070800         DELIMITED BY SIZE INTO REPORT-LINE.
070900     WRITE REPORT-LINE AFTER ADVANCING 2.
071000     MOVE CV-MEM-APPLIED TO CV-EDIT-COUNT.
071100     MOVE SPACES TO REPORT-LINE.
071200     STRING "  FILED TO THE SNAPSHOT        : " CV-EDIT-COUNT
071300         DELIMITED BY SIZE INTO REPORT-LINE.
071400     WRITE REPORT-LINE AFTER ADVANCING 1.
071500     MOVE CV-MEM-LATER TO CV-EDIT-COUNT.
071600     MOVE SPACES TO REPORT-LINE.
071700     STRING "  DATED AFTER THE AS-OF DATE   : " CV-EDIT-COUNT
071800         DELIMITED BY SIZE INTO REPORT-LINE.
071900     WRITE REPORT-LINE AFTER ADVANCING 1.
072000     MOVE CV-MEM-MISMATCH TO CV-EDIT-COUNT.
072100     MOVE SPACES TO REPORT-LINE.
072200     STRING "  NOT MATCHING THE SNAPSHOT    : " CV-EDIT-COUNT
072300         DELIMITED BY SIZE INTO REPORT-LINE.
072400     WRITE REPORT-LINE AFTER ADVANCING 1.
072500     MOVE CV-MEM-REPORTED TO CV-EDIT-COUNT.
072600     MOVE SPACES TO REPORT-LINE.
072700     STRING "  CHANGES REPORTED             : " CV-EDIT-COUNT
072800         DELIMITED BY SIZE INTO REPORT-LINE.
072900     WRITE REPORT-LINE AFTER ADVANCING 1.
073000     MOVE CV-MEM-ON-SNAP TO CV-EDIT-COUNT.
073100     MOVE SPACES TO REPORT-LINE.
073200     STRING "  MEMBERS ON MEMBER SNAPSHOT   : " CV-EDIT-COUNT
073300         DELIMITED BY SIZE INTO REPORT-LINE.
073400     WRITE REPORT-LINE AFTER ADVANCING 1.
073500
073600     CLOSE RECON-REPORT-FILE.
073700 9000-EXIT.
073800     EXIT.
