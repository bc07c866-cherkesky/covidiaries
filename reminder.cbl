000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REMINDER INITIAL.
000300 AUTHOR.         R L CHERKESKY.
000400 INSTALLATION.   HOME OFFICE - QUARANTINE DATA PROCESSING.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.  2026-10-14.
000700*
000800*****************************************************************
000900*                                                               *
001000*   REMINDER WRITES THE DAY'S OUTBOUND AGENDA REMINDERS.  EVERY *
001100*   WEEKLY-AGENDA ENTRY FOR THE REMINDER DATE (TODAY, UNLESS    *
001200*   THE PARAMETER CARD SAYS OTHERWISE) IS CHECKED AGAINST THE   *
001300*   MEMBER MASTER AND THE MEMBER CONTACT FILE: AN ACTIVE        *
001400*   MEMBER WITH A CONTACT WHO HAS NOT OPTED OUT GETS ONE        *
001500*   FIXED-LAYOUT REMINDER RECORD (RMDREC.CPY) CARRYING THE      *
001600*   CHANNEL, ADDRESS, PREFERRED TIME, AND THE DAY'S THREE       *
001700*   ACTIVITIES.  EVERYONE ELSE IS SKIPPED WITH A REASON --      *
001800*   INACTIVE (OR GONE FROM THE MEMBER MASTER), NO CONTACT, OR   *
001900*   OPTED OUT.  THE CONTACT FILE IS THEN WALKED FOR MEMBERS     *
002000*   WHO WOULD HAVE BEEN SENT A REMINDER BUT HAVE NO AGENDA FOR  *
002100*   THE DAY, AND THOSE ARE SKIPPED AS NO AGENDA.  THE OUTBOUND  *
002200*   FILE ENDS WITH A TRAILER RECORD HOLDING THE DETAIL COUNT,   *
002300*   AND THE CONTROL REPORT LISTS EVERY MEMBER LOOKED AT WITH    *
002400*   THE TOTALS BY REASON.                                       *
002500*                                                               *
002600*   MODIFICATION HISTORY                                       *
002700*   DATE       INIT DESCRIPTION                                *
002800*   ---------- ---- -------------------------------------------*
002900*   2026-10-14  RLC ORIGINAL PROGRAM.                          *
002910*   2026-10-16  RLC A FATAL ERROR NOW SENDS THE STEP BACK TO   *
002920*                   RUNCTL WITH RETURN CODE 8 INSTEAD OF       *
002930*                   STOPPING THE WHOLE RUN.                    *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   GNU-LINUX.
003500 OBJECT-COMPUTER.   GNU-LINUX.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL REMIND-PARM-FILE
003900         ASSIGN TO "RMDPARM"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS CV-PARM-STATUS.
004200
004300     SELECT WEEKLY-AGENDA-FILE
004400         ASSIGN TO "WEEKAGND"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS CV-WEEKAGND-STATUS.
004700
004800     SELECT MEMBER-MASTER-FILE
004900         ASSIGN TO "MEMMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS MM-MEMBER-ID
005300         FILE STATUS IS CV-MEMMSTR-STATUS.
005400
005500     SELECT CONTACT-FILE
005600         ASSIGN TO "CONTACT"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CT-MEMBER-ID
006000         FILE STATUS IS CV-CONTACT-STATUS.
006100
006200     SELECT REMINDER-OUT-FILE
006300         ASSIGN TO "RMDOUT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS CV-RMDOUT-STATUS.
006600
006700     SELECT REMINDER-REPORT-FILE
006800         ASSIGN TO "RMDRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CV-REPORT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  REMIND-PARM-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY RMDPARM.CPY.
007700
007800 FD  WEEKLY-AGENDA-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY WKAGNDA.CPY.
008100
008200 FD  MEMBER-MASTER-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY MEMMSTR.CPY.
008500
008600 FD  CONTACT-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CONTACT.CPY.
008900
009000 FD  REMINDER-OUT-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY RMDREC.CPY.
009300
009400 FD  REMINDER-REPORT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  REPORT-LINE                     PIC X(80).
009700
009800 WORKING-STORAGE SECTION.
009900 77  CV-PARM-STATUS              PIC X(02) VALUE SPACES.
010000 77  CV-WEEKAGND-STATUS          PIC X(02) VALUE SPACES.
010100 77  CV-MEMMSTR-STATUS           PIC X(02) VALUE SPACES.
010200 77  CV-CONTACT-STATUS           PIC X(02) VALUE SPACES.
010300 77  CV-RMDOUT-STATUS            PIC X(02) VALUE SPACES.
010400 77  CV-REPORT-STATUS            PIC X(02) VALUE SPACES.
010500 77  CV-TODAY-DATE               PIC 9(08) VALUE 0.
010600 77  CV-REMIND-DATE              PIC 9(08) VALUE 0.
010700 77  CV-REMIND-INT               PIC S9(07) COMP VALUE 0.
010800
010900 77  CV-AGENDA-EOF-SWITCH        PIC X(01) VALUE 'N'.
011000     88  CV-END-OF-AGENDA        VALUE 'Y'.
011100 77  CV-CONTACT-EOF-SWITCH       PIC X(01) VALUE 'N'.
011200     88  CV-END-OF-CONTACTS      VALUE 'Y'.
011300 77  CV-CONTACT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011400     88  CV-CONTACT-OPEN         VALUE 'Y'.
011500 77  CV-MEMBER-SWITCH            PIC X(01) VALUE 'N'.
011600     88  CV-MEMBER-ON-FILE       VALUE 'Y'.
011700 77  CV-CONTACT-SWITCH           PIC X(01) VALUE 'N'.
011800     88  CV-CONTACT-ON-FILE      VALUE 'Y'.
011900 77  CV-TABLED-SWITCH            PIC X(01) VALUE 'N'.
012000     88  CV-ALREADY-TABLED       VALUE 'Y'.
012100
012200 77  CV-AGENDA-READ              PIC 9(05) COMP VALUE 0.
012300 77  CV-AGENDA-FOR-DATE          PIC 9(05) COMP VALUE 0.
012400 77  CV-DUPLICATE-COUNT          PIC 9(05) COMP VALUE 0.
012500 77  CV-NOT-TABLED-COUNT         PIC 9(05) COMP VALUE 0.
012600 77  CV-WRITTEN-COUNT            PIC 9(07) COMP VALUE 0.
012700 77  CV-SKIP-NO-CONTACT          PIC 9(05) COMP VALUE 0.
012800 77  CV-SKIP-OPTED-OUT           PIC 9(05) COMP VALUE 0.
012900 77  CV-SKIP-INACTIVE            PIC 9(05) COMP VALUE 0.
013000 77  CV-SKIP-NO-AGENDA           PIC 9(05) COMP VALUE 0.
013100 77  CV-EDIT-COUNT               PIC ZZZZ9.
013200 77  CV-EDIT-COUNT-7             PIC ZZZZZZ9.
013300
013400 77  CV-LINE-MEMBER              PIC 9(05) VALUE 0.
013500 77  CV-LINE-NAME                PIC X(20) VALUE SPACES.
013600 77  CV-OUTCOME                  PIC X(40) VALUE SPACES.
013700
013800 77  CV-AG-COUNT                 PIC 9(03) COMP VALUE 0.
013900 77  CV-AG-MAX                   PIC 9(03) COMP VALUE 500.
014000 77  A                           PIC 9(03) COMP VALUE 0.
014100
014200*----------------------------------------------------------------
014300*    MEMBER IDS ALREADY SEEN ON THE AGENDA FOR THE REMINDER     *
014400*    DATE.  A SECOND ENTRY FOR THE SAME MEMBER AND DAY IS       *
014500*    PASSED OVER, AND THE CONTACT WALK USES THE TABLE TO TELL   *
014600*    WHICH CONTACTS HAD NO AGENDA.                              *
014700*----------------------------------------------------------------
014800 01  CV-AGENDA-TABLE.
014900     05  CV-AG-MEMBER-ID         PIC 9(05)
015000                                  OCCURS 500 TIMES.
015100
015200 PROCEDURE DIVISION.
015300*
015400*****************************************************************
015500*   0000-MAINLINE                                               *
015600*****************************************************************
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     PERFORM 2000-SEND-AGENDA-REMINDERS THRU 2000-EXIT.
016000     PERFORM 3000-CHECK-CONTACTS THRU 3000-EXIT.
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016200     GOBACK.
016300*
016400*****************************************************************
016500*   1000-INITIALIZE                                             *
016600*   THE WEEKLY-AGENDA AND THE MEMBER MASTER ARE BOTH REQUIRED.  *
016700*   A MISSING CONTACT FILE IS NOT AN ERROR -- NOBODY HAS BEEN   *
016800*   SET UP FOR REMINDERS YET -- SO EVERY AGENDA MEMBER IS       *
016900*   SKIPPED AS NO CONTACT AND THE REPORT SAYS WHY.              *
017000*****************************************************************
017100 1000-INITIALIZE.
017200     ACCEPT CV-TODAY-DATE FROM DATE YYYYMMDD.
017300     MOVE CV-TODAY-DATE TO CV-REMIND-DATE.
017400     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
017500
017600     COMPUTE CV-REMIND-INT =
017700         FUNCTION INTEGER-OF-DATE(CV-REMIND-DATE).
017800     IF CV-REMIND-INT < 1
017900         DISPLAY "REMINDER DATE " CV-REMIND-DATE
018000             " IS NOT A REAL CALENDAR DATE -- NOTHING SENT."
018100         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
018200     END-IF.
018300
018400     OPEN INPUT WEEKLY-AGENDA-FILE.
018500     IF CV-WEEKAGND-STATUS NOT = "00"
018600         DISPLAY "WEEKLY-AGENDA FILE NOT FOUND OR NOT READABLE, "
018700             "STATUS " CV-WEEKAGND-STATUS
018800         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
018900     END-IF.
019000     OPEN INPUT MEMBER-MASTER-FILE.
019100     IF CV-MEMMSTR-STATUS NOT = "00"
019200         DISPLAY "MEMBER-MASTER FILE NOT FOUND OR NOT READABLE, "
019300             "STATUS " CV-MEMMSTR-STATUS
019400         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
019500     END-IF.
019600     OPEN INPUT CONTACT-FILE.
019700     IF CV-CONTACT-STATUS = "00"
019800         MOVE 'Y' TO CV-CONTACT-OPEN-SWITCH
019900     END-IF.
020000
020100     OPEN OUTPUT REMINDER-OUT-FILE.
020200     IF CV-RMDOUT-STATUS NOT = "00"
020300         DISPLAY "REMINDER FILE COULD NOT BE OPENED, STATUS "
020400             CV-RMDOUT-STATUS
020500         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
020600     END-IF.
020700     OPEN OUTPUT REMINDER-REPORT-FILE.
020800
020900     MOVE SPACES TO REPORT-LINE.
021000     STRING "REMINDER - DAILY AGENDA REMINDERS " CV-TODAY-DATE
021100         DELIMITED BY SIZE INTO REPORT-LINE.
021200     WRITE REPORT-LINE AFTER ADVANCING PAGE.
021300     MOVE SPACES TO REPORT-LINE.
021400     STRING "REMINDER DATE " CV-REMIND-DATE
021500         DELIMITED BY SIZE INTO REPORT-LINE.
021600     WRITE REPORT-LINE AFTER ADVANCING 1.
021700     IF NOT CV-CONTACT-OPEN
021800         MOVE SPACES TO REPORT-LINE
021900         STRING "CONTACT FILE NOT FOUND, STATUS "
022000             CV-CONTACT-STATUS " -- NO CONTACTS ON FILE"
022100             DELIMITED BY SIZE INTO REPORT-LINE
022200         WRITE REPORT-LINE AFTER ADVANCING 1
022300     END-IF.
022400     MOVE SPACES TO REPORT-LINE.
022500     WRITE REPORT-LINE AFTER ADVANCING 1.
022600 1000-EXIT.
022700     EXIT.
022800*
022900*****************************************************************
023000*   1100-GET-PARAMETERS                                         *
023100*   READS THE OPTIONAL PARAMETER CARD.  A NUMERIC, NON-ZERO     *
023200*   REMINDER DATE REPLACES TODAY.                               *
023300*****************************************************************
023400 1100-GET-PARAMETERS.
023500     OPEN INPUT REMIND-PARM-FILE.
023600     IF CV-PARM-STATUS NOT = "00"
023700         GO TO 1100-CLOSE.
023800     MOVE SPACES TO REMIND-PARM-RECORD.
023900     READ REMIND-PARM-FILE
024000         AT END
024100             CONTINUE
024200     END-READ.
024300     IF RM-REMIND-DATE NUMERIC AND RM-REMIND-DATE > 0
024400         MOVE RM-REMIND-DATE TO CV-REMIND-DATE
024500     END-IF.
024600 1100-CLOSE.
024700     CLOSE REMIND-PARM-FILE.
024800 1100-EXIT.
024900     EXIT.
025000*
025100*****************************************************************
025200*   2000-SEND-AGENDA-REMINDERS                                  *
025300*   READS THE WHOLE WEEKLY-AGENDA AND HANDLES EACH ENTRY FOR    *
025400*   THE REMINDER DATE.                                          *
025500*****************************************************************
025600 2000-SEND-AGENDA-REMINDERS.
025700     PERFORM 2100-READ-AGENDA THRU 2100-EXIT.
025800     PERFORM 2200-CHECK-ONE-ENTRY THRU 2200-EXIT
025900         UNTIL CV-END-OF-AGENDA.
026000 2000-EXIT.
026100     EXIT.
026200*
026300*****************************************************************
026400*   2100-READ-AGENDA                                            *
026500*****************************************************************
026600 2100-READ-AGENDA.
026700     READ WEEKLY-AGENDA-FILE
026800         AT END
026900             MOVE 'Y' TO CV-AGENDA-EOF-SWITCH
027000     END-READ.
027100     IF NOT CV-END-OF-AGENDA
027200         ADD 1 TO CV-AGENDA-READ
027300     END-IF.
027400 2100-EXIT.
027500     EXIT.
027600*
027700*****************************************************************
027800*   2200-CHECK-ONE-ENTRY                                        *
027900*   AN ENTRY FOR ANOTHER DAY IS PASSED OVER, AS IS A SECOND     *
028000*   ENTRY FOR A MEMBER ALREADY SEEN TODAY.  OTHERWISE THE       *
028100*   MEMBER MUST BE ON THE MASTER AND ACTIVE, HAVE A CONTACT,    *
028200*   AND NOT HAVE OPTED OUT, IN THAT ORDER, TO BE SENT A         *
028300*   REMINDER; THE FIRST TEST FAILED IS THE SKIP REASON.         *
028400*****************************************************************
028500 2200-CHECK-ONE-ENTRY.
028600     IF WA-AGENDA-DATE NOT = CV-REMIND-DATE
028700         GO TO 2200-NEXT.
028800     ADD 1 TO CV-AGENDA-FOR-DATE.
028900     MOVE WA-MEMBER-ID TO CV-LINE-MEMBER.
029000     MOVE WA-MEMBER-ID TO MM-MEMBER-ID.
029100     PERFORM 2300-FIND-IN-TABLE THRU 2300-EXIT.
029200     IF CV-ALREADY-TABLED
029300         ADD 1 TO CV-DUPLICATE-COUNT
029400         GO TO 2200-NEXT.
029500     PERFORM 2400-TABLE-MEMBER THRU 2400-EXIT.
029600
029700     PERFORM 5000-READ-MEMBER THRU 5000-EXIT.
029800     IF CV-MEMBER-ON-FILE
029900         MOVE MM-MEMBER-NAME TO CV-LINE-NAME
030000     ELSE
030100         MOVE WA-USER-NAME TO CV-LINE-NAME
030200     END-IF.
030300     IF NOT CV-MEMBER-ON-FILE
030400         MOVE "SKIPPED - NOT ON MEMBER MASTER" TO CV-OUTCOME
030500         ADD 1 TO CV-SKIP-INACTIVE
030600         PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
030700         GO TO 2200-NEXT.
030800     IF NOT MM-ACTIVE
030900         MOVE "SKIPPED - INACTIVE" TO CV-OUTCOME
031000         ADD 1 TO CV-SKIP-INACTIVE
031100         PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
031200         GO TO 2200-NEXT.
031300
031400     PERFORM 5100-READ-CONTACT THRU 5100-EXIT.
031500     IF NOT CV-CONTACT-ON-FILE
031600         MOVE "SKIPPED - NO CONTACT" TO CV-OUTCOME
031700         ADD 1 TO CV-SKIP-NO-CONTACT
031800         PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
031900         GO TO 2200-NEXT.
032000     IF CT-OPTED-OUT
032100         MOVE "SKIPPED - OPTED OUT" TO CV-OUTCOME
032200         ADD 1 TO CV-SKIP-OPTED-OUT
032300         PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
032400         GO TO 2200-NEXT.
032500
032600     PERFORM 2700-WRITE-REMINDER THRU 2700-EXIT.
032700 2200-NEXT.
032800     PERFORM 2100-READ-AGENDA THRU 2100-EXIT.
032900 2200-EXIT.
033000     EXIT.
033100*
033200*****************************************************************
033300*   2300-FIND-IN-TABLE                                          *
033400*   SETS CV-ALREADY-TABLED WHEN CV-LINE-MEMBER IS ALREADY IN    *
033500*   THE AGENDA TABLE.                                           *
033600*****************************************************************
033700 2300-FIND-IN-TABLE.
033800     MOVE 'N' TO CV-TABLED-SWITCH.
033900     PERFORM 2350-CHECK-ONE-TABLED THRU 2350-EXIT
034000         VARYING A FROM 1 BY 1 UNTIL A > CV-AG-COUNT
034100             OR CV-ALREADY-TABLED.
034200 2300-EXIT.
034300     EXIT.
034400*
034500*****************************************************************
034600*   2350-CHECK-ONE-TABLED                                       *
034700*****************************************************************
034800 2350-CHECK-ONE-TABLED.
034900     IF CV-AG-MEMBER-ID(A) = CV-LINE-MEMBER
035000         MOVE 'Y' TO CV-TABLED-SWITCH
035100     END-IF.
035200 2350-EXIT.
035300     EXIT.
035400*
035500*****************************************************************
035600*   2400-TABLE-MEMBER                                           *
035700*   A FULL TABLE DOES NOT STOP THE REMINDER; THE MEMBER IS      *
035800*   STILL HANDLED BUT COUNTED AS NOT TABLED, SINCE A LATER      *
035900*   DUPLICATE OR THE NO-AGENDA CHECK CANNOT SEE IT.             *
036000*****************************************************************
036100 2400-TABLE-MEMBER.
036200     IF CV-AG-COUNT < CV-AG-MAX
036300         ADD 1 TO CV-AG-COUNT
036400         MOVE WA-MEMBER-ID TO CV-AG-MEMBER-ID(CV-AG-COUNT)
036500     ELSE
036600         DISPLAY "AGENDA MEMBER TABLE FULL -- MEMBER "
036700             WA-MEMBER-ID " NOT TABLED"
036800         ADD 1 TO CV-NOT-TABLED-COUNT
036900     END-IF.
037000 2400-EXIT.
037100     EXIT.
037200*
037300*****************************************************************
037400*   2700-WRITE-REMINDER                                         *
037500*   ONE DETAIL RECORD ON THE OUTBOUND FILE: WHO, WHERE, WHEN,   *
037600*   AND THE DAY'S THREE ACTIVITIES.                             *
037700*****************************************************************
037800 2700-WRITE-REMINDER.
037900     MOVE SPACES TO REMINDER-OUT-RECORD.
038000     MOVE 'D'                 TO RO-RECORD-TYPE.
038100     MOVE WA-MEMBER-ID        TO RO-MEMBER-ID.
038200     MOVE MM-MEMBER-NAME      TO RO-MEMBER-NAME.
038300     MOVE CT-CHANNEL          TO RO-CHANNEL.
038400     MOVE CT-ADDRESS          TO RO-ADDRESS.
038500     MOVE CV-REMIND-DATE      TO RO-SEND-DATE.
038600     MOVE CT-REMIND-TIME      TO RO-SEND-TIME.
038700     MOVE WA-DAY-NAME         TO RO-DAY-NAME.
038800     MOVE WA-MORNING-ACTIVITY TO RO-MORNING-ACTIVITY.
038900     MOVE WA-NOON-ACTIVITY    TO RO-NOON-ACTIVITY.
039000     MOVE WA-EVENING-ACTIVITY TO RO-EVENING-ACTIVITY.
039100     WRITE REMINDER-OUT-RECORD.
039200     IF CV-RMDOUT-STATUS NOT = "00"
039300         DISPLAY "REMINDER FILE WRITE FAILED, STATUS "
039400             CV-RMDOUT-STATUS
039500         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
039600     END-IF.
039700     ADD 1 TO CV-WRITTEN-COUNT.
039800     MOVE SPACES TO CV-OUTCOME.
039900     STRING "REMINDER WRITTEN  " CT-CHANNEL " AT " CT-REMIND-TIME
040000         DELIMITED BY SIZE INTO CV-OUTCOME.
040100     PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT.
040200 2700-EXIT.
040300     EXIT.
040400*
040500*****************************************************************
040600*   3000-CHECK-CONTACTS                                         *
040700*   WALKS THE CONTACT FILE FOR MEMBERS WHO HAD NO AGENDA ENTRY  *
040800*   FOR THE REMINDER DATE.  EACH IS SKIPPED AS INACTIVE OR      *
040900*   OPTED OUT WHEN THAT APPLIES, OTHERWISE AS NO AGENDA.        *
041000*****************************************************************
041100 3000-CHECK-CONTACTS.
041200     IF NOT CV-CONTACT-OPEN
041300         GO TO 3000-EXIT.
041400     MOVE 'N' TO CV-CONTACT-EOF-SWITCH.
041500     MOVE LOW-VALUES TO CT-MEMBER-ID.
041600     START CONTACT-FILE KEY NOT < CT-MEMBER-ID
041700         INVALID KEY
041800             MOVE 'Y' TO CV-CONTACT-EOF-SWITCH
041900     END-START.
042000     PERFORM 3100-READ-NEXT-CONTACT THRU 3100-EXIT.
042100     PERFORM 3200-CHECK-ONE-CONTACT THRU 3200-EXIT
042200         UNTIL CV-END-OF-CONTACTS.
042300 3000-EXIT.
042400     EXIT.
042500*
042600*****************************************************************
042700*   3100-READ-NEXT-CONTACT                                      *
042800*****************************************************************
042900 3100-READ-NEXT-CONTACT.
043000     IF CV-END-OF-CONTACTS
043100         GO TO 3100-EXIT.
043200     READ CONTACT-FILE NEXT RECORD
043300         AT END
043400             MOVE 'Y' TO CV-CONTACT-EOF-SWITCH
043500     END-READ.
043600 3100-EXIT.
043700     EXIT.
043800*
043900*****************************************************************
044000*   3200-CHECK-ONE-CONTACT                                      *
044100*****************************************************************
044200 3200-CHECK-ONE-CONTACT.
044300     MOVE CT-MEMBER-ID TO CV-LINE-MEMBER.
044400     MOVE CT-MEMBER-ID TO MM-MEMBER-ID.
044500     PERFORM 2300-FIND-IN-TABLE THRU 2300-EXIT.
044600     IF CV-ALREADY-TABLED
044700         GO TO 3200-NEXT.
044800     PERFORM 5000-READ-MEMBER THRU 5000-EXIT.
044900     IF CV-MEMBER-ON-FILE
045000         MOVE MM-MEMBER-NAME TO CV-LINE-NAME
045100     ELSE
045200         MOVE SPACES TO CV-LINE-NAME
045300     END-IF.
045400     EVALUATE TRUE
045500         WHEN NOT CV-MEMBER-ON-FILE
045600             MOVE "SKIPPED - NOT ON MEMBER MASTER" TO CV-OUTCOME
045700             ADD 1 TO CV-SKIP-INACTIVE
045800         WHEN NOT MM-ACTIVE
045900             MOVE "SKIPPED - INACTIVE" TO CV-OUTCOME
046000             ADD 1 TO CV-SKIP-INACTIVE
046100         WHEN CT-OPTED-OUT
046200             MOVE "SKIPPED - OPTED OUT" TO CV-OUTCOME
046300             ADD 1 TO CV-SKIP-OPTED-OUT
046400         WHEN OTHER
046500             MOVE "SKIPPED - NO AGENDA" TO CV-OUTCOME
046600             ADD 1 TO CV-SKIP-NO-AGENDA
046700     END-EVALUATE.
046800     PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT.
046900 3200-NEXT.
047000     PERFORM 3100-READ-NEXT-CONTACT THRU 3100-EXIT.
047100 3200-EXIT.
047200     EXIT.
047300*
047400*****************************************************************
047500*   5000-READ-MEMBER                                            *
047600*   RANDOM READ OF THE MEMBER MASTER FOR MM-MEMBER-ID.  SETS    *
047700*   CV-MEMBER-ON-FILE WHEN THE MEMBER EXISTS.                   *
047800*****************************************************************
047900 5000-READ-MEMBER.
048000     MOVE 'N' TO CV-MEMBER-SWITCH.
048100     READ MEMBER-MASTER-FILE
048200         INVALID KEY
048300             CONTINUE
048400         NOT INVALID KEY
048500             MOVE 'Y' TO CV-MEMBER-SWITCH
048600     END-READ.
048700 5000-EXIT.
048800     EXIT.
048900*
049000*****************************************************************
049100*   5100-READ-CONTACT                                           *
049200*   RANDOM READ OF THE CONTACT FILE FOR THE AGENDA MEMBER.      *
049300*   SETS CV-CONTACT-ON-FILE WHEN THE CONTACT EXISTS.            *
049400*****************************************************************
049500 5100-READ-CONTACT.
049600     MOVE 'N' TO CV-CONTACT-SWITCH.
049700     IF NOT CV-CONTACT-OPEN
049800         GO TO 5100-EXIT.
049900     MOVE WA-MEMBER-ID TO CT-MEMBER-ID.
050000     READ CONTACT-FILE
050100         INVALID KEY
050200             CONTINUE
050300         NOT INVALID KEY
050400             MOVE 'Y' TO CV-CONTACT-SWITCH
050500     END-READ.
050600 5100-EXIT.
050700     EXIT.
050800*
050900*****************************************************************
051000*   6100-WRITE-DETAIL-LINE                                      *
051100*   ONE CONTROL-REPORT LINE PER MEMBER LOOKED AT: MEMBER ID,    *
051200*   NAME, AND WHETHER A REMINDER WAS WRITTEN OR WHY NOT.        *
051300*****************************************************************
051400 6100-WRITE-DETAIL-LINE.
051500     MOVE SPACES TO REPORT-LINE.
051600     STRING "  " CV-LINE-MEMBER "  " CV-LINE-NAME "  " CV-OUTCOME
051700         DELIMITED BY SIZE INTO REPORT-LINE.
051800     WRITE REPORT-LINE AFTER ADVANCING 1.
051900 6100-EXIT.
052000     EXIT.
052100*
052200*****************************************************************
052300*   9000-TERMINATE                                              *
052400*   WRITES THE TRAILER RECORD, PRINTS THE CONTROL TOTALS, AND   *
052500*   CLOSES EVERY FILE.  THE TRAILER COUNT IS THE NUMBER OF      *
052600*   DETAIL RECORDS WRITTEN AND MUST AGREE WITH REMINDERS        *
052700*   WRITTEN.                                                    *
052800*****************************************************************
052900 9000-TERMINATE.
053000     MOVE SPACES TO REMINDER-OUT-RECORD.
053100     MOVE 'T'              TO RO-RECORD-TYPE.
053200     MOVE CV-TODAY-DATE    TO RO-RUN-DATE.
053300     MOVE CV-REMIND-DATE   TO RO-REMIND-DATE.
053400     MOVE CV-WRITTEN-COUNT TO RO-RECORD-COUNT.
053500     WRITE REMINDER-OUT-RECORD.
053600     IF CV-RMDOUT-STATUS NOT = "00"
053700         DISPLAY "REMINDER FILE WRITE FAILED, STATUS "
053800             CV-RMDOUT-STATUS
053900         PERFORM 9900-FAIL-STEP THRU 9900-EXIT
054000     END-IF.
054100
054200     MOVE SPACES TO REPORT-LINE.
054300     WRITE REPORT-LINE AFTER ADVANCING 1.
054400
054500     MOVE CV-AGENDA-READ TO CV-EDIT-COUNT.
054600     MOVE SPACES TO REPORT-LINE.
054700     STRING "AGENDA ENTRIES READ       : " CV-EDIT-COUNT
054800         DELIMITED BY SIZE INTO REPORT-LINE.
054900     WRITE REPORT-LINE AFTER ADVANCING 1.
055000
055100     MOVE CV-AGENDA-FOR-DATE TO CV-EDIT-COUNT.
055200     MOVE SPACES TO REPORT-LINE.
055300     STRING "ENTRIES FOR REMINDER DATE : " CV-EDIT-COUNT
055400         DELIMITED BY SIZE INTO REPORT-LINE.
055500     WRITE REPORT-LINE AFTER ADVANCING 1.
055600
055700     MOVE CV-DUPLICATE-COUNT TO CV-EDIT-COUNT.
055800     MOVE SPACES TO REPORT-LINE.
055900     STRING "DUPLICATE ENTRIES IGNORED : " CV-EDIT-COUNT
056000         DELIMITED BY SIZE INTO REPORT-LINE.
056100     WRITE REPORT-LINE AFTER ADVANCING 1.
056200
056300     IF CV-NOT-TABLED-COUNT > 0
056400         MOVE CV-NOT-TABLED-COUNT TO CV-EDIT-COUNT
056500         MOVE SPACES TO REPORT-LINE
056600         STRING "NOT TABLED, TABLE FULL    : " CV-EDIT-COUNT
056700             DELIMITED BY SIZE INTO REPORT-LINE
056800         WRITE REPORT-LINE AFTER ADVANCING 1
056900     END-IF.
057000
057100     MOVE CV-WRITTEN-COUNT TO CV-EDIT-COUNT-7.
057200     MOVE SPACES TO REPORT-LINE.
057300     STRING "REMINDERS WRITTEN         : " CV-EDIT-COUNT-7
057400         DELIMITED BY SIZE INTO REPORT-LINE.
057500     WRITE REPORT-LINE AFTER ADVANCING 2.
057600
057700     MOVE CV-SKIP-NO-CONTACT TO CV-EDIT-COUNT.
057800     MOVE SPACES TO REPORT-LINE.
057900     STRING "SKIPPED - NO CONTACT      : " CV-EDIT-COUNT
058000         DELIMITED BY SIZE INTO REPORT-LINE.
058100     WRITE REPORT-LINE AFTER ADVANCING 1.
058200
058300     MOVE CV-SKIP-OPTED-OUT TO CV-EDIT-COUNT.
058400     MOVE SPACES TO REPORT-LINE.
058500     STRING "SKIPPED - OPTED OUT       : " CV-EDIT-COUNT
058600         DELIMITED BY SIZE INTO REPORT-LINE.
058700     WRITE REPORT-LINE AFTER ADVANCING 1.
058800
058900     MOVE CV-SKIP-INACTIVE TO CV-EDIT-COUNT.
059000     MOVE SPACES TO REPORT-LINE.
059100     STRING "SKIPPED - INACTIVE        : " CV-EDIT-COUNT
059200         DELIMITED BY SIZE INTO REPORT-LINE.
059300     WRITE REPORT-LINE AFTER ADVANCING 1.
059400
059500     MOVE CV-SKIP-NO-AGENDA TO CV-EDIT-COUNT.
059600     MOVE SPACES TO REPORT-LINE.
059700     STRING "SKIPPED - NO AGENDA       : " CV-EDIT-COUNT
059800         DELIMITED BY SIZE INTO REPORT-LINE.
059900     WRITE REPORT-LINE AFTER ADVANCING 1.
060000
060100     MOVE CV-WRITTEN-COUNT TO CV-EDIT-COUNT-7.
060200     MOVE SPACES TO REPORT-LINE.
060300     STRING "TRAILER RECORD COUNT      : " CV-EDIT-COUNT-7
060400         DELIMITED BY SIZE INTO REPORT-LINE.
060500     WRITE REPORT-LINE AFTER ADVANCING 2.
060600
060700     CLOSE WEEKLY-AGENDA-FILE.
060800     CLOSE MEMBER-MASTER-FILE.
060900     IF CV-CONTACT-OPEN
061000         CLOSE CONTACT-FILE
061100     END-IF.
061200     CLOSE REMINDER-OUT-FILE.
061300     CLOSE REMINDER-REPORT-FILE.
061400 9000-EXIT.
061500     EXIT.
061600*
061700*****************************************************************
061800*   9900-FAIL-STEP                                              *
061900*   A FATAL ERROR ENDS THIS STEP, NOT THE WHOLE RUN: THE STEP   *
062000*   GOES BACK TO RUNCTL WITH RETURN CODE 8, WHICH RECORDS IT    *
062100*   FAILED AND SKIPS THE STEPS THAT DEPEND ON IT.  EVERY FILE   *
062200*   IS CLOSED FIRST; ONE NOT YET OPEN, OR ALREADY CLOSED, JUST  *
062300*   COMES BACK STATUS 42, WHICH IS IGNORED.                     *
062400*****************************************************************
062500 9900-FAIL-STEP.
062600     MOVE 8 TO RETURN-CODE.
062700     CLOSE REMIND-PARM-FILE.
062800     CLOSE WEEKLY-AGENDA-FILE.
062900     CLOSE MEMBER-MASTER-FILE.
063000     CLOSE CONTACT-FILE.
063100     CLOSE REMINDER-OUT-FILE.
063200     CLOSE REMINDER-REPORT-FILE.
063300     GOBACK.
063400 9900-EXIT.
063500     EXIT.
