000100*****************************************************************
000200*    PROGRAM......: SFAPPR
000300*    DESCRIPTION..: SUPERVISOR APPROVAL OF QUEUED CUSTOMER DELETES
000400*                   AND CLOSURES.  SFM, THE SF MAINTAIN PANEL AND
000500*                   SFMB NO LONGER DELETE A CUSTOMER OR MOVE AN
000600*                   ACCOUNT TO STATUS C THEMSELVES - THEY WRITE A
000700*                   PENDING ENTRY TO THE SFAPPRQ APPROVAL QUEUE.
000800*                   SFAPPR WALKS THE PENDING ENTRIES ON THE SFA100
000900*                   PANEL AND LETS A SUPERVISOR APPROVE OR REJECT
001000*                   EACH ONE.  AN APPROVED ENTRY IS APPLIED TO THE
001100*                   INDEXED CUSTOMER MASTER AND JOURNALED TO
001200*                   SFAUDIT UNDER BOTH THE REQUESTING OPERATOR AND
001300*                   THE APPROVER; A REJECTED ENTRY LEAVES THE
001400*                   MASTER AS IT IS.  NOBODY MAY APPROVE THEIR OWN
001500*                   REQUEST.
001600*-----------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-10-15   CM   ORIGINAL - AUDIT FINDING: ONE CLERK COULD
002000*                      CLOSE OR DELETE AN ACCOUNT UNREVIEWED.
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. sfappr.
002400 AUTHOR. C MILLER.
002500 INSTALLATION. DATA PROCESSING.
002600 DATE-WRITTEN. 10/15/2026.
002700 DATE-COMPILED.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-PC.
003100 OBJECT-COMPUTER. IBM-PC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400*
003500*    Cla IS THE INDEXED CUSTOMER MASTER, KEYED ON CUST-ID.  AN
003600*    APPROVED ENTRY IS APPLIED IN PLACE UNDER A RECORD LOCK, AS
003700*    SFM APPLIES ITS REQUESTS.
003800*
003900     SELECT Cla ASSIGN TO SF-FILE-NAME-PARM
004000             ORGANIZATION IS INDEXED
004100             ACCESS MODE IS DYNAMIC
004200             RECORD KEY IS CUST-ID OF CustomerDetails
004300             ALTERNATE RECORD KEY IS CUST-NAME OF CustomerDetails
004400                 WITH DUPLICATES
004500             LOCK MODE IS MANUAL
004600             FILE STATUS IS SF-CLA-FILE-STATUS.
004700     SELECT SfErrLog ASSIGN TO "SFERRLOG"
004800             ORGANIZATION IS LINE SEQUENTIAL
004900             FILE STATUS IS SF-LOG-FILE-STATUS.
005000*
005100*    SfAudit IS THE RUNNING MAINTENANCE AUDIT JOURNAL SFM, SF AND
005200*    SFMB APPEND TO.
005300*
005400     SELECT SfAudit ASSIGN TO "SFAUDIT"
005500             ORGANIZATION IS LINE SEQUENTIAL
005600             FILE STATUS IS SF-AUD-FILE-STATUS.
005700*
005800*    SfOpPrf IS THE OPERATOR AUTHORIZATION PROFILE FILE - ONLY A
005900*    SUPERVISOR MAY RUN THE APPROVAL PANEL.
006000*
006100     SELECT SfOpPrf ASSIGN TO "SFOPRF"
006200             ORGANIZATION IS LINE SEQUENTIAL
006300             FILE STATUS IS SF-OPR-FILE-STATUS.
006400*
006500*    SfAprQ IS THE INDEXED SUPERVISOR APPROVAL QUEUE, KEYED ON
006600*    CUSTOMER-ID PLUS THE REQUEST DATE AND TIME.
006700*
006800     SELECT SfAprQ ASSIGN TO "SFAPPRQ"
006900             ORGANIZATION IS INDEXED
007000             ACCESS MODE IS DYNAMIC
007100             RECORD KEY IS APQ-KEY
007200             FILE STATUS IS SF-APQ-FILE-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  Cla.
007600 01  CustomerDetails.
007700     COPY CUSTDTL.
007800 FD  SfErrLog.
007900 01  SF-LOG-LINE                      PIC X(132).
008000 FD  SfAudit.
008100 01  AuditJournal.
008200     COPY CUSTAUD.
008300 FD  SfOpPrf.
008400 01  OperatorProfile.
008500     COPY OPRPROF.
008600 FD  SfAprQ.
008700 01  ApprovalRequest.
008800     COPY CUSTAPRQ.
008900 WORKING-STORAGE SECTION.
009000*-----------------------------------------------------------------
009100*    CHAINING PARAMETERS
009200*-----------------------------------------------------------------
009300 01  SF-FILE-NAME-PARM                PIC X(60).
009400*-----------------------------------------------------------------
009500*    FILE STATUS AND SWITCHES
009600*-----------------------------------------------------------------
009700 01  SF-CLA-FILE-STATUS               PIC X(02)  VALUE SPACES.
009800     88  SF-CLA-STATUS-OK             VALUE "00".
009900     88  SF-CLA-STATUS-NOT-FOUND      VALUE "35".
010000     88  SF-CLA-STATUS-NO-RECORD      VALUE "23".
010100     88  SF-CLA-STATUS-LOCKED         VALUE "51".
010200 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
010300     88  SF-LOG-STATUS-OK             VALUE "00".
010400 01  SF-AUD-FILE-STATUS               PIC X(02)  VALUE SPACES.
010500     88  SF-AUD-STATUS-OK             VALUE "00".
010600 01  SF-OPR-FILE-STATUS               PIC X(02)  VALUE SPACES.
010700     88  SF-OPR-STATUS-OK             VALUE "00".
010800     88  SF-OPR-STATUS-EOF            VALUE "10".
010900     88  SF-OPR-STATUS-NOT-FOUND      VALUE "35".
011000 01  SF-APQ-FILE-STATUS               PIC X(02)  VALUE SPACES.
011100     88  SF-APQ-STATUS-OK             VALUE "00".
011200     88  SF-APQ-STATUS-EOF            VALUE "10".
011300     88  SF-APQ-STATUS-NO-RECORD      VALUE "23".
011400     88  SF-APQ-STATUS-NOT-FOUND      VALUE "35".
011500 01  SF-LOG-STATUS-VALUE              PIC X(09)  VALUE SPACES.
011600 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
011700 01  SF-SWITCHES.
011800     05  SF-OPR-FOUND-SW              PIC X(01)  VALUE "N".
011900         88  SF-OPR-FOUND             VALUE "Y".
012000     05  SF-OPR-EOF-SW                PIC X(01)  VALUE "N".
012100         88  SF-OPR-EOF               VALUE "Y".
012200     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
012300         88  SF-LOG-IS-OPEN           VALUE "Y".
012400     05  SF-AUD-OPEN-SW               PIC X(01)  VALUE "N".
012500         88  SF-AUD-IS-OPEN           VALUE "Y".
012600     05  SF-APQ-OPEN-SW               PIC X(01)  VALUE "N".
012700         88  SF-APQ-IS-OPEN           VALUE "Y".
012800     05  SF-CLA-OPEN-SW               PIC X(01)  VALUE "N".
012900         88  SF-CLA-IS-OPEN           VALUE "Y".
013000     05  SF-ENTRY-FOUND-SW            PIC X(01)  VALUE "N".
013100         88  SF-ENTRY-FOUND           VALUE "Y".
013200     05  SF-QUEUE-END-SW              PIC X(01)  VALUE "N".
013300         88  SF-QUEUE-END             VALUE "Y".
013400     05  SF-ADVANCE-SW                PIC X(01)  VALUE "N".
013500         88  SF-ADVANCE               VALUE "Y".
013600     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
013700         88  SF-EXIT-REQUESTED        VALUE "Y".
013800*-----------------------------------------------------------------
013900*    QUEUE POSITION - THE KEY OF THE ENTRY ON THE PANEL.  THE
014000*    NEXT PENDING ENTRY IS FOUND BY A START PAST IT, SO A
014100*    DECISION REWRITTEN UNDER THE WALK DOES NOT LOSE THE PLACE.
014200*-----------------------------------------------------------------
014300 01  SF-CURRENT-KEY                   PIC X(78)  VALUE LOW-VALUES.
014400*-----------------------------------------------------------------
014500*    SUPERVISOR DECISION - KEYED ON THE SFA100 PANEL
014600*-----------------------------------------------------------------
014700 01  SF-DECISION                      PIC X(01)  VALUE SPACE.
014800     88  SF-DECIDE-APPROVE            VALUE "A".
014900     88  SF-DECIDE-REJECT             VALUE "R".
015000     88  SF-DECIDE-NEXT               VALUE " ".
015100     88  SF-DECIDE-EXIT               VALUE "X".
015200 01  SF-MESSAGE-TEXT                  PIC X(60)  VALUE SPACES.
015300*-----------------------------------------------------------------
015400*    PANEL DISPLAY FIELDS - BUILT FROM THE QUEUE ENTRY BY
015500*    3100-BUILD-PANEL-FIELDS.
015600*-----------------------------------------------------------------
015700 01  SF-DSP-ACTION-TEXT               PIC X(08)  VALUE SPACES.
015800 01  SF-DSP-TIME                      PIC X(08)  VALUE SPACES.
015900 01  SF-DSP-NAME                      PIC X(52)  VALUE SPACES.
016000 01  SF-DSP-CITY-STATE                PIC X(24)  VALUE SPACES.
016100 01  SF-DSP-STATUS-TEXT               PIC X(30)  VALUE SPACES.
016200 01  SF-REQ-TIME-WORK.
016300     05  SF-REQ-TIME-HH               PIC 9(02).
016400     05  SF-REQ-TIME-MM               PIC 9(02).
016500     05  SF-REQ-TIME-SS               PIC 9(02).
016600     05  SF-REQ-TIME-CC               PIC 9(02).
016700*-----------------------------------------------------------------
016800*    IMAGE WORK AREA - THE QUEUED BEFORE AND AFTER IMAGES ARE
016900*    MOVED HERE TO BE PICKED APART WITH THE CUSTDTL FIELD NAMES.
017000*-----------------------------------------------------------------
017100 01  ImageCustomer.
017200     COPY CUSTDTL.
017300*-----------------------------------------------------------------
017400*    AUDIT JOURNAL WORK AREAS - AS IN SFM.  THE OPERATOR ID IS
017500*    THE SIGNED-ON SUPERVISOR; THE REQUESTER COMES FROM THE
017600*    QUEUE ENTRY.
017700*-----------------------------------------------------------------
017800 01  SF-OPERATOR-ID                   PIC X(08)  VALUE SPACES.
017900 01  SF-AUDIT-BEFORE-IMAGE            PIC X(250) VALUE SPACES.
018000 01  SF-AUDIT-AFTER-IMAGE             PIC X(250) VALUE SPACES.
018100*-----------------------------------------------------------------
018200*    OPERATOR AUTHORITY - LOADED FROM THE SFOPRF PROFILE FILE BY
018300*    1500-CHECK-OPERATOR-AUTHORITY.
018400*-----------------------------------------------------------------
018500 01  SF-OPERATOR-AUTHORITY            PIC X(01)  VALUE SPACE.
018600     88  SF-AUTH-INQUIRY              VALUE "I".
018700     88  SF-AUTH-MAINTAIN             VALUE "M".
018800     88  SF-AUTH-SUPERVISOR           VALUE "S".
018900*-----------------------------------------------------------------
019000*    COUNTERS
019100*-----------------------------------------------------------------
019200 01  SF-APPROVED-COUNT                PIC 9(05)  VALUE ZERO.
019300 01  SF-REJECTED-COUNT                PIC 9(05)  VALUE ZERO.
019400 01  SF-SKIPPED-COUNT                 PIC 9(05)  VALUE ZERO.
019500*-----------------------------------------------------------------
019600*    DATE AND TIME (FOR THE ERROR LOG, JOURNAL AND DECISIONS)
019700*-----------------------------------------------------------------
019800 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
019900 01  SF-RUN-DATE.
020000     05  SF-RUN-YY                    PIC 9(02).
020100     05  SF-RUN-MM                    PIC 9(02).
020200     05  SF-RUN-DD                    PIC 9(02).
020300 01  SF-RUN-TIME                      PIC 9(08).
020400 SCREEN SECTION.
020500 01  SF-APPROVAL-SCREEN.
020600     05  BLANK SCREEN.
020700     05  LINE 01 COL 01 VALUE "SFA100".
020800     05  LINE 01 COL 28 VALUE "SUPERVISOR APPROVAL QUEUE".
020900     05  LINE 03 COL 05 VALUE "CUSTOMER ID . . . . . . . . . . :".
021000     05  LINE 04 COL 05 PIC X(60) FROM APQ-CUST-ID.
021100     05  LINE 06 COL 05 VALUE "REQUESTED ACTION  . . . . . . . :".
021200     05  LINE 06 COL 40 PIC X(08) FROM SF-DSP-ACTION-TEXT.
021300     05  LINE 07 COL 05 VALUE "REQUESTED FROM  . . . . . . . . :".
021400     05  LINE 07 COL 40 PIC X(04) FROM APQ-SOURCE.
021500     05  LINE 08 COL 05 VALUE "REQUESTED BY  . . . . . . . . . :".
021600     05  LINE 08 COL 40 PIC X(08) FROM APQ-REQ-OPERATOR.
021700     05  LINE 09 COL 05 VALUE "REQUESTED ON  . . . . . . . . . :".
021800     05  LINE 09 COL 40 PIC X(10) FROM APQ-REQ-DATE.
021900     05  LINE 09 COL 51 PIC X(08) FROM SF-DSP-TIME.
022000     05  LINE 11 COL 05 VALUE "CUSTOMER NAME . . . . . . . . . :".
022100     05  LINE 11 COL 40 PIC X(40) FROM SF-DSP-NAME.
022200     05  LINE 12 COL 05 VALUE "CITY / STATE  . . . . . . . . . :".
022300     05  LINE 12 COL 40 PIC X(24) FROM SF-DSP-CITY-STATE.
022400     05  LINE 13 COL 05 VALUE "ACCOUNT STATUS  . . . . . . . . :".
022500     05  LINE 13 COL 40 PIC X(30) FROM SF-DSP-STATUS-TEXT.
022600     05  LINE 18 COL 05 PIC X(60) FROM SF-MESSAGE-TEXT.
022700     05  LINE 20 COL 05
022800         VALUE "A=APPROVE  R=REJECT  ENTER=NEXT  X=EXIT . . :".
022900     05  LINE 20 COL 52 PIC X(01) TO SF-DECISION.
023000 PROCEDURE DIVISION CHAINING SF-FILE-NAME-PARM.
023100*****************************************************************
023200 0000-MAINLINE-CONTROL.
023300     PERFORM 1000-INITIALIZE
023400         THRU 1000-INITIALIZE-EXIT.
023500
023600     IF NOT SF-EXIT-REQUESTED
023700         PERFORM 2000-FIND-NEXT-PENDING
023800             THRU 2000-FIND-NEXT-PENDING-EXIT
023900         IF SF-QUEUE-END
024000             DISPLAY "SFA103I - NO REQUESTS ARE AWAITING APPROVAL"
024100             MOVE "Y" TO SF-EXIT-REQUESTED-SW
024200         END-IF
024300     END-IF.
024400
024500     PERFORM 3000-REVIEW-ONE-ENTRY
024600         THRU 3000-REVIEW-ONE-ENTRY-EXIT
024700         UNTIL SF-EXIT-REQUESTED.
024800
024900     PERFORM 9000-TERMINATE
025000         THRU 9000-TERMINATE-EXIT.
025100
025200     GO TO 9999-END-PROGRAM-EXIT.
025300*****************************************************************
025400*    1000-INITIALIZE - CHECK THE OPERATOR IS A SUPERVISOR, THEN
025500*    OPEN THE MASTER AND THE APPROVAL QUEUE I-O FOR THE SESSION.
025600*****************************************************************
025700 1000-INITIALIZE.
025800     ACCEPT SF-RUN-DATE FROM DATE.
025900     STRING "20"          DELIMITED BY SIZE
026000             SF-RUN-YY    DELIMITED BY SIZE
026100             "-"          DELIMITED BY SIZE
026200             SF-RUN-MM    DELIMITED BY SIZE
026300             "-"          DELIMITED BY SIZE
026400             SF-RUN-DD    DELIMITED BY SIZE
026500         INTO SF-RUN-DATE-DISPLAY.
026600
026700     ACCEPT SF-OPERATOR-ID FROM ENVIRONMENT "LOGNAME".
026800     IF SF-OPERATOR-ID = SPACES
026900         ACCEPT SF-OPERATOR-ID FROM ENVIRONMENT "USER"
027000     END-IF.
027100     IF SF-OPERATOR-ID = SPACES
027200         MOVE "UNKNOWN" TO SF-OPERATOR-ID
027300     END-IF.
027400
027500     PERFORM 1500-CHECK-OPERATOR-AUTHORITY
027600         THRU 1500-CHECK-OPERATOR-AUTHORITY-EXIT.
027700     IF NOT SF-AUTH-SUPERVISOR
027800         DISPLAY "SFA105E - OPERATOR " SF-OPERATOR-ID
027900             " IS NOT AUTHORIZED TO APPROVE REQUESTS"
028000         PERFORM 8100-LOG-AUTH-DENIAL
028100             THRU 8100-LOG-AUTH-DENIAL-EXIT
028200         MOVE 16 TO RETURN-CODE
028300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
028400         GO TO 1000-INITIALIZE-EXIT
028500     END-IF.
028600*
028700*    NO QUEUE FILE MEANS NOTHING HAS EVER BEEN QUEUED - THAT IS
028800*    NOT AN ERROR.
028900*
029000     OPEN I-O SfAprQ.
029100     IF SF-APQ-STATUS-NOT-FOUND
029200         DISPLAY "SFA103I - NO REQUESTS ARE AWAITING APPROVAL"
029300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
029400         GO TO 1000-INITIALIZE-EXIT
029500     END-IF.
029600     IF NOT SF-APQ-STATUS-OK
029700         DISPLAY "SFA102E - UNABLE TO OPEN SFAPPRQ, FILE STATUS "
029800             SF-APQ-FILE-STATUS
029900         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
030000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
030100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
030200         MOVE 16 TO RETURN-CODE
030300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
030400         GO TO 1000-INITIALIZE-EXIT
030500     END-IF.
030600     MOVE "Y" TO SF-APQ-OPEN-SW.
030700
030800     OPEN I-O Cla.
030900     IF NOT SF-CLA-STATUS-OK
031000         IF SF-CLA-STATUS-NOT-FOUND
031100             DISPLAY "SFA100E - MASTER FILE NOT FOUND: "
031200                 SF-FILE-NAME-PARM
031300         ELSE
031400             DISPLAY "SFA101E - UNABLE TO OPEN MASTER FILE: "
031500                 SF-FILE-NAME-PARM
031600             DISPLAY "SFA101E - FILE STATUS IS "
031700                 SF-CLA-FILE-STATUS
031800         END-IF
031900         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
032000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
032100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
032200         MOVE 16 TO RETURN-CODE
032300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
032400         GO TO 1000-INITIALIZE-EXIT
032500     END-IF.
032600     MOVE "Y" TO SF-CLA-OPEN-SW.
032700 1000-INITIALIZE-EXIT.
032800     EXIT.
032900*****************************************************************
033000*    1500-CHECK-OPERATOR-AUTHORITY - LOOKS THE SIGN-ON OPERATOR
033100*    UP ON THE SFOPRF PROFILE FILE AND LOADS THE AUTHORITY
033200*    LEVEL.  A SITE WITH NO PROFILE FILE RUNS UNGATED, AS SFM
033300*    DOES - THE SELF-APPROVAL CHECK STILL APPLIES.
033400*****************************************************************
033500 1500-CHECK-OPERATOR-AUTHORITY.
033600     MOVE SPACE TO SF-OPERATOR-AUTHORITY.
033700     MOVE "N" TO SF-OPR-FOUND-SW SF-OPR-EOF-SW.
033800     OPEN INPUT SfOpPrf.
033900     IF SF-OPR-STATUS-NOT-FOUND
034000         DISPLAY "SFA106W - NO SFOPRF PROFILE FILE - OPERATOR "
034100             "AUTHORITY NOT ENFORCED"
034200         MOVE "S" TO SF-OPERATOR-AUTHORITY
034300         GO TO 1500-CHECK-OPERATOR-AUTHORITY-EXIT
034400     END-IF.
034500     IF NOT SF-OPR-STATUS-OK
034600         MOVE SF-OPR-FILE-STATUS TO SF-LOG-STATUS-VALUE
034700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
034800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
034900         GO TO 1500-CHECK-OPERATOR-AUTHORITY-EXIT
035000     END-IF.
035100
035200     PERFORM 1550-READ-ONE-PROFILE
035300         THRU 1550-READ-ONE-PROFILE-EXIT
035400         UNTIL SF-OPR-EOF OR SF-OPR-FOUND.
035500
035600     CLOSE SfOpPrf.
035700     IF SF-OPR-FOUND
035800         MOVE OPR-AUTHORITY TO SF-OPERATOR-AUTHORITY
035900         IF SF-OPERATOR-AUTHORITY = "s"
036000             MOVE "S" TO SF-OPERATOR-AUTHORITY
036100         END-IF
036200     END-IF.
036300 1500-CHECK-OPERATOR-AUTHORITY-EXIT.
036400     EXIT.
036500*****************************************************************
036600*    1550-READ-ONE-PROFILE - ONE STEP OF THE PROFILE SCAN.
036700*****************************************************************
036800 1550-READ-ONE-PROFILE.
036900     READ SfOpPrf
037000         AT END MOVE "Y" TO SF-OPR-EOF-SW
037100     END-READ.
037200     IF SF-OPR-STATUS-OK
037300         IF OPR-OPERATOR-ID = SF-OPERATOR-ID
037400             MOVE "Y" TO SF-OPR-FOUND-SW
037500         END-IF
037600     ELSE
037700         IF NOT SF-OPR-STATUS-EOF
037800             MOVE SF-OPR-FILE-STATUS TO SF-LOG-STATUS-VALUE
037900             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
038000             PERFORM 8000-LOG-FILE-ERROR
038100                 THRU 8000-LOG-FILE-ERROR-EXIT
038200             MOVE "Y" TO SF-OPR-EOF-SW
038300         END-IF
038400     END-IF.
038500 1550-READ-ONE-PROFILE-EXIT.
038600     EXIT.
038700*****************************************************************
038800*    2000-FIND-NEXT-PENDING - POSITIONS PAST THE ENTRY LAST SHOWN
038900*    AND READS FORWARD TO THE NEXT ENTRY STILL PENDING.  ENTRIES
039000*    ALREADY APPROVED OR REJECTED STAY ON THE QUEUE AS HISTORY
039100*    AND ARE STEPPED OVER.
039200*****************************************************************
039300 2000-FIND-NEXT-PENDING.
039400     MOVE "N" TO SF-ENTRY-FOUND-SW.
039500     MOVE SF-CURRENT-KEY TO APQ-KEY.
039600     START SfAprQ KEY IS GREATER THAN APQ-KEY
039700         INVALID KEY
039800             MOVE "Y" TO SF-QUEUE-END-SW
039900             GO TO 2000-FIND-NEXT-PENDING-EXIT
040000     END-START.
040100
040200     PERFORM 2050-READ-ONE-ENTRY
040300         THRU 2050-READ-ONE-ENTRY-EXIT
040400         UNTIL SF-QUEUE-END OR SF-ENTRY-FOUND.
040500     IF SF-ENTRY-FOUND
040600         MOVE APQ-KEY TO SF-CURRENT-KEY
040700     END-IF.
040800 2000-FIND-NEXT-PENDING-EXIT.
040900     EXIT.
041000*****************************************************************
041100*    2050-READ-ONE-ENTRY - ONE STEP OF THE PENDING SCAN.
041200*****************************************************************
041300 2050-READ-ONE-ENTRY.
041400     READ SfAprQ NEXT RECORD
041500         AT END
041600             MOVE "Y" TO SF-QUEUE-END-SW
041700             GO TO 2050-READ-ONE-ENTRY-EXIT
041800     END-READ.
041900     IF NOT SF-APQ-STATUS-OK
042000         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
042100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
042200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
042300         MOVE 16 TO RETURN-CODE
042400         MOVE "Y" TO SF-QUEUE-END-SW
042500         GO TO 2050-READ-ONE-ENTRY-EXIT
042600     END-IF.
042700     IF APQ-STATUS-PENDING
042800         MOVE "Y" TO SF-ENTRY-FOUND-SW
042900     END-IF.
043000 2050-READ-ONE-ENTRY-EXIT.
043100     EXIT.
043200*****************************************************************
043300*    3000-REVIEW-ONE-ENTRY - SHOWS THE CURRENT PENDING ENTRY ON
043400*    THE SFA100 PANEL AND ACTS ON THE SUPERVISOR'S DECISION.  AN
043500*    ENTRY THAT COULD NOT BE DECIDED (OWN REQUEST, RECORD IN USE)
043600*    STAYS ON THE PANEL WITH THE REASON; ENTER MOVES ON.
043700*****************************************************************
043800 3000-REVIEW-ONE-ENTRY.
043900     PERFORM 3100-BUILD-PANEL-FIELDS
044000         THRU 3100-BUILD-PANEL-FIELDS-EXIT.
044100     MOVE SPACE TO SF-DECISION.
044200     DISPLAY SF-APPROVAL-SCREEN.
044300     ACCEPT SF-APPROVAL-SCREEN.
044400     MOVE SPACES TO SF-MESSAGE-TEXT.
044500     MOVE "N" TO SF-ADVANCE-SW.
044600
044700     IF SF-DECISION = "a"
044800         MOVE "A" TO SF-DECISION
044900     END-IF.
045000     IF SF-DECISION = "r"
045100         MOVE "R" TO SF-DECISION
045200     END-IF.
045300     IF SF-DECISION = "x"
045400         MOVE "X" TO SF-DECISION
045500     END-IF.
045600
045700     EVALUATE TRUE
045800         WHEN SF-DECIDE-APPROVE
045900             PERFORM 4000-APPROVE-REQUEST
046000                 THRU 4000-APPROVE-REQUEST-EXIT
046100         WHEN SF-DECIDE-REJECT
046200             PERFORM 5000-REJECT-REQUEST
046300                 THRU 5000-REJECT-REQUEST-EXIT
046400         WHEN SF-DECIDE-NEXT
046500             ADD 1 TO SF-SKIPPED-COUNT
046600             MOVE "Y" TO SF-ADVANCE-SW
046700         WHEN SF-DECIDE-EXIT
046800             MOVE "Y" TO SF-EXIT-REQUESTED-SW
046900             GO TO 3000-REVIEW-ONE-ENTRY-EXIT
047000         WHEN OTHER
047100             MOVE "ENTER A, R OR X, OR PRESS ENTER FOR THE NEXT"
047200                 TO SF-MESSAGE-TEXT
047300     END-EVALUATE.
047400
047500     IF NOT SF-ADVANCE
047600         PERFORM 3500-REREAD-CURRENT-ENTRY
047700             THRU 3500-REREAD-CURRENT-ENTRY-EXIT
047800         GO TO 3000-REVIEW-ONE-ENTRY-EXIT
047900     END-IF.
048000
048100     PERFORM 2000-FIND-NEXT-PENDING
048200         THRU 2000-FIND-NEXT-PENDING-EXIT.
048300     IF SF-QUEUE-END
048400         DISPLAY "SFA104I - END OF THE APPROVAL QUEUE"
048500         MOVE "Y" TO SF-EXIT-REQUESTED-SW
048600     END-IF.
048700 3000-REVIEW-ONE-ENTRY-EXIT.
048800     EXIT.
048900*****************************************************************
049000*    3100-BUILD-PANEL-FIELDS - FORMATS THE QUEUE ENTRY FOR THE
049100*    PANEL.  THE NAME AND ADDRESS COME FROM THE BEFORE IMAGE -
049200*    THE RECORD AS THE REQUESTER SAW IT.
049300*****************************************************************
049400 3100-BUILD-PANEL-FIELDS.
049500     IF APQ-ACTION-DELETE
049600         MOVE "DELETE  " TO SF-DSP-ACTION-TEXT
049700     ELSE
049800         MOVE "CLOSE   " TO SF-DSP-ACTION-TEXT
049900     END-IF.
050000
050100     MOVE APQ-REQ-TIME TO SF-REQ-TIME-WORK.
050200     MOVE SPACES TO SF-DSP-TIME.
050300     STRING SF-REQ-TIME-HH        DELIMITED BY SIZE
050400             ":"                  DELIMITED BY SIZE
050500             SF-REQ-TIME-MM       DELIMITED BY SIZE
050600             ":"                  DELIMITED BY SIZE
050700             SF-REQ-TIME-SS       DELIMITED BY SIZE
050800         INTO SF-DSP-TIME.
050900
051000     MOVE APQ-BEFORE-IMAGE TO ImageCustomer.
051100     MOVE SPACES TO SF-DSP-NAME SF-DSP-CITY-STATE.
051200     STRING CUST-FIRST-NAME OF ImageCustomer
051300                                  DELIMITED BY "  "
051400             " "                  DELIMITED BY SIZE
051500             CUST-MIDDLE-NAME OF ImageCustomer
051600                                  DELIMITED BY "  "
051700             " "                  DELIMITED BY SIZE
051800             CUST-LAST-NAME OF ImageCustomer
051900                                  DELIMITED BY "  "
052000         INTO SF-DSP-NAME.
052100     STRING CUST-CITY OF ImageCustomer
052200                                  DELIMITED BY "  "
052300             " "                  DELIMITED BY SIZE
052400             CUST-STATE OF ImageCustomer
052500                                  DELIMITED BY SIZE
052600         INTO SF-DSP-CITY-STATE.
052700
052800     MOVE SPACES TO SF-DSP-STATUS-TEXT.
052900     IF APQ-ACTION-DELETE
053000         STRING CUST-ACCT-STATUS OF ImageCustomer
053100                                  DELIMITED BY SIZE
053200                 " - RECORD TO BE DELETED"
053300                                  DELIMITED BY SIZE
053400             INTO SF-DSP-STATUS-TEXT
053500     ELSE
053600         STRING CUST-ACCT-STATUS OF ImageCustomer
053700                                  DELIMITED BY SIZE
053800                 " TO C"          DELIMITED BY SIZE
053900             INTO SF-DSP-STATUS-TEXT
054000     END-IF.
054100 3100-BUILD-PANEL-FIELDS-EXIT.
054200     EXIT.
054300*****************************************************************
054400*    3500-REREAD-CURRENT-ENTRY - BRINGS THE QUEUE ENTRY ON THE
054500*    PANEL BACK INTO THE RECORD AREA.  ANOTHER SUPERVISOR MAY
054600*    HAVE DECIDED IT MEANWHILE; IF SO THE WALK MOVES ON.
054700*****************************************************************
054800 3500-REREAD-CURRENT-ENTRY.
054900     MOVE SF-CURRENT-KEY TO APQ-KEY.
055000     READ SfAprQ
055100         INVALID KEY
055200             CONTINUE
055300     END-READ.
055400     IF SF-APQ-STATUS-OK AND APQ-STATUS-PENDING
055500         GO TO 3500-REREAD-CURRENT-ENTRY-EXIT
055600     END-IF.
055700
055800     MOVE "ENTRY WAS DECIDED ELSEWHERE - MOVED TO THE NEXT ONE"
055900         TO SF-MESSAGE-TEXT.
056000     PERFORM 2000-FIND-NEXT-PENDING
056100         THRU 2000-FIND-NEXT-PENDING-EXIT.
056200     IF SF-QUEUE-END
056300         DISPLAY "SFA104I - END OF THE APPROVAL QUEUE"
056400         MOVE "Y" TO SF-EXIT-REQUESTED-SW
056500     END-IF.
056600 3500-REREAD-CURRENT-ENTRY-EXIT.
056700     EXIT.
056800*****************************************************************
056900*    4000-APPROVE-REQUEST - APPLIES THE QUEUED DELETE OR CLOSURE
057000*    TO THE MASTER UNDER A RECORD LOCK, JOURNALS IT WITH BOTH
057100*    OPERATOR IDS AND MARKS THE ENTRY APPROVED.  THE MASTER MUST
057200*    STILL MATCH THE BEFORE IMAGE - A RECORD CHANGED SINCE THE
057300*    REQUEST IS NOT OVERWRITTEN FROM A STALE IMAGE.
057400*****************************************************************
057500 4000-APPROVE-REQUEST.
057600     PERFORM 3500-REREAD-CURRENT-ENTRY
057700         THRU 3500-REREAD-CURRENT-ENTRY-EXIT.
057800     IF SF-MESSAGE-TEXT NOT = SPACES
057900         GO TO 4000-APPROVE-REQUEST-EXIT
058000     END-IF.
058100*
058200*    NOBODY RELEASES THEIR OWN REQUEST - THE ATTEMPT IS REFUSED
058300*    AND LOGGED.  THE REQUESTER MAY STILL WITHDRAW IT WITH R.
058400*
058500     IF APQ-REQ-OPERATOR = SF-OPERATOR-ID
058600         MOVE "YOU CANNOT APPROVE YOUR OWN REQUEST" TO
058700             SF-MESSAGE-TEXT
058800         PERFORM 8200-LOG-SELF-APPROVAL
058900             THRU 8200-LOG-SELF-APPROVAL-EXIT
059000         GO TO 4000-APPROVE-REQUEST-EXIT
059100     END-IF.
059200
059300     MOVE APQ-CUST-ID TO CUST-ID OF CustomerDetails.
059400     READ Cla WITH LOCK
059500         INVALID KEY
059600             MOVE "CUSTOMER NO LONGER ON FILE - REJECT THE ENTRY"
059700                 TO SF-MESSAGE-TEXT
059800             GO TO 4000-APPROVE-REQUEST-EXIT
059900     END-READ.
060000     IF SF-CLA-STATUS-LOCKED
060100         MOVE "RECORD IN USE BY ANOTHER SESSION - TRY AGAIN LATER"
060200             TO SF-MESSAGE-TEXT
060300         GO TO 4000-APPROVE-REQUEST-EXIT
060400     END-IF.
060500     IF NOT SF-CLA-STATUS-OK
060600         MOVE "MASTER FILE ERROR - SEE ERRLOG" TO SF-MESSAGE-TEXT
060700         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
060800         MOVE APQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
060900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
061000         GO TO 4000-APPROVE-REQUEST-EXIT
061100     END-IF.
061200     IF CustomerDetails NOT = APQ-BEFORE-IMAGE
061300         UNLOCK Cla
061400         MOVE "RECORD CHANGED SINCE THE REQUEST - REJECT IT"
061500             TO SF-MESSAGE-TEXT
061600         GO TO 4000-APPROVE-REQUEST-EXIT
061700     END-IF.
061800
061900     MOVE APQ-BEFORE-IMAGE TO SF-AUDIT-BEFORE-IMAGE.
062000     IF APQ-ACTION-DELETE
062100         PERFORM 4100-APPLY-DELETE
062200             THRU 4100-APPLY-DELETE-EXIT
062300     ELSE
062400         PERFORM 4200-APPLY-CLOSURE
062500             THRU 4200-APPLY-CLOSURE-EXIT
062600     END-IF.
062700     UNLOCK Cla.
062800     IF SF-MESSAGE-TEXT NOT = SPACES
062900         GO TO 4000-APPROVE-REQUEST-EXIT
063000     END-IF.
063100
063200     PERFORM 6000-WRITE-AUDIT-RECORD
063300         THRU 6000-WRITE-AUDIT-RECORD-EXIT.
063400     ADD 1 TO SF-APPROVED-COUNT.
063500     MOVE "A" TO APQ-STATUS.
063600     PERFORM 4500-RECORD-DECISION
063700         THRU 4500-RECORD-DECISION-EXIT.
063800     IF SF-MESSAGE-TEXT = SPACES
063900         MOVE "PREVIOUS ENTRY APPROVED AND APPLIED" TO
064000             SF-MESSAGE-TEXT
064100     END-IF.
064200     MOVE "Y" TO SF-ADVANCE-SW.
064300 4000-APPROVE-REQUEST-EXIT.
064400     EXIT.
064500*****************************************************************
064600*    4100-APPLY-DELETE - KEYED DELETE OF THE LOCKED RECORD.
064700*****************************************************************
064800 4100-APPLY-DELETE.
064900     MOVE SPACES TO SF-AUDIT-AFTER-IMAGE.
065000     DELETE Cla RECORD
065100         INVALID KEY
065200             CONTINUE
065300     END-DELETE.
065400     IF NOT SF-CLA-STATUS-OK
065500         MOVE "MASTER FILE ERROR - SEE ERRLOG" TO SF-MESSAGE-TEXT
065600         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
065700         MOVE APQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
065800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
065900     END-IF.
066000 4100-APPLY-DELETE-EXIT.
066100     EXIT.
066200*****************************************************************
066300*    4200-APPLY-CLOSURE - THE QUEUED AFTER IMAGE REPLACES THE
066400*    RECORD.  THE CLOSURE TAKES EFFECT TODAY, SO TODAY IS THE
066500*    MAINTENANCE DATE AND STARTS THE RETENTION CLOCK.
066600*****************************************************************
066700 4200-APPLY-CLOSURE.
066800     MOVE APQ-AFTER-IMAGE TO CustomerDetails.
066900     MOVE SF-RUN-DATE-DISPLAY TO
067000         CUST-DATE-LAST-MAINT OF CustomerDetails.
067100     MOVE SF-RUN-DATE-DISPLAY TO
067200         CUST-DATE-CLOSED OF CustomerDetails.
067300     MOVE CustomerDetails TO SF-AUDIT-AFTER-IMAGE.
067400     REWRITE CustomerDetails
067500         INVALID KEY
067600             CONTINUE
067700     END-REWRITE.
067800     IF NOT SF-CLA-STATUS-OK
067900         MOVE "MASTER FILE ERROR - SEE ERRLOG" TO SF-MESSAGE-TEXT
068000         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
068100         MOVE APQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
068200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
068300     END-IF.
068400 4200-APPLY-CLOSURE-EXIT.
068500     EXIT.
068600*****************************************************************
068700*    4500-RECORD-DECISION - STAMPS THE APPROVER AND DECISION
068800*    TIME ON THE QUEUE ENTRY AND REWRITES IT.  THE CALLER HAS
068900*    SET APQ-STATUS.
069000*****************************************************************
069100 4500-RECORD-DECISION.
069200     ACCEPT SF-RUN-TIME FROM TIME.
069300     MOVE SF-OPERATOR-ID TO APQ-APPROVER.
069400     MOVE SF-RUN-DATE-DISPLAY TO APQ-DECISION-DATE.
069500     MOVE SF-RUN-TIME TO APQ-DECISION-TIME.
069600     REWRITE ApprovalRequest
069700         INVALID KEY
069800             CONTINUE
069900     END-REWRITE.
070000     IF NOT SF-APQ-STATUS-OK
070100         MOVE "DECISION NOT RECORDED ON THE QUEUE - SEE ERRLOG"
070200             TO SF-MESSAGE-TEXT
070300         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
070400         MOVE APQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
070500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
070600         MOVE 8 TO RETURN-CODE
070700     END-IF.
070800 4500-RECORD-DECISION-EXIT.
070900     EXIT.
071000*****************************************************************
071100*    5000-REJECT-REQUEST - MARKS THE ENTRY REJECTED.  THE MASTER
071200*    IS NOT TOUCHED AND NOTHING IS JOURNALED, BECAUSE NOTHING
071300*    CHANGED.  A REQUESTER MAY REJECT (WITHDRAW) THEIR OWN.
071400*****************************************************************
071500 5000-REJECT-REQUEST.
071600     PERFORM 3500-REREAD-CURRENT-ENTRY
071700         THRU 3500-REREAD-CURRENT-ENTRY-EXIT.
071800     IF SF-MESSAGE-TEXT NOT = SPACES
071900         GO TO 5000-REJECT-REQUEST-EXIT
072000     END-IF.
072100
072200     ADD 1 TO SF-REJECTED-COUNT.
072300     MOVE "R" TO APQ-STATUS.
072400     PERFORM 4500-RECORD-DECISION
072500         THRU 4500-RECORD-DECISION-EXIT.
072600     IF SF-MESSAGE-TEXT = SPACES
072700         MOVE "PREVIOUS ENTRY REJECTED - MASTER NOT CHANGED" TO
072800             SF-MESSAGE-TEXT
072900     END-IF.
073000     MOVE "Y" TO SF-ADVANCE-SW.
073100 5000-REJECT-REQUEST-EXIT.
073200     EXIT.
073300*****************************************************************
073400*    6000-WRITE-AUDIT-RECORD - APPENDS ONE CUSTAUD JOURNAL
073500*    RECORD FOR THE ENTRY JUST APPLIED.  AUD-OPERATOR IS THE
073600*    CLERK WHO ASKED FOR THE CHANGE AND AUD-APPROVER THE
073700*    SUPERVISOR WHO RELEASED IT.  A DELETE JOURNALS AS D AND A
073800*    CLOSURE AS A CHANGE, AS THEY WOULD HAVE FROM SFM.
073900*****************************************************************
074000 6000-WRITE-AUDIT-RECORD.
074100     IF NOT SF-AUD-IS-OPEN
074200         OPEN EXTEND SfAudit
074300         IF NOT SF-AUD-STATUS-OK
074400             OPEN OUTPUT SfAudit
074500         END-IF
074600         IF SF-AUD-STATUS-OK
074700             MOVE "Y" TO SF-AUD-OPEN-SW
074800         ELSE
074900             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
075000             MOVE APQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
075100             PERFORM 8000-LOG-FILE-ERROR
075200                 THRU 8000-LOG-FILE-ERROR-EXIT
075300         END-IF
075400     END-IF.
075500
075600     IF SF-AUD-IS-OPEN
075700         ACCEPT SF-RUN-TIME FROM TIME
075800         MOVE APQ-ACTION TO AUD-ACTION
075900         MOVE SF-RUN-DATE-DISPLAY TO AUD-DATE
076000         MOVE SF-RUN-TIME TO AUD-TIME
076100         MOVE APQ-REQ-OPERATOR TO AUD-OPERATOR
076200         MOVE APQ-CUST-ID TO AUD-CUST-ID
076300         MOVE SF-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
076400         MOVE SF-AUDIT-AFTER-IMAGE TO AUD-AFTER-IMAGE
076500         MOVE SF-OPERATOR-ID TO AUD-APPROVER
076600         WRITE AuditJournal
076700         IF NOT SF-AUD-STATUS-OK
076800             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
076900             MOVE APQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
077000             PERFORM 8000-LOG-FILE-ERROR
077100                 THRU 8000-LOG-FILE-ERROR-EXIT
077200         END-IF
077300     END-IF.
077400 6000-WRITE-AUDIT-RECORD-EXIT.
077500     EXIT.
077600*****************************************************************
077700*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
077800*    SAME SFERRLOG FILE SF AND SFM USE.
077900*****************************************************************
078000 8000-LOG-FILE-ERROR.
078100     PERFORM 8900-OPEN-ERROR-LOG
078200         THRU 8900-OPEN-ERROR-LOG-EXIT.
078300     IF SF-LOG-IS-OPEN
078400         ACCEPT SF-RUN-TIME FROM TIME
078500         MOVE SPACES TO SF-LOG-LINE
078600         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
078700                 " "                   DELIMITED BY SIZE
078800                 SF-RUN-TIME           DELIMITED BY SIZE
078900                 "  SFAPPR FILE STATUS "
079000                                       DELIMITED BY SIZE
079100                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
079200                 "  CUSTOMER-ID "      DELIMITED BY SIZE
079300                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
079400             INTO SF-LOG-LINE
079500         WRITE SF-LOG-LINE
079600     END-IF.
079700 8000-LOG-FILE-ERROR-EXIT.
079800     EXIT.
079900*****************************************************************
080000*    8100-LOG-AUTH-DENIAL - APPENDS A TIMESTAMPED DENIED-ACCESS
080100*    ENTRY TO SFERRLOG WITH THE OPERATOR AND PROGRAM.
080200*****************************************************************
080300 8100-LOG-AUTH-DENIAL.
080400     PERFORM 8900-OPEN-ERROR-LOG
080500         THRU 8900-OPEN-ERROR-LOG-EXIT.
080600     IF SF-LOG-IS-OPEN
080700         ACCEPT SF-RUN-TIME FROM TIME
080800         MOVE SPACES TO SF-LOG-LINE
080900         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
081000                 " "                   DELIMITED BY SIZE
081100                 SF-RUN-TIME           DELIMITED BY SIZE
081200                 "  SFAPPR ACCESS DENIED - OPERATOR "
081300                                       DELIMITED BY SIZE
081400                 SF-OPERATOR-ID        DELIMITED BY SIZE
081500                 " AUTHORITY "         DELIMITED BY SIZE
081600                 SF-OPERATOR-AUTHORITY DELIMITED BY SIZE
081700             INTO SF-LOG-LINE
081800         WRITE SF-LOG-LINE
081900     END-IF.
082000 8100-LOG-AUTH-DENIAL-EXIT.
082100     EXIT.
082200*****************************************************************
082300*    8200-LOG-SELF-APPROVAL - APPENDS A TIMESTAMPED ENTRY TO
082400*    SFERRLOG WHEN AN OPERATOR TRIES TO APPROVE THEIR OWN
082500*    REQUEST, SO THE ATTEMPT IS ON RECORD.
082600*****************************************************************
082700 8200-LOG-SELF-APPROVAL.
082800     PERFORM 8900-OPEN-ERROR-LOG
082900         THRU 8900-OPEN-ERROR-LOG-EXIT.
083000     IF SF-LOG-IS-OPEN
083100         ACCEPT SF-RUN-TIME FROM TIME
083200         MOVE SPACES TO SF-LOG-LINE
083300         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
083400                 " "                   DELIMITED BY SIZE
083500                 SF-RUN-TIME           DELIMITED BY SIZE
083600                 "  SFAPPR SELF-APPROVAL REFUSED - OPERATOR "
083700                                       DELIMITED BY SIZE
083800                 SF-OPERATOR-ID        DELIMITED BY SIZE
083900                 " CUSTOMER-ID "       DELIMITED BY SIZE
084000                 APQ-CUST-ID(1:30)     DELIMITED BY SIZE
084100             INTO SF-LOG-LINE
084200         WRITE SF-LOG-LINE
084300     END-IF.
084400 8200-LOG-SELF-APPROVAL-EXIT.
084500     EXIT.
084600*****************************************************************
084700*    8900-OPEN-ERROR-LOG - OPENS SFERRLOG FOR APPEND THE FIRST
084800*    TIME ANYTHING IS LOGGED, CREATING IT IF NEED BE.
084900*****************************************************************
085000 8900-OPEN-ERROR-LOG.
085100     IF NOT SF-LOG-IS-OPEN
085200         OPEN EXTEND SfErrLog
085300         IF NOT SF-LOG-STATUS-OK
085400             OPEN OUTPUT SfErrLog
085500         END-IF
085600         IF SF-LOG-STATUS-OK
085700             MOVE "Y" TO SF-LOG-OPEN-SW
085800         END-IF
085900     END-IF.
086000 8900-OPEN-ERROR-LOG-EXIT.
086100     EXIT.
086200*****************************************************************
086300*    9000-TERMINATE - ECHO THE DECISION COUNTS AND CLOSE
086400*    EVERYTHING.
086500*****************************************************************
086600 9000-TERMINATE.
086700     DISPLAY " ".
086800     DISPLAY "REQUESTS APPROVED . . : " SF-APPROVED-COUNT.
086900     DISPLAY "REQUESTS REJECTED . . : " SF-REJECTED-COUNT.
087000     DISPLAY "REQUESTS PASSED OVER  : " SF-SKIPPED-COUNT.
087100
087200     IF SF-CLA-IS-OPEN
087300         CLOSE Cla
087400         IF NOT SF-CLA-STATUS-OK
087500             MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
087600             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
087700             PERFORM 8000-LOG-FILE-ERROR
087800                 THRU 8000-LOG-FILE-ERROR-EXIT
087900         END-IF
088000     END-IF.
088100     IF SF-APQ-IS-OPEN
088200         CLOSE SfAprQ
088300         IF NOT SF-APQ-STATUS-OK
088400             MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
088500             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
088600             PERFORM 8000-LOG-FILE-ERROR
088700                 THRU 8000-LOG-FILE-ERROR-EXIT
088800         END-IF
088900     END-IF.
089000     IF SF-AUD-IS-OPEN
089100         CLOSE SfAudit
089200         IF NOT SF-AUD-STATUS-OK
089300             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
089400             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
089500             PERFORM 8000-LOG-FILE-ERROR
089600                 THRU 8000-LOG-FILE-ERROR-EXIT
089700         END-IF
089800     END-IF.
089900     IF SF-LOG-IS-OPEN
090000         CLOSE SfErrLog
090100         IF NOT SF-LOG-STATUS-OK
090200             DISPLAY "SFA109E - ERROR CLOSING SFERRLOG, STATUS "
090300                 SF-LOG-FILE-STATUS
090400         END-IF
090500     END-IF.
090600 9000-TERMINATE-EXIT.
090700     EXIT.
090800*****************************************************************
090900*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
091000*****************************************************************
091100 9999-END-PROGRAM-EXIT.
091200     STOP RUN.
