002000*                   ORDER AND SEVERAL REQUESTS AGAINST ONE
002100*                   CUSTOMER APPLY IN THE ORDER THE CLERK KEYED
002150*                   THEM.
002160*
002170*                   THE MASTER IS COUNTED BEFORE AND AFTER THE
002180*                   APPLY PASS, AND THE RUN'S COUNTS ARE APPENDED
002190*                   TO SFCTLTOT (CUSTCTOT) FOR SFNITE'S BALANCING.
002200*-----------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE        INIT  DESCRIPTION
002982*                      REGISTER AS RECORD IN USE - THE BATCH
002983*                      WINDOW REPORTS WHAT IT COULD NOT LOCK
002984*                      INSTEAD OF OVERWRITING A SCREEN CHANGE.
002985*    2026-10-15   CM   A DELETE TRANSACTION, OR A CHANGE THAT
002986*                      MOVES AN ACCOUNT TO STATUS C, IS NO LONGER
002987*                      APPLIED - IT IS WRITTEN TO THE SFAPPRQ
002988*                      APPROVAL QUEUE FOR SFAPPR AND LISTED AS
002989*                      QUEUED.  READ NOW BALANCES TO APPLIED PLUS
002990*                      REJECTED PLUS QUEUED.
002991*    2026-10-15   CM   MASTER RECORD COUNTS BEFORE AND AFTER THE
002992*                      RUN, WITH A BEFORE + ADDED = AFTER LINE ON
002993*                      THE REGISTER; CONTROL TOTALS WRITTEN TO
002994*                      SFCTLTOT.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. sfmb.
006700             ORGANIZATION IS LINE SEQUENTIAL
006800             FILE STATUS IS SF-WRK-FILE-STATUS.
006900     SELECT SfmSort ASSIGN TO "SFMSORT".
006905*
006910*    SfAprQ IS THE INDEXED SUPERVISOR APPROVAL QUEUE SFM AND SF
006915*    ALSO WRITE - DELETES AND CLOSURES WAIT HERE FOR SFAPPR.
006920*
006925     SELECT SfAprQ ASSIGN TO "SFAPPRQ"
006930             ORGANIZATION IS INDEXED
006935             ACCESS MODE IS DYNAMIC
006940             RECORD KEY IS APQ-KEY
006945             FILE STATUS IS SF-APQ-FILE-STATUS.
006950     SELECT SfCtlTot ASSIGN TO "SFCTLTOT"
006955             ORGANIZATION IS LINE SEQUENTIAL
006960             FILE STATUS IS SF-CTT-FILE-STATUS.
007000     SELECT SfmRpt ASSIGN TO "SFMBRPT"
007100             ORGANIZATION IS LINE SEQUENTIAL
007200             FILE STATUS IS SF-RPT-FILE-STATUS.
010240 FD  SfOpPrf.
010250 01  OperatorProfile.
010260     COPY OPRPROF.
010265 FD  SfAprQ.
010270 01  ApprovalRequest.
010275     COPY CUSTAPRQ.
010280 FD  SfCtlTot.
010285 01  ControlTotals.
010290     COPY CUSTCTOT.
010300 WORKING-STORAGE SECTION.
010400*-----------------------------------------------------------------
010500*    CHAINING PARAMETERS
011710     88  SF-CLA-STATUS-DUP-KEY        VALUE "22".
011720     88  SF-CLA-STATUS-NO-RECORD      VALUE "23".
011730     88  SF-CLA-STATUS-LOCKED         VALUE "51".
011830     88  SF-CLA-STATUS-EOF            VALUE "10".
011930     88  SF-CLA-STATUS-READ-OK        VALUE "00" "02".
012100 01  SF-TXN-FILE-STATUS               PIC X(02)  VALUE SPACES.
012200     88  SF-TXN-STATUS-OK             VALUE "00".
012300     88  SF-TXN-STATUS-EOF            VALUE "10".
013140     88  SF-OPR-STATUS-OK             VALUE "00".
013150     88  SF-OPR-STATUS-EOF            VALUE "10".
013160     88  SF-OPR-STATUS-NOT-FOUND      VALUE "35".
013165 01  SF-APQ-FILE-STATUS               PIC X(02)  VALUE SPACES.
013170     88  SF-APQ-STATUS-OK             VALUE "00".
013175     88  SF-APQ-STATUS-DUP-KEY        VALUE "22".
013180     88  SF-APQ-STATUS-NOT-FOUND      VALUE "35".
013185 01  SF-CTT-FILE-STATUS               PIC X(02)  VALUE SPACES.
013190     88  SF-CTT-STATUS-OK             VALUE "00".
013200 01  SF-LOG-STATUS-VALUE              PIC X(09)  VALUE SPACES.
013300 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
013400 01  SF-SWITCHES.
014495         88  SF-PRP-IS-OPEN           VALUE "Y".
014500     05  SF-RPT-OPEN-SW               PIC X(01)  VALUE "N".
014600         88  SF-RPT-IS-OPEN           VALUE "Y".
014610     05  SF-APQ-OPEN-SW               PIC X(01)  VALUE "N".
014620         88  SF-APQ-IS-OPEN           VALUE "Y".
014630     05  SF-APQ-PENDING-SW            PIC X(01)  VALUE "N".
014640         88  SF-APQ-PENDING           VALUE "Y".
014650     05  SF-APQ-SCAN-END-SW           PIC X(01)  VALUE "N".
014660         88  SF-APQ-SCAN-END          VALUE "Y".
014670     05  SF-MASTER-EOF-SW             PIC X(01)  VALUE "N".
014680         88  SF-MASTER-EOF            VALUE "Y".
014700     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
014800         88  SF-EXIT-REQUESTED        VALUE "Y".
014900*-----------------------------------------------------------------
018250 01  SF-BADDATE-COUNT                 PIC 9(05)  VALUE ZERO.
018400 01  SF-ADDED-COUNT                   PIC 9(05)  VALUE ZERO.
018500 01  SF-CHANGED-COUNT                 PIC 9(05)  VALUE ZERO.
018600 01  SF-QUEUED-COUNT                  PIC 9(05)  VALUE ZERO.
018700 01  SF-APPLIED-COUNT                 PIC 9(05)  VALUE ZERO.
018800 01  SF-REJECTED-COUNT                PIC 9(05)  VALUE ZERO.
018850 01  SF-MASTER-COUNT                  PIC 9(09)  VALUE ZERO.
018900 01  SF-MASTER-BEFORE-COUNT           PIC 9(09)  VALUE ZERO.
018950 01  SF-MASTER-AFTER-COUNT            PIC 9(09)  VALUE ZERO.
019000*-----------------------------------------------------------------
019100*    REPORT WORK AREAS
019200*-----------------------------------------------------------------
019494 01  SF-PNDRPT-EFF-DATE               PIC X(10)  VALUE SPACES.
019500 01  SF-TXN-DISPOSITION               PIC X(08)  VALUE SPACES.
019600 01  SF-TXN-REASON                    PIC X(40)  VALUE SPACES.
019620 01  SF-BEFORE-STATUS                 PIC X(01)  VALUE SPACE.
019640 01  SF-APQ-ACTION                    PIC X(01)  VALUE SPACE.
019700 01  SF-HEADING-LINE-1                PIC X(132).
019800 01  SF-HEADING-LINE-2                PIC X(132).
019900 01  SF-DETAIL-LINE                   PIC X(132).
020000 01  SF-LOG-DETAIL-LINE               PIC X(132).
020100 01  SF-COUNT-EDIT                    PIC ZZZZ9.
020150 01  SF-LONG-COUNT-EDIT               PIC Z(08)9.
020200*-----------------------------------------------------------------
020300*    DATE AND TIME
020400*-----------------------------------------------------------------
029900         MOVE "Y" TO SF-EXIT-REQUESTED-SW
029950         CLOSE Cla
030000     END-IF.
030010
030020     IF NOT SF-EXIT-REQUESTED
030030         PERFORM 2900-COUNT-MASTER-RECORDS
030040             THRU 2900-COUNT-MASTER-RECORDS-EXIT
030050         MOVE SF-MASTER-COUNT TO SF-MASTER-BEFORE-COUNT
030060     END-IF.
030100 1000-INITIALIZE-EXIT.
030200     EXIT.
030205*****************************************************************
041700     EXIT.
046200*****************************************************************
046300*    3300-APPLY-ONE-TRANSACTION - APPLIES THE CURRENT TRANSACTION
046350*    IN PLACE WITH A KEYED OPERATION (A DELETE OR CLOSURE GOES TO
046400*    THE APPROVAL QUEUE INSTEAD), LISTS IT AS APPLIED, QUEUED OR
046500*    REJECTED, AND READS THE NEXT TRANSACTION.
046600*****************************************************************
046700 3300-APPLY-ONE-TRANSACTION.
050700     IF SF-TXN-DISPOSITION = "APPLIED "
050800         ADD 1 TO SF-APPLIED-COUNT
050900     ELSE
050920         IF SF-TXN-DISPOSITION = "QUEUED  "
050940             ADD 1 TO SF-QUEUED-COUNT
050960         ELSE
050980             ADD 1 TO SF-REJECTED-COUNT
051000         END-IF
051100     END-IF.
051200
051300     PERFORM 4000-WRITE-TXN-LINE
056696     END-IF.
056700
056800     MOVE CustomerDetails TO SF-AUDIT-BEFORE-IMAGE.
056850     MOVE CUST-ACCT-STATUS TO SF-BEFORE-STATUS.
056900     PERFORM 3600-BUILD-OUTPUT-RECORD
057000         THRU 3600-BUILD-OUTPUT-RECORD-EXIT.
057010     PERFORM 3700-STAMP-LIFECYCLE-DATES
057020         THRU 3700-STAMP-LIFECYCLE-DATES-EXIT.
057100     MOVE CustomerDetails TO SF-AUDIT-AFTER-IMAGE.
057105*
057110*    A CHANGE THAT CLOSES THE ACCOUNT IS NOT APPLIED HERE - THE
057115*    WHOLE CHANGE GOES TO THE APPROVAL QUEUE AND THE MASTER IS
057120*    LEFT AS IT WAS UNTIL A SUPERVISOR RELEASES IT IN SFAPPR.
057125*
057130     IF CUST-STATUS-CLOSED AND SF-BEFORE-STATUS NOT = "C"
057135         MOVE "C" TO SF-APQ-ACTION
057140         PERFORM 6100-QUEUE-FOR-APPROVAL
057145             THRU 6100-QUEUE-FOR-APPROVAL-EXIT
057150         UNLOCK Cla
057155         GO TO 3420-APPLY-CHANGE-EXIT
057160     END-IF.
057200
057300     REWRITE CustomerDetails
057400         INVALID KEY
058800 3420-APPLY-CHANGE-EXIT.
058900     EXIT.
059000*****************************************************************
059050*    3430-APPLY-DELETE - KEYED READ FOR THE BEFORE IMAGE, THEN
059100*    THE DELETE IS WRITTEN TO THE APPROVAL QUEUE.  THE MASTER
059150*    RECORD STAYS ON FILE UNTIL A SUPERVISOR RELEASES THE
059200*    DELETE IN SFAPPR, WHICH JOURNALS IT.
059300*****************************************************************
059400 3430-APPLY-DELETE.
059500     MOVE SF-TXN-CUST-ID TO CUST-ID.
060100     END-READ.
060110*
060120*    A RECORD A LIVE SESSION HOLDS LOCKED IS REPORTED, NOT
060125*    QUEUED FROM AN IMAGE THE SCREEN IS ABOUT TO CHANGE, AS IN
060130*    3420.
060140*
060150     IF SF-CLA-STATUS-LOCKED
060160         MOVE "REJECTED" TO SF-TXN-DISPOSITION
060200
060300     MOVE CustomerDetails TO SF-AUDIT-BEFORE-IMAGE.
060400     MOVE SPACES TO SF-AUDIT-AFTER-IMAGE.
060500     MOVE "D" TO SF-APQ-ACTION.
060600     PERFORM 6100-QUEUE-FOR-APPROVAL
060700         THRU 6100-QUEUE-FOR-APPROVAL-EXIT.
060800     UNLOCK Cla.
062100 3430-APPLY-DELETE-EXIT.
062200     EXIT.
062300*****************************************************************
070200*****************************************************************
070300*    4200-WRITE-SUMMARY - COUNT LINES AT THE END OF THE REGISTER
070400*    SO THE RUN BALANCES ON PAPER: TRANSACTIONS READ EQUALS
070500*    APPLIED PLUS REJECTED PLUS QUEUED FOR APPROVAL.
070600*****************************************************************
070700 4200-WRITE-SUMMARY.
070710*
070720*    THE AFTER COUNT IS TAKEN HERE, BEFORE THE REPORT CHECK, SO
070730*    THE REGISTER SUMMARY AND THE SFCTLTOT RECORD 9000 WRITES
070740*    AFTERWARDS BOTH CARRY IT.
070750*
070760     PERFORM 2900-COUNT-MASTER-RECORDS
070770         THRU 2900-COUNT-MASTER-RECORDS-EXIT.
070780     MOVE SF-MASTER-COUNT TO SF-MASTER-AFTER-COUNT.
070800     IF NOT SF-RPT-IS-OPEN
070900         GO TO 4200-WRITE-SUMMARY-EXIT
071000     END-IF.
076400     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
076500     WRITE SF-RPT-LINE.
076600
076700     MOVE SF-QUEUED-COUNT TO SF-COUNT-EDIT.
076800     MOVE SPACES TO SF-DETAIL-LINE.
076900     STRING "QUEUED FOR APPROVAL . . . . : " DELIMITED BY SIZE
077000             SF-COUNT-EDIT                   DELIMITED BY SIZE
077100         INTO SF-DETAIL-LINE.
077200     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
077360     END-IF.
077361     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
077362     WRITE SF-RPT-LINE.
077363
077364     MOVE SF-MASTER-BEFORE-COUNT TO SF-LONG-COUNT-EDIT.
077365     MOVE SPACES TO SF-DETAIL-LINE.
077366     STRING "MASTER RECORDS BEFORE . . . : " DELIMITED BY SIZE
077367             SF-LONG-COUNT-EDIT              DELIMITED BY SIZE
077368         INTO SF-DETAIL-LINE.
077369     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
077370     WRITE SF-RPT-LINE.
077371
077372     MOVE SF-MASTER-AFTER-COUNT TO SF-LONG-COUNT-EDIT.
077373     MOVE SPACES TO SF-DETAIL-LINE.
077374     STRING "MASTER RECORDS AFTER  . . . : " DELIMITED BY SIZE
077375             SF-LONG-COUNT-EDIT              DELIMITED BY SIZE
077376         INTO SF-DETAIL-LINE.
077377     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
077378     WRITE SF-RPT-LINE.
077379*
077380*    DELETES ONLY EVER GO TO THE APPROVAL QUEUE, SO THE MASTER
077381*    GROWS BY EXACTLY THE ADDS.  ONLINE SESSIONS CAN ADD WHILE A
077382*    DAYTIME RUN IS UNDER WAY, SO THIS LINE IS REPORTED ONLY;
077383*    THE NIGHTLY STREAM, RUN WITH ONLINE DOWN, ENFORCES IT.
077384*
077385     MOVE SPACES TO SF-DETAIL-LINE.
077386     IF SF-MASTER-BEFORE-COUNT + SF-ADDED-COUNT =
077387             SF-MASTER-AFTER-COUNT
077388         MOVE "BEFORE+ADDED=AFTER: IN BALANCE" TO SF-DETAIL-LINE
077389     ELSE
077390         MOVE "BEFORE+ADDED=AFTER: *** OUT OF BALANCE"
077391             TO SF-DETAIL-LINE
077392     END-IF.
077393     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
077394     WRITE SF-RPT-LINE.
077400 4250-WRITE-COUNT-LINE-EXIT.
077500     EXIT.
077501*****************************************************************
077705         MOVE SF-TXN-CUST-ID TO AUD-CUST-ID
077710         MOVE SF-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
077715         MOVE SF-AUDIT-AFTER-IMAGE TO AUD-AFTER-IMAGE
077719         MOVE SPACES TO AUD-APPROVER
077720         WRITE AuditJournal
077725         IF NOT SF-AUD-STATUS-OK
077730             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
077820     DISPLAY "TRANSACTIONS HELD . . . : " SF-HELD-COUNT.
077900     DISPLAY "CUSTOMERS ADDED . . . . : " SF-ADDED-COUNT.
078000     DISPLAY "CUSTOMERS CHANGED . . . : " SF-CHANGED-COUNT.
078050     DISPLAY "QUEUED FOR APPROVAL . . : " SF-QUEUED-COUNT.
078100     DISPLAY "MASTER RECORDS BEFORE . : " SF-MASTER-BEFORE-COUNT.
078150     DISPLAY "MASTER RECORDS AFTER  . : " SF-MASTER-AFTER-COUNT.
078300
078310*
078320*    BAD-DATE REJECTS HAPPEN IN THE SWEEP, OUTSIDE THE APPLY
078410             AND RETURN-CODE = ZERO
078500         MOVE 4 TO RETURN-CODE
078600     END-IF.
078620
078640     PERFORM 8500-WRITE-CONTROL-TOTALS
078660         THRU 8500-WRITE-CONTROL-TOTALS-EXIT.
078700
078710     CLOSE Cla.
078720     IF NOT SF-CLA-STATUS-OK
079670                 THRU 8000-LOG-FILE-ERROR-EXIT
079680         END-IF
079690     END-IF.
079691     IF SF-APQ-IS-OPEN
079692         CLOSE SfAprQ
079693         IF NOT SF-APQ-STATUS-OK
079694             MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
079695             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
079696             PERFORM 8000-LOG-FILE-ERROR
079697                 THRU 8000-LOG-FILE-ERROR-EXIT
079698         END-IF
079699     END-IF.
079700     IF SF-LOG-IS-OPEN
079800         CLOSE SfErrLog
079900         IF NOT SF-LOG-STATUS-OK
080800*****************************************************************
080900 9999-END-PROGRAM-EXIT.
081000     STOP RUN.
081100*****************************************************************
081200*    2900-COUNT-MASTER-RECORDS - COUNTS THE MASTER BY A FULL
081300*    SEQUENTIAL PASS ON THE PRIME KEY.  TAKEN AT START-UP AND
081400*    AGAIN AT TERMINATION SO THE REGISTER AND SFCTLTOT CARRY
081500*    THE BEFORE AND AFTER COUNTS.  AN EMPTY MASTER COUNTS ZERO.
081600*****************************************************************
081700 2900-COUNT-MASTER-RECORDS.
081800     MOVE ZERO TO SF-MASTER-COUNT.
081900     MOVE "N" TO SF-MASTER-EOF-SW.
082000     MOVE LOW-VALUES TO CUST-ID OF CustomerDetails.
082100     START Cla KEY IS NOT LESS THAN CUST-ID OF CustomerDetails
082200         INVALID KEY MOVE "Y" TO SF-MASTER-EOF-SW
082300     END-START.
082400     PERFORM 2950-COUNT-ONE-MASTER
082500         THRU 2950-COUNT-ONE-MASTER-EXIT
082600         UNTIL SF-MASTER-EOF.
082700 2900-COUNT-MASTER-RECORDS-EXIT.
082800     EXIT.
082900*****************************************************************
083000*    2950-COUNT-ONE-MASTER - READS THE NEXT MASTER RECORD FOR THE
083100*    COUNT.  A HARD READ ERROR IS LOGGED AND ENDS THE COUNT SHORT,
083200*    WHICH THE BALANCE LINES THEN SHOW.
083300*****************************************************************
083400 2950-COUNT-ONE-MASTER.
083500     READ Cla NEXT RECORD
083600         AT END MOVE "Y" TO SF-MASTER-EOF-SW
083700     END-READ.
083800     IF SF-CLA-STATUS-READ-OK
083900         ADD 1 TO SF-MASTER-COUNT
084000         GO TO 2950-COUNT-ONE-MASTER-EXIT
084100     END-IF.
084200     IF NOT SF-CLA-STATUS-EOF
084300         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
084400         MOVE CUST-ID OF CustomerDetails(1:30)
084500             TO SF-LOG-CUST-ID-VALUE
084600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
084700         MOVE "Y" TO SF-MASTER-EOF-SW
084800     END-IF.
084900 2950-COUNT-ONE-MASTER-EXIT.
085000     EXIT.
085100*****************************************************************
085200*    6100-QUEUE-FOR-APPROVAL - WRITES THE CURRENT TRANSACTION'S
085300*    DELETE OR CLOSURE (SF-APQ-ACTION) TO THE SFAPPRQ APPROVAL
085400*    QUEUE AS A PENDING ENTRY CARRYING THIS RUN'S OPERATOR AND
085500*    THE BEFORE AND AFTER IMAGES THE CALLER LOADED, THE SAME
085600*    ENTRY SFM AND SF WRITE.  A CUSTOMER WITH A REQUEST ALREADY
085700*    PENDING IS NOT QUEUED TWICE.  THE RESULT IS THE
085800*    TRANSACTION'S DISPOSITION ON THE REGISTER.
085900*****************************************************************
086000 6100-QUEUE-FOR-APPROVAL.
086100     IF NOT SF-APQ-IS-OPEN
086200         PERFORM 6150-OPEN-APPROVAL-QUEUE
086300             THRU 6150-OPEN-APPROVAL-QUEUE-EXIT
086400     END-IF.
086500     IF NOT SF-APQ-IS-OPEN
086600         MOVE "REJECTED" TO SF-TXN-DISPOSITION
086700         MOVE "APPROVAL QUEUE UNAVAILABLE" TO SF-TXN-REASON
086800         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
086900     END-IF.
087000
087100     PERFORM 6200-CHECK-ALREADY-PENDING
087200         THRU 6200-CHECK-ALREADY-PENDING-EXIT.
087300     IF SF-APQ-PENDING
087400         MOVE "REJECTED" TO SF-TXN-DISPOSITION
087500         MOVE "ALREADY AWAITING SUPERVISOR APPROVAL"
087600             TO SF-TXN-REASON
087700         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
087800     END-IF.
087900
088000     MOVE SPACES TO ApprovalRequest.
088100     ACCEPT SF-RUN-TIME FROM TIME.
088200     MOVE SF-TXN-CUST-ID TO APQ-CUST-ID.
088300     MOVE SF-RUN-DATE-DISPLAY TO APQ-REQ-DATE.
088400     MOVE SF-RUN-TIME TO APQ-REQ-TIME.
088500     MOVE SF-APQ-ACTION TO APQ-ACTION.
088600     MOVE "SFMB" TO APQ-SOURCE.
088700     MOVE SF-OPERATOR-ID TO APQ-REQ-OPERATOR.
088800     MOVE "P" TO APQ-STATUS.
088900     MOVE ZERO TO APQ-DECISION-TIME.
089000     MOVE SF-AUDIT-BEFORE-IMAGE TO APQ-BEFORE-IMAGE.
089100     MOVE SF-AUDIT-AFTER-IMAGE TO APQ-AFTER-IMAGE.
089200     WRITE ApprovalRequest
089300         INVALID KEY
089400             CONTINUE
089500     END-WRITE.
089600     IF SF-APQ-STATUS-DUP-KEY
089700         ADD 1 TO APQ-REQ-TIME
089800         WRITE ApprovalRequest
089900             INVALID KEY
090000                 CONTINUE
090100         END-WRITE
090200     END-IF.
090300     IF NOT SF-APQ-STATUS-OK
090400         MOVE "REJECTED" TO SF-TXN-DISPOSITION
090500         MOVE "APPROVAL QUEUE ERROR - SEE ERRLOG" TO SF-TXN-REASON
090600         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
090700         MOVE SF-TXN-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
090800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
090900         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
091000     END-IF.
091100
091200     MOVE "QUEUED  " TO SF-TXN-DISPOSITION.
091300     MOVE "AWAITING SUPERVISOR APPROVAL" TO SF-TXN-REASON.
091400 6100-QUEUE-FOR-APPROVAL-EXIT.
091500     EXIT.
091600*****************************************************************
091700*    6150-OPEN-APPROVAL-QUEUE - OPENS SFAPPRQ I-O, CREATING IT
091800*    THE FIRST TIME IT IS NEEDED.
091900*****************************************************************
092000 6150-OPEN-APPROVAL-QUEUE.
092100     OPEN I-O SfAprQ.
092200     IF SF-APQ-STATUS-NOT-FOUND
092300         OPEN OUTPUT SfAprQ
092400         IF SF-APQ-STATUS-OK
092500             CLOSE SfAprQ
092600             OPEN I-O SfAprQ
092700         END-IF
092800     END-IF.
092900     IF SF-APQ-STATUS-OK
093000         MOVE "Y" TO SF-APQ-OPEN-SW
093100     ELSE
093200         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
093300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
093400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
093500     END-IF.
093600 6150-OPEN-APPROVAL-QUEUE-EXIT.
093700     EXIT.
093800*****************************************************************
093900*    6200-CHECK-ALREADY-PENDING - POSITIONS ON THE CUSTOMER'S
094000*    FIRST QUEUE ENTRY AND WALKS ITS ENTRIES LOOKING FOR ONE
094100*    STILL PENDING.
094200*****************************************************************
094300 6200-CHECK-ALREADY-PENDING.
094400     MOVE "N" TO SF-APQ-PENDING-SW SF-APQ-SCAN-END-SW.
094500     MOVE SF-TXN-CUST-ID TO APQ-CUST-ID.
094600     MOVE SPACES TO APQ-REQ-DATE.
094700     MOVE ZERO TO APQ-REQ-TIME.
094800     START SfAprQ KEY IS NOT LESS THAN APQ-KEY
094900         INVALID KEY
095000             GO TO 6200-CHECK-ALREADY-PENDING-EXIT
095100     END-START.
095200
095300     PERFORM 6250-CHECK-ONE-PENDING
095400         THRU 6250-CHECK-ONE-PENDING-EXIT
095500         UNTIL SF-APQ-SCAN-END OR SF-APQ-PENDING.
095600 6200-CHECK-ALREADY-PENDING-EXIT.
095700     EXIT.
095800*****************************************************************
095900*    6250-CHECK-ONE-PENDING - ONE STEP OF THE PENDING SCAN.
096000*****************************************************************
096100 6250-CHECK-ONE-PENDING.
096200     READ SfAprQ NEXT RECORD
096300         AT END
096400             MOVE "Y" TO SF-APQ-SCAN-END-SW
096500             GO TO 6250-CHECK-ONE-PENDING-EXIT
096600     END-READ.
096700     IF NOT SF-APQ-STATUS-OK
096800         MOVE "Y" TO SF-APQ-SCAN-END-SW
096900         GO TO 6250-CHECK-ONE-PENDING-EXIT
097000     END-IF.
097100     IF APQ-CUST-ID NOT = SF-TXN-CUST-ID
097200         MOVE "Y" TO SF-APQ-SCAN-END-SW
097300         GO TO 6250-CHECK-ONE-PENDING-EXIT
097400     END-IF.
097500     IF APQ-STATUS-PENDING
097600         MOVE "Y" TO SF-APQ-PENDING-SW
097700     END-IF.
097800 6250-CHECK-ONE-PENDING-EXIT.
097900     EXIT.
098000*****************************************************************
098100*    8500-WRITE-CONTROL-TOTALS - APPENDS THIS RUN'S COUNTS TO THE
098200*    SHARED SFCTLTOT FILE FOR SFNITE TO BALANCE.  EVERYTHING
098300*    ENTERING THE WINDOW (KEYED PLUS RELEASED) IS RECORDS IN;
098400*    APPLIED IS OUT; REJECTED INCLUDES BAD DATES; HELD AND
098500*    QUEUED ARE DROPPED FROM THIS RUN.  DELETES ARE ALWAYS
098600*    ZERO - THEY ARE QUEUED FOR SFAPPR.  A FILE THAT WILL NOT
098700*    OPEN IS A WARNING ONLY HERE - SFNITE TREATS THE MISSING
098800*    TOTALS AS OUT OF BALANCE.
098900*****************************************************************
099000 8500-WRITE-CONTROL-TOTALS.
099100     OPEN EXTEND SfCtlTot.
099200     IF NOT SF-CTT-STATUS-OK
099300         OPEN OUTPUT SfCtlTot
099400     END-IF.
099500     IF NOT SF-CTT-STATUS-OK
099600         DISPLAY "SFMB116W - CONTROL TOTALS NOT RECORDED, "
099700             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
099800         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
099900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
100000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
100100         GO TO 8500-WRITE-CONTROL-TOTALS-EXIT
100200     END-IF.
100300
100400     MOVE SPACES TO ControlTotals.
100500     INITIALIZE ControlTotals.
100600     ACCEPT SF-RUN-TIME FROM TIME.
100700     MOVE "SFMB" TO CTT-STEP-NAME.
100800     MOVE SF-RUN-DATE-DISPLAY TO CTT-RUN-DATE.
100900     MOVE SF-RUN-TIME TO CTT-RUN-TIME.
101000     MOVE RETURN-CODE TO CTT-RETURN-CODE.
101100     ADD SF-KEYED-COUNT SF-RELEASED-COUNT GIVING CTT-RECORDS-IN.
101200     MOVE SF-APPLIED-COUNT TO CTT-RECORDS-OUT.
101300     ADD SF-REJECTED-COUNT SF-BADDATE-COUNT
101400         GIVING CTT-RECORDS-REJECTED.
101500     ADD SF-QUEUED-COUNT SF-HELD-COUNT GIVING CTT-RECORDS-DROPPED.
101600     MOVE SF-MASTER-BEFORE-COUNT TO CTT-BEFORE-COUNT.
101700     MOVE SF-ADDED-COUNT TO CTT-ADDS.
101800     MOVE SF-CHANGED-COUNT TO CTT-CHANGES.
101900     MOVE ZERO TO CTT-DELETES.
102000     MOVE SF-MASTER-AFTER-COUNT TO CTT-AFTER-COUNT.
102100     WRITE ControlTotals.
102200     IF NOT SF-CTT-STATUS-OK
102300         DISPLAY "SFMB116W - CONTROL TOTALS NOT RECORDED, "
102400             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
102500         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
102600         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
102700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
102800     END-IF.
102900     CLOSE SfCtlTot.
103000 8500-WRITE-CONTROL-TOTALS-EXIT.
103100     EXIT.
