001830*                      SESSIONS ON THE SAME CUSTOMER NO LONGER
001831*                      SILENTLY LAST-WRITE-WINS; THE SECOND
001832*                      OPERATOR IS TOLD TO RETRY.
001833*    2026-10-15   CM   A DELETE, OR A CHANGE THAT MOVES AN ACCOUNT
001834*                      TO STATUS C, NO LONGER TOUCHES THE MASTER -
001835*                      IT IS WRITTEN TO THE SFAPPRQ APPROVAL QUEUE
001836*                      WITH THE REQUESTING OPERATOR AND THE
001837*                      BEFORE AND AFTER IMAGES, AND IS APPLIED
001838*                      ONLY WHEN A DIFFERENT SUPERVISOR APPROVES
001839*                      IT IN SFAPPR.
001810*****************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. sfm.
004100     SELECT SfErrLog ASSIGN TO "SFERRLOG"
004200             ORGANIZATION IS LINE SEQUENTIAL
004300             FILE STATUS IS SF-LOG-FILE-STATUS.
004310*
004320*    SfAprQ IS THE INDEXED SUPERVISOR APPROVAL QUEUE, KEYED ON
004330*    CUSTOMER-ID PLUS THE REQUEST DATE AND TIME.  DELETES AND
004340*    CLOSURES ARE QUEUED HERE FOR SFAPPR INSTEAD OF APPLIED.
004350*
004360     SELECT SfAprQ ASSIGN TO "SFAPPRQ"
004370             ORGANIZATION IS INDEXED
004380             ACCESS MODE IS DYNAMIC
004390             RECORD KEY IS APQ-KEY
004400             FILE STATUS IS SF-APQ-FILE-STATUS.
004410*
004420*    SfAudit IS THE RUNNING MAINTENANCE AUDIT JOURNAL - ONE
004430*    CUSTAUD RECORD PER APPLIED REQUEST, APPENDED ACROSS RUNS
005440 FD  SfOpPrf.
005450 01  OperatorProfile.
005460     COPY OPRPROF.
005470 FD  SfAprQ.
005480 01  ApprovalRequest.
005490     COPY CUSTAPRQ.
005500 WORKING-STORAGE SECTION.
005600*-----------------------------------------------------------------
005700*    CHAINING PARAMETERS
007108     88  SF-OPR-STATUS-NOT-FOUND      VALUE "35".
007110 01  SF-LOG-STATUS-VALUE              PIC X(09)  VALUE SPACES.
007120 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
007130 01  SF-APQ-FILE-STATUS               PIC X(02)  VALUE SPACES.
007140     88  SF-APQ-STATUS-OK             VALUE "00".
007150     88  SF-APQ-STATUS-EOF            VALUE "10".
007160     88  SF-APQ-STATUS-DUP-KEY        VALUE "22".
007170     88  SF-APQ-STATUS-NOT-FOUND      VALUE "35".
007200 01  SF-SWITCHES.
007630     05  SF-LOOKUP-FOUND-SW           PIC X(01)  VALUE "N".
007640         88  SF-LOOKUP-FOUND          VALUE "Y".
007800         88  SF-LOG-IS-OPEN           VALUE "Y".
007810     05  SF-AUD-OPEN-SW               PIC X(01)  VALUE "N".
007820         88  SF-AUD-IS-OPEN           VALUE "Y".
007830     05  SF-APQ-OPEN-SW               PIC X(01)  VALUE "N".
007840         88  SF-APQ-IS-OPEN           VALUE "Y".
007850     05  SF-APQ-PENDING-SW            PIC X(01)  VALUE "N".
007860         88  SF-APQ-PENDING           VALUE "Y".
007870     05  SF-APQ-SCAN-END-SW           PIC X(01)  VALUE "N".
007880         88  SF-APQ-SCAN-END          VALUE "Y".
007900     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
008000         88  SF-EXIT-REQUESTED        VALUE "Y".
008100*-----------------------------------------------------------------
009298     88  SF-AUTH-MAINTAIN             VALUE "M".
009299     88  SF-AUTH-SUPERVISOR           VALUE "S".
009300*-----------------------------------------------------------------
009310*    APPROVAL QUEUE WORK AREAS - THE STATUS THE RECORD HELD BEFORE
009320*    THE CHANGE (A CHANGE THAT CLOSES THE ACCOUNT IS QUEUED, ONE
009330*    TO AN ALREADY-CLOSED ACCOUNT IS NOT) AND THE ACTION BEING
009340*    QUEUED BY 6100-QUEUE-FOR-APPROVAL.
009350*-----------------------------------------------------------------
009360 01  SF-BEFORE-STATUS                 PIC X(01)  VALUE SPACE.
009370 01  SF-APQ-ACTION                    PIC X(01)  VALUE SPACE.
009380*-----------------------------------------------------------------
009400*    COUNTERS
009500*-----------------------------------------------------------------
009600 01  SF-ADDED-COUNT                   PIC 9(05)  VALUE ZERO.
009700 01  SF-CHANGED-COUNT                 PIC 9(05)  VALUE ZERO.
009800 01  SF-QUEUED-COUNT                  PIC 9(05)  VALUE ZERO.
010000*-----------------------------------------------------------------
010100*    DATE AND TIME (FOR THE ERROR LOG AND AUDIT JOURNAL)
010200*-----------------------------------------------------------------
027596     END-IF.
027600
027700     MOVE CustomerDetails TO SF-AUDIT-BEFORE-IMAGE.
027750     MOVE CUST-ACCT-STATUS TO SF-BEFORE-STATUS.
027800     PERFORM 3600-BUILD-OUTPUT-RECORD
027900         THRU 3600-BUILD-OUTPUT-RECORD-EXIT.
027910     PERFORM 3700-STAMP-LIFECYCLE-DATES
027920         THRU 3700-STAMP-LIFECYCLE-DATES-EXIT.
028000     MOVE CustomerDetails TO SF-AUDIT-AFTER-IMAGE.
028005*
028010*    A CHANGE THAT CLOSES THE ACCOUNT IS NOT APPLIED HERE - THE
028015*    WHOLE CHANGE GOES TO THE APPROVAL QUEUE AND THE MASTER IS
028020*    LEFT AS IT WAS UNTIL A SUPERVISOR RELEASES IT IN SFAPPR.
028025*
028030     IF CUST-STATUS-CLOSED AND SF-BEFORE-STATUS NOT = "C"
028035         MOVE "C" TO SF-APQ-ACTION
028040         PERFORM 6100-QUEUE-FOR-APPROVAL
028045             THRU 6100-QUEUE-FOR-APPROVAL-EXIT
028050         UNLOCK Cla
028055         GO TO 3300-CHANGE-CUSTOMER-RECORD-EXIT
028060     END-IF.
028100
028200     REWRITE CustomerDetails
028300         INVALID KEY
033400 3400-ADD-CUSTOMER-RECORD-EXIT.
033500     EXIT.
033600*****************************************************************
033650*    3500-DELETE-CUSTOMER-RECORD - KEYED READ FOR THE BEFORE
033700*    IMAGE, THEN THE DELETE IS QUEUED FOR SUPERVISOR APPROVAL -
033750*    SFAPPR PERFORMS THE KEYED DELETE AND JOURNALS IT ONCE A
033800*    SUPERVISOR OTHER THAN THIS OPERATOR APPROVES IT.
033900*****************************************************************
034000 3500-DELETE-CUSTOMER-RECORD.
034100     MOVE SF-REQUEST-CUST-ID TO CUST-ID.
034700     END-READ.
034710*
034720*    A RECORD ANOTHER SESSION HOLDS LOCKED IS REFUSED, NOT
034730*    QUEUED FROM UNDER A LIVE SCREEN CHANGE, AS IN 3300.
034740*
034750     IF SF-CLA-STATUS-LOCKED
034760         MOVE "RECORD IN USE BY ANOTHER SESSION - RETRY"
034800
034900     MOVE CustomerDetails TO SF-AUDIT-BEFORE-IMAGE.
035000     MOVE SPACES TO SF-AUDIT-AFTER-IMAGE.
035100     MOVE "D" TO SF-APQ-ACTION.
035200     PERFORM 6100-QUEUE-FOR-APPROVAL
035300         THRU 6100-QUEUE-FOR-APPROVAL-EXIT.
035400     UNLOCK Cla.
036900 3500-DELETE-CUSTOMER-RECORD-EXIT.
037000     EXIT.
037100*****************************************************************
037940         MOVE SF-REQUEST-CUST-ID TO AUD-CUST-ID
037945         MOVE SF-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
037950         MOVE SF-AUDIT-AFTER-IMAGE TO AUD-AFTER-IMAGE
037954         MOVE SPACES TO AUD-APPROVER
037955         WRITE AuditJournal
037960         IF NOT SF-AUD-STATUS-OK
037965             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
037995     END-IF.
038000 6000-WRITE-AUDIT-RECORD-EXIT.
038005     EXIT.
038010*****************************************************************
038015*    6100-QUEUE-FOR-APPROVAL - WRITES THE DELETE OR CLOSURE IN
038020*    SF-APQ-ACTION TO THE SFAPPRQ APPROVAL QUEUE AS A PENDING
038025*    ENTRY CARRYING THIS OPERATOR AND THE BEFORE AND AFTER
038030*    IMAGES.  THE CALLER HOLDS THE RECORD LOCK AND RELEASES IT.
038035*    A CUSTOMER WITH A REQUEST ALREADY PENDING IS NOT QUEUED
038040*    TWICE.
038045*****************************************************************
038050 6100-QUEUE-FOR-APPROVAL.
038055     IF NOT SF-APQ-IS-OPEN
038060         PERFORM 6150-OPEN-APPROVAL-QUEUE
038065             THRU 6150-OPEN-APPROVAL-QUEUE-EXIT
038070     END-IF.
038075     IF NOT SF-APQ-IS-OPEN
038080         MOVE "APPROVAL QUEUE UNAVAILABLE - NO CHANGE"
038085             TO SF-CONFIRM-TEXT
038090         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
038095     END-IF.
038100
038105     PERFORM 6200-CHECK-ALREADY-PENDING
038110         THRU 6200-CHECK-ALREADY-PENDING-EXIT.
038115     IF SF-APQ-PENDING
038120         MOVE "ALREADY AWAITING SUPERVISOR APPROVAL"
038125             TO SF-CONFIRM-TEXT
038130         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
038135     END-IF.
038140
038145     MOVE SPACES TO ApprovalRequest.
038150     ACCEPT SF-RUN-TIME FROM TIME.
038155     MOVE SF-REQUEST-CUST-ID TO APQ-CUST-ID.
038160     MOVE SF-RUN-DATE-DISPLAY TO APQ-REQ-DATE.
038165     MOVE SF-RUN-TIME TO APQ-REQ-TIME.
038170     MOVE SF-APQ-ACTION TO APQ-ACTION.
038175     MOVE "SFM" TO APQ-SOURCE.
038180     MOVE SF-OPERATOR-ID TO APQ-REQ-OPERATOR.
038185     MOVE "P" TO APQ-STATUS.
038190     MOVE ZERO TO APQ-DECISION-TIME.
038195     MOVE SF-AUDIT-BEFORE-IMAGE TO APQ-BEFORE-IMAGE.
038200     MOVE SF-AUDIT-AFTER-IMAGE TO APQ-AFTER-IMAGE.
038205     WRITE ApprovalRequest
038210         INVALID KEY
038215             CONTINUE
038220     END-WRITE.
038225     IF SF-APQ-STATUS-DUP-KEY
038230         ADD 1 TO APQ-REQ-TIME
038235         WRITE ApprovalRequest
038240             INVALID KEY
038245                 CONTINUE
038250         END-WRITE
038255     END-IF.
038260     IF NOT SF-APQ-STATUS-OK
038265         MOVE "APPROVAL QUEUE UNAVAILABLE - NO CHANGE"
038270             TO SF-CONFIRM-TEXT
038275         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
038280         MOVE SF-REQUEST-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
038285         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
038290         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
038295     END-IF.
038300
038305     ADD 1 TO SF-QUEUED-COUNT.
038310     IF SF-APQ-ACTION = "D"
038315         MOVE "DELETE QUEUED FOR SUPERVISOR APPROVAL"
038320             TO SF-CONFIRM-TEXT
038325     ELSE
038330         MOVE "CLOSURE QUEUED FOR SUPERVISOR APPROVAL"
038335             TO SF-CONFIRM-TEXT
038340     END-IF.
038345 6100-QUEUE-FOR-APPROVAL-EXIT.
038350     EXIT.
038355*****************************************************************
038360*    6150-OPEN-APPROVAL-QUEUE - OPENS SFAPPRQ I-O, CREATING IT
038365*    THE FIRST TIME, AS SF DOES FOR ITS CONTACT NOTES FILE.
038370*****************************************************************
038375 6150-OPEN-APPROVAL-QUEUE.
038380     OPEN I-O SfAprQ.
038385     IF SF-APQ-STATUS-NOT-FOUND
038390         OPEN OUTPUT SfAprQ
038395         IF SF-APQ-STATUS-OK
038400             CLOSE SfAprQ
038405             OPEN I-O SfAprQ
038410         END-IF
038415     END-IF.
038420     IF SF-APQ-STATUS-OK
038425         MOVE "Y" TO SF-APQ-OPEN-SW
038430     ELSE
038435         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
038440         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
038445         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
038450     END-IF.
038455 6150-OPEN-APPROVAL-QUEUE-EXIT.
038460     EXIT.
038465*****************************************************************
038470*    6200-CHECK-ALREADY-PENDING - POSITIONS ON THE CUSTOMER'S
038475*    FIRST QUEUE ENTRY AND WALKS ITS ENTRIES LOOKING FOR ONE
038480*    STILL PENDING.
038485*****************************************************************
038490 6200-CHECK-ALREADY-PENDING.
038495     MOVE "N" TO SF-APQ-PENDING-SW SF-APQ-SCAN-END-SW.
038500     MOVE SF-REQUEST-CUST-ID TO APQ-CUST-ID.
038505     MOVE SPACES TO APQ-REQ-DATE.
038510     MOVE ZERO TO APQ-REQ-TIME.
038515     START SfAprQ KEY IS NOT LESS THAN APQ-KEY
038520         INVALID KEY
038525             GO TO 6200-CHECK-ALREADY-PENDING-EXIT
038530     END-START.
038535
038540     PERFORM 6250-CHECK-ONE-PENDING
038545         THRU 6250-CHECK-ONE-PENDING-EXIT
038550         UNTIL SF-APQ-SCAN-END OR SF-APQ-PENDING.
038555 6200-CHECK-ALREADY-PENDING-EXIT.
038560     EXIT.
038565*****************************************************************
038570*    6250-CHECK-ONE-PENDING - ONE STEP OF THE PENDING SCAN.
038575*****************************************************************
038580 6250-CHECK-ONE-PENDING.
038585     READ SfAprQ NEXT RECORD
038590         AT END
038595             MOVE "Y" TO SF-APQ-SCAN-END-SW
038600             GO TO 6250-CHECK-ONE-PENDING-EXIT
038605     END-READ.
038610     IF NOT SF-APQ-STATUS-OK
038615         MOVE "Y" TO SF-APQ-SCAN-END-SW
038620         GO TO 6250-CHECK-ONE-PENDING-EXIT
038625     END-IF.
038630     IF APQ-CUST-ID NOT = SF-REQUEST-CUST-ID
038635         MOVE "Y" TO SF-APQ-SCAN-END-SW
038640         GO TO 6250-CHECK-ONE-PENDING-EXIT
038645     END-IF.
038650     IF APQ-STATUS-PENDING
038655         MOVE "Y" TO SF-APQ-PENDING-SW
038660     END-IF.
038665 6250-CHECK-ONE-PENDING-EXIT.
038670     EXIT.
039210*****************************************************************
039200*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
039300*    SAME SFERRLOG FILE SF USES.
042500     DISPLAY " ".
042600     DISPLAY "CUSTOMERS ADDED . . . : " SF-ADDED-COUNT.
042700     DISPLAY "CUSTOMERS CHANGED . . : " SF-CHANGED-COUNT.
042800     DISPLAY "REQUESTS QUEUED . . . : " SF-QUEUED-COUNT.
042805
042810     CLOSE Cla.
042815     IF NOT SF-CLA-STATUS-OK
042870                 THRU 8000-LOG-FILE-ERROR-EXIT
042875         END-IF
042880     END-IF.
042882     IF SF-APQ-IS-OPEN
042884         CLOSE SfAprQ
042886         IF NOT SF-APQ-STATUS-OK
042888             MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
042890             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
042892             PERFORM 8000-LOG-FILE-ERROR
042894                 THRU 8000-LOG-FILE-ERROR-EXIT
042896         END-IF
042898     END-IF.
042900     IF SF-LOG-IS-OPEN
043000         CLOSE SfErrLog
043010         IF NOT SF-LOG-STATUS-OK
