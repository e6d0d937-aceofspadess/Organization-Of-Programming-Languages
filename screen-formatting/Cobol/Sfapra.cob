000100*****************************************************************
000200*    PROGRAM......: SFAPRA
000300*    DESCRIPTION..: APPROVAL QUEUE AGING REPORT.  READS THE
000400*                   SFAPPRQ SUPERVISOR APPROVAL QUEUE AND LISTS
000500*                   EVERY DELETE OR CLOSURE STILL PENDING AFTER
000600*                   THE GIVEN NUMBER OF DAYS, IN QUEUE ORDER, SO A
000700*                   REQUEST NOBODY HAS LOOKED AT DOES NOT SIT
000800*                   FOREVER.  THE SUMMARY BALANCES ENTRIES READ
000900*                   TO AGED PLUS CURRENT PENDING PLUS DECIDED.
001000*
001100*                   THE CHAINING PARM IS THE AGE IN DAYS (0-999);
001200*                   AN OMITTED PARM MEANS 3.  AGE IS COUNTED IN
001300*                   CALENDAR DAYS FROM THE REQUEST DATE TO THE RUN
001400*                   DATE.
001500*-----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE        INIT  DESCRIPTION
001800*    2026-10-15   CM   ORIGINAL - COMPANION TO THE SFAPPRQ QUEUE
001900*                      AND THE SFAPPR APPROVAL PANEL.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. sfapra.
002300 AUTHOR. C MILLER.
002400 INSTALLATION. DATA PROCESSING.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-PC.
003000 OBJECT-COMPUTER. IBM-PC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300*
003400*    SfAprQ IS THE INDEXED SUPERVISOR APPROVAL QUEUE, READ HERE
003500*    FRONT TO BACK IN KEY ORDER.
003600*
003700     SELECT SfAprQ ASSIGN TO "SFAPPRQ"
003800             ORGANIZATION IS INDEXED
003900             ACCESS MODE IS SEQUENTIAL
004000             RECORD KEY IS APQ-KEY
004100             FILE STATUS IS SF-APQ-FILE-STATUS.
004200     SELECT SfAprRpt ASSIGN TO "SFAPRRPT"
004300             ORGANIZATION IS LINE SEQUENTIAL
004400             FILE STATUS IS SF-RPT-FILE-STATUS.
004500     SELECT SfErrLog ASSIGN TO "SFERRLOG"
004600             ORGANIZATION IS LINE SEQUENTIAL
004700             FILE STATUS IS SF-LOG-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SfAprQ.
005100 01  ApprovalRequest.
005200     COPY CUSTAPRQ.
005300 FD  SfAprRpt.
005400 01  SF-RPT-LINE                      PIC X(132).
005500 FD  SfErrLog.
005600 01  SF-LOG-LINE                      PIC X(132).
005700 WORKING-STORAGE SECTION.
005800*-----------------------------------------------------------------
005900*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
006000*    IN 1000-INITIALIZE, THE SAME INTERFACE SF USES.
006100*-----------------------------------------------------------------
006200 01  SF-RUN-PARM                      PIC X(90)  VALUE SPACES.
006300 01  SF-AGE-DAYS-PARM                 PIC X(10)  VALUE SPACES.
006400 01  SF-AGE-DIGITS                    PIC X(03)  VALUE "000".
006500 01  SF-AGE-DAYS                      PIC 9(03)  VALUE 3.
006600 01  SF-TOKEN-LEN                     PIC 9(02)  VALUE ZERO COMP.
006700*-----------------------------------------------------------------
006800*    FILE STATUS AND SWITCHES
006900*-----------------------------------------------------------------
007000 01  SF-APQ-FILE-STATUS               PIC X(02)  VALUE SPACES.
007100     88  SF-APQ-STATUS-OK             VALUE "00".
007200     88  SF-APQ-STATUS-EOF            VALUE "10".
007300     88  SF-APQ-STATUS-NOT-FOUND      VALUE "35".
007400 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
007500     88  SF-RPT-STATUS-OK             VALUE "00".
007600 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
007700     88  SF-LOG-STATUS-OK             VALUE "00".
007800 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
007900 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
008000 01  SF-SWITCHES.
008100     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
008200         88  SF-END-OF-FILE           VALUE "Y".
008300     05  SF-APQ-OPEN-SW               PIC X(01)  VALUE "N".
008400         88  SF-APQ-IS-OPEN           VALUE "Y".
008500     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
008600         88  SF-LOG-IS-OPEN           VALUE "Y".
008700     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
008800         88  SF-EXIT-REQUESTED        VALUE "Y".
008900*-----------------------------------------------------------------
009000*    IMAGE WORK AREA - THE QUEUED BEFORE IMAGE IS MOVED HERE SO
009100*    THE CUSTOMER NAME CAN BE PRINTED WITH THE CUSTDTL NAMES.
009200*-----------------------------------------------------------------
009300 01  ImageCustomer.
009400     COPY CUSTDTL.
009500*-----------------------------------------------------------------
009600*    DAY-NUMBER WORK AREAS - A YYYY-MM-DD DATE IS TURNED INTO A
009700*    RUNNING DAY COUNT BY 3250-COMPUTE-DAY-NUMBER SO TWO DATES
009800*    SUBTRACT ACROSS MONTH AND YEAR ENDS.  THE YEAR IS TAKEN TO
009900*    START IN MARCH SO FEBRUARY'S LEAP DAY FALLS AT YEAR END.
010000*-----------------------------------------------------------------
010100 01  SF-DAYNUM-DATE.
010200     05  SF-DAYNUM-YYYY               PIC 9(04).
010300     05  FILLER                       PIC X(01).
010400     05  SF-DAYNUM-MM                 PIC 9(02).
010500     05  FILLER                       PIC X(01).
010600     05  SF-DAYNUM-DD                 PIC 9(02).
010700 01  SF-DAYNUM-YEAR                   PIC 9(05)  VALUE ZERO COMP.
010800 01  SF-DAYNUM-MONTH                  PIC 9(03)  VALUE ZERO COMP.
010900 01  SF-DAYNUM-WORK                   PIC 9(07)  VALUE ZERO COMP.
011000 01  SF-DAYNUM                        PIC 9(07)  VALUE ZERO COMP.
011100 01  SF-RUN-DAYNUM                    PIC 9(07)  VALUE ZERO COMP.
011200 01  SF-ENTRY-AGE                     PIC S9(07) VALUE ZERO COMP.
011300*-----------------------------------------------------------------
011400*    COUNTERS
011500*-----------------------------------------------------------------
011600 01  SF-RECORD-COUNT                  PIC 9(05)  VALUE ZERO.
011700 01  SF-AGED-COUNT                    PIC 9(05)  VALUE ZERO.
011800 01  SF-CURRENT-COUNT                 PIC 9(05)  VALUE ZERO.
011900 01  SF-DECIDED-COUNT                 PIC 9(05)  VALUE ZERO.
012000*-----------------------------------------------------------------
012100*    REPORT WORK AREAS
012200*-----------------------------------------------------------------
012300 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
012400 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
012500 01  SF-ACTION-TEXT                   PIC X(06)  VALUE SPACES.
012600 01  SF-AGE-EDIT                      PIC ZZZZ9.
012700 01  SF-HEADING-LINE-1                PIC X(132).
012800 01  SF-HEADING-LINE-2                PIC X(132).
012900 01  SF-DETAIL-LINE                   PIC X(132).
013000 01  SF-LOG-DETAIL-LINE               PIC X(132).
013100 01  SF-COUNT-EDIT                    PIC ZZZZ9.
013200 01  SF-DAYS-EDIT                     PIC ZZ9.
013300*-----------------------------------------------------------------
013400*    DATE AND TIME
013500*-----------------------------------------------------------------
013600 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
013700 01  SF-RUN-DATE.
013800     05  SF-RUN-YY                    PIC 9(02).
013900     05  SF-RUN-MM                    PIC 9(02).
014000     05  SF-RUN-DD                    PIC 9(02).
014100 01  SF-RUN-TIME                      PIC 9(08).
014200 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
014300*****************************************************************
014400 0000-MAINLINE-CONTROL.
014500     PERFORM 1000-INITIALIZE
014600         THRU 1000-INITIALIZE-EXIT.
014700
014800     IF SF-EXIT-REQUESTED
014900         GO TO 9999-END-PROGRAM-EXIT.
015000
015100     PERFORM 3000-PROCESS-QUEUE-RECORDS
015200         THRU 3000-PROCESS-QUEUE-RECORDS-EXIT
015300         UNTIL SF-END-OF-FILE.
015400
015500     PERFORM 9000-TERMINATE
015600         THRU 9000-TERMINATE-EXIT.
015700
015800     GO TO 9999-END-PROGRAM-EXIT.
015900*****************************************************************
016000*    1000-INITIALIZE - TAKE THE AGE FROM THE PARM, WORK OUT THE
016100*    RUN DATE'S DAY NUMBER AND OPEN THE QUEUE AND THE REPORT.
016200*****************************************************************
016300 1000-INITIALIZE.
016400     MOVE SPACES TO SF-AGE-DAYS-PARM.
016500     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
016600         INTO SF-AGE-DAYS-PARM.
016700*
016800*    AN OMITTED AGE MEANS THE DEFAULT OF 3 DAYS; A NON-NUMERIC
016900*    ONE IS A KEYING ERROR, NOT A DEFAULT.
017000*
017100     IF SF-AGE-DAYS-PARM NOT = SPACES
017200         MOVE ZERO TO SF-TOKEN-LEN
017300         INSPECT SF-AGE-DAYS-PARM TALLYING SF-TOKEN-LEN
017400             FOR CHARACTERS BEFORE INITIAL SPACE
017500         IF SF-TOKEN-LEN > 3
017600             MOVE "X" TO SF-AGE-DIGITS
017700         ELSE
017800             MOVE "000" TO SF-AGE-DIGITS
017900             MOVE SF-AGE-DAYS-PARM(1:SF-TOKEN-LEN)
018000                 TO SF-AGE-DIGITS(4 - SF-TOKEN-LEN:SF-TOKEN-LEN)
018100         END-IF
018200         IF SF-AGE-DIGITS IS NUMERIC
018300             MOVE SF-AGE-DIGITS TO SF-AGE-DAYS
018400         ELSE
018500             DISPLAY "SFAA105E - AGE IN DAYS NOT NUMERIC: "
018600                 SF-AGE-DAYS-PARM
018700             MOVE 16 TO RETURN-CODE
018800             MOVE "Y" TO SF-EXIT-REQUESTED-SW
018900             GO TO 1000-INITIALIZE-EXIT
019000         END-IF
019100     END-IF.
019200
019300     ACCEPT SF-RUN-DATE FROM DATE.
019400     STRING "20"          DELIMITED BY SIZE
019500             SF-RUN-YY    DELIMITED BY SIZE
019600             "-"          DELIMITED BY SIZE
019700             SF-RUN-MM    DELIMITED BY SIZE
019800             "-"          DELIMITED BY SIZE
019900             SF-RUN-DD    DELIMITED BY SIZE
020000         INTO SF-RUN-DATE-DISPLAY.
020100     MOVE SF-RUN-DATE-DISPLAY TO SF-DAYNUM-DATE.
020200     PERFORM 3250-COMPUTE-DAY-NUMBER
020300         THRU 3250-COMPUTE-DAY-NUMBER-EXIT.
020400     MOVE SF-DAYNUM TO SF-RUN-DAYNUM.
020500
020600     OPEN OUTPUT SfAprRpt.
020700     IF NOT SF-RPT-STATUS-OK
020800         DISPLAY "SFAA102E - UNABLE TO OPEN SFAPRRPT, STATUS "
020900             SF-RPT-FILE-STATUS
021000         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
021100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
021200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
021300         MOVE 16 TO RETURN-CODE
021400         MOVE "Y" TO SF-EXIT-REQUESTED-SW
021500         GO TO 1000-INITIALIZE-EXIT
021600     END-IF.
021700*
021800*    NO QUEUE FILE MEANS NOTHING HAS EVER BEEN QUEUED - THE
021900*    REPORT STILL PRINTS, WITH NOTHING AGED.
022000*
022100     OPEN INPUT SfAprQ.
022200     IF SF-APQ-STATUS-NOT-FOUND
022300         DISPLAY "SFAA103W - NO APPROVAL QUEUE ON FILE"
022400         MOVE "Y" TO SF-END-OF-FILE-SW
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF.
022700     IF NOT SF-APQ-STATUS-OK
022800         DISPLAY "SFAA101E - UNABLE TO OPEN SFAPPRQ, STATUS "
022900             SF-APQ-FILE-STATUS
023000         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
023100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
023200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
023300         MOVE 16 TO RETURN-CODE
023400         MOVE "Y" TO SF-EXIT-REQUESTED-SW
023500         CLOSE SfAprRpt
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF.
023800     MOVE "Y" TO SF-APQ-OPEN-SW.
023900
024000     PERFORM 3100-READ-QUEUE-RECORD
024100         THRU 3100-READ-QUEUE-RECORD-EXIT.
024200 1000-INITIALIZE-EXIT.
024300     EXIT.
024400*****************************************************************
024500*    3000-PROCESS-QUEUE-RECORDS - BUCKETS THE ENTRY IN THE
024600*    BUFFER AS DECIDED, CURRENT OR AGED, LISTS IT IF AGED, THEN
024700*    READS THE NEXT ENTRY.
024800*****************************************************************
024900 3000-PROCESS-QUEUE-RECORDS.
025000     ADD 1 TO SF-RECORD-COUNT.
025100
025200     IF NOT APQ-STATUS-PENDING
025300         ADD 1 TO SF-DECIDED-COUNT
025400     ELSE
025500         MOVE APQ-REQ-DATE TO SF-DAYNUM-DATE
025600         PERFORM 3250-COMPUTE-DAY-NUMBER
025700             THRU 3250-COMPUTE-DAY-NUMBER-EXIT
025800         COMPUTE SF-ENTRY-AGE = SF-RUN-DAYNUM - SF-DAYNUM
025900         IF SF-ENTRY-AGE NOT < SF-AGE-DAYS
026000             PERFORM 3400-LIST-AGED-ENTRY
026100                 THRU 3400-LIST-AGED-ENTRY-EXIT
026200         ELSE
026300             ADD 1 TO SF-CURRENT-COUNT
026400         END-IF
026500     END-IF.
026600
026700     PERFORM 3100-READ-QUEUE-RECORD
026800         THRU 3100-READ-QUEUE-RECORD-EXIT.
026900 3000-PROCESS-QUEUE-RECORDS-EXIT.
027000     EXIT.
027100*****************************************************************
027200*    3100-READ-QUEUE-RECORD
027300*****************************************************************
027400 3100-READ-QUEUE-RECORD.
027500     READ SfAprQ
027600         AT END
027700             MOVE "Y" TO SF-END-OF-FILE-SW
027800     END-READ.
027900     IF NOT SF-APQ-STATUS-OK AND NOT SF-APQ-STATUS-EOF
028000         DISPLAY "SFAA104E - ERROR READING SFAPPRQ, STATUS "
028100             SF-APQ-FILE-STATUS
028200         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
028300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
028400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
028500         MOVE "Y" TO SF-END-OF-FILE-SW
028600         MOVE 16 TO RETURN-CODE
028700     END-IF.
028800 3100-READ-QUEUE-RECORD-EXIT.
028900     EXIT.
029000*****************************************************************
029100*    3250-COMPUTE-DAY-NUMBER - TURNS THE YYYY-MM-DD DATE IN
029200*    SF-DAYNUM-DATE INTO A RUNNING DAY COUNT IN SF-DAYNUM.  WITH
029300*    THE YEAR STARTING IN MARCH, (153 * MONTH + 2) / 5 GIVES THE
029400*    DAYS BEFORE THE MONTH, AND THE CENTURY RULES GIVE THE LEAP
029500*    DAYS BEFORE THE YEAR.  AN UNREADABLE DATE COUNTS AS TODAY,
029600*    SO A DAMAGED ENTRY IS NEVER REPORTED AS CENTURIES OLD.
029700*****************************************************************
029800 3250-COMPUTE-DAY-NUMBER.
029900     IF SF-DAYNUM-YYYY NOT NUMERIC OR SF-DAYNUM-MM NOT NUMERIC
030000             OR SF-DAYNUM-DD NOT NUMERIC
030100         MOVE SF-RUN-DAYNUM TO SF-DAYNUM
030200         GO TO 3250-COMPUTE-DAY-NUMBER-EXIT
030300     END-IF.
030400
030500     IF SF-DAYNUM-MM > 2
030600         MOVE SF-DAYNUM-YYYY TO SF-DAYNUM-YEAR
030700         COMPUTE SF-DAYNUM-MONTH = SF-DAYNUM-MM - 3
030800     ELSE
030900         COMPUTE SF-DAYNUM-YEAR = SF-DAYNUM-YYYY - 1
031000         COMPUTE SF-DAYNUM-MONTH = SF-DAYNUM-MM + 9
031100     END-IF.
031200
031300     COMPUTE SF-DAYNUM = 365 * SF-DAYNUM-YEAR + SF-DAYNUM-DD.
031400     DIVIDE SF-DAYNUM-YEAR BY 4 GIVING SF-DAYNUM-WORK.
031500     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
031600     DIVIDE SF-DAYNUM-YEAR BY 100 GIVING SF-DAYNUM-WORK.
031700     SUBTRACT SF-DAYNUM-WORK FROM SF-DAYNUM.
031800     DIVIDE SF-DAYNUM-YEAR BY 400 GIVING SF-DAYNUM-WORK.
031900     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
032000     COMPUTE SF-DAYNUM-WORK = 153 * SF-DAYNUM-MONTH + 2.
032100     DIVIDE SF-DAYNUM-WORK BY 5 GIVING SF-DAYNUM-WORK.
032200     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
032300 3250-COMPUTE-DAY-NUMBER-EXIT.
032400     EXIT.
032500*****************************************************************
032600*    3400-LIST-AGED-ENTRY - ONE LINE PER ENTRY PENDING PAST THE
032700*    AGE LIMIT: WHAT WAS ASKED, FROM WHERE, BY WHOM, WHEN, HOW
032800*    MANY DAYS AGO, AND THE CUSTOMER'S NAME FROM THE BEFORE
032900*    IMAGE.
033000*****************************************************************
033100 3400-LIST-AGED-ENTRY.
033200     ADD 1 TO SF-AGED-COUNT.
033300
033400     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 50
033500         PERFORM 4100-WRITE-RPT-HEADING
033600             THRU 4100-WRITE-RPT-HEADING-EXIT
033700     END-IF.
033800
033900     IF APQ-ACTION-DELETE
034000         MOVE "DELETE" TO SF-ACTION-TEXT
034100     ELSE
034200         MOVE "CLOSE " TO SF-ACTION-TEXT
034300     END-IF.
034400     MOVE SF-ENTRY-AGE TO SF-AGE-EDIT.
034500     MOVE APQ-BEFORE-IMAGE TO ImageCustomer.
034600
034700     MOVE SPACES TO SF-DETAIL-LINE.
034800     STRING APQ-CUST-ID(1:30)     DELIMITED BY SIZE
034900             " "                  DELIMITED BY SIZE
035000             SF-ACTION-TEXT       DELIMITED BY SIZE
035100             " "                  DELIMITED BY SIZE
035200             APQ-SOURCE           DELIMITED BY SIZE
035300             " "                  DELIMITED BY SIZE
035400             APQ-REQ-OPERATOR     DELIMITED BY SIZE
035500             " "                  DELIMITED BY SIZE
035600             APQ-REQ-DATE         DELIMITED BY SIZE
035700             " "                  DELIMITED BY SIZE
035800             SF-AGE-EDIT          DELIMITED BY SIZE
035900             "  "                 DELIMITED BY SIZE
036000             CUST-LAST-NAME       DELIMITED BY SIZE
036100             " "                  DELIMITED BY SIZE
036200             CUST-FIRST-NAME      DELIMITED BY SIZE
036300             " "                  DELIMITED BY SIZE
036400             CUST-CITY            DELIMITED BY SIZE
036500             " "                  DELIMITED BY SIZE
036600             CUST-STATE           DELIMITED BY SIZE
036700         INTO SF-DETAIL-LINE.
036800     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
036900     WRITE SF-RPT-LINE.
037000     ADD 1 TO SF-LINE-COUNT.
037100 3400-LIST-AGED-ENTRY-EXIT.
037200     EXIT.
037300*****************************************************************
037400*    4100-WRITE-RPT-HEADING
037500*****************************************************************
037600 4100-WRITE-RPT-HEADING.
037700     ADD 1 TO SF-PAGE-COUNT.
037800     MOVE ZERO TO SF-LINE-COUNT.
037900     MOVE SF-AGE-DAYS TO SF-DAYS-EDIT.
038000     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
038100     STRING "APPROVAL QUEUE AGING - PENDING "
038200                                   DELIMITED BY SIZE
038300             SF-DAYS-EDIT          DELIMITED BY SIZE
038400             " DAYS OR MORE"       DELIMITED BY SIZE
038500             "   RUN DATE: "       DELIMITED BY SIZE
038600             SF-RUN-DATE-DISPLAY   DELIMITED BY SIZE
038700             "   PAGE: "           DELIMITED BY SIZE
038800             SF-PAGE-COUNT         DELIMITED BY SIZE
038900         INTO SF-HEADING-LINE-1.
039000     STRING "CUSTOMER-ID                    ACTION SRCE "
039100                                   DELIMITED BY SIZE
039200             "REQUESTR REQUESTED   DAYS  CUSTOMER"
039300                                   DELIMITED BY SIZE
039400         INTO SF-HEADING-LINE-2.
039500
039600     IF SF-PAGE-COUNT > 1
039700         MOVE SPACES TO SF-RPT-LINE
039800         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
039900     END-IF.
040000     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
040100     WRITE SF-RPT-LINE.
040200     MOVE SF-HEADING-LINE-2 TO SF-RPT-LINE.
040300     WRITE SF-RPT-LINE.
040400     MOVE SPACES TO SF-RPT-LINE.
040500     WRITE SF-RPT-LINE.
040600 4100-WRITE-RPT-HEADING-EXIT.
040700     EXIT.
040800*****************************************************************
040900*    4200-WRITE-SUMMARY - COUNT LINES SO THE QUEUE BALANCES ON
041000*    PAPER: ENTRIES READ EQUALS AGED PLUS CURRENT PLUS DECIDED.
041100*****************************************************************
041200 4200-WRITE-SUMMARY.
041300     IF SF-LINE-COUNT = ZERO
041400         PERFORM 4100-WRITE-RPT-HEADING
041500             THRU 4100-WRITE-RPT-HEADING-EXIT
041600     END-IF.
041700     MOVE SPACES TO SF-RPT-LINE.
041800     WRITE SF-RPT-LINE.
041900
042000     MOVE SF-RECORD-COUNT TO SF-COUNT-EDIT.
042100     MOVE SPACES TO SF-DETAIL-LINE.
042200     STRING "QUEUE ENTRIES READ  . . . . : " DELIMITED BY SIZE
042300             SF-COUNT-EDIT                   DELIMITED BY SIZE
042400         INTO SF-DETAIL-LINE.
042500     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
042600     WRITE SF-RPT-LINE.
042700
042800     MOVE SF-AGED-COUNT TO SF-COUNT-EDIT.
042900     MOVE SPACES TO SF-DETAIL-LINE.
043000     STRING "PENDING PAST THE AGE LIMIT  : " DELIMITED BY SIZE
043100             SF-COUNT-EDIT                   DELIMITED BY SIZE
043200         INTO SF-DETAIL-LINE.
043300     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
043400     WRITE SF-RPT-LINE.
043500
043600     MOVE SF-CURRENT-COUNT TO SF-COUNT-EDIT.
043700     MOVE SPACES TO SF-DETAIL-LINE.
043800     STRING "PENDING WITHIN THE LIMIT  . : " DELIMITED BY SIZE
043900             SF-COUNT-EDIT                   DELIMITED BY SIZE
044000         INTO SF-DETAIL-LINE.
044100     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
044200     WRITE SF-RPT-LINE.
044300
044400     MOVE SF-DECIDED-COUNT TO SF-COUNT-EDIT.
044500     MOVE SPACES TO SF-DETAIL-LINE.
044600     STRING "ALREADY APPROVED/REJECTED . : " DELIMITED BY SIZE
044700             SF-COUNT-EDIT                   DELIMITED BY SIZE
044800         INTO SF-DETAIL-LINE.
044900     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
045000     WRITE SF-RPT-LINE.
045100
045200     MOVE SPACES TO SF-DETAIL-LINE.
045300     IF SF-RECORD-COUNT =
045400             SF-AGED-COUNT + SF-CURRENT-COUNT + SF-DECIDED-COUNT
045500         MOVE "READ=AGED+CURRENT+DECIDED: IN BALANCE"
045600             TO SF-DETAIL-LINE
045700     ELSE
045800         MOVE "READ=AGED+CURRENT+DECIDED: *** OUT OF BALANCE"
045900             TO SF-DETAIL-LINE
046000         MOVE 16 TO RETURN-CODE
046100     END-IF.
046200     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
046300     WRITE SF-RPT-LINE.
046400 4200-WRITE-SUMMARY-EXIT.
046500     EXIT.
046600*****************************************************************
046700*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
046800*    SAME SFERRLOG FILE SF AND SFM USE.
046900*****************************************************************
047000 8000-LOG-FILE-ERROR.
047100     IF NOT SF-LOG-IS-OPEN
047200         OPEN EXTEND SfErrLog
047300         IF NOT SF-LOG-STATUS-OK
047400             OPEN OUTPUT SfErrLog
047500         END-IF
047600         IF SF-LOG-STATUS-OK
047700             MOVE "Y" TO SF-LOG-OPEN-SW
047800         END-IF
047900     END-IF.
048000
048100     IF SF-LOG-IS-OPEN
048200         ACCEPT SF-RUN-TIME FROM TIME
048300         MOVE SPACES TO SF-LOG-DETAIL-LINE
048400         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
048500                 " "                   DELIMITED BY SIZE
048600                 SF-RUN-TIME           DELIMITED BY SIZE
048700                 "  SFAPRA FILE STATUS " DELIMITED BY SIZE
048800                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
048900                 "  CUSTOMER-ID "      DELIMITED BY SIZE
049000                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
049100             INTO SF-LOG-DETAIL-LINE
049200         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
049300         WRITE SF-LOG-LINE
049400     END-IF.
049500 8000-LOG-FILE-ERROR-EXIT.
049600     EXIT.
049700*****************************************************************
049800*    9000-TERMINATE - WRITE THE SUMMARY, ECHO THE COUNTS, SET THE
049900*    RETURN CODE AND CLOSE EVERYTHING.
050000*****************************************************************
050100 9000-TERMINATE.
050200     PERFORM 4200-WRITE-SUMMARY
050300         THRU 4200-WRITE-SUMMARY-EXIT.
050400
050500     DISPLAY " ".
050600     DISPLAY "QUEUE ENTRIES READ  . : " SF-RECORD-COUNT.
050700     DISPLAY "PENDING PAST LIMIT  . : " SF-AGED-COUNT.
050800     DISPLAY "PENDING WITHIN LIMIT  : " SF-CURRENT-COUNT.
050900     DISPLAY "ALREADY DECIDED . . . : " SF-DECIDED-COUNT.
051000*
051100*    AGED ENTRIES END THE STEP AT 4 SO THE SCHEDULER CAN PAGE
051200*    THE SUPERVISORS.
051300*
051400     IF SF-AGED-COUNT > ZERO AND RETURN-CODE = ZERO
051500         MOVE 4 TO RETURN-CODE
051600     END-IF.
051700
051800     IF SF-APQ-IS-OPEN
051900         CLOSE SfAprQ
052000     END-IF.
052100     CLOSE SfAprRpt.
052200     IF SF-LOG-IS-OPEN
052300         CLOSE SfErrLog
052400         IF NOT SF-LOG-STATUS-OK
052500             DISPLAY "SFAA109E - ERROR CLOSING SFERRLOG, STATUS "
052600                 SF-LOG-FILE-STATUS
052700         END-IF
052800     END-IF.
052900 9000-TERMINATE-EXIT.
053000     EXIT.
053100*****************************************************************
053200*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
053300*****************************************************************
053400 9999-END-PROGRAM-EXIT.
053500     STOP RUN.
