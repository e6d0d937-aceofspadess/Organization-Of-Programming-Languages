000100*****************************************************************
000200*    PROGRAM......: SFNOTL
000300*    DESCRIPTION..: CUSTOMER CONTACT NOTES LISTING.  READS THE
000400*                   INDEXED SFNOTES FILE SF'S SF0400 PANEL ADDS
000500*                   TO (ONE CUSTNOTE RECORD PER CALL, LETTER OR
000600*                   VISIT) AND LISTS THE SELECTED NOTES GROUPED
000700*                   BY CUSTOMER, EACH WITH ITS DATE, TIME,
000800*                   OPERATOR, CONTACT TYPE AND TEXT.
000900*
001000*                   THE CHAINING PARM SELECTS WHAT IS LISTED,
001100*                   THE SAME WAY SFAUDR SELECTS JOURNAL ENTRIES:
001200*                     *                  - EVERY NOTE ON FILE
001300*                     C <customer-id>    - NOTES FOR CUSTOMERS
001400*                                          WHOSE ID STARTS WITH
001500*                                          THE GIVEN VALUE
001600*                     D <from> [<to>]    - NOTES TAKEN WITHIN THE
001700*                                          RANGE, DATES AS
001800*                                          YYYY-MM-DD; AN OMITTED
001900*                                          <to> MEANS ONE DAY
002000*
002100*                   A CUSTOMER SELECTION POSITIONS WITH A KEYED
002200*                   START AND STOPS AT THE END OF THE MATCHING
002300*                   KEY RANGE.  POINT SFNOTES AT THE SFNOTARC
002400*                   NOTES ARCHIVE TO LIST PURGED CUSTOMERS' NOTES.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE        INIT  DESCRIPTION
002800*    2026-10-15   CM   ORIGINAL - COMPANION TO THE SFNOTES CONTACT
002900*                      NOTES FILE ADDED TO SF.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. sfnotl.
003300 AUTHOR. C MILLER.
003400 INSTALLATION. DATA PROCESSING.
003500 DATE-WRITTEN. 10/15/2026.
003600 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-PC.
004000 OBJECT-COMPUTER. IBM-PC.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SfNotes ASSIGN TO "SFNOTES"
004400             ORGANIZATION IS INDEXED
004500             ACCESS MODE IS DYNAMIC
004600             RECORD KEY IS NOTE-KEY
004700             FILE STATUS IS SF-NOT-FILE-STATUS.
004800     SELECT SfNotRpt ASSIGN TO "SFNOTRPT"
004900             ORGANIZATION IS LINE SEQUENTIAL
005000             FILE STATUS IS SF-RPT-FILE-STATUS.
005100     SELECT SfErrLog ASSIGN TO "SFERRLOG"
005200             ORGANIZATION IS LINE SEQUENTIAL
005300             FILE STATUS IS SF-LOG-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SfNotes.
005700 01  ContactNote.
005800     COPY CUSTNOTE.
005900 FD  SfNotRpt.
006000 01  SF-RPT-LINE                      PIC X(132).
006100 FD  SfErrLog.
006200 01  SF-LOG-LINE                      PIC X(132).
006300 WORKING-STORAGE SECTION.
006400*-----------------------------------------------------------------
006500*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
006600*    IN 1000-INITIALIZE, THE SAME INTERFACE SF USES.
006700*-----------------------------------------------------------------
006800 01  SF-RUN-PARM                      PIC X(90)  VALUE SPACES.
006900 01  SF-SELECT-MODE                   PIC X(01)  VALUE "*".
007000     88  SF-SELECT-ALL                VALUE "*" " ".
007100     88  SF-SELECT-BY-CUST            VALUE "C".
007200     88  SF-SELECT-BY-DATE            VALUE "D".
007300 01  SF-SELECT-CUST-ID                PIC X(60)  VALUE SPACES.
007400 01  SF-SELECT-FROM-DATE              PIC X(10)  VALUE SPACES.
007500 01  SF-SELECT-TO-DATE                PIC X(10)  VALUE SPACES.
007600 01  SF-SELECT-KEY-LEN                PIC 9(02)  VALUE ZERO COMP.
007700*-----------------------------------------------------------------
007800*    FILE STATUS AND SWITCHES
007900*-----------------------------------------------------------------
008000 01  SF-NOT-FILE-STATUS               PIC X(02)  VALUE SPACES.
008100     88  SF-NOT-STATUS-OK             VALUE "00".
008200     88  SF-NOT-STATUS-EOF            VALUE "10".
008300     88  SF-NOT-STATUS-NOT-FOUND      VALUE "35".
008400 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
008500     88  SF-RPT-STATUS-OK             VALUE "00".
008600 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
008700     88  SF-LOG-STATUS-OK             VALUE "00".
008800 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
008900 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
009000 01  SF-SWITCHES.
009100     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
009200         88  SF-END-OF-FILE           VALUE "Y".
009300     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
009400         88  SF-LOG-IS-OPEN           VALUE "Y".
009500     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
009600         88  SF-EXIT-REQUESTED        VALUE "Y".
009700*-----------------------------------------------------------------
009800*    COUNTERS
009900*-----------------------------------------------------------------
010000 01  SF-RECORD-COUNT                  PIC 9(05)  VALUE ZERO.
010100 01  SF-SELECTED-COUNT                PIC 9(05)  VALUE ZERO.
010200 01  SF-CUSTOMER-COUNT                PIC 9(05)  VALUE ZERO.
010300*-----------------------------------------------------------------
010400*    REPORT WORK AREAS - SF-PREV-CUST-ID DRIVES THE CUSTOMER
010500*    BREAK; A NEW PAGE ALWAYS REPEATS THE CUSTOMER LINE.
010600*-----------------------------------------------------------------
010700 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
010800 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
010900 01  SF-PREV-CUST-ID                  PIC X(60)  VALUE SPACES.
010950 01  SF-LAST-COUNTED-ID               PIC X(60)  VALUE SPACES.
011000 01  SF-TYPE-TEXT                     PIC X(06)  VALUE SPACES.
011100 01  SF-NOTE-TIME.
011200     05  SF-NOTE-TIME-HH              PIC 9(02).
011300     05  SF-NOTE-TIME-MM              PIC 9(02).
011400     05  SF-NOTE-TIME-SS              PIC 9(02).
011500     05  SF-NOTE-TIME-CC              PIC 9(02).
011600 01  SF-HEADING-LINE-1                PIC X(132).
011700 01  SF-HEADING-LINE-2                PIC X(132).
011800 01  SF-DETAIL-LINE                   PIC X(132).
011900 01  SF-LOG-DETAIL-LINE               PIC X(132).
012000 01  SF-COUNT-EDIT                    PIC ZZZZ9.
012100*-----------------------------------------------------------------
012200*    DATE AND TIME
012300*-----------------------------------------------------------------
012400 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
012500 01  SF-RUN-DATE.
012600     05  SF-RUN-YY                    PIC 9(02).
012700     05  SF-RUN-MM                    PIC 9(02).
012800     05  SF-RUN-DD                    PIC 9(02).
012900 01  SF-RUN-TIME                      PIC 9(08).
013000 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
013100*****************************************************************
013200 0000-MAINLINE-CONTROL.
013300     PERFORM 1000-INITIALIZE
013400         THRU 1000-INITIALIZE-EXIT.
013500
013600     IF SF-EXIT-REQUESTED
013700         GO TO 9999-END-PROGRAM-EXIT.
013800
013900     PERFORM 3000-PROCESS-NOTE-RECORDS
014000         THRU 3000-PROCESS-NOTE-RECORDS-EXIT
014100         UNTIL SF-END-OF-FILE.
014200
014300     PERFORM 9000-TERMINATE
014400         THRU 9000-TERMINATE-EXIT.
014500
014600     GO TO 9999-END-PROGRAM-EXIT.
014700*****************************************************************
014800*    1000-INITIALIZE - SPLIT THE PARM, SET UP THE SELECTION,
014900*    OPEN THE NOTES FILE AND THE REPORT AND POSITION FOR THE
015000*    FIRST NOTE.
015100*****************************************************************
015200 1000-INITIALIZE.
015300     MOVE "*" TO SF-SELECT-MODE.
015400     MOVE SPACES TO SF-SELECT-CUST-ID
015500         SF-SELECT-FROM-DATE SF-SELECT-TO-DATE.
015600     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
015700         INTO SF-SELECT-MODE SF-SELECT-CUST-ID
015800             SF-SELECT-TO-DATE.
015900     IF SF-SELECT-MODE = "c"
016000         MOVE "C" TO SF-SELECT-MODE
016100     END-IF.
016200     IF SF-SELECT-MODE = "d"
016300         MOVE "D" TO SF-SELECT-MODE
016400     END-IF.
016500*
016600*    FOR A DATE RANGE THE SECOND TOKEN IS THE FROM DATE AND THE
016700*    THIRD THE TO DATE; A SINGLE DATE LISTS THAT ONE DAY.
016800*
016900     IF SF-SELECT-BY-DATE
017000         MOVE SF-SELECT-CUST-ID(1:10) TO SF-SELECT-FROM-DATE
017100         IF SF-SELECT-TO-DATE = SPACES
017200             MOVE SF-SELECT-FROM-DATE TO SF-SELECT-TO-DATE
017300         END-IF
017400     END-IF.
017500
017600     MOVE ZERO TO SF-SELECT-KEY-LEN.
017700     IF SF-SELECT-BY-CUST AND SF-SELECT-CUST-ID NOT = SPACES
017800         INSPECT SF-SELECT-CUST-ID TALLYING SF-SELECT-KEY-LEN
017900             FOR CHARACTERS BEFORE INITIAL SPACE
018000     END-IF.
018100     IF SF-SELECT-BY-CUST AND SF-SELECT-KEY-LEN = ZERO
018200         MOVE "*" TO SF-SELECT-MODE
018300     END-IF.
018400
018500     ACCEPT SF-RUN-DATE FROM DATE.
018600     STRING "20"          DELIMITED BY SIZE
018700             SF-RUN-YY    DELIMITED BY SIZE
018800             "-"          DELIMITED BY SIZE
018900             SF-RUN-MM    DELIMITED BY SIZE
019000             "-"          DELIMITED BY SIZE
019100             SF-RUN-DD    DELIMITED BY SIZE
019200         INTO SF-RUN-DATE-DISPLAY.
019300
019400     OPEN INPUT SfNotes.
019500     IF NOT SF-NOT-STATUS-OK
019600         IF SF-NOT-STATUS-NOT-FOUND
019700             DISPLAY "SFNL100E - CONTACT NOTES FILE NOT FOUND"
019800         ELSE
019900             DISPLAY "SFNL101E - UNABLE TO OPEN SFNOTES, STATUS "
020000                 SF-NOT-FILE-STATUS
020100         END-IF
020200         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
020300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
020400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
020500         MOVE 16 TO RETURN-CODE
020600         MOVE "Y" TO SF-EXIT-REQUESTED-SW
020700         GO TO 1000-INITIALIZE-EXIT
020800     END-IF.
020900
021000     OPEN OUTPUT SfNotRpt.
021100     IF NOT SF-RPT-STATUS-OK
021200         DISPLAY "SFNL102E - UNABLE TO OPEN SFNOTRPT, STATUS "
021300             SF-RPT-FILE-STATUS
021400         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
021500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
021600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
021700         MOVE 16 TO RETURN-CODE
021800         MOVE "Y" TO SF-EXIT-REQUESTED-SW
021900         CLOSE SfNotes
022000         GO TO 1000-INITIALIZE-EXIT
022100     END-IF.
022200*
022300*    A CUSTOMER SELECTION STARTS AT THE FIRST NOTE KEY AT OR
022400*    ABOVE THE ID PREFIX; NOTHING THERE MEANS NOTHING TO LIST.
022500*
022600     IF SF-SELECT-BY-CUST
022700         MOVE SPACES TO NOTE-KEY
022800         MOVE SF-SELECT-CUST-ID(1:SF-SELECT-KEY-LEN)
022900             TO NOTE-CUST-ID(1:SF-SELECT-KEY-LEN)
023000         START SfNotes KEY IS NOT LESS THAN NOTE-KEY
023100             INVALID KEY
023200                 MOVE "Y" TO SF-END-OF-FILE-SW
023300         END-START
023400     END-IF.
023500
023600     IF NOT SF-END-OF-FILE
023700         PERFORM 3100-READ-NOTE-RECORD
023800             THRU 3100-READ-NOTE-RECORD-EXIT
023900     END-IF.
024000
024100     IF SF-END-OF-FILE
024200         DISPLAY "SFNL103W - NO CONTACT NOTES TO LIST"
024300         MOVE 8 TO RETURN-CODE
024400     END-IF.
024500 1000-INITIALIZE-EXIT.
024600     EXIT.
024700*****************************************************************
024800*    3000-PROCESS-NOTE-RECORDS - APPLIES THE SELECTION TO THE
024900*    NOTE IN THE BUFFER, LISTS IT IF IT QUALIFIES, THEN READS
025000*    THE NEXT.  A CUSTOMER SELECTION ENDS AT THE FIRST NOTE PAST
025100*    THE MATCHING KEY RANGE.
025200*****************************************************************
025300 3000-PROCESS-NOTE-RECORDS.
025400     IF SF-SELECT-BY-CUST
025500         IF NOTE-CUST-ID(1:SF-SELECT-KEY-LEN) NOT =
025600                 SF-SELECT-CUST-ID(1:SF-SELECT-KEY-LEN)
025700             MOVE "Y" TO SF-END-OF-FILE-SW
025800             GO TO 3000-PROCESS-NOTE-RECORDS-EXIT
025900         END-IF
026000     END-IF.
026100
026200     ADD 1 TO SF-RECORD-COUNT.
026300
026400     IF SF-SELECT-BY-DATE
026500         IF NOTE-DATE NOT < SF-SELECT-FROM-DATE AND
026600                 NOTE-DATE NOT > SF-SELECT-TO-DATE
026700             PERFORM 3400-LIST-CONTACT-NOTE
026800                 THRU 3400-LIST-CONTACT-NOTE-EXIT
026900         END-IF
027000     ELSE
027100         PERFORM 3400-LIST-CONTACT-NOTE
027200             THRU 3400-LIST-CONTACT-NOTE-EXIT
027300     END-IF.
027400
027500     PERFORM 3100-READ-NOTE-RECORD
027600         THRU 3100-READ-NOTE-RECORD-EXIT.
027700 3000-PROCESS-NOTE-RECORDS-EXIT.
027800     EXIT.
027900*****************************************************************
028000*    3100-READ-NOTE-RECORD
028100*****************************************************************
028200 3100-READ-NOTE-RECORD.
028300     READ SfNotes NEXT RECORD
028400         AT END MOVE "Y" TO SF-END-OF-FILE-SW
028500     END-READ.
028600*
028700*    A HARD READ ERROR ENDS THE RUN AND FAILS THE STEP.
028800*
028900     IF NOT SF-NOT-STATUS-OK AND NOT SF-NOT-STATUS-EOF
029000         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
029100         MOVE NOTE-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
029200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
029300         MOVE "Y" TO SF-END-OF-FILE-SW
029400         MOVE 16 TO RETURN-CODE
029500     END-IF.
029600 3100-READ-NOTE-RECORD-EXIT.
029700     EXIT.
029800*****************************************************************
029900*    3400-LIST-CONTACT-NOTE - A NEW CUSTOMER (OR A NEW PAGE)
030000*    PRINTS THE CUSTOMER LINE FIRST.  EACH NOTE PRINTS AS A
030100*    HEADER LINE (DATE, TIME, TYPE, OPERATOR) AND ITS TEXT, THE
030200*    SECOND TEXT LINE ONLY WHEN IT IS NOT BLANK.
030300*****************************************************************
030400 3400-LIST-CONTACT-NOTE.
030500     ADD 1 TO SF-SELECTED-COUNT.
030600
030700     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 48
030800         PERFORM 4100-WRITE-RPT-HEADING
030900             THRU 4100-WRITE-RPT-HEADING-EXIT
031000         MOVE SPACES TO SF-PREV-CUST-ID
031100     END-IF.
031200
031300     IF NOTE-CUST-ID NOT = SF-PREV-CUST-ID
031400         IF SF-PREV-CUST-ID = SPACES AND SF-LINE-COUNT = ZERO
031500             CONTINUE
031600         ELSE
031700             MOVE SPACES TO SF-RPT-LINE
031800             WRITE SF-RPT-LINE
031900             ADD 1 TO SF-LINE-COUNT
032000         END-IF
032100         MOVE SPACES TO SF-DETAIL-LINE
032200         STRING "CUSTOMER: "          DELIMITED BY SIZE
032300                 NOTE-CUST-ID         DELIMITED BY SIZE
032400             INTO SF-DETAIL-LINE
032500         MOVE SF-DETAIL-LINE TO SF-RPT-LINE
032600         WRITE SF-RPT-LINE
032700         ADD 1 TO SF-LINE-COUNT
032800     END-IF.
032900
033000     IF NOTE-CUST-ID NOT = SF-LAST-COUNTED-ID
033100         ADD 1 TO SF-CUSTOMER-COUNT
033200         MOVE NOTE-CUST-ID TO SF-LAST-COUNTED-ID
033300     END-IF.
033400     MOVE NOTE-CUST-ID TO SF-PREV-CUST-ID.
033500
033600     EVALUATE TRUE
033700         WHEN NOTE-TYPE-PHONE
033800             MOVE "PHONE " TO SF-TYPE-TEXT
033900         WHEN NOTE-TYPE-LETTER
034000             MOVE "LETTER" TO SF-TYPE-TEXT
034100         WHEN NOTE-TYPE-EMAIL
034200             MOVE "EMAIL " TO SF-TYPE-TEXT
034300         WHEN NOTE-TYPE-VISIT
034400             MOVE "VISIT " TO SF-TYPE-TEXT
034500         WHEN OTHER
034600             MOVE "OTHER " TO SF-TYPE-TEXT
034700     END-EVALUATE.
034800
034900     MOVE NOTE-TIME TO SF-NOTE-TIME.
035000     MOVE SPACES TO SF-DETAIL-LINE.
035100     STRING "  "                  DELIMITED BY SIZE
035200             NOTE-DATE            DELIMITED BY SIZE
035300             " "                  DELIMITED BY SIZE
035400             SF-NOTE-TIME-HH      DELIMITED BY SIZE
035500             ":"                  DELIMITED BY SIZE
035600             SF-NOTE-TIME-MM      DELIMITED BY SIZE
035700             ":"                  DELIMITED BY SIZE
035800             SF-NOTE-TIME-SS      DELIMITED BY SIZE
035900             " "                  DELIMITED BY SIZE
036000             SF-TYPE-TEXT         DELIMITED BY SIZE
036100             " "                  DELIMITED BY SIZE
036200             NOTE-OPERATOR        DELIMITED BY SIZE
036300             "  "                 DELIMITED BY SIZE
036400             NOTE-TEXT-LINE1      DELIMITED BY SIZE
036500         INTO SF-DETAIL-LINE.
036600     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
036700     WRITE SF-RPT-LINE.
036800     ADD 1 TO SF-LINE-COUNT.
036900
037000     IF NOTE-TEXT-LINE2 NOT = SPACES
037100         MOVE SPACES TO SF-DETAIL-LINE
037200         MOVE NOTE-TEXT-LINE2 TO SF-DETAIL-LINE(42:70)
037300         MOVE SF-DETAIL-LINE TO SF-RPT-LINE
037400         WRITE SF-RPT-LINE
037500         ADD 1 TO SF-LINE-COUNT
037600     END-IF.
037700 3400-LIST-CONTACT-NOTE-EXIT.
037900     EXIT.
038000*****************************************************************
038100*    4100-WRITE-RPT-HEADING
038200*****************************************************************
038300 4100-WRITE-RPT-HEADING.
038400     ADD 1 TO SF-PAGE-COUNT.
038500     MOVE ZERO TO SF-LINE-COUNT.
038600     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
038700     STRING "CUSTOMER CONTACT NOTES"
038800                                   DELIMITED BY SIZE
038900             "   RUN DATE: "       DELIMITED BY SIZE
039000             SF-RUN-DATE-DISPLAY   DELIMITED BY SIZE
039100             "   PAGE: "           DELIMITED BY SIZE
039200             SF-PAGE-COUNT         DELIMITED BY SIZE
039300         INTO SF-HEADING-LINE-1.
039400     STRING "  DATE       TIME     TYPE   OPERATOR  NOTE"
039500                                   DELIMITED BY SIZE
039600         INTO SF-HEADING-LINE-2.
039700
039800     IF SF-PAGE-COUNT > 1
039900         MOVE SPACES TO SF-RPT-LINE
040000         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
040100     END-IF.
040200     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
040300     WRITE SF-RPT-LINE.
040400     MOVE SF-HEADING-LINE-2 TO SF-RPT-LINE.
040500     WRITE SF-RPT-LINE.
040600     MOVE SPACES TO SF-RPT-LINE.
040700     WRITE SF-RPT-LINE.
040800 4100-WRITE-RPT-HEADING-EXIT.
040900     EXIT.
041000*****************************************************************
041100*    4200-WRITE-SUMMARY
041200*****************************************************************
041300 4200-WRITE-SUMMARY.
041400     IF SF-LINE-COUNT = ZERO
041500         PERFORM 4100-WRITE-RPT-HEADING
041600             THRU 4100-WRITE-RPT-HEADING-EXIT
041700     END-IF.
041800     MOVE SPACES TO SF-RPT-LINE.
041900     WRITE SF-RPT-LINE.
042000
042100     MOVE SF-RECORD-COUNT TO SF-COUNT-EDIT.
042200     MOVE SPACES TO SF-DETAIL-LINE.
042300     STRING "CONTACT NOTES READ  . . . . : " DELIMITED BY SIZE
042400             SF-COUNT-EDIT                   DELIMITED BY SIZE
042500         INTO SF-DETAIL-LINE.
042600     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
042700     WRITE SF-RPT-LINE.
042800
042900     MOVE SF-SELECTED-COUNT TO SF-COUNT-EDIT.
043000     MOVE SPACES TO SF-DETAIL-LINE.
043100     STRING "CONTACT NOTES LISTED  . . . : " DELIMITED BY SIZE
043200             SF-COUNT-EDIT                   DELIMITED BY SIZE
043300         INTO SF-DETAIL-LINE.
043400     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
043500     WRITE SF-RPT-LINE.
043510
043520     MOVE SF-CUSTOMER-COUNT TO SF-COUNT-EDIT.
043530     MOVE SPACES TO SF-DETAIL-LINE.
043540     STRING "CUSTOMERS LISTED  . . . . . : " DELIMITED BY SIZE
043550             SF-COUNT-EDIT                   DELIMITED BY SIZE
043560         INTO SF-DETAIL-LINE.
043570     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
043580     WRITE SF-RPT-LINE.
043600 4200-WRITE-SUMMARY-EXIT.
043700     EXIT.
043800*****************************************************************
043900*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
044000*    SAME SFERRLOG FILE SF AND SFM USE.
044100*****************************************************************
044200 8000-LOG-FILE-ERROR.
044300     IF NOT SF-LOG-IS-OPEN
044400         OPEN EXTEND SfErrLog
044500         IF NOT SF-LOG-STATUS-OK
044600             OPEN OUTPUT SfErrLog
044700         END-IF
044800         IF SF-LOG-STATUS-OK
044900             MOVE "Y" TO SF-LOG-OPEN-SW
045000         END-IF
045100     END-IF.
045200
045300     IF SF-LOG-IS-OPEN
045400         ACCEPT SF-RUN-TIME FROM TIME
045500         MOVE SPACES TO SF-LOG-DETAIL-LINE
045600         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
045700                 " "                   DELIMITED BY SIZE
045800                 SF-RUN-TIME           DELIMITED BY SIZE
045900                 "  SFNOTL FILE STATUS " DELIMITED BY SIZE
046000                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
046100                 "  CUSTOMER-ID "      DELIMITED BY SIZE
046200                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
046300             INTO SF-LOG-DETAIL-LINE
046400         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
046500         WRITE SF-LOG-LINE
046600     END-IF.
046700 8000-LOG-FILE-ERROR-EXIT.
046800     EXIT.
046900*****************************************************************
047000*    9000-TERMINATE - WRITE THE SUMMARY, ECHO THE COUNTS AND
047100*    CLOSE EVERYTHING.
047200*****************************************************************
047300 9000-TERMINATE.
047400     PERFORM 4200-WRITE-SUMMARY
047500         THRU 4200-WRITE-SUMMARY-EXIT.
047600
047700     DISPLAY " ".
047800     DISPLAY "CONTACT NOTES READ  . : " SF-RECORD-COUNT.
047900     DISPLAY "CONTACT NOTES LISTED  : " SF-SELECTED-COUNT.
047950     DISPLAY "CUSTOMERS LISTED  . . : " SF-CUSTOMER-COUNT.
047960     IF SF-SELECTED-COUNT = ZERO AND RETURN-CODE = ZERO
047970         DISPLAY "SFNL105W - NO NOTES MATCHED THE SELECTION"
047980         MOVE 8 TO RETURN-CODE
047990     END-IF.
048000
048100     CLOSE SfNotes SfNotRpt.
048200     IF NOT SF-NOT-STATUS-OK
048300         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
048400         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
048500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
048600     END-IF.
048700     IF SF-LOG-IS-OPEN
048800         CLOSE SfErrLog
048900         IF NOT SF-LOG-STATUS-OK
049000             DISPLAY "SFNL104E - ERROR CLOSING SFERRLOG, STATUS "
049100                 SF-LOG-FILE-STATUS
049200         END-IF
049300     END-IF.
049400 9000-TERMINATE-EXIT.
049500     EXIT.
049600*****************************************************************
049700*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
049800*****************************************************************
049900 9999-END-PROGRAM-EXIT.
050000     STOP RUN.
