000100*****************************************************************
000200*    PROGRAM......: SFLABL
000300*    DESCRIPTION..: MAILING LABEL AND FORM LETTER PRINT RUN.
000400*                   READS THE INDEXED Cla CUSTOMER MASTER,
000500*                   SELECTS CUSTOMERS BY CUST-ACCT-STATUS AND
000600*                   CUST-STATE, SORTS THEM INTO ZIP-CODE ORDER
000700*                   AND PRINTS ONE MAIL PIECE PER CUSTOMER TO
000800*                   SFLABELS - EITHER 3-UP ADDRESS LABELS OR ONE
000900*                   FORM LETTER PER PAGE (THE LETTER BODY IS
001000*                   READ FROM SFLETTER).
001100*
001200*                   A SELECTED CUSTOMER WHOSE ADDRESS COULD NOT
001300*                   BE DELIVERED - BLANK ADDRESS LINE 1, NO CITY,
001400*                   OR A MISSING OR NON-NUMERIC ZIP CODE - GETS
001500*                   NO PIECE AND IS LISTED ON THE EXCEPTIONS PAGE
001600*                   OF THE SFLBLRPT CONTROL REPORT INSTEAD.  THE
001700*                   SAME REPORT CARRIES THE PIECE COUNT AT EVERY
001800*                   5-DIGIT AND 3-DIGIT ZIP BREAK FOR THE POSTAL
001900*                   PRESORT CLAIM, AND A SUMMARY THAT BALANCES:
002000*                   RECORDS READ = NOT SELECTED + UNDELIVERABLE
002100*                   + PIECES PRINTED.
002200*
002300*                   THE CHAINING PARM IS BLANK-DELIMITED:
002400*                     <master> [<mode> [<statuses> [<states>]]]
002500*                   MODE L (DEFAULT) PRINTS LABELS, F PRINTS FORM
002600*                   LETTERS.  STATUSES IS ONE OR MORE
002700*                   CUST-ACCT-STATUS LETTERS RUN TOGETHER (AI =
002800*                   ACTIVE AND INACTIVE) OR * FOR ALL, DEFAULT A.
002900*                   STATES IS * (DEFAULT) OR UP TO TEN STATE
003000*                   CODES SEPARATED BY COMMAS.
003100*
003200*                   RETURN CODES:  0 - PIECES PRINTED
003300*                                  4 - UNDELIVERABLE LISTED
003400*                                  8 - NOTHING SELECTED
003500*                                 16 - FILE ERROR
003600*-----------------------------------------------------------------
003700*    MODIFICATION HISTORY
003800*    DATE        INIT  DESCRIPTION
003900*    2026-10-15   CM   ORIGINAL - MAILINGS WERE BEING ADDRESSED BY
004000*                      HAND FROM THE SFRPT LISTING.
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. sflabl.
004400 AUTHOR. C MILLER.
004500 INSTALLATION. DATA PROCESSING.
004600 DATE-WRITTEN. 10/15/2026.
004700 DATE-COMPILED.
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-PC.
005100 OBJECT-COMPUTER. IBM-PC.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400*
005500*    Cla IS THE INDEXED CUSTOMER MASTER, READ FRONT TO BACK IN
005600*    KEY ORDER.  ITS NAME ARRIVES AS THE FIRST PARM TOKEN.
005700*
005800     SELECT Cla ASSIGN TO SF-FILE-NAME-PARM
005900             ORGANIZATION IS INDEXED
006000             ACCESS MODE IS DYNAMIC
006100             RECORD KEY IS CUST-ID OF CustomerDetails
006200             ALTERNATE RECORD KEY IS CUST-NAME OF CustomerDetails
006300                 WITH DUPLICATES
006400             FILE STATUS IS SF-CLA-FILE-STATUS.
006500*
006600*    SfLblSort IS THE SORT WORK FILE, SfLetter THE FORM LETTER
006700*    BODY TEXT, SfLabels THE LABEL/LETTER PRINT FILE AND
006800*    SfLblRpt THE PRESORT AND EXCEPTIONS CONTROL REPORT.
006900*
007000     SELECT SfLblSort ASSIGN TO "SFLSORT".
007100     SELECT SfLetter ASSIGN TO "SFLETTER"
007200             ORGANIZATION IS LINE SEQUENTIAL
007300             FILE STATUS IS SF-LTR-FILE-STATUS.
007400     SELECT SfLabels ASSIGN TO "SFLABELS"
007500             ORGANIZATION IS LINE SEQUENTIAL
007600             FILE STATUS IS SF-LBL-FILE-STATUS.
007700     SELECT SfLblRpt ASSIGN TO "SFLBLRPT"
007800             ORGANIZATION IS LINE SEQUENTIAL
007900             FILE STATUS IS SF-RPT-FILE-STATUS.
008000     SELECT SfErrLog ASSIGN TO "SFERRLOG"
008100             ORGANIZATION IS LINE SEQUENTIAL
008200             FILE STATUS IS SF-LOG-FILE-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  Cla.
008600 01  CustomerDetails.
008700     COPY CUSTDTL.
008800*
008900*    THE SORT RECORD CARRIES A CLASS BYTE AHEAD OF THE ZIP SO THE
009000*    UNDELIVERABLE RECORDS COME BACK AFTER EVERY MAIL PIECE, READY
009100*    FOR THE EXCEPTIONS PAGE, AND THE WHOLE MASTER IMAGE BEHIND.
009200*
009300 SD  SfLblSort.
009400 01  SortLabel.
009500     05  SLB-CLASS                    PIC X(01).
009600         88  SLB-DELIVERABLE          VALUE "D".
009700         88  SLB-UNDELIVERABLE        VALUE "X".
009800     05  SLB-ZIP-CODE                 PIC X(10).
009900     05  SLB-REASON                   PIC X(30).
010000     05  SLB-CUSTOMER                 PIC X(250).
010100 FD  SfLetter.
010200 01  SF-LTR-LINE                      PIC X(80).
010300 FD  SfLabels.
010400 01  SF-LBL-LINE                      PIC X(132).
010500 FD  SfLblRpt.
010600 01  SF-RPT-LINE                      PIC X(132).
010700 FD  SfErrLog.
010800 01  SF-LOG-LINE                      PIC X(132).
010900 WORKING-STORAGE SECTION.
011000*-----------------------------------------------------------------
011100*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
011200*    IN 1000-INITIALIZE, THE SAME INTERFACE SF USES.
011300*-----------------------------------------------------------------
011400 01  SF-RUN-PARM                      PIC X(90)  VALUE SPACES.
011500 01  SF-FILE-NAME-PARM                PIC X(60).
011600 01  SF-PRINT-MODE-PARM               PIC X(01)  VALUE "L".
011700     88  SF-MODE-LABELS               VALUE "L".
011800     88  SF-MODE-LETTERS              VALUE "F".
011900 01  SF-STATUS-PARM                   PIC X(04)  VALUE "A".
012000     88  SF-ALL-STATUSES              VALUE "*".
012100 01  SF-STATE-PARM                    PIC X(30)  VALUE "*".
012200     88  SF-ALL-STATES                VALUE "*".
012300*-----------------------------------------------------------------
012400*    STATE SELECTION TABLE - THE COMMA-SEPARATED STATES TOKEN
012500*    SPLIT INTO ITS CODES.
012600*-----------------------------------------------------------------
012700 77  SF-SEL-STATE-COUNT               PIC 9(03)  VALUE ZERO COMP.
012800 77  SF-SEL-STATE-SUB                 PIC 9(03)  VALUE ZERO COMP.
012900 77  SF-STATUS-TALLY                  PIC 9(03)  VALUE ZERO COMP.
013000 01  SF-SEL-STATE-TABLE.
013100     05  SF-SEL-STATE                 PIC X(02)  OCCURS 10 TIMES.
013200*-----------------------------------------------------------------
013300*    FILE STATUS AND SWITCHES
013400*-----------------------------------------------------------------
013500 01  SF-CLA-FILE-STATUS               PIC X(02)  VALUE SPACES.
013600     88  SF-CLA-STATUS-OK             VALUE "00".
013700     88  SF-CLA-STATUS-EOF            VALUE "10".
013800     88  SF-CLA-STATUS-NOT-FOUND      VALUE "35".
013900 01  SF-LTR-FILE-STATUS               PIC X(02)  VALUE SPACES.
014000     88  SF-LTR-STATUS-OK             VALUE "00".
014100     88  SF-LTR-STATUS-EOF            VALUE "10".
014200     88  SF-LTR-STATUS-NOT-FOUND      VALUE "35".
014300 01  SF-LBL-FILE-STATUS               PIC X(02)  VALUE SPACES.
014400     88  SF-LBL-STATUS-OK             VALUE "00".
014500 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
014600     88  SF-RPT-STATUS-OK             VALUE "00".
014700 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
014800     88  SF-LOG-STATUS-OK             VALUE "00".
014900 01  SF-LOG-STATUS-VALUE              PIC X(09)  VALUE SPACES.
015000 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
015100 01  SF-SWITCHES.
015200     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
015300         88  SF-END-OF-FILE           VALUE "Y".
015400     05  SF-SORT-EOF-SW               PIC X(01)  VALUE "N".
015500         88  SF-SORT-EOF              VALUE "Y".
015600     05  SF-LTR-EOF-SW                PIC X(01)  VALUE "N".
015700         88  SF-LTR-EOF               VALUE "Y".
015800     05  SF-SELECTED-SW               PIC X(01)  VALUE "N".
015900         88  SF-RECORD-SELECTED       VALUE "Y".
016000     05  SF-PIECES-DONE-SW            PIC X(01)  VALUE "N".
016100         88  SF-PIECES-DONE           VALUE "Y".
016200     05  SF-FIRST-PIECE-SW            PIC X(01)  VALUE "Y".
016300         88  SF-FIRST-PIECE           VALUE "Y".
016400     05  SF-LBL-OPEN-SW               PIC X(01)  VALUE "N".
016500         88  SF-LBL-IS-OPEN           VALUE "Y".
016600     05  SF-RPT-OPEN-SW               PIC X(01)  VALUE "N".
016700         88  SF-RPT-IS-OPEN           VALUE "Y".
016800     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
016900         88  SF-LOG-IS-OPEN           VALUE "Y".
017000     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
017100         88  SF-EXIT-REQUESTED        VALUE "Y".
017200*-----------------------------------------------------------------
017300*    THE RECORD COMING BACK FROM THE SORT - A COPY OF THE CUSTDTL
017400*    LAYOUT, SO EVERY FIELD REFERENCE IS QUALIFIED, AS IN SFDUP.
017500*-----------------------------------------------------------------
017600 01  LabelCustomer.
017700     COPY CUSTDTL.
017800*-----------------------------------------------------------------
017900*    MAIL PIECE ADDRESS BLOCK - THE NAME, STREET, OPTIONAL SECOND
018000*    LINE AND CITY/STATE/ZIP OF THE PIECE BEING PRINTED, CLOSED
018100*    UP SO A BLANK ADDRESS LINE 2 LEAVES NO GAP.
018200*-----------------------------------------------------------------
018300 77  SF-ADDR-SUB                      PIC 9(03)  VALUE ZERO COMP.
018400 77  SF-ADDR-LINES                    PIC 9(03)  VALUE ZERO COMP.
018500 01  SF-ADDRESS-BLOCK.
018600     05  SF-ADDR-LINE                 PIC X(40)  OCCURS 4 TIMES.
018700 01  SF-NAME-LINE                     PIC X(40)  VALUE SPACES.
018800 01  SF-CITY-LINE                     PIC X(40)  VALUE SPACES.
018900*-----------------------------------------------------------------
019000*    3-UP LABEL ROW - THREE LABELS 40 WIDE, 44 COLUMNS APART, SIX
019100*    PRINT LINES TO A LABEL (ONE-INCH STOCK AT SIX LINES PER
019200*    INCH).  A ROW IS PRINTED WHEN ITS THIRD LABEL IS FILLED AND
019300*    AT THE END OF THE RUN.
019400*-----------------------------------------------------------------
019500 77  SF-LABELS-ACROSS                 PIC 9(03)  VALUE 3 COMP.
019600 77  SF-LABEL-DEPTH                   PIC 9(03)  VALUE 6 COMP.
019700 77  SF-LABEL-COL                     PIC 9(03)  VALUE ZERO COMP.
019800 77  SF-LABEL-POS                     PIC 9(03)  VALUE ZERO COMP.
019900 77  SF-ROW-SUB                       PIC 9(03)  VALUE ZERO COMP.
020000 01  SF-LABEL-ROW.
020100     05  SF-ROW-LINE                  PIC X(132) OCCURS 6 TIMES.
020200*-----------------------------------------------------------------
020300*    FORM LETTER BODY - UP TO SIXTY LINES OF SFLETTER TEXT, LOADED
020400*    ONCE AT START-UP AND PRINTED UNDER EVERY SALUTATION.
020500*-----------------------------------------------------------------
020600 77  SF-LETTER-MAX                    PIC 9(03)  VALUE 60 COMP.
020700 77  SF-LETTER-COUNT                  PIC 9(03)  VALUE ZERO COMP.
020800 77  SF-LETTER-SUB                    PIC 9(03)  VALUE ZERO COMP.
020900 01  SF-LETTER-TABLE.
021000     05  SF-LETTER-TEXT               PIC X(80)  OCCURS 60 TIMES.
021100 01  SF-SALUTATION-LINE               PIC X(80)  VALUE SPACES.
021200*-----------------------------------------------------------------
021300*    ZIP BREAK CONTROL - THE 5-DIGIT AND 3-DIGIT ZIP OF THE LAST
021400*    PIECE AND THE PIECES COUNTED UNDER EACH SO FAR.
021500*-----------------------------------------------------------------
021600 01  SF-PREV-ZIP5                     PIC X(05)  VALUE SPACES.
021700 01  SF-PREV-ZIP3                     PIC X(03)  VALUE SPACES.
021800 01  SF-ZIP5-PIECES                   PIC 9(05)  VALUE ZERO.
021900 01  SF-ZIP3-PIECES                   PIC 9(05)  VALUE ZERO.
022000 01  SF-ZIP5-GROUPS                   PIC 9(05)  VALUE ZERO.
022100 01  SF-ZIP3-GROUPS                   PIC 9(05)  VALUE ZERO.
022200*-----------------------------------------------------------------
022300*    COUNTERS
022400*-----------------------------------------------------------------
022500 01  SF-RECORD-COUNT                  PIC 9(05)  VALUE ZERO.
022600 01  SF-NOT-SELECTED-COUNT            PIC 9(05)  VALUE ZERO.
022700 01  SF-EXCEPTION-COUNT               PIC 9(05)  VALUE ZERO.
022800 01  SF-PIECE-COUNT                   PIC 9(05)  VALUE ZERO.
022900 01  SF-BALANCE-COUNT                 PIC 9(05)  VALUE ZERO.
023000*-----------------------------------------------------------------
023100*    REPORT WORK AREAS
023200*-----------------------------------------------------------------
023300 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
023400 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
023500 01  SF-RPT-TITLE                     PIC X(34)  VALUE SPACES.
023600 01  SF-RPT-COLUMNS                   PIC X(80)  VALUE SPACES.
023700 01  SF-HEADING-LINE-1                PIC X(132).
023800 01  SF-HEADING-LINE-2                PIC X(132).
023900 01  SF-DETAIL-LINE                   PIC X(132).
024000 01  SF-LOG-DETAIL-LINE               PIC X(132).
024100 01  SF-COUNT-EDIT                    PIC ZZZZ9.
024200*-----------------------------------------------------------------
024300*    DATE AND TIME
024400*-----------------------------------------------------------------
024500 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
024600 01  SF-RUN-DATE.
024700     05  SF-RUN-YY                    PIC 9(02).
024800     05  SF-RUN-MM                    PIC 9(02).
024900     05  SF-RUN-DD                    PIC 9(02).
025000 01  SF-RUN-TIME                      PIC 9(08).
025100 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
025200*****************************************************************
025300 0000-MAINLINE-CONTROL.
025400     PERFORM 1000-INITIALIZE
025500         THRU 1000-INITIALIZE-EXIT.
025600
025700     IF SF-EXIT-REQUESTED
025800         GO TO 9999-END-PROGRAM-EXIT.
025900
026000     SORT SfLblSort
026100         ON ASCENDING KEY SLB-CLASS SLB-ZIP-CODE
026200         WITH DUPLICATES IN ORDER
026300         INPUT PROCEDURE IS 3000-RELEASE-INPUT
026400             THRU 3000-RELEASE-INPUT-EXIT
026500         OUTPUT PROCEDURE IS 4000-RETURN-OUTPUT
026600             THRU 4000-RETURN-OUTPUT-EXIT.
026700     IF SORT-RETURN NOT = ZERO
026800         DISPLAY "SFLB107E - SORT FAILED, CODE " SORT-RETURN
026900         MOVE 16 TO RETURN-CODE
027000     END-IF.
027100
027200     PERFORM 9000-TERMINATE
027300         THRU 9000-TERMINATE-EXIT.
027400
027500     GO TO 9999-END-PROGRAM-EXIT.
027600*****************************************************************
027700*    1000-INITIALIZE - SPLIT THE PARM, BUILD THE STATE TABLE,
027800*    LOAD THE LETTER TEXT, PROVE THE MASTER EXISTS AND OPEN THE
027900*    PRINT FILE AND THE CONTROL REPORT.
028000*****************************************************************
028100 1000-INITIALIZE.
028200     MOVE SPACES TO SF-FILE-NAME-PARM.
028300     MOVE "L" TO SF-PRINT-MODE-PARM.
028400     MOVE SPACES TO SF-STATUS-PARM SF-STATE-PARM.
028500     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
028600         INTO SF-FILE-NAME-PARM SF-PRINT-MODE-PARM
028700             SF-STATUS-PARM SF-STATE-PARM.
028800     IF SF-PRINT-MODE-PARM = "l" OR SF-PRINT-MODE-PARM = SPACE
028900         MOVE "L" TO SF-PRINT-MODE-PARM
029000     END-IF.
029100     IF SF-PRINT-MODE-PARM = "f"
029200         MOVE "F" TO SF-PRINT-MODE-PARM
029300     END-IF.
029400     IF SF-STATUS-PARM = SPACES
029500         MOVE "A" TO SF-STATUS-PARM
029600     END-IF.
029700     INSPECT SF-STATUS-PARM CONVERTING "aics" TO "AICS".
029800     IF SF-STATE-PARM = SPACES
029900         MOVE "*" TO SF-STATE-PARM
030000     END-IF.
030100     INSPECT SF-STATE-PARM CONVERTING
030200         "abcdefghijklmnopqrstuvwxyz"
030300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
030400
030500     ACCEPT SF-RUN-DATE FROM DATE.
030600     STRING "20"          DELIMITED BY SIZE
030700             SF-RUN-YY    DELIMITED BY SIZE
030800             "-"          DELIMITED BY SIZE
030900             SF-RUN-MM    DELIMITED BY SIZE
031000             "-"          DELIMITED BY SIZE
031100             SF-RUN-DD    DELIMITED BY SIZE
031200         INTO SF-RUN-DATE-DISPLAY.
031300
031400     IF NOT SF-MODE-LABELS AND NOT SF-MODE-LETTERS
031500         DISPLAY "SFLB100E - PRINT MODE MUST BE L OR F: "
031600             SF-PRINT-MODE-PARM
031700         MOVE 16 TO RETURN-CODE
031800         MOVE "Y" TO SF-EXIT-REQUESTED-SW
031900         GO TO 1000-INITIALIZE-EXIT
032000     END-IF.
032100
032200     MOVE SPACES TO SF-SEL-STATE-TABLE.
032300     MOVE ZERO TO SF-SEL-STATE-COUNT.
032400     IF NOT SF-ALL-STATES
032500         UNSTRING SF-STATE-PARM DELIMITED BY ","
032600             INTO SF-SEL-STATE(1) SF-SEL-STATE(2) SF-SEL-STATE(3)
032700                 SF-SEL-STATE(4) SF-SEL-STATE(5) SF-SEL-STATE(6)
032800                 SF-SEL-STATE(7) SF-SEL-STATE(8) SF-SEL-STATE(9)
032900                 SF-SEL-STATE(10)
033000             TALLYING IN SF-SEL-STATE-COUNT
033010             ON OVERFLOW
033020                 DISPLAY "SFLB111E - MORE THAN 10 STATES: "
033030                     SF-STATE-PARM
033040                 MOVE 16 TO RETURN-CODE
033050                 MOVE "Y" TO SF-EXIT-REQUESTED-SW
033060                 GO TO 1000-INITIALIZE-EXIT
033100         END-UNSTRING
033200     END-IF.
033300
033400     IF SF-MODE-LETTERS
033500         PERFORM 1200-LOAD-LETTER-TEXT
033600             THRU 1200-LOAD-LETTER-TEXT-EXIT
033700         IF SF-EXIT-REQUESTED
033800             GO TO 1000-INITIALIZE-EXIT
033900         END-IF
034000     END-IF.
034100
034200     OPEN INPUT Cla.
034300     IF NOT SF-CLA-STATUS-OK
034400         IF SF-CLA-STATUS-NOT-FOUND
034500             DISPLAY "SFLB101E - MASTER FILE NOT FOUND: "
034600                 SF-FILE-NAME-PARM
034700         ELSE
034800             DISPLAY "SFLB102E - UNABLE TO OPEN MASTER FILE: "
034900                 SF-FILE-NAME-PARM
035000             DISPLAY "SFLB102E - FILE STATUS IS "
035100                 SF-CLA-FILE-STATUS
035200         END-IF
035300         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
035400         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
035500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
035600         MOVE 16 TO RETURN-CODE
035700         MOVE "Y" TO SF-EXIT-REQUESTED-SW
035800         GO TO 1000-INITIALIZE-EXIT
035900     END-IF.
036000     CLOSE Cla.
036100
036200     OPEN OUTPUT SfLblRpt.
036300     IF SF-RPT-STATUS-OK
036400         MOVE "Y" TO SF-RPT-OPEN-SW
036500     ELSE
036600         DISPLAY "SFLB103E - UNABLE TO OPEN SFLBLRPT, STATUS "
036700             SF-RPT-FILE-STATUS
036800         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
036900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
037000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
037100         MOVE 16 TO RETURN-CODE
037200         MOVE "Y" TO SF-EXIT-REQUESTED-SW
037300         GO TO 1000-INITIALIZE-EXIT
037400     END-IF.
037500
037600     OPEN OUTPUT SfLabels.
037700     IF SF-LBL-STATUS-OK
037800         MOVE "Y" TO SF-LBL-OPEN-SW
037900     ELSE
038000         DISPLAY "SFLB104E - UNABLE TO OPEN SFLABELS, STATUS "
038100             SF-LBL-FILE-STATUS
038200         MOVE SF-LBL-FILE-STATUS TO SF-LOG-STATUS-VALUE
038300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
038400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
038500         MOVE 16 TO RETURN-CODE
038600         MOVE "Y" TO SF-EXIT-REQUESTED-SW
038700         CLOSE SfLblRpt
038800         MOVE "N" TO SF-RPT-OPEN-SW
038900     END-IF.
039000 1000-INITIALIZE-EXIT.
039100     EXIT.
039200*****************************************************************
039300*    1200-LOAD-LETTER-TEXT - READS THE FORM LETTER BODY INTO THE
039400*    LETTER TABLE.  A LETTER RUN WITH NO TEXT IS REFUSED.
039500*****************************************************************
039600 1200-LOAD-LETTER-TEXT.
039700     MOVE SPACES TO SF-LETTER-TABLE.
039800     MOVE ZERO TO SF-LETTER-COUNT.
039900     OPEN INPUT SfLetter.
040000     IF NOT SF-LTR-STATUS-OK
040100         DISPLAY "SFLB105E - UNABLE TO OPEN SFLETTER, STATUS "
040200             SF-LTR-FILE-STATUS
040300         MOVE SF-LTR-FILE-STATUS TO SF-LOG-STATUS-VALUE
040400         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
040500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
040600         MOVE 16 TO RETURN-CODE
040700         MOVE "Y" TO SF-EXIT-REQUESTED-SW
040800         GO TO 1200-LOAD-LETTER-TEXT-EXIT
040900     END-IF.
041000
041100     MOVE "N" TO SF-LTR-EOF-SW.
041200     PERFORM 1250-READ-LETTER-LINE
041300         THRU 1250-READ-LETTER-LINE-EXIT
041400         UNTIL SF-LTR-EOF.
041500     CLOSE SfLetter.
041600
041700     IF SF-LETTER-COUNT = ZERO
041800         DISPLAY "SFLB106E - SFLETTER HOLDS NO LETTER TEXT"
041900         MOVE 16 TO RETURN-CODE
042000         MOVE "Y" TO SF-EXIT-REQUESTED-SW
042100     END-IF.
042200 1200-LOAD-LETTER-TEXT-EXIT.
042300     EXIT.
042400*****************************************************************
042500*    1250-READ-LETTER-LINE - ONE LINE OF LETTER TEXT INTO THE
042600*    TABLE.  TEXT PAST THE SIXTIETH LINE IS IGNORED WITH A
042700*    WARNING RATHER THAN RUN OFF THE PAGE.
042800*****************************************************************
042900 1250-READ-LETTER-LINE.
043000     READ SfLetter
043100         AT END
043200             MOVE "Y" TO SF-LTR-EOF-SW
043300             GO TO 1250-READ-LETTER-LINE-EXIT
043400     END-READ.
043500     IF NOT SF-LTR-STATUS-OK
043600         MOVE SF-LTR-FILE-STATUS TO SF-LOG-STATUS-VALUE
043700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
043800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
043900         MOVE "Y" TO SF-LTR-EOF-SW
044000         GO TO 1250-READ-LETTER-LINE-EXIT
044100     END-IF.
044200
044300     IF SF-LETTER-COUNT >= SF-LETTER-MAX
044400         DISPLAY "SFLB108W - LETTER TEXT PAST LINE 60 IGNORED"
044500         MOVE "Y" TO SF-LTR-EOF-SW
044600         GO TO 1250-READ-LETTER-LINE-EXIT
044700     END-IF.
044800     ADD 1 TO SF-LETTER-COUNT.
044900     MOVE SF-LTR-LINE TO SF-LETTER-TEXT(SF-LETTER-COUNT).
045000 1250-READ-LETTER-LINE-EXIT.
045100     EXIT.
045200*****************************************************************
045300*    3000-RELEASE-INPUT - SORT INPUT PROCEDURE.  EVERY MASTER
045400*    RECORD THAT PASSES THE STATUS AND STATE SELECTION IS
045500*    RELEASED, CLASSED DELIVERABLE OR UNDELIVERABLE.
045600*****************************************************************
045700 3000-RELEASE-INPUT.
045800     OPEN INPUT Cla.
045900     IF NOT SF-CLA-STATUS-OK
046000         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
046100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
046200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
046300         MOVE 16 TO RETURN-CODE
046400         MOVE "Y" TO SF-END-OF-FILE-SW
046500         GO TO 3000-RELEASE-INPUT-EXIT
046600     END-IF.
046700
046800     MOVE "N" TO SF-END-OF-FILE-SW.
046900     PERFORM 3100-READ-CUSTOMER-RECORD
047000         THRU 3100-READ-CUSTOMER-RECORD-EXIT.
047100
047200     PERFORM 3200-RELEASE-ONE-RECORD
047300         THRU 3200-RELEASE-ONE-RECORD-EXIT
047400         UNTIL SF-END-OF-FILE.
047500
047600     CLOSE Cla.
047700     IF NOT SF-CLA-STATUS-OK
047800         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
047900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
048000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
048100     END-IF.
048200 3000-RELEASE-INPUT-EXIT.
048300     EXIT.
048400*****************************************************************
048500*    3100-READ-CUSTOMER-RECORD
048600*****************************************************************
048700 3100-READ-CUSTOMER-RECORD.
048800     READ Cla NEXT RECORD
048900         AT END MOVE "Y" TO SF-END-OF-FILE-SW
049000     END-READ.
049100*
049200*    A HARD READ ERROR ENDS THE RUN AND FAILS THE STEP.
049300*
049400     IF NOT SF-CLA-STATUS-OK AND NOT SF-CLA-STATUS-EOF
049500         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
049600         MOVE CUST-ID OF CustomerDetails(1:30)
049700             TO SF-LOG-CUST-ID-VALUE
049800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
049900         MOVE "Y" TO SF-END-OF-FILE-SW
050000         MOVE 16 TO RETURN-CODE
050100     END-IF.
050200 3100-READ-CUSTOMER-RECORD-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    3200-RELEASE-ONE-RECORD - APPLIES THE SELECTION AND THE
050600*    DELIVERABILITY TESTS TO THE RECORD IN THE BUFFER, RELEASES
050700*    IT IF SELECTED, THEN READS THE NEXT.
050800*****************************************************************
050900 3200-RELEASE-ONE-RECORD.
051000     ADD 1 TO SF-RECORD-COUNT.
051100
051200     PERFORM 3300-CHECK-SELECTION
051300         THRU 3300-CHECK-SELECTION-EXIT.
051400     IF NOT SF-RECORD-SELECTED
051500         ADD 1 TO SF-NOT-SELECTED-COUNT
051600         GO TO 3200-READ-NEXT
051700     END-IF.
051800
051900     MOVE SPACES TO SortLabel.
052000     MOVE "D" TO SLB-CLASS.
052100     MOVE CUST-ZIP-CODE OF CustomerDetails TO SLB-ZIP-CODE.
052200     MOVE CustomerDetails TO SLB-CUSTOMER.
052300*
052400*    THE TESTS RUN IN ADDRESS ORDER SO THE REASON SHOWN IS THE
052500*    FIRST PROBLEM THE MAIL ROOM WOULD HIT.
052600*
052700     IF CUST-ADDR-LINE1 OF CustomerDetails = SPACES
052800         MOVE "X" TO SLB-CLASS
052900         MOVE "ADDRESS LINE 1 BLANK" TO SLB-REASON
053000     ELSE
053100         IF CUST-CITY OF CustomerDetails = SPACES
053200             MOVE "X" TO SLB-CLASS
053300             MOVE "CITY MISSING" TO SLB-REASON
053400         ELSE
053500             IF CUST-ZIP-CODE OF CustomerDetails(1:5) NOT NUMERIC
053600                 MOVE "X" TO SLB-CLASS
053700                 MOVE "ZIP CODE MISSING OR INVALID" TO SLB-REASON
053800             END-IF
053900         END-IF
054000     END-IF.
054100     IF SLB-UNDELIVERABLE
054200         MOVE SPACES TO SLB-ZIP-CODE
054300     END-IF.
054400     RELEASE SortLabel.
054500 3200-READ-NEXT.
054600     PERFORM 3100-READ-CUSTOMER-RECORD
054700         THRU 3100-READ-CUSTOMER-RECORD-EXIT.
054800 3200-RELEASE-ONE-RECORD-EXIT.
054900     EXIT.
055000*****************************************************************
055100*    3300-CHECK-SELECTION - SETS SF-SELECTED-SW WHEN THE RECORD'S
055200*    STATUS IS ONE OF THE STATUS LETTERS ASKED FOR AND ITS STATE
055300*    IS ONE OF THE STATES ASKED FOR.
055400*****************************************************************
055500 3300-CHECK-SELECTION.
055600     MOVE "N" TO SF-SELECTED-SW.
055700
055800     IF NOT SF-ALL-STATUSES
055900         IF CUST-ACCT-STATUS OF CustomerDetails = SPACE
056000             GO TO 3300-CHECK-SELECTION-EXIT
056100         END-IF
056200         MOVE ZERO TO SF-STATUS-TALLY
056300         INSPECT SF-STATUS-PARM TALLYING SF-STATUS-TALLY
056400             FOR ALL CUST-ACCT-STATUS OF CustomerDetails
056500         IF SF-STATUS-TALLY = ZERO
056600             GO TO 3300-CHECK-SELECTION-EXIT
056700         END-IF
056800     END-IF.
056900
057000     IF SF-ALL-STATES
057100         MOVE "Y" TO SF-SELECTED-SW
057200         GO TO 3300-CHECK-SELECTION-EXIT
057300     END-IF.
057400
057500     MOVE 1 TO SF-SEL-STATE-SUB.
057600     PERFORM 3310-SCAN-STATE-TABLE
057700         THRU 3310-SCAN-STATE-TABLE-EXIT
057800         UNTIL SF-RECORD-SELECTED
057900             OR SF-SEL-STATE-SUB > SF-SEL-STATE-COUNT.
058000 3300-CHECK-SELECTION-EXIT.
058100     EXIT.
058200*****************************************************************
058300*    3310-SCAN-STATE-TABLE
058400*****************************************************************
058500 3310-SCAN-STATE-TABLE.
058600     IF CUST-STATE OF CustomerDetails =
058700             SF-SEL-STATE(SF-SEL-STATE-SUB)
058800         MOVE "Y" TO SF-SELECTED-SW
058900     END-IF.
059000     ADD 1 TO SF-SEL-STATE-SUB.
059100 3310-SCAN-STATE-TABLE-EXIT.
059200     EXIT.
059300*****************************************************************
059400*    4000-RETURN-OUTPUT - SORT OUTPUT PROCEDURE.  MAIL PIECES COME
059500*    BACK IN ZIP ORDER, FOLLOWED BY THE UNDELIVERABLE RECORDS.
059600*    THE PRESORT COUNTS ARE PRINTED AS THE ZIP BREAKS GO BY; THE
059700*    FIRST UNDELIVERABLE RECORD (OR THE END OF THE SORT) CLOSES
059800*    OFF THE PIECES AND STARTS THE EXCEPTIONS PAGE.
059900*****************************************************************
060000 4000-RETURN-OUTPUT.
060100     MOVE "N" TO SF-SORT-EOF-SW SF-PIECES-DONE-SW.
060200     MOVE "Y" TO SF-FIRST-PIECE-SW.
060300     MOVE ZERO TO SF-LABEL-COL.
060400     MOVE SPACES TO SF-LABEL-ROW.
060500     MOVE "MAILING PRESORT PIECE COUNTS" TO SF-RPT-TITLE.
060600     MOVE "  ZIP BREAK       ZIP      PIECES"
060700         TO SF-RPT-COLUMNS.
060800     MOVE ZERO TO SF-LINE-COUNT.
060900
061000     PERFORM 4100-RETURN-ONE-RECORD
061100         THRU 4100-RETURN-ONE-RECORD-EXIT
061200         UNTIL SF-SORT-EOF.
061300
061400     IF NOT SF-PIECES-DONE
061500         PERFORM 4800-FINISH-MAIL-PIECES
061600             THRU 4800-FINISH-MAIL-PIECES-EXIT
061700     END-IF.
061800 4000-RETURN-OUTPUT-EXIT.
061900     EXIT.
062000*****************************************************************
062100*    4100-RETURN-ONE-RECORD - TAKES THE NEXT SORTED RECORD AND
062200*    EITHER PRINTS ITS MAIL PIECE OR LISTS IT AS UNDELIVERABLE.
062300*****************************************************************
062400 4100-RETURN-ONE-RECORD.
062500     RETURN SfLblSort
062600         AT END
062700             MOVE "Y" TO SF-SORT-EOF-SW
062800             GO TO 4100-RETURN-ONE-RECORD-EXIT
062900     END-RETURN.
063000     MOVE SLB-CUSTOMER TO LabelCustomer.
063100
063200     IF SLB-UNDELIVERABLE
063300         IF NOT SF-PIECES-DONE
063400             PERFORM 4800-FINISH-MAIL-PIECES
063500                 THRU 4800-FINISH-MAIL-PIECES-EXIT
063600         END-IF
063700         PERFORM 4900-WRITE-EXCEPTION-LINE
063800             THRU 4900-WRITE-EXCEPTION-LINE-EXIT
063900         GO TO 4100-RETURN-ONE-RECORD-EXIT
064000     END-IF.
064100
064200     PERFORM 4200-CHECK-ZIP-BREAKS
064300         THRU 4200-CHECK-ZIP-BREAKS-EXIT.
064400     PERFORM 4300-BUILD-ADDRESS-BLOCK
064500         THRU 4300-BUILD-ADDRESS-BLOCK-EXIT.
064600
064700     IF SF-MODE-LETTERS
064800         PERFORM 4600-WRITE-FORM-LETTER
064900             THRU 4600-WRITE-FORM-LETTER-EXIT
065000     ELSE
065100         PERFORM 4400-ADD-TO-LABEL-ROW
065200             THRU 4400-ADD-TO-LABEL-ROW-EXIT
065300     END-IF.
065400
065500     ADD 1 TO SF-PIECE-COUNT SF-ZIP5-PIECES SF-ZIP3-PIECES.
065600     MOVE "N" TO SF-FIRST-PIECE-SW.
065700 4100-RETURN-ONE-RECORD-EXIT.
065800     EXIT.
065900*****************************************************************
066000*    4200-CHECK-ZIP-BREAKS - A CHANGE IN THE FIRST FIVE DIGITS
066100*    PRINTS THE 5-DIGIT COUNT; A CHANGE IN THE FIRST THREE ALSO
066200*    PRINTS THE 3-DIGIT COUNT UNDER IT.
066300*****************************************************************
066400 4200-CHECK-ZIP-BREAKS.
066500     IF SF-FIRST-PIECE
066600         MOVE CUST-ZIP-CODE OF LabelCustomer(1:5) TO SF-PREV-ZIP5
066700         MOVE CUST-ZIP-CODE OF LabelCustomer(1:3) TO SF-PREV-ZIP3
066800         GO TO 4200-CHECK-ZIP-BREAKS-EXIT
066900     END-IF.
067000
067100     IF CUST-ZIP-CODE OF LabelCustomer(1:5) NOT = SF-PREV-ZIP5
067200         PERFORM 4700-WRITE-ZIP5-TOTAL
067300             THRU 4700-WRITE-ZIP5-TOTAL-EXIT
067400     END-IF.
067500     IF CUST-ZIP-CODE OF LabelCustomer(1:3) NOT = SF-PREV-ZIP3
067600         PERFORM 4750-WRITE-ZIP3-TOTAL
067700             THRU 4750-WRITE-ZIP3-TOTAL-EXIT
067800     END-IF.
067900     MOVE CUST-ZIP-CODE OF LabelCustomer(1:5) TO SF-PREV-ZIP5.
068000     MOVE CUST-ZIP-CODE OF LabelCustomer(1:3) TO SF-PREV-ZIP3.
068100 4200-CHECK-ZIP-BREAKS-EXIT.
068200     EXIT.
068300*****************************************************************
068400*    4300-BUILD-ADDRESS-BLOCK - NAME (FIRST MIDDLE LAST), STREET,
068500*    OPTIONAL SECOND LINE AND CITY STATE ZIP, CLOSED UP.
068600*****************************************************************
068700 4300-BUILD-ADDRESS-BLOCK.
068800     MOVE SPACES TO SF-ADDRESS-BLOCK SF-NAME-LINE SF-CITY-LINE.
068900     IF CUST-MIDDLE-NAME OF LabelCustomer = SPACES
069000         STRING CUST-FIRST-NAME OF LabelCustomer
069100                                  DELIMITED BY "  "
069200                 " "              DELIMITED BY SIZE
069300                 CUST-LAST-NAME OF LabelCustomer
069400                                  DELIMITED BY "  "
069500             INTO SF-NAME-LINE
069600     ELSE
069700         STRING CUST-FIRST-NAME OF LabelCustomer
069800                                  DELIMITED BY "  "
069900                 " "              DELIMITED BY SIZE
070000                 CUST-MIDDLE-NAME OF LabelCustomer
070100                                  DELIMITED BY "  "
070200                 " "              DELIMITED BY SIZE
070300                 CUST-LAST-NAME OF LabelCustomer
070400                                  DELIMITED BY "  "
070500             INTO SF-NAME-LINE
070600     END-IF.
070700     IF CUST-FIRST-NAME OF LabelCustomer = SPACES
070800         MOVE CUST-LAST-NAME OF LabelCustomer TO SF-NAME-LINE
070900     END-IF.
071000
071100     STRING CUST-CITY OF LabelCustomer DELIMITED BY "  "
071200             " "                      DELIMITED BY SIZE
071300             CUST-STATE OF LabelCustomer
071400                                      DELIMITED BY SIZE
071500             "  "                     DELIMITED BY SIZE
071600             CUST-ZIP-CODE OF LabelCustomer
071700                                      DELIMITED BY SIZE
071800         INTO SF-CITY-LINE.
071900
072000     MOVE SF-NAME-LINE TO SF-ADDR-LINE(1).
072100     MOVE CUST-ADDR-LINE1 OF LabelCustomer TO SF-ADDR-LINE(2).
072200     IF CUST-ADDR-LINE2 OF LabelCustomer = SPACES
072300         MOVE SF-CITY-LINE TO SF-ADDR-LINE(3)
072400         MOVE 3 TO SF-ADDR-LINES
072500     ELSE
072600         MOVE CUST-ADDR-LINE2 OF LabelCustomer TO SF-ADDR-LINE(3)
072700         MOVE SF-CITY-LINE TO SF-ADDR-LINE(4)
072800         MOVE 4 TO SF-ADDR-LINES
072900     END-IF.
073000 4300-BUILD-ADDRESS-BLOCK-EXIT.
073100     EXIT.
073200*****************************************************************
073300*    4400-ADD-TO-LABEL-ROW - PLACES THE ADDRESS BLOCK IN THE NEXT
073400*    LABEL ACROSS, PRINTING THE ROW ONCE ALL THREE ARE FILLED.
073500*****************************************************************
073600 4400-ADD-TO-LABEL-ROW.
073700     ADD 1 TO SF-LABEL-COL.
073800     COMPUTE SF-LABEL-POS = (SF-LABEL-COL - 1) * 44 + 1.
073900     MOVE 1 TO SF-ADDR-SUB.
074000     PERFORM 4410-PLACE-LABEL-LINE
074100         THRU 4410-PLACE-LABEL-LINE-EXIT
074200         UNTIL SF-ADDR-SUB > SF-ADDR-LINES.
074300
074400     IF SF-LABEL-COL >= SF-LABELS-ACROSS
074500         PERFORM 4500-WRITE-LABEL-ROW
074600             THRU 4500-WRITE-LABEL-ROW-EXIT
074700     END-IF.
074800 4400-ADD-TO-LABEL-ROW-EXIT.
074900     EXIT.
075000*****************************************************************
075100*    4410-PLACE-LABEL-LINE
075200*****************************************************************
075300 4410-PLACE-LABEL-LINE.
075400     MOVE SF-ADDR-LINE(SF-ADDR-SUB)
075500         TO SF-ROW-LINE(SF-ADDR-SUB)(SF-LABEL-POS:40).
075600     ADD 1 TO SF-ADDR-SUB.
075700 4410-PLACE-LABEL-LINE-EXIT.
075800     EXIT.
075900*****************************************************************
076000*    4500-WRITE-LABEL-ROW - PRINTS THE SIX LINES OF A LABEL ROW
076100*    AND CLEARS IT FOR THE NEXT THREE LABELS.
076200*****************************************************************
076300 4500-WRITE-LABEL-ROW.
076400     IF SF-LABEL-COL = ZERO
076500         GO TO 4500-WRITE-LABEL-ROW-EXIT
076600     END-IF.
076700     MOVE 1 TO SF-ROW-SUB.
076800     PERFORM 4510-WRITE-ROW-LINE
076900         THRU 4510-WRITE-ROW-LINE-EXIT
077000         UNTIL SF-ROW-SUB > SF-LABEL-DEPTH.
077100     MOVE SPACES TO SF-LABEL-ROW.
077200     MOVE ZERO TO SF-LABEL-COL.
077300 4500-WRITE-LABEL-ROW-EXIT.
077400     EXIT.
077500*****************************************************************
077600*    4510-WRITE-ROW-LINE
077700*****************************************************************
077800 4510-WRITE-ROW-LINE.
077900     MOVE SF-ROW-LINE(SF-ROW-SUB) TO SF-LBL-LINE.
078000     WRITE SF-LBL-LINE.
078100     ADD 1 TO SF-ROW-SUB.
078200 4510-WRITE-ROW-LINE-EXIT.
078300     EXIT.
078400*****************************************************************
078500*    4600-WRITE-FORM-LETTER - ONE LETTER TO A PAGE: RUN DATE,
078600*    ADDRESS BLOCK, SALUTATION AND THE SFLETTER BODY TEXT.
078700*****************************************************************
078800 4600-WRITE-FORM-LETTER.
078900     IF NOT SF-FIRST-PIECE
079000         MOVE SPACES TO SF-LBL-LINE
079100         WRITE SF-LBL-LINE BEFORE ADVANCING PAGE
079200     END-IF.
079300
079400     MOVE SPACES TO SF-LBL-LINE.
079500     WRITE SF-LBL-LINE.
079600     WRITE SF-LBL-LINE.
079700     MOVE SPACES TO SF-LBL-LINE.
079800     MOVE SF-RUN-DATE-DISPLAY TO SF-LBL-LINE(6:10).
079900     WRITE SF-LBL-LINE.
080000     MOVE SPACES TO SF-LBL-LINE.
080100     WRITE SF-LBL-LINE.
080200     WRITE SF-LBL-LINE.
080300
080400     MOVE 1 TO SF-ADDR-SUB.
080500     PERFORM 4610-WRITE-LETTER-ADDRESS
080600         THRU 4610-WRITE-LETTER-ADDRESS-EXIT
080700         UNTIL SF-ADDR-SUB > SF-ADDR-LINES.
080800
080900     MOVE SPACES TO SF-LBL-LINE.
081000     WRITE SF-LBL-LINE.
081100     WRITE SF-LBL-LINE.
081200     MOVE SPACES TO SF-SALUTATION-LINE.
081300     IF CUST-FIRST-NAME OF LabelCustomer = SPACES
081400         MOVE "DEAR CUSTOMER:" TO SF-SALUTATION-LINE
081500     ELSE
081600         STRING "DEAR "            DELIMITED BY SIZE
081700                 CUST-FIRST-NAME OF LabelCustomer
081800                                   DELIMITED BY "  "
081900                 " "               DELIMITED BY SIZE
082000                 CUST-LAST-NAME OF LabelCustomer
082100                                   DELIMITED BY "  "
082200                 ":"               DELIMITED BY SIZE
082300             INTO SF-SALUTATION-LINE
082400     END-IF.
082500     MOVE SPACES TO SF-LBL-LINE.
082600     MOVE SF-SALUTATION-LINE TO SF-LBL-LINE(6:80).
082700     WRITE SF-LBL-LINE.
082800     MOVE SPACES TO SF-LBL-LINE.
082900     WRITE SF-LBL-LINE.
083000
083100     MOVE 1 TO SF-LETTER-SUB.
083200     PERFORM 4650-WRITE-LETTER-BODY
083300         THRU 4650-WRITE-LETTER-BODY-EXIT
083400         UNTIL SF-LETTER-SUB > SF-LETTER-COUNT.
083500 4600-WRITE-FORM-LETTER-EXIT.
083600     EXIT.
083700*****************************************************************
083800*    4610-WRITE-LETTER-ADDRESS
083900*****************************************************************
084000 4610-WRITE-LETTER-ADDRESS.
084100     MOVE SPACES TO SF-LBL-LINE.
084200     MOVE SF-ADDR-LINE(SF-ADDR-SUB) TO SF-LBL-LINE(6:40).
084300     WRITE SF-LBL-LINE.
084400     ADD 1 TO SF-ADDR-SUB.
084500 4610-WRITE-LETTER-ADDRESS-EXIT.
084600     EXIT.
084700*****************************************************************
084800*    4650-WRITE-LETTER-BODY
084900*****************************************************************
085000 4650-WRITE-LETTER-BODY.
085100     MOVE SPACES TO SF-LBL-LINE.
085200     MOVE SF-LETTER-TEXT(SF-LETTER-SUB) TO SF-LBL-LINE(6:80).
085300     WRITE SF-LBL-LINE.
085400     ADD 1 TO SF-LETTER-SUB.
085500 4650-WRITE-LETTER-BODY-EXIT.
085600     EXIT.
085700*****************************************************************
085800*    4700-WRITE-ZIP5-TOTAL - PIECES FOR THE 5-DIGIT ZIP JUST
085900*    FINISHED.
086000*****************************************************************
086100 4700-WRITE-ZIP5-TOTAL.
086200     ADD 1 TO SF-ZIP5-GROUPS.
086300     MOVE SF-ZIP5-PIECES TO SF-COUNT-EDIT.
086400     MOVE SPACES TO SF-DETAIL-LINE.
086500     STRING "  5-DIGIT         "   DELIMITED BY SIZE
086600             SF-PREV-ZIP5          DELIMITED BY SIZE
086700             "    "                DELIMITED BY SIZE
086800             SF-COUNT-EDIT         DELIMITED BY SIZE
086900         INTO SF-DETAIL-LINE.
087000     PERFORM 5000-WRITE-RPT-LINE
087100         THRU 5000-WRITE-RPT-LINE-EXIT.
087200     MOVE ZERO TO SF-ZIP5-PIECES.
087300 4700-WRITE-ZIP5-TOTAL-EXIT.
087400     EXIT.
087500*****************************************************************
087600*    4750-WRITE-ZIP3-TOTAL - PIECES FOR THE 3-DIGIT ZIP PREFIX
087700*    JUST FINISHED, FOLLOWED BY A BLANK LINE.
087800*****************************************************************
087900 4750-WRITE-ZIP3-TOTAL.
088000     ADD 1 TO SF-ZIP3-GROUPS.
088100     MOVE SF-ZIP3-PIECES TO SF-COUNT-EDIT.
088200     MOVE SPACES TO SF-DETAIL-LINE.
088300     STRING "  3-DIGIT TOTAL   "   DELIMITED BY SIZE
088400             SF-PREV-ZIP3          DELIMITED BY SIZE
088500             "      "              DELIMITED BY SIZE
088600             SF-COUNT-EDIT         DELIMITED BY SIZE
088700         INTO SF-DETAIL-LINE.
088800     PERFORM 5000-WRITE-RPT-LINE
088900         THRU 5000-WRITE-RPT-LINE-EXIT.
089000     MOVE SPACES TO SF-DETAIL-LINE.
089100     PERFORM 5000-WRITE-RPT-LINE
089200         THRU 5000-WRITE-RPT-LINE-EXIT.
089300     MOVE ZERO TO SF-ZIP3-PIECES.
089400 4750-WRITE-ZIP3-TOTAL-EXIT.
089500     EXIT.
089600*****************************************************************
089700*    4800-FINISH-MAIL-PIECES - PRINTS THE LAST PART-FILLED LABEL
089800*    ROW AND THE FINAL ZIP BREAKS, THEN OPENS THE EXCEPTIONS
089900*    PAGE.  RUNS ONCE, AT THE FIRST UNDELIVERABLE RECORD OR THE
090000*    END OF THE SORT.
090100*****************************************************************
090200 4800-FINISH-MAIL-PIECES.
090300     MOVE "Y" TO SF-PIECES-DONE-SW.
090400     IF SF-MODE-LABELS
090500         PERFORM 4500-WRITE-LABEL-ROW
090600             THRU 4500-WRITE-LABEL-ROW-EXIT
090700     END-IF.
090800
090900     IF SF-PIECE-COUNT > ZERO
091000         PERFORM 4700-WRITE-ZIP5-TOTAL
091100             THRU 4700-WRITE-ZIP5-TOTAL-EXIT
091200         PERFORM 4750-WRITE-ZIP3-TOTAL
091300             THRU 4750-WRITE-ZIP3-TOTAL-EXIT
091400     END-IF.
091500
091600     MOVE SF-PIECE-COUNT TO SF-COUNT-EDIT.
091700     MOVE SPACES TO SF-DETAIL-LINE.
091800     STRING "  TOTAL PIECES              "  DELIMITED BY SIZE
091900             SF-COUNT-EDIT                  DELIMITED BY SIZE
092000         INTO SF-DETAIL-LINE.
092100     PERFORM 5000-WRITE-RPT-LINE
092200         THRU 5000-WRITE-RPT-LINE-EXIT.
092300
092400     MOVE "UNDELIVERABLE ADDRESS EXCEPTIONS" TO SF-RPT-TITLE.
092500     MOVE "  CUSTOMER-ID          NAME                 REASON"
092600         TO SF-RPT-COLUMNS.
092700     PERFORM 5100-WRITE-RPT-HEADING
092800         THRU 5100-WRITE-RPT-HEADING-EXIT.
092900 4800-FINISH-MAIL-PIECES-EXIT.
093000     EXIT.
093100*****************************************************************
093200*    4900-WRITE-EXCEPTION-LINE - ONE LINE PER UNDELIVERABLE
093300*    CUSTOMER: ID, NAME AND THE REASON NO PIECE WAS PRINTED.
093400*****************************************************************
093500 4900-WRITE-EXCEPTION-LINE.
093600     ADD 1 TO SF-EXCEPTION-COUNT.
093700     MOVE SPACES TO SF-DETAIL-LINE.
093800     STRING "  "                        DELIMITED BY SIZE
093900             CUST-ID OF LabelCustomer(1:20)
094000                                        DELIMITED BY SIZE
094100             " "                        DELIMITED BY SIZE
094200             CUST-LAST-NAME OF LabelCustomer
094300                                        DELIMITED BY SIZE
094400             " "                        DELIMITED BY SIZE
094500             CUST-FIRST-NAME OF LabelCustomer
094600                                        DELIMITED BY SIZE
094700             " "                        DELIMITED BY SIZE
094800             SLB-REASON                 DELIMITED BY SIZE
094900         INTO SF-DETAIL-LINE.
095000     PERFORM 5000-WRITE-RPT-LINE
095100         THRU 5000-WRITE-RPT-LINE-EXIT.
095200 4900-WRITE-EXCEPTION-LINE-EXIT.
095300     EXIT.
095400*****************************************************************
095500*    5000-WRITE-RPT-LINE - WRITES SF-DETAIL-LINE TO SFLBLRPT WITH
095600*    A NEW HEADING EVERY 50 LINES.
095700*****************************************************************
095800 5000-WRITE-RPT-LINE.
095900     IF NOT SF-RPT-IS-OPEN
096000         GO TO 5000-WRITE-RPT-LINE-EXIT
096100     END-IF.
096200
096300     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 50
096400         PERFORM 5100-WRITE-RPT-HEADING
096500             THRU 5100-WRITE-RPT-HEADING-EXIT
096600     END-IF.
096700
096800     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
096900     WRITE SF-RPT-LINE.
097000     ADD 1 TO SF-LINE-COUNT.
097100 5000-WRITE-RPT-LINE-EXIT.
097200     EXIT.
097300*****************************************************************
097400*    5100-WRITE-RPT-HEADING
097500*****************************************************************
097600 5100-WRITE-RPT-HEADING.
097700     IF NOT SF-RPT-IS-OPEN
097800         GO TO 5100-WRITE-RPT-HEADING-EXIT
097900     END-IF.
098000     ADD 1 TO SF-PAGE-COUNT.
098100     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
098200     STRING SF-RPT-TITLE          DELIMITED BY SIZE
098300             "   RUN DATE: "       DELIMITED BY SIZE
098400             SF-RUN-DATE-DISPLAY   DELIMITED BY SIZE
098500             "   PAGE: "           DELIMITED BY SIZE
098600             SF-PAGE-COUNT         DELIMITED BY SIZE
098700         INTO SF-HEADING-LINE-1.
098800     MOVE SF-RPT-COLUMNS TO SF-HEADING-LINE-2.
098900
099000     IF SF-PAGE-COUNT > 1
099100         MOVE SPACES TO SF-RPT-LINE
099200         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
099300     END-IF.
099400     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
099500     WRITE SF-RPT-LINE.
099600     MOVE SF-HEADING-LINE-2 TO SF-RPT-LINE.
099700     WRITE SF-RPT-LINE.
099800     MOVE SPACES TO SF-RPT-LINE.
099900     WRITE SF-RPT-LINE.
100000     MOVE 3 TO SF-LINE-COUNT.
100100 5100-WRITE-RPT-HEADING-EXIT.
100200     EXIT.
100300*****************************************************************
100400*    5200-WRITE-SUMMARY - RUN COUNTS AND THE BALANCE CHECK:
100500*    READ = NOT SELECTED + UNDELIVERABLE + PIECES PRINTED.
100600*****************************************************************
100700 5200-WRITE-SUMMARY.
100800     MOVE SPACES TO SF-DETAIL-LINE.
100900     PERFORM 5000-WRITE-RPT-LINE
101000         THRU 5000-WRITE-RPT-LINE-EXIT.
101100
101200     MOVE SF-RECORD-COUNT TO SF-COUNT-EDIT.
101300     MOVE SPACES TO SF-DETAIL-LINE.
101400     STRING "MASTER RECORDS READ . . . . : " DELIMITED BY SIZE
101500             SF-COUNT-EDIT                   DELIMITED BY SIZE
101600         INTO SF-DETAIL-LINE.
101700     PERFORM 5000-WRITE-RPT-LINE
101800         THRU 5000-WRITE-RPT-LINE-EXIT.
101900
102000     MOVE SF-NOT-SELECTED-COUNT TO SF-COUNT-EDIT.
102100     MOVE SPACES TO SF-DETAIL-LINE.
102200     STRING "NOT SELECTED  . . . . . . . : " DELIMITED BY SIZE
102300             SF-COUNT-EDIT                   DELIMITED BY SIZE
102400         INTO SF-DETAIL-LINE.
102500     PERFORM 5000-WRITE-RPT-LINE
102600         THRU 5000-WRITE-RPT-LINE-EXIT.
102700
102800     MOVE SF-EXCEPTION-COUNT TO SF-COUNT-EDIT.
102900     MOVE SPACES TO SF-DETAIL-LINE.
103000     STRING "UNDELIVERABLE . . . . . . . : " DELIMITED BY SIZE
103100             SF-COUNT-EDIT                   DELIMITED BY SIZE
103200         INTO SF-DETAIL-LINE.
103300     PERFORM 5000-WRITE-RPT-LINE
103400         THRU 5000-WRITE-RPT-LINE-EXIT.
103500
103600     MOVE SF-PIECE-COUNT TO SF-COUNT-EDIT.
103700     MOVE SPACES TO SF-DETAIL-LINE.
103800     STRING "PIECES PRINTED  . . . . . . : " DELIMITED BY SIZE
103900             SF-COUNT-EDIT                   DELIMITED BY SIZE
104000         INTO SF-DETAIL-LINE.
104100     PERFORM 5000-WRITE-RPT-LINE
104200         THRU 5000-WRITE-RPT-LINE-EXIT.
104300
104400     MOVE SF-ZIP5-GROUPS TO SF-COUNT-EDIT.
104500     MOVE SPACES TO SF-DETAIL-LINE.
104600     STRING "5-DIGIT ZIP GROUPS  . . . . : " DELIMITED BY SIZE
104700             SF-COUNT-EDIT                   DELIMITED BY SIZE
104800         INTO SF-DETAIL-LINE.
104900     PERFORM 5000-WRITE-RPT-LINE
105000         THRU 5000-WRITE-RPT-LINE-EXIT.
105100
105200     MOVE SF-ZIP3-GROUPS TO SF-COUNT-EDIT.
105300     MOVE SPACES TO SF-DETAIL-LINE.
105400     STRING "3-DIGIT ZIP GROUPS  . . . . : " DELIMITED BY SIZE
105500             SF-COUNT-EDIT                   DELIMITED BY SIZE
105600         INTO SF-DETAIL-LINE.
105700     PERFORM 5000-WRITE-RPT-LINE
105800         THRU 5000-WRITE-RPT-LINE-EXIT.
105900
106000     COMPUTE SF-BALANCE-COUNT = SF-NOT-SELECTED-COUNT
106100         + SF-EXCEPTION-COUNT + SF-PIECE-COUNT.
106200     MOVE SPACES TO SF-DETAIL-LINE.
106300     IF SF-BALANCE-COUNT = SF-RECORD-COUNT
106400         MOVE "COUNTS IN BALANCE" TO SF-DETAIL-LINE
106500     ELSE
106600         MOVE "*** COUNTS OUT OF BALANCE ***" TO SF-DETAIL-LINE
106700         MOVE 16 TO RETURN-CODE
106800     END-IF.
106900     PERFORM 5000-WRITE-RPT-LINE
107000         THRU 5000-WRITE-RPT-LINE-EXIT.
107100 5200-WRITE-SUMMARY-EXIT.
107200     EXIT.
107300*****************************************************************
107400*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
107500*    SAME SFERRLOG FILE SF AND SFM USE.
107600*****************************************************************
107700 8000-LOG-FILE-ERROR.
107800     IF NOT SF-LOG-IS-OPEN
107900         OPEN EXTEND SfErrLog
108000         IF NOT SF-LOG-STATUS-OK
108100             OPEN OUTPUT SfErrLog
108200         END-IF
108300         IF SF-LOG-STATUS-OK
108400             MOVE "Y" TO SF-LOG-OPEN-SW
108500         END-IF
108600     END-IF.
108700
108800     IF SF-LOG-IS-OPEN
108900         ACCEPT SF-RUN-TIME FROM TIME
109000         MOVE SPACES TO SF-LOG-DETAIL-LINE
109100         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
109200                 " "                   DELIMITED BY SIZE
109300                 SF-RUN-TIME           DELIMITED BY SIZE
109400                 "  SFLABL FILE STATUS " DELIMITED BY SIZE
109500                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
109600                 "  CUSTOMER-ID "      DELIMITED BY SIZE
109700                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
109800             INTO SF-LOG-DETAIL-LINE
109900         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
110000         WRITE SF-LOG-LINE
110100     END-IF.
110200 8000-LOG-FILE-ERROR-EXIT.
110300     EXIT.
110400*****************************************************************
110500*    9000-TERMINATE - WRITE THE SUMMARY, SET THE RETURN CODE,
110600*    ECHO THE COUNTS AND CLOSE EVERYTHING.
110700*****************************************************************
110800 9000-TERMINATE.
110900     PERFORM 5200-WRITE-SUMMARY
111000         THRU 5200-WRITE-SUMMARY-EXIT.
111100
111200     DISPLAY " ".
111300     DISPLAY "MASTER RECORDS READ . : " SF-RECORD-COUNT.
111400     DISPLAY "NOT SELECTED  . . . . : " SF-NOT-SELECTED-COUNT.
111500     DISPLAY "UNDELIVERABLE . . . . : " SF-EXCEPTION-COUNT.
111600     DISPLAY "PIECES PRINTED  . . . : " SF-PIECE-COUNT.
111700
111800     IF RETURN-CODE = ZERO
111900         IF SF-PIECE-COUNT = ZERO AND SF-EXCEPTION-COUNT = ZERO
112000             DISPLAY "SFLB109W - NO CUSTOMERS SELECTED"
112100             MOVE 8 TO RETURN-CODE
112200         ELSE
112300             IF SF-EXCEPTION-COUNT > ZERO
112400                 MOVE 4 TO RETURN-CODE
112500             END-IF
112600         END-IF
112700     END-IF.
112800
112900     IF SF-LBL-IS-OPEN
113000         CLOSE SfLabels
113100         IF NOT SF-LBL-STATUS-OK
113200             MOVE SF-LBL-FILE-STATUS TO SF-LOG-STATUS-VALUE
113300             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
113400             PERFORM 8000-LOG-FILE-ERROR
113500                 THRU 8000-LOG-FILE-ERROR-EXIT
113600         END-IF
113700     END-IF.
113800     IF SF-RPT-IS-OPEN
113900         CLOSE SfLblRpt
114000         IF NOT SF-RPT-STATUS-OK
114100             MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
114200             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
114300             PERFORM 8000-LOG-FILE-ERROR
114400                 THRU 8000-LOG-FILE-ERROR-EXIT
114500         END-IF
114600     END-IF.
114700     IF SF-LOG-IS-OPEN
114800         CLOSE SfErrLog
114900         IF NOT SF-LOG-STATUS-OK
115000             DISPLAY "SFLB110E - ERROR CLOSING SFERRLOG, STATUS "
115100                 SF-LOG-FILE-STATUS
115200         END-IF
115300     END-IF.
115400 9000-TERMINATE-EXIT.
115500     EXIT.
115600*****************************************************************
115700*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
115800*****************************************************************
115900 9999-END-PROGRAM-EXIT.
116000     STOP RUN.
