000100*****************************************************************
000200*    PROGRAM......: SFHHRPT
000300*    DESCRIPTION..: HOUSEHOLD REPORT.  LISTS EVERY HOUSEHOLD ON
000400*                   THE SFHHOLD FILE (COPYBOOK CUSTHHLD) IN
000500*                   HOUSEHOLD-ID ORDER WITH ITS MEMBERS - EACH
000600*                   ONE'S CUSTOMER-ID, NAME AND ACCOUNT STATUS
000700*                   FROM THE Cla MASTER, AND WHETHER THE LINK WAS
000800*                   BUILT BY SFHHLD OR SET BY HAND.  A HOUSEHOLD
000900*                   WHERE SOME ACCOUNTS ARE ACTIVE AND OTHERS
001000*                   CLOSED IS FLAGGED - THE USUAL SIGN OF AN
001100*                   ESTATE BEING CLOSED ONE ACCOUNT AT A TIME - AS
001200*                   ARE MEMBERS NO LONGER ON THE MASTER AND
001300*                   HOUSEHOLDS LEFT WITH ONE MEMBER.  CUSTOMERS
001400*                   UNLINKED BY HAND (HOUSEHOLD ZERO) ARE NOT
001500*                   LISTED.
001600*
001700*                   THE CHAINING PARM IS THE MASTER NAME AND THE
001800*                   OPTIONAL SCOPE LETTER: A (DEFAULT) LISTS EVERY
001900*                   HOUSEHOLD, E ONLY THE FLAGGED ONES.  RETURN
002000*                   CODE 4 WHEN ANY HOUSEHOLD IS MIXED
002100*                   ACTIVE/CLOSED.
002200*-----------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE        INIT  DESCRIPTION
002500*    2026-10-15   CM   ORIGINAL - COMPANION REPORT TO THE SFHHLD
002600*                      HOUSEHOLD BUILD.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. sfhhrpt.
003000 AUTHOR. C MILLER.
003100 INSTALLATION. DATA PROCESSING.
003200 DATE-WRITTEN. 10/15/2026.
003300 DATE-COMPILED.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-PC.
003700 OBJECT-COMPUTER. IBM-PC.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*
004100*    Cla IS THE INDEXED CUSTOMER MASTER, READ BY KEY FOR EACH
004200*    MEMBER'S NAME AND STATUS.
004300*
004400     SELECT Cla ASSIGN TO SF-FILE-NAME-PARM
004500             ORGANIZATION IS INDEXED
004600             ACCESS MODE IS DYNAMIC
004700             RECORD KEY IS CUST-ID
004800             ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
004900             FILE STATUS IS SF-CLA-FILE-STATUS.
005000*
005100*    SfHHold IS THE HOUSEHOLD FILE SFHHLD MAINTAINS, WALKED HERE
005200*    ON ITS HOUSEHOLD-ID ALTERNATE KEY.
005300*
005400     SELECT SfHHold ASSIGN TO "SFHHOLD"
005500             ORGANIZATION IS INDEXED
005600             ACCESS MODE IS DYNAMIC
005700             RECORD KEY IS HHM-CUST-ID
005800             ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
005900                 WITH DUPLICATES
006000             FILE STATUS IS SF-HHD-FILE-STATUS.
006100     SELECT SfHHList ASSIGN TO "SFHHLST"
006200             ORGANIZATION IS LINE SEQUENTIAL
006300             FILE STATUS IS SF-RPT-FILE-STATUS.
006400     SELECT SfErrLog ASSIGN TO "SFERRLOG"
006500             ORGANIZATION IS LINE SEQUENTIAL
006600             FILE STATUS IS SF-LOG-FILE-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  Cla.
007000 01  CustomerDetails.
007100     COPY CUSTDTL.
007200 FD  SfHHold.
007300 01  HouseholdMember.
007400     COPY CUSTHHLD.
007500 FD  SfHHList.
007600 01  SF-RPT-LINE                      PIC X(132).
007700 FD  SfErrLog.
007800 01  SF-LOG-LINE                      PIC X(132).
007900 WORKING-STORAGE SECTION.
008000*-----------------------------------------------------------------
008100*    CHAINING PARAMETERS
008200*-----------------------------------------------------------------
008300 01  SF-RUN-PARM                      PIC X(70)  VALUE SPACES.
008400 01  SF-FILE-NAME-PARM                PIC X(60).
008500 01  SF-SCOPE-PARM                    PIC X(01)  VALUE "A".
008600     88  SF-SCOPE-ALL                 VALUE "A" " ".
008700     88  SF-SCOPE-EXCEPTIONS          VALUE "E".
008800*-----------------------------------------------------------------
008900*    FILE STATUS AND SWITCHES.  READING ON A DUPLICATE HOUSEHOLD
009000*    ID RETURNS 02, WHICH IS A GOOD COMPLETION.
009100*-----------------------------------------------------------------
009200 01  SF-CLA-FILE-STATUS               PIC X(02)  VALUE SPACES.
009300     88  SF-CLA-STATUS-OK             VALUE "00".
009400     88  SF-CLA-STATUS-NOT-FOUND      VALUE "35".
009500 01  SF-HHD-FILE-STATUS               PIC X(02)  VALUE SPACES.
009600     88  SF-HHD-STATUS-OK             VALUE "00" "02".
009700     88  SF-HHD-STATUS-NOT-FOUND      VALUE "35".
009800 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
009900     88  SF-RPT-STATUS-OK             VALUE "00".
010000 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
010100     88  SF-LOG-STATUS-OK             VALUE "00".
010200 01  SF-LOG-STATUS-VALUE              PIC X(09)  VALUE SPACES.
010300 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
010400 01  SF-SWITCHES.
010500     05  SF-HHD-END-SW                PIC X(01)  VALUE "N".
010600         88  SF-HHD-END               VALUE "Y".
010700     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
010800         88  SF-LOG-IS-OPEN           VALUE "Y".
010900     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
011000         88  SF-EXIT-REQUESTED        VALUE "Y".
011100*-----------------------------------------------------------------
011200*    HOUSEHOLD WORK AREAS - THE MEMBERS OF THE HOUSEHOLD BEING
011300*    GATHERED, WITH WHAT THE MASTER SAYS ABOUT EACH.
011400*-----------------------------------------------------------------
011500 77  SF-MBR-MAX                       PIC 9(02)  VALUE 50.
011600 77  SF-MBR-COUNT                     PIC 9(02)  VALUE ZERO COMP.
011700 77  SF-MBR-SUB                       PIC 9(02)  VALUE ZERO COMP.
011800 77  SF-MBR-EXTRA                     PIC 9(05)  VALUE ZERO COMP.
011900 01  SF-CURR-HH-ID                    PIC 9(08)  VALUE ZERO.
012000 01  SF-MEMBER-TABLE.
012100     05  SF-MEMBER-ENTRY              OCCURS 50.
012200         10  SF-MBR-CUST-ID           PIC X(60).
012300         10  SF-MBR-NAME              PIC X(32).
012400         10  SF-MBR-STATUS            PIC X(01).
012500         10  SF-MBR-SOURCE            PIC X(01).
012600         10  SF-MBR-LINK-DATE         PIC X(10).
012700         10  SF-MBR-ON-MASTER-SW      PIC X(01).
012800             88  SF-MBR-ON-MASTER     VALUE "Y".
012900 01  SF-HH-ACTIVE-COUNT               PIC 9(03)  VALUE ZERO.
013000 01  SF-HH-CLOSED-COUNT               PIC 9(03)  VALUE ZERO.
013100 01  SF-HH-MISSING-COUNT              PIC 9(03)  VALUE ZERO.
013200 01  SF-HH-FLAG                       PIC X(40)  VALUE SPACES.
013300*-----------------------------------------------------------------
013400*    COUNTERS
013500*-----------------------------------------------------------------
013600 01  SF-LINK-READ-COUNT               PIC 9(07)  VALUE ZERO.
013700 01  SF-HOUSEHOLD-COUNT               PIC 9(07)  VALUE ZERO.
013800 01  SF-MEMBER-COUNT                  PIC 9(07)  VALUE ZERO.
013900 01  SF-LISTED-COUNT                  PIC 9(07)  VALUE ZERO.
014000 01  SF-MIXED-COUNT                   PIC 9(07)  VALUE ZERO.
014100 01  SF-SINGLE-COUNT                  PIC 9(07)  VALUE ZERO.
014200 01  SF-MISSING-COUNT                 PIC 9(07)  VALUE ZERO.
014300*-----------------------------------------------------------------
014400*    REPORT WORK AREAS
014500*-----------------------------------------------------------------
014600 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
014700 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
014800 01  SF-RPT-TITLE                     PIC X(34)
014900         VALUE "HOUSEHOLD REPORT                  ".
015000 01  SF-STATUS-TEXT                   PIC X(09)  VALUE SPACES.
015100 01  SF-SOURCE-TEXT                   PIC X(05)  VALUE SPACES.
015200 01  SF-NOTE-TEXT                     PIC X(13)  VALUE SPACES.
015300 01  SF-MBR-COUNT-EDIT                PIC Z9.
015400 01  SF-SUMMARY-LABEL                 PIC X(30)  VALUE SPACES.
015500 01  SF-HEADING-LINE-1                PIC X(132).
015600 01  SF-HEADING-LINE-2                PIC X(132).
015700 01  SF-DETAIL-LINE                   PIC X(132).
015800 01  SF-LOG-DETAIL-LINE               PIC X(132).
015900 01  SF-COUNT-EDIT                    PIC Z(06)9.
016000*-----------------------------------------------------------------
016100*    DATE AND TIME
016200*-----------------------------------------------------------------
016300 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
016400 01  SF-RUN-DATE.
016500     05  SF-RUN-YY                    PIC 9(02).
016600     05  SF-RUN-MM                    PIC 9(02).
016700     05  SF-RUN-DD                    PIC 9(02).
016800 01  SF-RUN-TIME                      PIC 9(08).
016900 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
017000*****************************************************************
017100 0000-MAINLINE-CONTROL.
017200     PERFORM 1000-INITIALIZE
017300         THRU 1000-INITIALIZE-EXIT.
017400
017500     IF SF-EXIT-REQUESTED
017600         GO TO 9999-END-PROGRAM-EXIT.
017700
017800     PERFORM 2000-LIST-HOUSEHOLDS
017900         THRU 2000-LIST-HOUSEHOLDS-EXIT.
018000
018100     PERFORM 9000-TERMINATE
018200         THRU 9000-TERMINATE-EXIT.
018300
018400     GO TO 9999-END-PROGRAM-EXIT.
018500*****************************************************************
018600*    1000-INITIALIZE - SPLIT THE PARM AND OPEN THE FILES.
018700*****************************************************************
018800 1000-INITIALIZE.
018900     MOVE SPACES TO SF-FILE-NAME-PARM.
019000     MOVE "A" TO SF-SCOPE-PARM.
019100     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
019200         INTO SF-FILE-NAME-PARM SF-SCOPE-PARM.
019300     INSPECT SF-SCOPE-PARM CONVERTING "ae" TO "AE".
019400     IF NOT SF-SCOPE-ALL AND NOT SF-SCOPE-EXCEPTIONS
019500         DISPLAY "SFHR100E - INVALID REPORT SCOPE: " SF-SCOPE-PARM
019600         DISPLAY "SFHR100E - USE A (ALL) OR E (EXCEPTIONS ONLY)"
019700         MOVE 16 TO RETURN-CODE
019800         MOVE "Y" TO SF-EXIT-REQUESTED-SW
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF.
020100     IF SF-SCOPE-EXCEPTIONS
020200         MOVE "HOUSEHOLD REPORT - EXCEPTIONS ONLY"
020300             TO SF-RPT-TITLE
020400     END-IF.
020500
020600     ACCEPT SF-RUN-DATE FROM DATE.
020700     STRING "20"          DELIMITED BY SIZE
020800             SF-RUN-YY    DELIMITED BY SIZE
020900             "-"          DELIMITED BY SIZE
021000             SF-RUN-MM    DELIMITED BY SIZE
021100             "-"          DELIMITED BY SIZE
021200             SF-RUN-DD    DELIMITED BY SIZE
021300         INTO SF-RUN-DATE-DISPLAY.
021400
021500     OPEN INPUT Cla.
021600     IF NOT SF-CLA-STATUS-OK
021700         IF SF-CLA-STATUS-NOT-FOUND
021800             DISPLAY "SFHR101E - MASTER FILE NOT FOUND: "
021900                 SF-FILE-NAME-PARM
022000         ELSE
022100             DISPLAY "SFHR102E - UNABLE TO OPEN MASTER FILE: "
022200                 SF-FILE-NAME-PARM
022300             DISPLAY "SFHR102E - FILE STATUS IS "
022400                 SF-CLA-FILE-STATUS
022500         END-IF
022600         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
022700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
022800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
022900         MOVE 16 TO RETURN-CODE
023000         MOVE "Y" TO SF-EXIT-REQUESTED-SW
023100         GO TO 1000-INITIALIZE-EXIT
023200     END-IF.
023300*
023400*    NO HOUSEHOLD FILE MEANS SFHHLD HAS NEVER RUN - NOTHING TO
023500*    LIST, WHICH IS A WARNING RATHER THAN A FAILURE.
023600*
023700     OPEN INPUT SfHHold.
023800     IF NOT SF-HHD-STATUS-OK
023900         IF SF-HHD-STATUS-NOT-FOUND
024000             DISPLAY "SFHR103W - NO HOUSEHOLD FILE - RUN SFHHLD "
024100                 "FIRST"
024200             MOVE 4 TO RETURN-CODE
024300         ELSE
024400             DISPLAY "SFHR104E - UNABLE TO OPEN SFHHOLD, STATUS "
024500                 SF-HHD-FILE-STATUS
024600             MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
024700             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
024800             PERFORM 8000-LOG-FILE-ERROR
024900                 THRU 8000-LOG-FILE-ERROR-EXIT
025000             MOVE 16 TO RETURN-CODE
025100         END-IF
025200         MOVE "Y" TO SF-EXIT-REQUESTED-SW
025300         CLOSE Cla
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF.
025600
025700     OPEN OUTPUT SfHHList.
025800     IF NOT SF-RPT-STATUS-OK
025900         DISPLAY "SFHR105E - UNABLE TO OPEN SFHHLST, STATUS "
026000             SF-RPT-FILE-STATUS
026100         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
026200         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
026300         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
026400         MOVE 16 TO RETURN-CODE
026500         MOVE "Y" TO SF-EXIT-REQUESTED-SW
026600         CLOSE Cla SfHHold
026700     END-IF.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
027000*****************************************************************
027100*    2000-LIST-HOUSEHOLDS - WALKS THE HOUSEHOLD FILE ON ITS
027200*    HOUSEHOLD-ID KEY FROM ID 1, SO HAND UNLINKS (ID ZERO) ARE
027300*    PASSED OVER.  EACH CHANGE OF ID LISTS THE HOUSEHOLD BEFORE.
027400*****************************************************************
027500 2000-LIST-HOUSEHOLDS.
027600     MOVE ZERO TO SF-MBR-COUNT SF-MBR-EXTRA SF-CURR-HH-ID.
027700     MOVE "N" TO SF-HHD-END-SW.
027800     MOVE 1 TO HHM-HOUSEHOLD-ID.
027900     START SfHHold KEY IS NOT LESS THAN HHM-HOUSEHOLD-ID
028000         INVALID KEY
028100             MOVE "Y" TO SF-HHD-END-SW
028200     END-START.
028300
028400     PERFORM 2100-READ-ONE-LINK
028500         THRU 2100-READ-ONE-LINK-EXIT
028600         UNTIL SF-HHD-END.
028700
028800     IF SF-MBR-COUNT > ZERO
028900         PERFORM 3000-LIST-ONE-HOUSEHOLD
029000             THRU 3000-LIST-ONE-HOUSEHOLD-EXIT
029100     END-IF.
029200 2000-LIST-HOUSEHOLDS-EXIT.
029300     EXIT.
029400*****************************************************************
029500*    2100-READ-ONE-LINK - READS THE NEXT MEMBER AND ADDS IT TO
029600*    THE HOUSEHOLD BEING GATHERED.
029700*****************************************************************
029800 2100-READ-ONE-LINK.
029900     READ SfHHold NEXT RECORD
030000         AT END MOVE "Y" TO SF-HHD-END-SW
030100     END-READ.
030200     IF SF-HHD-END
030300         GO TO 2100-READ-ONE-LINK-EXIT
030400     END-IF.
030500     IF NOT SF-HHD-STATUS-OK
030600         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
030700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
030800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
030900         MOVE "Y" TO SF-HHD-END-SW
031000         MOVE 16 TO RETURN-CODE
031100         GO TO 2100-READ-ONE-LINK-EXIT
031200     END-IF.
031300     ADD 1 TO SF-LINK-READ-COUNT.
031400
031500     IF SF-MBR-COUNT > ZERO AND
031600             HHM-HOUSEHOLD-ID NOT = SF-CURR-HH-ID
031700         PERFORM 3000-LIST-ONE-HOUSEHOLD
031800             THRU 3000-LIST-ONE-HOUSEHOLD-EXIT
031900     END-IF.
032000     MOVE HHM-HOUSEHOLD-ID TO SF-CURR-HH-ID.
032100     ADD 1 TO SF-MEMBER-COUNT.
032200     IF SF-MBR-COUNT NOT < SF-MBR-MAX
032300         ADD 1 TO SF-MBR-EXTRA
032400         GO TO 2100-READ-ONE-LINK-EXIT
032500     END-IF.
032600
032700     ADD 1 TO SF-MBR-COUNT.
032800     MOVE HHM-CUST-ID TO SF-MBR-CUST-ID(SF-MBR-COUNT).
032900     MOVE HHM-LINK-SOURCE TO SF-MBR-SOURCE(SF-MBR-COUNT).
033000     MOVE HHM-LINK-DATE TO SF-MBR-LINK-DATE(SF-MBR-COUNT).
033100     MOVE SPACES TO SF-MBR-NAME(SF-MBR-COUNT).
033200     MOVE SPACE TO SF-MBR-STATUS(SF-MBR-COUNT).
033300     MOVE "N" TO SF-MBR-ON-MASTER-SW(SF-MBR-COUNT).
033400
033500     MOVE HHM-CUST-ID TO CUST-ID.
033600     READ Cla
033700         INVALID KEY
033800             GO TO 2100-READ-ONE-LINK-EXIT
033900     END-READ.
034000     IF NOT SF-CLA-STATUS-OK
034100         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
034200         MOVE HHM-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
034300         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
034400         GO TO 2100-READ-ONE-LINK-EXIT
034500     END-IF.
034600     MOVE "Y" TO SF-MBR-ON-MASTER-SW(SF-MBR-COUNT).
034700     MOVE CUST-ACCT-STATUS TO SF-MBR-STATUS(SF-MBR-COUNT).
034800     STRING CUST-LAST-NAME         DELIMITED BY "  "
034900             ", "                  DELIMITED BY SIZE
035000             CUST-FIRST-NAME       DELIMITED BY "  "
035100         INTO SF-MBR-NAME(SF-MBR-COUNT).
035200 2100-READ-ONE-LINK-EXIT.
035300     EXIT.
035400*****************************************************************
035500*    3000-LIST-ONE-HOUSEHOLD - CLASSIFIES THE GATHERED HOUSEHOLD
035600*    AND, UNLESS ONLY EXCEPTIONS ARE WANTED AND IT HAS NONE, LISTS
035700*    IT: A HOUSEHOLD LINE WITH ITS FLAG, THEN ONE LINE A MEMBER.
035800*****************************************************************
035900 3000-LIST-ONE-HOUSEHOLD.
036000     ADD 1 TO SF-HOUSEHOLD-COUNT.
036100     MOVE ZERO TO SF-HH-ACTIVE-COUNT SF-HH-CLOSED-COUNT
036200         SF-HH-MISSING-COUNT.
036300     PERFORM 3100-TALLY-ONE-MEMBER
036400         THRU 3100-TALLY-ONE-MEMBER-EXIT
036500         VARYING SF-MBR-SUB FROM 1 BY 1
036600         UNTIL SF-MBR-SUB > SF-MBR-COUNT.
036700
036800     MOVE SPACES TO SF-HH-FLAG.
036900     IF SF-HH-ACTIVE-COUNT > ZERO AND SF-HH-CLOSED-COUNT > ZERO
037000         ADD 1 TO SF-MIXED-COUNT
037100         MOVE "*** MIXED ACTIVE/CLOSED - REVIEW" TO SF-HH-FLAG
037200     ELSE
037300         IF SF-MBR-COUNT + SF-MBR-EXTRA < 2
037400             ADD 1 TO SF-SINGLE-COUNT
037500             MOVE "ONE MEMBER LEFT" TO SF-HH-FLAG
037600         ELSE
037700             IF SF-HH-MISSING-COUNT > ZERO
037800                 MOVE "MEMBER NOT ON MASTER" TO SF-HH-FLAG
037900             END-IF
038000         END-IF
038100     END-IF.
038200
038300     IF SF-SCOPE-EXCEPTIONS AND SF-HH-FLAG = SPACES
038400         GO TO 3000-LIST-ONE-HOUSEHOLD-RESET
038500     END-IF.
038600     ADD 1 TO SF-LISTED-COUNT.
038700
038800     IF SF-LINE-COUNT = ZERO OR
038900             SF-LINE-COUNT + SF-MBR-COUNT >= 50
039000         PERFORM 4100-WRITE-RPT-HEADING
039100             THRU 4100-WRITE-RPT-HEADING-EXIT
039200     END-IF.
039300     MOVE SF-MBR-COUNT TO SF-MBR-COUNT-EDIT.
039400     MOVE SPACES TO SF-DETAIL-LINE.
039500     STRING "HOUSEHOLD "          DELIMITED BY SIZE
039600             SF-CURR-HH-ID        DELIMITED BY SIZE
039700             "   MEMBERS: "       DELIMITED BY SIZE
039800             SF-MBR-COUNT-EDIT    DELIMITED BY SIZE
039900             "   "                DELIMITED BY SIZE
040000             SF-HH-FLAG           DELIMITED BY SIZE
040100         INTO SF-DETAIL-LINE.
040200     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
040300     WRITE SF-RPT-LINE.
040400     ADD 1 TO SF-LINE-COUNT.
040500
040600     PERFORM 3200-LIST-ONE-MEMBER
040700         THRU 3200-LIST-ONE-MEMBER-EXIT
040800         VARYING SF-MBR-SUB FROM 1 BY 1
040900         UNTIL SF-MBR-SUB > SF-MBR-COUNT.
041000     IF SF-MBR-EXTRA > ZERO
041100         MOVE SPACES TO SF-DETAIL-LINE
041200         MOVE SF-MBR-EXTRA TO SF-COUNT-EDIT
041300         STRING "    ... AND "        DELIMITED BY SIZE
041400                 SF-COUNT-EDIT        DELIMITED BY SIZE
041500                 " MORE MEMBERS NOT LISTED" DELIMITED BY SIZE
041600             INTO SF-DETAIL-LINE
041700         MOVE SF-DETAIL-LINE TO SF-RPT-LINE
041800         WRITE SF-RPT-LINE
041900         ADD 1 TO SF-LINE-COUNT
042000     END-IF.
042100     MOVE SPACES TO SF-RPT-LINE.
042200     WRITE SF-RPT-LINE.
042300     ADD 1 TO SF-LINE-COUNT.
042400
042500 3000-LIST-ONE-HOUSEHOLD-RESET.
042600     MOVE ZERO TO SF-MBR-COUNT SF-MBR-EXTRA.
042700 3000-LIST-ONE-HOUSEHOLD-EXIT.
042800     EXIT.
042900*****************************************************************
043000*    3100-TALLY-ONE-MEMBER
043100*****************************************************************
043200 3100-TALLY-ONE-MEMBER.
043300     IF NOT SF-MBR-ON-MASTER(SF-MBR-SUB)
043400         ADD 1 TO SF-HH-MISSING-COUNT
043500         ADD 1 TO SF-MISSING-COUNT
043600         GO TO 3100-TALLY-ONE-MEMBER-EXIT
043700     END-IF.
043800     IF SF-MBR-STATUS(SF-MBR-SUB) = "A"
043900         ADD 1 TO SF-HH-ACTIVE-COUNT
044000     END-IF.
044100     IF SF-MBR-STATUS(SF-MBR-SUB) = "C"
044200         ADD 1 TO SF-HH-CLOSED-COUNT
044300     END-IF.
044400 3100-TALLY-ONE-MEMBER-EXIT.
044500     EXIT.
044600*****************************************************************
044700*    3200-LIST-ONE-MEMBER
044800*****************************************************************
044900 3200-LIST-ONE-MEMBER.
045000     MOVE SPACES TO SF-STATUS-TEXT SF-NOTE-TEXT.
045100     EVALUATE SF-MBR-STATUS(SF-MBR-SUB)
045200         WHEN "A"
045300             MOVE "ACTIVE   " TO SF-STATUS-TEXT
045400         WHEN "I"
045500             MOVE "INACTIVE " TO SF-STATUS-TEXT
045600         WHEN "S"
045700             MOVE "SUSPENDED" TO SF-STATUS-TEXT
045800         WHEN "C"
045900             MOVE "CLOSED   " TO SF-STATUS-TEXT
046000         WHEN OTHER
046100             MOVE SF-MBR-STATUS(SF-MBR-SUB) TO SF-STATUS-TEXT
046200     END-EVALUATE.
046300     IF NOT SF-MBR-ON-MASTER(SF-MBR-SUB)
046400         MOVE SPACES TO SF-STATUS-TEXT
046500         MOVE "NOT ON MASTER" TO SF-NOTE-TEXT
046600     END-IF.
046700     IF SF-MBR-SOURCE(SF-MBR-SUB) = "M"
046800         MOVE "HAND " TO SF-SOURCE-TEXT
046900     ELSE
047000         MOVE "BUILT" TO SF-SOURCE-TEXT
047100     END-IF.
047200
047300     MOVE SPACES TO SF-DETAIL-LINE.
047400     STRING "    "                        DELIMITED BY SIZE
047500             SF-MBR-CUST-ID(SF-MBR-SUB)(1:30) DELIMITED BY SIZE
047600             "  "                         DELIMITED BY SIZE
047700             SF-MBR-NAME(SF-MBR-SUB)      DELIMITED BY SIZE
047800             "  "                         DELIMITED BY SIZE
047900             SF-STATUS-TEXT               DELIMITED BY SIZE
048000             "  "                         DELIMITED BY SIZE
048100             SF-SOURCE-TEXT               DELIMITED BY SIZE
048200             "  "                         DELIMITED BY SIZE
048300             SF-MBR-LINK-DATE(SF-MBR-SUB) DELIMITED BY SIZE
048400             "  "                         DELIMITED BY SIZE
048500             SF-NOTE-TEXT                 DELIMITED BY SIZE
048600         INTO SF-DETAIL-LINE.
048700     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
048800     WRITE SF-RPT-LINE.
048900     ADD 1 TO SF-LINE-COUNT.
049000 3200-LIST-ONE-MEMBER-EXIT.
049100     EXIT.
049200*****************************************************************
049300*    4100-WRITE-RPT-HEADING
049400*****************************************************************
049500 4100-WRITE-RPT-HEADING.
049600     ADD 1 TO SF-PAGE-COUNT.
049700     MOVE ZERO TO SF-LINE-COUNT.
049800     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
049900     STRING SF-RPT-TITLE          DELIMITED BY SIZE
050000             " RUN DATE: "        DELIMITED BY SIZE
050100             SF-RUN-DATE-DISPLAY  DELIMITED BY SIZE
050200             "   PAGE: "          DELIMITED BY SIZE
050300             SF-PAGE-COUNT        DELIMITED BY SIZE
050400         INTO SF-HEADING-LINE-1.
050500     STRING "    CUSTOMER-ID                   "
050600                                   DELIMITED BY SIZE
050700             "  NAME                            "
050800                                   DELIMITED BY SIZE
050900             "  STATUS     LINK   LINKED"
051000                                   DELIMITED BY SIZE
051100         INTO SF-HEADING-LINE-2.
051200
051300     IF SF-PAGE-COUNT > 1
051400         MOVE SPACES TO SF-RPT-LINE
051500         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
051600     END-IF.
051700     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
051800     WRITE SF-RPT-LINE.
051900     MOVE SF-HEADING-LINE-2 TO SF-RPT-LINE.
052000     WRITE SF-RPT-LINE.
052100     MOVE SPACES TO SF-RPT-LINE.
052200     WRITE SF-RPT-LINE.
052300 4100-WRITE-RPT-HEADING-EXIT.
052400     EXIT.
052500*****************************************************************
052600*    4200-WRITE-SUMMARY - COUNT LINES AT THE END OF THE REPORT.
052700*****************************************************************
052800 4200-WRITE-SUMMARY.
052900     IF SF-LINE-COUNT = ZERO
053000         PERFORM 4100-WRITE-RPT-HEADING
053100             THRU 4100-WRITE-RPT-HEADING-EXIT
053200     END-IF.
053300     MOVE SPACES TO SF-RPT-LINE.
053400     WRITE SF-RPT-LINE.
053500
053600     MOVE "HOUSEHOLDS ON FILE  . . . . : " TO SF-SUMMARY-LABEL.
053700     MOVE SF-HOUSEHOLD-COUNT TO SF-COUNT-EDIT.
053800     PERFORM 4250-WRITE-COUNT-LINE
053900         THRU 4250-WRITE-COUNT-LINE-EXIT.
054000     MOVE "HOUSEHOLDS LISTED . . . . . : " TO SF-SUMMARY-LABEL.
054100     MOVE SF-LISTED-COUNT TO SF-COUNT-EDIT.
054200     PERFORM 4250-WRITE-COUNT-LINE
054300         THRU 4250-WRITE-COUNT-LINE-EXIT.
054400     MOVE "MEMBERS IN HOUSEHOLDS . . . : " TO SF-SUMMARY-LABEL.
054500     MOVE SF-MEMBER-COUNT TO SF-COUNT-EDIT.
054600     PERFORM 4250-WRITE-COUNT-LINE
054700         THRU 4250-WRITE-COUNT-LINE-EXIT.
054800     MOVE "MIXED ACTIVE/CLOSED . . . . : " TO SF-SUMMARY-LABEL.
054900     MOVE SF-MIXED-COUNT TO SF-COUNT-EDIT.
055000     PERFORM 4250-WRITE-COUNT-LINE
055100         THRU 4250-WRITE-COUNT-LINE-EXIT.
055200     MOVE "ONE MEMBER LEFT . . . . . . : " TO SF-SUMMARY-LABEL.
055300     MOVE SF-SINGLE-COUNT TO SF-COUNT-EDIT.
055400     PERFORM 4250-WRITE-COUNT-LINE
055500         THRU 4250-WRITE-COUNT-LINE-EXIT.
055600     MOVE "MEMBERS NOT ON MASTER . . . : " TO SF-SUMMARY-LABEL.
055700     MOVE SF-MISSING-COUNT TO SF-COUNT-EDIT.
055800     PERFORM 4250-WRITE-COUNT-LINE
055900         THRU 4250-WRITE-COUNT-LINE-EXIT.
056000     MOVE SPACES TO SF-DETAIL-LINE.
056100     IF SF-LINK-READ-COUNT = SF-MEMBER-COUNT
056200         MOVE "LINKS READ = MEMBERS  . . . : IN BALANCE"
056300             TO SF-DETAIL-LINE
056400     ELSE
056500         MOVE "LINKS READ = MEMBERS  . . . : *** OUT OF BALANCE"
056600             TO SF-DETAIL-LINE
056700         MOVE 16 TO RETURN-CODE
056800     END-IF.
056900     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
057000     WRITE SF-RPT-LINE.
057100 4200-WRITE-SUMMARY-EXIT.
057200     EXIT.
057300*****************************************************************
057400*    4250-WRITE-COUNT-LINE - ONE "LABEL . . : COUNT" SUMMARY LINE.
057500*****************************************************************
057600 4250-WRITE-COUNT-LINE.
057700     MOVE SPACES TO SF-DETAIL-LINE.
057800     STRING SF-SUMMARY-LABEL      DELIMITED BY SIZE
057900             SF-COUNT-EDIT        DELIMITED BY SIZE
058000         INTO SF-DETAIL-LINE.
058100     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
058200     WRITE SF-RPT-LINE.
058300 4250-WRITE-COUNT-LINE-EXIT.
058400     EXIT.
058500*****************************************************************
058600*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
058700*    SAME SFERRLOG FILE SF AND SFM USE.
058800*****************************************************************
058900 8000-LOG-FILE-ERROR.
059000     IF NOT SF-LOG-IS-OPEN
059100         OPEN EXTEND SfErrLog
059200         IF NOT SF-LOG-STATUS-OK
059300             OPEN OUTPUT SfErrLog
059400         END-IF
059500         IF SF-LOG-STATUS-OK
059600             MOVE "Y" TO SF-LOG-OPEN-SW
059700         END-IF
059800     END-IF.
059900
060000     IF SF-LOG-IS-OPEN
060100         ACCEPT SF-RUN-TIME FROM TIME
060200         MOVE SPACES TO SF-LOG-DETAIL-LINE
060300         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
060400                 " "                   DELIMITED BY SIZE
060500                 SF-RUN-TIME           DELIMITED BY SIZE
060600                 "  SFHHRPT FILE STATUS " DELIMITED BY SIZE
060700                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
060800                 "  CUSTOMER-ID "      DELIMITED BY SIZE
060900                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
061000             INTO SF-LOG-DETAIL-LINE
061100         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
061200         WRITE SF-LOG-LINE
061300     END-IF.
061400 8000-LOG-FILE-ERROR-EXIT.
061500     EXIT.
061600*****************************************************************
061700*    9000-TERMINATE - WRITE THE SUMMARY, ECHO THE COUNTS AND
061800*    CLOSE EVERYTHING.  A MIXED HOUSEHOLD ENDS THE STEP AT 4 SO
061900*    THE ESTATE DESK KNOWS TO PICK UP THE LISTING.
062000*****************************************************************
062100 9000-TERMINATE.
062200     PERFORM 4200-WRITE-SUMMARY
062300         THRU 4200-WRITE-SUMMARY-EXIT.
062400
062500     DISPLAY " ".
062600     DISPLAY "HOUSEHOLDS ON FILE  . : " SF-HOUSEHOLD-COUNT.
062700     DISPLAY "MIXED ACTIVE/CLOSED . : " SF-MIXED-COUNT.
062800     IF SF-MIXED-COUNT > ZERO AND RETURN-CODE < 4
062900         MOVE 4 TO RETURN-CODE
063000     END-IF.
063100
063200     CLOSE Cla.
063300     IF NOT SF-CLA-STATUS-OK
063400         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
063500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
063600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
063700     END-IF.
063800     CLOSE SfHHold.
063900     IF NOT SF-HHD-STATUS-OK
064000         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
064100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
064200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
064300     END-IF.
064400     CLOSE SfHHList.
064500     IF NOT SF-RPT-STATUS-OK
064600         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
064700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
064800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
064900     END-IF.
065000     IF SF-LOG-IS-OPEN
065100         CLOSE SfErrLog
065200         IF NOT SF-LOG-STATUS-OK
065300             DISPLAY "SFHR106E - ERROR CLOSING SFERRLOG, STATUS "
065400                 SF-LOG-FILE-STATUS
065500         END-IF
065600     END-IF.
065700 9000-TERMINATE-EXIT.
065800     EXIT.
065900*****************************************************************
066000*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
066100*****************************************************************
066200 9999-END-PROGRAM-EXIT.
066300     STOP RUN.
