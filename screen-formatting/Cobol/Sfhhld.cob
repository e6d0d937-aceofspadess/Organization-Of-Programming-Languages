000100*****************************************************************
000200*    PROGRAM......: SFHHLD
000300*    DESCRIPTION..: HOUSEHOLD LINKING.  SFDUP FINDS ONE PERSON
000400*                   KEYED TWICE; THIS PROGRAM TIES TOGETHER THE
000500*                   DIFFERENT PEOPLE WHO LIVE AT ONE ADDRESS -
000600*                   SPOUSES, PARENTS AND GROWN CHILDREN, JOINT
000700*                   HOLDERS - ON THE INDEXED SFHHOLD FILE
000800*                   (COPYBOOK CUSTHHLD), ONE RECORD PER MEMBER
000900*                   CARRYING ITS HOUSEHOLD ID.  IT HAS TWO MODES:
001000*
001100*                   BUILD MODE (B, DEFAULT) SORTS THE Cla MASTER
001200*                   ON A MATCH KEY OF THE NORMALIZED ADDRESS LINE
001300*                   1 (UPPER CASE, PUNCTUATION DROPPED, ONE BLANK
001400*                   BETWEEN WORDS, COMMON STREET WORDS SHORTENED
001500*                   TO THEIR POSTAL ABBREVIATIONS), THE 5-DIGIT
001600*                   ZIP AND THE LAST NAME (LETTERS ONLY).  EVERY
001700*                   RUN OF TWO OR MORE CUSTOMERS ON ONE KEY IS A
001800*                   HOUSEHOLD.  A HOUSEHOLD KEEPS THE ID ITS
001900*                   MEMBERS ALREADY CARRY WHERE IT CAN, SO THE ID
002000*                   IS STABLE FROM ONE BUILD TO THE NEXT;
002100*                   OTHERWISE IT IS GIVEN THE NEXT FREE ID.  BUILT
002200*                   LINKS THE RUN DID NOT CONFIRM ARE REMOVED.  A
002300*                   CUSTOMER LINKED OR UNLINKED BY HAND IS LEFT
002400*                   ALONE.
002500*
002600*                   MAINTAIN MODE (M) READS THE SFHHREQ REQUEST
002700*                   FILE THE DATA-CONTROL DESK PREPARES - ONE
002800*                   REQUEST PER RECORD, THE ACTION LETTER IN
002900*                   COLUMN 1, THE CUSTOMER-ID IN COLUMNS 2-61 AND,
003000*                   FOR A LINK, THE TARGET CUSTOMER-ID IN COLUMNS
003100*                   62-121:
003200*                     L - LINK THE CUSTOMER INTO THE TARGET'S
003300*                         HOUSEHOLD (A NEW ONE IF THE TARGET HAS
003400*                         NONE); BOTH ARE HELD THERE BY HAND
003500*                     U - UNLINK THE CUSTOMER AND KEEP THE BUILD
003600*                         FROM LINKING IT AGAIN
003700*                     R - RELEASE A HAND LINK OR UNLINK, GIVING
003800*                         THE CUSTOMER BACK TO THE NEXT BUILD
003900*
004000*                   BOTH MODES PRINT A REGISTER ON SFHHREG WITH
004100*                   COUNTS THAT BALANCE.  THE CHAINING PARM IS THE
004200*                   MASTER NAME AND THE OPTIONAL MODE LETTER (B OR
004300*                   M, DEFAULT B).
004400*-----------------------------------------------------------------
004500*    MODIFICATION HISTORY
004600*    DATE        INIT  DESCRIPTION
004700*    2026-10-15   CM   ORIGINAL - MAILINGS WENT OUT ONE PER PERSON
004800*                      INSTEAD OF ONE PER HOUSEHOLD, AND ESTATE
004900*                      CLOSE-OUTS HAD NO WAY TO FIND THE OTHER
005000*                      ACCOUNTS AT THE ADDRESS.
005100*****************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. sfhhld.
005400 AUTHOR. C MILLER.
005500 INSTALLATION. DATA PROCESSING.
005600 DATE-WRITTEN. 10/15/2026.
005700 DATE-COMPILED.
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. IBM-PC.
006100 OBJECT-COMPUTER. IBM-PC.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400*
006500*    Cla IS THE INDEXED CUSTOMER MASTER, KEYED ON CUST-ID, THE
006600*    SAME FILE SF AND SFM WORK AGAINST.  IT IS ONLY READ HERE.
006700*
006800     SELECT Cla ASSIGN TO SF-FILE-NAME-PARM
006900             ORGANIZATION IS INDEXED
007000             ACCESS MODE IS DYNAMIC
007100             RECORD KEY IS CUST-ID OF CustomerDetails
007200             ALTERNATE RECORD KEY IS CUST-NAME OF CustomerDetails
007300                 WITH DUPLICATES
007400             FILE STATUS IS SF-CLA-FILE-STATUS.
007500*
007600*    SfHHold IS THE INDEXED HOUSEHOLD FILE, KEYED ON CUSTOMER-ID
007700*    WITH THE HOUSEHOLD ID AS AN ALTERNATE KEY.  THE FIRST RUN
007800*    CREATES IT.
007900*
008000     SELECT SfHHold ASSIGN TO "SFHHOLD"
008100             ORGANIZATION IS INDEXED
008200             ACCESS MODE IS DYNAMIC
008300             RECORD KEY IS HHM-CUST-ID
008400             ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
008500                 WITH DUPLICATES
008600             FILE STATUS IS SF-HHD-FILE-STATUS.
008700*
008800*    SfHHSort IS THE MATCH-KEY SORT WORK FILE, SfHHReq THE HAND
008900*    LINK REQUEST FILE AND SfHHReg THE BUILD / MAINTENANCE
009000*    REGISTER - LOGICAL FILE NAMES POINTED AT REAL FILES BY SITE
009100*    JCL, AS WITH SFDUP'S FILES.
009200*
009300     SELECT SfHHSort ASSIGN TO "SFHSORT".
009400     SELECT SfHHReq ASSIGN TO "SFHHREQ"
009500             ORGANIZATION IS LINE SEQUENTIAL
009600             FILE STATUS IS SF-REQ-FILE-STATUS.
009700     SELECT SfHHReg ASSIGN TO "SFHHREG"
009800             ORGANIZATION IS LINE SEQUENTIAL
009900             FILE STATUS IS SF-RPT-FILE-STATUS.
010000     SELECT SfErrLog ASSIGN TO "SFERRLOG"
010100             ORGANIZATION IS LINE SEQUENTIAL
010200             FILE STATUS IS SF-LOG-FILE-STATUS.
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  Cla.
010600 01  CustomerDetails.
010700     COPY CUSTDTL.
010800 FD  SfHHold.
010900 01  HouseholdMember.
011000     COPY CUSTHHLD.
011100 SD  SfHHSort.
011200 01  SortMatch.
011300     05  SRT-MATCH-KEY                PIC X(50).
011400     05  SRT-CUST-ID                  PIC X(60).
011500 FD  SfHHReq.
011600 01  HouseholdRequest.
011700     05  HHR-ACTION                   PIC X(01).
011800         88  HHR-ACTION-LINK          VALUE "L".
011900         88  HHR-ACTION-UNLINK        VALUE "U".
012000         88  HHR-ACTION-RELEASE       VALUE "R".
012100     05  HHR-CUST-ID                  PIC X(60).
012200     05  HHR-TARGET-ID                PIC X(60).
012300 FD  SfHHReg.
012400 01  SF-RPT-LINE                      PIC X(132).
012500 FD  SfErrLog.
012600 01  SF-LOG-LINE                      PIC X(132).
012700 WORKING-STORAGE SECTION.
012800*-----------------------------------------------------------------
012900*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
013000*    IN 1000-INITIALIZE, THE SAME INTERFACE SF USES.
013100*-----------------------------------------------------------------
013200 01  SF-RUN-PARM                      PIC X(70)  VALUE SPACES.
013300 01  SF-FILE-NAME-PARM                PIC X(60).
013400 01  SF-RUN-MODE-PARM                 PIC X(01)  VALUE "B".
013500     88  SF-MODE-BUILD                VALUE "B" " ".
013600     88  SF-MODE-MAINTAIN             VALUE "M".
013700*-----------------------------------------------------------------
013800*    FILE STATUS AND SWITCHES.  A KEYED WRITE OR READ ON THE
013900*    HOUSEHOLD FILE THAT MEETS A DUPLICATE HOUSEHOLD ID RETURNS
014000*    02, WHICH IS A GOOD COMPLETION.
014100*-----------------------------------------------------------------
014200 01  SF-CLA-FILE-STATUS               PIC X(02)  VALUE SPACES.
014300     88  SF-CLA-STATUS-OK             VALUE "00".
014400     88  SF-CLA-STATUS-EOF            VALUE "10".
014500     88  SF-CLA-STATUS-NOT-FOUND      VALUE "35".
014600     88  SF-CLA-STATUS-NO-RECORD      VALUE "23".
014700 01  SF-HHD-FILE-STATUS               PIC X(02)  VALUE SPACES.
014800     88  SF-HHD-STATUS-OK             VALUE "00" "02".
014900     88  SF-HHD-STATUS-EOF            VALUE "10".
015000     88  SF-HHD-STATUS-NO-RECORD      VALUE "23".
015100     88  SF-HHD-STATUS-NOT-FOUND      VALUE "35".
015200 01  SF-REQ-FILE-STATUS               PIC X(02)  VALUE SPACES.
015300     88  SF-REQ-STATUS-OK             VALUE "00".
015400     88  SF-REQ-STATUS-EOF            VALUE "10".
015500     88  SF-REQ-STATUS-NOT-FOUND      VALUE "35".
015600 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
015700     88  SF-RPT-STATUS-OK             VALUE "00".
015800 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
015900     88  SF-LOG-STATUS-OK             VALUE "00".
016000 01  SF-LOG-STATUS-VALUE              PIC X(09)  VALUE SPACES.
016100 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
016200 01  SF-SWITCHES.
016300     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
016400         88  SF-END-OF-FILE           VALUE "Y".
016500     05  SF-SORT-EOF-SW               PIC X(01)  VALUE "N".
016600         88  SF-SORT-EOF              VALUE "Y".
016700     05  SF-REQ-EOF-SW                PIC X(01)  VALUE "N".
016800         88  SF-REQ-EOF               VALUE "Y".
016900     05  SF-HHD-END-SW                PIC X(01)  VALUE "N".
017000         88  SF-HHD-END               VALUE "Y".
017100     05  SF-CLAIM-END-SW              PIC X(01)  VALUE "N".
017200         88  SF-CLAIM-END             VALUE "Y".
017300     05  SF-ID-CLAIMED-SW             PIC X(01)  VALUE "N".
017400         88  SF-ID-CLAIMED            VALUE "Y".
017500     05  SF-MATCH-COMPLETE-SW         PIC X(01)  VALUE "N".
017600         88  SF-MATCH-COMPLETE        VALUE "Y".
017700     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
017800         88  SF-LOG-IS-OPEN           VALUE "Y".
017900     05  SF-RPT-OPEN-SW               PIC X(01)  VALUE "N".
018000         88  SF-RPT-IS-OPEN           VALUE "Y".
018100     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
018200         88  SF-EXIT-REQUESTED        VALUE "Y".
018300*-----------------------------------------------------------------
018400*    MATCH-KEY NORMALIZATION WORK AREAS.  THE CUSTOMER TO BE KEYED
018500*    IS MOVED TO NormCustomer; 2300-NORMALIZE-MATCH-KEY LEAVES THE
018600*    KEY IN SF-MATCH-KEY.
018700*-----------------------------------------------------------------
018800 01  NormCustomer.
018900     COPY CUSTDTL.
019000 01  SF-MATCH-KEY.
019100     05  SF-MATCH-ADDR                PIC X(30).
019200     05  SF-MATCH-ZIP                 PIC X(05).
019300     05  SF-MATCH-LAST-NAME           PIC X(15).
019400 01  SF-LOWER-CASE                    PIC X(26)
019500         VALUE "abcdefghijklmnopqrstuvwxyz".
019600 01  SF-UPPER-CASE                    PIC X(26)
019700         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019800 01  SF-NRM-TEXT                      PIC X(30)  VALUE SPACES.
019900 01  SF-NRM-WORDS.
020000     05  SF-NRM-WORD                  PIC X(30)  OCCURS 8.
020100 01  SF-NRM-NAME                      PIC X(15)  VALUE SPACES.
020200 77  SF-NRM-SUB                       PIC 9(02)  VALUE ZERO COMP.
020300 77  SF-NRM-OUT                       PIC 9(02)  VALUE ZERO COMP.
020400 77  SF-NRM-PTR                       PIC 9(02)  VALUE ZERO COMP.
020500 77  SF-ABV-SUB                       PIC 9(02)  VALUE ZERO COMP.
020600 77  SF-ABV-COUNT                     PIC 9(02)  VALUE 18.
020700*
020800*    STREET WORDS AND THEIR POSTAL ABBREVIATIONS - "123 MAIN
020900*    STREET" AND "123 MAIN ST." MUST LAND ON THE SAME KEY.
021000*
021100 01  SF-ABBREV-VALUES.
021200     05  FILLER   PIC X(16)  VALUE "STREET    ST    ".
021300     05  FILLER   PIC X(16)  VALUE "AVENUE    AVE   ".
021400     05  FILLER   PIC X(16)  VALUE "ROAD      RD    ".
021500     05  FILLER   PIC X(16)  VALUE "DRIVE     DR    ".
021600     05  FILLER   PIC X(16)  VALUE "LANE      LN    ".
021700     05  FILLER   PIC X(16)  VALUE "BOULEVARD BLVD  ".
021800     05  FILLER   PIC X(16)  VALUE "COURT     CT    ".
021900     05  FILLER   PIC X(16)  VALUE "PLACE     PL    ".
022000     05  FILLER   PIC X(16)  VALUE "CIRCLE    CIR   ".
022100     05  FILLER   PIC X(16)  VALUE "PARKWAY   PKWY  ".
022200     05  FILLER   PIC X(16)  VALUE "HIGHWAY   HWY   ".
022300     05  FILLER   PIC X(16)  VALUE "TERRACE   TER   ".
022400     05  FILLER   PIC X(16)  VALUE "APARTMENT APT   ".
022500     05  FILLER   PIC X(16)  VALUE "SUITE     STE   ".
022600     05  FILLER   PIC X(16)  VALUE "NORTH     N     ".
022700     05  FILLER   PIC X(16)  VALUE "SOUTH     S     ".
022800     05  FILLER   PIC X(16)  VALUE "EAST      E     ".
022900     05  FILLER   PIC X(16)  VALUE "WEST      W     ".
023000 01  SF-ABBREV-TABLE REDEFINES SF-ABBREV-VALUES.
023100     05  SF-ABBREV-ENTRY              OCCURS 18.
023200         10  SF-ABV-WORD              PIC X(10).
023300         10  SF-ABV-SHORT             PIC X(06).
023400*-----------------------------------------------------------------
023500*    HOUSEHOLD GROUP WORK AREAS - THE CUSTOMERS SHARING ONE MATCH
023600*    KEY AS THEY COME BACK FROM THE SORT.  A GROUP LARGER THAN THE
023700*    TABLE IS ALMOST CERTAINLY A BAD ADDRESS (A BRANCH OR A MAIL
023800*    DROP), NOT A FAMILY; THE MEMBERS PAST THE TABLE ARE LISTED
023900*    AND LEFT UNLINKED.
024000*-----------------------------------------------------------------
024100 77  SF-GRP-MAX                       PIC 9(02)  VALUE 50.
024200 77  SF-GRP-COUNT                     PIC 9(02)  VALUE ZERO COMP.
024300 77  SF-GRP-SUB                       PIC 9(02)  VALUE ZERO COMP.
024400 01  SF-GRP-KEY                       PIC X(50)  VALUE SPACES.
024500 01  SF-GRP-HH-ID                     PIC 9(08)  VALUE ZERO.
024600 01  SF-GROUP-TABLE.
024700     05  SF-GRP-CUST-ID               PIC X(60)  OCCURS 50.
024800*-----------------------------------------------------------------
024900*    HOUSEHOLD ID CONTROL - THE HIGHEST ID ON FILE WHEN THE RUN
025000*    STARTED, BUMPED FOR EACH NEW HOUSEHOLD, AND THE STAMP THAT
025100*    MARKS EVERY LINK THIS RUN WRITES OR CONFIRMS.
025200*-----------------------------------------------------------------
025300 01  SF-LAST-HH-ID                    PIC 9(08)  VALUE ZERO.
025400 01  SF-BUILD-STAMP.
025500     05  SF-BUILD-DATE                PIC X(10)  VALUE SPACES.
025600     05  SF-BUILD-TIME                PIC 9(08)  VALUE ZERO.
025700*-----------------------------------------------------------------
025800*    MEMBER-RECORD PUT AREAS - THE CALLER LOADS THE CUSTOMER, THE
025900*    HOUSEHOLD, THE LINK SOURCE AND THE MATCH KEY, AND
026000*    6000-PUT-MEMBER-RECORD ADDS OR REWRITES THE RECORD AND SETS
026100*    THE RESULT: A ADDED, K KEPT, V MOVED, E FILE ERROR.
026200*-----------------------------------------------------------------
026300 01  SF-PUT-CUST-ID                   PIC X(60)  VALUE SPACES.
026400 01  SF-PUT-HH-ID                     PIC 9(08)  VALUE ZERO.
026500 01  SF-PUT-SOURCE                    PIC X(01)  VALUE SPACE.
026600 01  SF-PUT-OLD-ID                    PIC 9(08)  VALUE ZERO.
026700 01  SF-PUT-RESULT                    PIC X(01)  VALUE SPACE.
026800     88  SF-PUT-ADDED                 VALUE "A".
026900     88  SF-PUT-KEPT                  VALUE "K".
027000     88  SF-PUT-MOVED                 VALUE "V".
027100     88  SF-PUT-FAILED                VALUE "E".
027200*-----------------------------------------------------------------
027300*    REQUEST HOLD AREAS - THE REQUEST BEING APPLIED AND THE TWO
027400*    CUSTOMERS IT NAMES.
027500*-----------------------------------------------------------------
027600 01  SF-CURR-REQUEST.
027700     05  SF-REQ-ACTION                PIC X(01)  VALUE SPACE.
027800     05  SF-REQ-CUST-ID               PIC X(60)  VALUE SPACES.
027900     05  SF-REQ-TARGET-ID             PIC X(60)  VALUE SPACES.
028000 01  RequestCustomer.
028100     COPY CUSTDTL.
028200 01  TargetCustomer.
028300     COPY CUSTDTL.
028400 01  SF-OPERATOR-ID                   PIC X(08)  VALUE SPACES.
028500*-----------------------------------------------------------------
028600*    COUNTERS
028700*-----------------------------------------------------------------
028800 01  SF-RECORD-COUNT                  PIC 9(07)  VALUE ZERO.
028900 01  SF-INCOMPLETE-COUNT              PIC 9(07)  VALUE ZERO.
029000 01  SF-MANUAL-COUNT                  PIC 9(07)  VALUE ZERO.
029100 01  SF-SORTED-COUNT                  PIC 9(07)  VALUE ZERO.
029200 01  SF-RETURNED-COUNT                PIC 9(07)  VALUE ZERO.
029300 01  SF-LINKED-COUNT                  PIC 9(07)  VALUE ZERO.
029400 01  SF-ALONE-COUNT                   PIC 9(07)  VALUE ZERO.
029500 01  SF-OVERSIZE-COUNT                PIC 9(07)  VALUE ZERO.
029600 01  SF-ERROR-COUNT                   PIC 9(07)  VALUE ZERO.
029700 01  SF-HOUSEHOLD-COUNT               PIC 9(07)  VALUE ZERO.
029800 01  SF-NEW-HH-COUNT                  PIC 9(07)  VALUE ZERO.
029900 01  SF-REMOVED-COUNT                 PIC 9(07)  VALUE ZERO.
030000 01  SF-REQUEST-COUNT                 PIC 9(07)  VALUE ZERO.
030100 01  SF-LINK-REQ-COUNT                PIC 9(07)  VALUE ZERO.
030200 01  SF-UNLINK-REQ-COUNT              PIC 9(07)  VALUE ZERO.
030300 01  SF-RELEASE-REQ-COUNT             PIC 9(07)  VALUE ZERO.
030400 01  SF-REJECTED-COUNT                PIC 9(07)  VALUE ZERO.
030500*-----------------------------------------------------------------
030600*    REPORT WORK AREAS
030700*-----------------------------------------------------------------
030800 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
030900 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
031000 01  SF-RPT-TITLE                     PIC X(34)  VALUE SPACES.
031100 01  SF-LINE-HH-ID                    PIC 9(08)  VALUE ZERO.
031200 01  SF-LINE-CUST-ID                  PIC X(60)  VALUE SPACES.
031300 01  SF-LINE-DISPOSITION              PIC X(08)  VALUE SPACES.
031400 01  SF-LINE-NOTE                     PIC X(40)  VALUE SPACES.
031500 01  SF-SUMMARY-LABEL                 PIC X(30)  VALUE SPACES.
031600 01  SF-HEADING-LINE-1                PIC X(132).
031700 01  SF-HEADING-LINE-2                PIC X(132).
031800 01  SF-DETAIL-LINE                   PIC X(132).
031900 01  SF-LOG-DETAIL-LINE               PIC X(132).
032000 01  SF-COUNT-EDIT                    PIC Z(06)9.
032100*-----------------------------------------------------------------
032200*    DATE AND TIME
032300*-----------------------------------------------------------------
032400 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
032500 01  SF-RUN-DATE.
032600     05  SF-RUN-YY                    PIC 9(02).
032700     05  SF-RUN-MM                    PIC 9(02).
032800     05  SF-RUN-DD                    PIC 9(02).
032900 01  SF-RUN-TIME                      PIC 9(08).
033000 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
033100*****************************************************************
033200 0000-MAINLINE-CONTROL.
033300     PERFORM 1000-INITIALIZE
033400         THRU 1000-INITIALIZE-EXIT.
033500
033600     IF SF-EXIT-REQUESTED
033700         GO TO 9999-END-PROGRAM-EXIT.
033800
033900     IF SF-MODE-MAINTAIN
034000         PERFORM 5000-PROCESS-REQUESTS
034100             THRU 5000-PROCESS-REQUESTS-EXIT
034200     ELSE
034300         SORT SfHHSort
034400             ON ASCENDING KEY SRT-MATCH-KEY SRT-CUST-ID
034500             INPUT PROCEDURE IS 2000-RELEASE-INPUT
034600                 THRU 2000-RELEASE-INPUT-EXIT
034700             OUTPUT PROCEDURE IS 3000-RETURN-OUTPUT
034800                 THRU 3000-RETURN-OUTPUT-EXIT
034900         IF SORT-RETURN NOT = ZERO
035000             DISPLAY "SFHH106E - MATCH-KEY SORT FAILED, CODE "
035100                 SORT-RETURN
035200             MOVE 16 TO RETURN-CODE
035300         ELSE
035400             PERFORM 3800-SWEEP-STALE-LINKS
035500                 THRU 3800-SWEEP-STALE-LINKS-EXIT
035600         END-IF
035700     END-IF.
035800
035900     PERFORM 9000-TERMINATE
036000         THRU 9000-TERMINATE-EXIT.
036100
036200     GO TO 9999-END-PROGRAM-EXIT.
036300*****************************************************************
036400*    1000-INITIALIZE - SPLIT THE PARM, OPEN THE MASTER AND THE
036500*    HOUSEHOLD FILE, FIND THE HIGHEST HOUSEHOLD ID IN USE, PROVE
036600*    THE REQUEST FILE EXISTS IN MAINTAIN MODE AND OPEN THE
036700*    REGISTER.
036800*****************************************************************
036900 1000-INITIALIZE.
037000     MOVE SPACES TO SF-FILE-NAME-PARM.
037100     MOVE "B" TO SF-RUN-MODE-PARM.
037200     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
037300         INTO SF-FILE-NAME-PARM SF-RUN-MODE-PARM.
037400     IF SF-RUN-MODE-PARM = "b"
037500         MOVE "B" TO SF-RUN-MODE-PARM
037600     END-IF.
037700     IF SF-RUN-MODE-PARM = "m"
037800         MOVE "M" TO SF-RUN-MODE-PARM
037900     END-IF.
038000     IF NOT SF-MODE-BUILD AND NOT SF-MODE-MAINTAIN
038100         DISPLAY "SFHH100E - INVALID RUN MODE: " SF-RUN-MODE-PARM
038200         DISPLAY "SFHH100E - USE B (BUILD) OR M (MAINTAIN)"
038300         MOVE 16 TO RETURN-CODE
038400         MOVE "Y" TO SF-EXIT-REQUESTED-SW
038500         GO TO 1000-INITIALIZE-EXIT
038600     END-IF.
038700
038800     ACCEPT SF-RUN-DATE FROM DATE.
038900     STRING "20"          DELIMITED BY SIZE
039000             SF-RUN-YY    DELIMITED BY SIZE
039100             "-"          DELIMITED BY SIZE
039200             SF-RUN-MM    DELIMITED BY SIZE
039300             "-"          DELIMITED BY SIZE
039400             SF-RUN-DD    DELIMITED BY SIZE
039500         INTO SF-RUN-DATE-DISPLAY.
039600     ACCEPT SF-RUN-TIME FROM TIME.
039700     MOVE SF-RUN-DATE-DISPLAY TO SF-BUILD-DATE.
039800     MOVE SF-RUN-TIME TO SF-BUILD-TIME.
039900*
040000*    THE OPERATOR ID STAMPED ON EACH LINK COMES FROM THE SIGN-ON
040100*    ENVIRONMENT; AN UNATTENDED RUN IS MARKED UNKNOWN.
040200*
040300     ACCEPT SF-OPERATOR-ID FROM ENVIRONMENT "LOGNAME".
040400     IF SF-OPERATOR-ID = SPACES
040500         ACCEPT SF-OPERATOR-ID FROM ENVIRONMENT "USER"
040600     END-IF.
040700     IF SF-OPERATOR-ID = SPACES
040800         MOVE "UNKNOWN" TO SF-OPERATOR-ID
040900     END-IF.
041000
041100     OPEN INPUT Cla.
041200     IF NOT SF-CLA-STATUS-OK
041300         IF SF-CLA-STATUS-NOT-FOUND
041400             DISPLAY "SFHH101E - MASTER FILE NOT FOUND: "
041500                 SF-FILE-NAME-PARM
041600         ELSE
041700             DISPLAY "SFHH102E - UNABLE TO OPEN MASTER FILE: "
041800                 SF-FILE-NAME-PARM
041900             DISPLAY "SFHH102E - FILE STATUS IS "
042000                 SF-CLA-FILE-STATUS
042100         END-IF
042200         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
042300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
042400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
042500         MOVE 16 TO RETURN-CODE
042600         MOVE "Y" TO SF-EXIT-REQUESTED-SW
042700         GO TO 1000-INITIALIZE-EXIT
042800     END-IF.
042900
043000     PERFORM 1100-OPEN-HOUSEHOLD-FILE
043100         THRU 1100-OPEN-HOUSEHOLD-FILE-EXIT.
043200     IF SF-EXIT-REQUESTED
043300         CLOSE Cla
043400         GO TO 1000-INITIALIZE-EXIT
043500     END-IF.
043600
043700     PERFORM 1200-FIND-LAST-HOUSEHOLD-ID
043800         THRU 1200-FIND-LAST-HOUSEHOLD-ID-EXIT.
043900
044000     IF SF-MODE-MAINTAIN
044100         OPEN INPUT SfHHReq
044200         IF NOT SF-REQ-STATUS-OK
044300             IF SF-REQ-STATUS-NOT-FOUND
044400                 DISPLAY "SFHH104E - LINK REQUEST FILE NOT FOUND"
044500             ELSE
044600                 DISPLAY "SFHH105E - UNABLE TO OPEN SFHHREQ, "
044700                     "STATUS " SF-REQ-FILE-STATUS
044800             END-IF
044900             MOVE SF-REQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
045000             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
045100             PERFORM 8000-LOG-FILE-ERROR
045200                 THRU 8000-LOG-FILE-ERROR-EXIT
045300             MOVE 16 TO RETURN-CODE
045400             MOVE "Y" TO SF-EXIT-REQUESTED-SW
045500             CLOSE Cla SfHHold
045600             GO TO 1000-INITIALIZE-EXIT
045700         END-IF
045800     END-IF.
045900
046000     IF SF-MODE-MAINTAIN
046100         MOVE "HOUSEHOLD LINK REGISTER           "
046200             TO SF-RPT-TITLE
046300     ELSE
046400         MOVE "HOUSEHOLD BUILD REGISTER          "
046500             TO SF-RPT-TITLE
046600     END-IF.
046700
046800     OPEN OUTPUT SfHHReg.
046900     IF SF-RPT-STATUS-OK
047000         MOVE "Y" TO SF-RPT-OPEN-SW
047100     ELSE
047200         DISPLAY "SFHH107E - UNABLE TO OPEN SFHHREG, STATUS "
047300             SF-RPT-FILE-STATUS
047400         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
047500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
047600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
047700         MOVE 16 TO RETURN-CODE
047800         MOVE "Y" TO SF-EXIT-REQUESTED-SW
047900         CLOSE Cla SfHHold
048000         IF SF-MODE-MAINTAIN
048100             CLOSE SfHHReq
048200         END-IF
048300     END-IF.
048400 1000-INITIALIZE-EXIT.
048500     EXIT.
048600*****************************************************************
048700*    1100-OPEN-HOUSEHOLD-FILE - OPENS SFHHOLD I-O, CREATING IT
048800*    FRESH THE FIRST TIME, AS SF DOES FOR ITS NOTES FILE.
048900*****************************************************************
049000 1100-OPEN-HOUSEHOLD-FILE.
049100     OPEN I-O SfHHold.
049200     IF SF-HHD-STATUS-NOT-FOUND
049300         OPEN OUTPUT SfHHold
049400         IF SF-HHD-STATUS-OK
049500             CLOSE SfHHold
049600             OPEN I-O SfHHold
049700         END-IF
049800     END-IF.
049900     IF NOT SF-HHD-STATUS-OK
050000         DISPLAY "SFHH103E - UNABLE TO OPEN SFHHOLD, STATUS "
050100             SF-HHD-FILE-STATUS
050200         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
050300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
050400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
050500         MOVE 16 TO RETURN-CODE
050600         MOVE "Y" TO SF-EXIT-REQUESTED-SW
050700     END-IF.
050800 1100-OPEN-HOUSEHOLD-FILE-EXIT.
050900     EXIT.
051000*****************************************************************
051100*    1200-FIND-LAST-HOUSEHOLD-ID - ONE PASS OVER THE HOUSEHOLD
051200*    FILE FOR THE HIGHEST ID IN USE.  NEW HOUSEHOLDS NUMBER UP
051300*    FROM THERE, SO AN ID IS NEVER REUSED FOR A DIFFERENT FAMILY
051400*    WHILE ANY MEMBER STILL CARRIES IT.
051500*****************************************************************
051600 1200-FIND-LAST-HOUSEHOLD-ID.
051700     MOVE ZERO TO SF-LAST-HH-ID.
051800     MOVE "N" TO SF-HHD-END-SW.
051900     MOVE LOW-VALUES TO HHM-CUST-ID.
052000     START SfHHold KEY IS NOT LESS THAN HHM-CUST-ID
052100         INVALID KEY
052200             MOVE "Y" TO SF-HHD-END-SW
052300     END-START.
052400
052500     PERFORM 1250-READ-ONE-LINK
052600         THRU 1250-READ-ONE-LINK-EXIT
052700         UNTIL SF-HHD-END.
052800 1200-FIND-LAST-HOUSEHOLD-ID-EXIT.
052900     EXIT.
053000*****************************************************************
053100*    1250-READ-ONE-LINK - ONE STEP OF THE HIGHEST-ID SCAN.
053200*****************************************************************
053300 1250-READ-ONE-LINK.
053400     READ SfHHold NEXT RECORD
053500         AT END MOVE "Y" TO SF-HHD-END-SW
053600     END-READ.
053700     IF SF-HHD-END
053800         GO TO 1250-READ-ONE-LINK-EXIT
053900     END-IF.
054000     IF NOT SF-HHD-STATUS-OK
054100         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
054200         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
054300         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
054400         MOVE "Y" TO SF-HHD-END-SW
054500         MOVE 16 TO RETURN-CODE
054600         GO TO 1250-READ-ONE-LINK-EXIT
054700     END-IF.
054800     IF HHM-HOUSEHOLD-ID > SF-LAST-HH-ID
054900         MOVE HHM-HOUSEHOLD-ID TO SF-LAST-HH-ID
055000     END-IF.
055100 1250-READ-ONE-LINK-EXIT.
055200     EXIT.
055300*****************************************************************
055400*    2000-RELEASE-INPUT - SORT INPUT PROCEDURE.  EVERY MASTER
055500*    RECORD WITH A COMPLETE MATCH KEY WHOSE HOUSEHOLD IS NOT SET
055600*    BY HAND IS RELEASED ON ITS NORMALIZED KEY.
055700*****************************************************************
055800 2000-RELEASE-INPUT.
055900     MOVE "N" TO SF-END-OF-FILE-SW.
056000     PERFORM 2100-READ-CUSTOMER-RECORD
056100         THRU 2100-READ-CUSTOMER-RECORD-EXIT.
056200
056300     PERFORM 2200-RELEASE-ONE-RECORD
056400         THRU 2200-RELEASE-ONE-RECORD-EXIT
056500         UNTIL SF-END-OF-FILE.
056600 2000-RELEASE-INPUT-EXIT.
056700     EXIT.
056800*****************************************************************
056900*    2100-READ-CUSTOMER-RECORD
057000*****************************************************************
057100 2100-READ-CUSTOMER-RECORD.
057200     READ Cla NEXT RECORD
057300         AT END MOVE "Y" TO SF-END-OF-FILE-SW
057400     END-READ.
057500*
057600*    A HARD READ ERROR ENDS THE RUN AND FAILS THE STEP.
057700*
057800     IF NOT SF-CLA-STATUS-OK AND NOT SF-CLA-STATUS-EOF
057900         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
058000         MOVE CUST-ID OF CustomerDetails(1:30)
058100             TO SF-LOG-CUST-ID-VALUE
058200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
058300         MOVE "Y" TO SF-END-OF-FILE-SW
058400         MOVE 16 TO RETURN-CODE
058500     END-IF.
058600 2100-READ-CUSTOMER-RECORD-EXIT.
058700     EXIT.
058800*****************************************************************
058900*    2200-RELEASE-ONE-RECORD - KEYS THE RECORD IN THE BUFFER AND
059000*    RELEASES IT UNLESS ITS KEY IS INCOMPLETE OR A HAND LINK OR
059100*    UNLINK ALREADY DECIDES ITS HOUSEHOLD, THEN READS THE NEXT.
059200*****************************************************************
059300 2200-RELEASE-ONE-RECORD.
059400     ADD 1 TO SF-RECORD-COUNT.
059500
059600     MOVE CustomerDetails TO NormCustomer.
059700     PERFORM 2300-NORMALIZE-MATCH-KEY
059800         THRU 2300-NORMALIZE-MATCH-KEY-EXIT.
059900     IF NOT SF-MATCH-COMPLETE
060000         ADD 1 TO SF-INCOMPLETE-COUNT
060100         GO TO 2200-READ-NEXT
060200     END-IF.
060300
060400     MOVE CUST-ID OF CustomerDetails TO HHM-CUST-ID.
060500     READ SfHHold KEY IS HHM-CUST-ID
060600         INVALID KEY
060700             CONTINUE
060800     END-READ.
060900     IF SF-HHD-STATUS-OK
061000         IF HHM-LINK-MANUAL OR HHM-LINK-EXCLUDED
061100             ADD 1 TO SF-MANUAL-COUNT
061200             GO TO 2200-READ-NEXT
061300         END-IF
061400     ELSE
061500         IF NOT SF-HHD-STATUS-NO-RECORD
061600             MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
061700             MOVE CUST-ID OF CustomerDetails(1:30)
061800                 TO SF-LOG-CUST-ID-VALUE
061900             PERFORM 8000-LOG-FILE-ERROR
062000                 THRU 8000-LOG-FILE-ERROR-EXIT
062100         END-IF
062200     END-IF.
062300
062400     MOVE SF-MATCH-KEY TO SRT-MATCH-KEY.
062500     MOVE CUST-ID OF CustomerDetails TO SRT-CUST-ID.
062600     RELEASE SortMatch.
062700     ADD 1 TO SF-SORTED-COUNT.
062800 2200-READ-NEXT.
062900     PERFORM 2100-READ-CUSTOMER-RECORD
063000         THRU 2100-READ-CUSTOMER-RECORD-EXIT.
063100 2200-RELEASE-ONE-RECORD-EXIT.
063200     EXIT.
063300*****************************************************************
063400*    2300-NORMALIZE-MATCH-KEY - BUILDS THE HOUSEHOLD MATCH KEY FOR
063500*    THE CUSTOMER IN NormCustomer.  THE ADDRESS LINE IS FOLDED TO
063600*    UPPER CASE, ITS PUNCTUATION BLANKED, SPLIT INTO WORDS, EACH
063700*    STREET WORD SHORTENED AND THE WORDS REJOINED WITH ONE BLANK
063800*    BETWEEN THEM.  THE ZIP IS CUT TO FIVE DIGITS AND THE LAST
063900*    NAME KEEPS ITS LETTERS ONLY, SO O'NEIL AND ONEIL AGREE.  A
064000*    BLANK ADDRESS OR LAST NAME, OR A ZIP WITHOUT FIVE DIGITS,
064100*    LEAVES THE KEY INCOMPLETE AND THE CUSTOMER UNMATCHED.
064200*****************************************************************
064300 2300-NORMALIZE-MATCH-KEY.
064400     MOVE SPACES TO SF-MATCH-KEY.
064500     MOVE "N" TO SF-MATCH-COMPLETE-SW.
064600     IF CUST-ADDR-LINE1 OF NormCustomer = SPACES OR
064700             CUST-LAST-NAME OF NormCustomer = SPACES OR
064800             CUST-ZIP-CODE OF NormCustomer(1:5) NOT NUMERIC
064900         GO TO 2300-NORMALIZE-MATCH-KEY-EXIT
065000     END-IF.
065100     MOVE CUST-ZIP-CODE OF NormCustomer(1:5) TO SF-MATCH-ZIP.
065200
065300     MOVE CUST-ADDR-LINE1 OF NormCustomer TO SF-NRM-TEXT.
065400     INSPECT SF-NRM-TEXT
065500         CONVERTING SF-LOWER-CASE TO SF-UPPER-CASE.
065600     INSPECT SF-NRM-TEXT CONVERTING ".,#;:" TO "     ".
065700     MOVE SPACES TO SF-NRM-WORDS.
065800     UNSTRING SF-NRM-TEXT DELIMITED BY ALL SPACE
065900         INTO SF-NRM-WORD(1) SF-NRM-WORD(2) SF-NRM-WORD(3)
066000             SF-NRM-WORD(4) SF-NRM-WORD(5) SF-NRM-WORD(6)
066100             SF-NRM-WORD(7) SF-NRM-WORD(8).
066200     MOVE 1 TO SF-NRM-PTR.
066300     PERFORM 2350-ADD-ADDRESS-WORD
066400         THRU 2350-ADD-ADDRESS-WORD-EXIT
066500         VARYING SF-NRM-SUB FROM 1 BY 1
066600         UNTIL SF-NRM-SUB > 8.
066700
066800     MOVE CUST-LAST-NAME OF NormCustomer TO SF-NRM-NAME.
066900     INSPECT SF-NRM-NAME
067000         CONVERTING SF-LOWER-CASE TO SF-UPPER-CASE.
067100     MOVE ZERO TO SF-NRM-OUT.
067200     PERFORM 2370-KEEP-NAME-LETTER
067300         THRU 2370-KEEP-NAME-LETTER-EXIT
067400         VARYING SF-NRM-SUB FROM 1 BY 1
067500         UNTIL SF-NRM-SUB > 15.
067600
067700     IF SF-MATCH-ADDR NOT = SPACES AND
067800             SF-MATCH-LAST-NAME NOT = SPACES
067900         MOVE "Y" TO SF-MATCH-COMPLETE-SW
068000     END-IF.
068100 2300-NORMALIZE-MATCH-KEY-EXIT.
068200     EXIT.
068300*****************************************************************
068400*    2350-ADD-ADDRESS-WORD - APPENDS ONE NON-BLANK WORD, SHORTENED
068500*    IF IT IS A STREET WORD, TO THE NORMALIZED ADDRESS.
068600*****************************************************************
068700 2350-ADD-ADDRESS-WORD.
068800     IF SF-NRM-WORD(SF-NRM-SUB) = SPACES
068900         GO TO 2350-ADD-ADDRESS-WORD-EXIT
069000     END-IF.
069100     PERFORM 2360-ABBREVIATE-WORD
069200         THRU 2360-ABBREVIATE-WORD-EXIT
069300         VARYING SF-ABV-SUB FROM 1 BY 1
069400         UNTIL SF-ABV-SUB > SF-ABV-COUNT.
069500     IF SF-NRM-PTR > 1 AND SF-NRM-PTR < 30
069600         STRING " "             DELIMITED BY SIZE
069700             INTO SF-MATCH-ADDR WITH POINTER SF-NRM-PTR
069800     END-IF.
069900     IF SF-NRM-PTR < 31
070000         STRING SF-NRM-WORD(SF-NRM-SUB) DELIMITED BY SPACE
070100             INTO SF-MATCH-ADDR WITH POINTER SF-NRM-PTR
070200     END-IF.
070300 2350-ADD-ADDRESS-WORD-EXIT.
070400     EXIT.
070500*****************************************************************
070600*    2360-ABBREVIATE-WORD
070700*****************************************************************
070800 2360-ABBREVIATE-WORD.
070900     IF SF-NRM-WORD(SF-NRM-SUB) = SF-ABV-WORD(SF-ABV-SUB)
071000         MOVE SF-ABV-SHORT(SF-ABV-SUB) TO SF-NRM-WORD(SF-NRM-SUB)
071100     END-IF.
071200 2360-ABBREVIATE-WORD-EXIT.
071300     EXIT.
071400*****************************************************************
071500*    2370-KEEP-NAME-LETTER - COPIES ONE LAST-NAME CHARACTER TO THE
071600*    KEY IF IT IS A LETTER.
071700*****************************************************************
071800 2370-KEEP-NAME-LETTER.
071900     IF SF-NRM-NAME(SF-NRM-SUB:1) IS ALPHABETIC-UPPER AND
072000             SF-NRM-NAME(SF-NRM-SUB:1) NOT = SPACE
072100         ADD 1 TO SF-NRM-OUT
072200         MOVE SF-NRM-NAME(SF-NRM-SUB:1)
072300             TO SF-MATCH-LAST-NAME(SF-NRM-OUT:1)
072400     END-IF.
072500 2370-KEEP-NAME-LETTER-EXIT.
072600     EXIT.
072700*****************************************************************
072800*    3000-RETURN-OUTPUT - SORT OUTPUT PROCEDURE.  CUSTOMERS COME
072900*    BACK IN MATCH-KEY ORDER; EACH CHANGE OF KEY CLOSES OFF THE
073000*    GROUP BEFORE IT.
073100*****************************************************************
073200 3000-RETURN-OUTPUT.
073300     MOVE "N" TO SF-SORT-EOF-SW.
073400     MOVE ZERO TO SF-GRP-COUNT.
073500     MOVE SPACES TO SF-GRP-KEY.
073600
073700     PERFORM 3100-RETURN-ONE-RECORD
073800         THRU 3100-RETURN-ONE-RECORD-EXIT
073900         UNTIL SF-SORT-EOF.
074000
074100     IF SF-GRP-COUNT > ZERO
074200         PERFORM 3300-CLOSE-GROUP
074300             THRU 3300-CLOSE-GROUP-EXIT
074400     END-IF.
074500 3000-RETURN-OUTPUT-EXIT.
074600     EXIT.
074700*****************************************************************
074800*    3100-RETURN-ONE-RECORD - ADDS THE NEXT SORTED CUSTOMER TO
074900*    THE CURRENT GROUP, OR CLOSES THE GROUP AND STARTS A NEW ONE.
075000*****************************************************************
075100 3100-RETURN-ONE-RECORD.
075200     RETURN SfHHSort
075300         AT END
075400             MOVE "Y" TO SF-SORT-EOF-SW
075500             GO TO 3100-RETURN-ONE-RECORD-EXIT
075600     END-RETURN.
075700     ADD 1 TO SF-RETURNED-COUNT.
075800
075900     IF SF-GRP-COUNT > ZERO AND SRT-MATCH-KEY NOT = SF-GRP-KEY
076000         PERFORM 3300-CLOSE-GROUP
076100             THRU 3300-CLOSE-GROUP-EXIT
076200     END-IF.
076300
076400     IF SF-GRP-COUNT = ZERO
076500         MOVE SRT-MATCH-KEY TO SF-GRP-KEY
076600     END-IF.
076700     IF SF-GRP-COUNT < SF-GRP-MAX
076800         ADD 1 TO SF-GRP-COUNT
076900         MOVE SRT-CUST-ID TO SF-GRP-CUST-ID(SF-GRP-COUNT)
077000     ELSE
077100         ADD 1 TO SF-OVERSIZE-COUNT
077200         MOVE ZERO TO SF-LINE-HH-ID
077300         MOVE SRT-CUST-ID TO SF-LINE-CUST-ID
077400         MOVE "NOT LNKD" TO SF-LINE-DISPOSITION
077500         MOVE "ADDRESS SHARED BY OVER 50 - CHECK IT"
077600             TO SF-LINE-NOTE
077700         PERFORM 4000-WRITE-REGISTER-LINE
077800             THRU 4000-WRITE-REGISTER-LINE-EXIT
077900     END-IF.
078000 3100-RETURN-ONE-RECORD-EXIT.
078100     EXIT.
078200*****************************************************************
078300*    3300-CLOSE-GROUP - A GROUP OF ONE IS NOT A HOUSEHOLD.  A
078400*    GROUP OF TWO OR MORE TAKES OVER THE FIRST BUILT HOUSEHOLD ID
078500*    A MEMBER ALREADY CARRIES THAT NO OTHER GROUP HAS CLAIMED THIS
078600*    RUN, OR ELSE THE NEXT FREE ID, AND EVERY MEMBER IS LINKED.
078700*****************************************************************
078800 3300-CLOSE-GROUP.
078900     IF SF-GRP-COUNT < 2
079000         ADD SF-GRP-COUNT TO SF-ALONE-COUNT
079100         MOVE ZERO TO SF-GRP-COUNT
079200         GO TO 3300-CLOSE-GROUP-EXIT
079300     END-IF.
079400
079500     MOVE ZERO TO SF-GRP-HH-ID.
079600     PERFORM 3400-CHECK-PRIOR-ID
079700         THRU 3400-CHECK-PRIOR-ID-EXIT
079800         VARYING SF-GRP-SUB FROM 1 BY 1
079900         UNTIL SF-GRP-SUB > SF-GRP-COUNT
080000             OR SF-GRP-HH-ID NOT = ZERO.
080100     IF SF-GRP-HH-ID = ZERO
080200         ADD 1 TO SF-LAST-HH-ID
080300         MOVE SF-LAST-HH-ID TO SF-GRP-HH-ID
080400         ADD 1 TO SF-NEW-HH-COUNT
080500     END-IF.
080600     ADD 1 TO SF-HOUSEHOLD-COUNT.
080700
080800     PERFORM 3500-LINK-GROUP-MEMBER
080900         THRU 3500-LINK-GROUP-MEMBER-EXIT
081000         VARYING SF-GRP-SUB FROM 1 BY 1
081100         UNTIL SF-GRP-SUB > SF-GRP-COUNT.
081200     MOVE ZERO TO SF-GRP-COUNT.
081300 3300-CLOSE-GROUP-EXIT.
081400     EXIT.
081500*****************************************************************
081600*    3400-CHECK-PRIOR-ID - OFFERS ONE MEMBER'S CURRENT BUILT
081700*    HOUSEHOLD ID TO THE GROUP, UNLESS ANOTHER GROUP HAS ALREADY
081800*    CLAIMED IT THIS RUN (A FAMILY THAT HAS SPLIT ACROSS TWO
081900*    ADDRESSES KEEPS ITS ID AT ONE OF THEM ONLY).
082000*****************************************************************
082100 3400-CHECK-PRIOR-ID.
082200     MOVE SF-GRP-CUST-ID(SF-GRP-SUB) TO HHM-CUST-ID.
082300     READ SfHHold KEY IS HHM-CUST-ID
082400         INVALID KEY
082500             GO TO 3400-CHECK-PRIOR-ID-EXIT
082600     END-READ.
082700     IF NOT SF-HHD-STATUS-OK
082800         GO TO 3400-CHECK-PRIOR-ID-EXIT
082900     END-IF.
083000     IF NOT HHM-LINK-BUILT OR HHM-HOUSEHOLD-ID = ZERO
083100         GO TO 3400-CHECK-PRIOR-ID-EXIT
083200     END-IF.
083300
083400     MOVE HHM-HOUSEHOLD-ID TO SF-GRP-HH-ID.
083500     MOVE "N" TO SF-ID-CLAIMED-SW SF-CLAIM-END-SW.
083600     START SfHHold KEY IS = HHM-HOUSEHOLD-ID
083700         INVALID KEY
083800             MOVE "Y" TO SF-CLAIM-END-SW
083900     END-START.
084000     PERFORM 3450-CHECK-ONE-CLAIM
084100         THRU 3450-CHECK-ONE-CLAIM-EXIT
084200         UNTIL SF-CLAIM-END OR SF-ID-CLAIMED.
084300     IF SF-ID-CLAIMED
084400         MOVE ZERO TO SF-GRP-HH-ID
084500     END-IF.
084600 3400-CHECK-PRIOR-ID-EXIT.
084700     EXIT.
084800*****************************************************************
084900*    3450-CHECK-ONE-CLAIM - ONE MEMBER OF THE OFFERED HOUSEHOLD;
085000*    A BUILT LINK ALREADY CARRYING THIS RUN'S STAMP MEANS THE ID
085100*    IS TAKEN.
085200*****************************************************************
085300 3450-CHECK-ONE-CLAIM.
085400     READ SfHHold NEXT RECORD
085500         AT END MOVE "Y" TO SF-CLAIM-END-SW
085600     END-READ.
085700     IF SF-CLAIM-END
085800         GO TO 3450-CHECK-ONE-CLAIM-EXIT
085900     END-IF.
086000     IF NOT SF-HHD-STATUS-OK
086100         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
086200         MOVE SF-GRP-CUST-ID(SF-GRP-SUB)(1:30)
086300             TO SF-LOG-CUST-ID-VALUE
086400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
086500         MOVE "Y" TO SF-CLAIM-END-SW SF-ID-CLAIMED-SW
086600         GO TO 3450-CHECK-ONE-CLAIM-EXIT
086700     END-IF.
086800     IF HHM-HOUSEHOLD-ID NOT = SF-GRP-HH-ID
086900         MOVE "Y" TO SF-CLAIM-END-SW
087000         GO TO 3450-CHECK-ONE-CLAIM-EXIT
087100     END-IF.
087200     IF HHM-LINK-BUILT AND HHM-BUILD-STAMP = SF-BUILD-STAMP
087300         MOVE "Y" TO SF-ID-CLAIMED-SW
087400     END-IF.
087500 3450-CHECK-ONE-CLAIM-EXIT.
087600     EXIT.
087700*****************************************************************
087800*    3500-LINK-GROUP-MEMBER - WRITES OR CONFIRMS ONE MEMBER'S
087900*    BUILT LINK AND LISTS IT ON THE REGISTER.
088000*****************************************************************
088100 3500-LINK-GROUP-MEMBER.
088200     MOVE SF-GRP-CUST-ID(SF-GRP-SUB) TO SF-PUT-CUST-ID.
088300     MOVE SF-GRP-HH-ID TO SF-PUT-HH-ID.
088400     MOVE "B" TO SF-PUT-SOURCE.
088500     MOVE SF-GRP-KEY TO SF-MATCH-KEY.
088600     PERFORM 6000-PUT-MEMBER-RECORD
088700         THRU 6000-PUT-MEMBER-RECORD-EXIT.
088800
088900     MOVE SF-GRP-HH-ID TO SF-LINE-HH-ID.
089000     MOVE SF-PUT-CUST-ID TO SF-LINE-CUST-ID.
089100     MOVE SPACES TO SF-LINE-NOTE.
089200     IF SF-PUT-FAILED
089300         ADD 1 TO SF-ERROR-COUNT
089400         MOVE "ERROR   " TO SF-LINE-DISPOSITION
089500         MOVE "HOUSEHOLD FILE ERROR - SEE ERRLOG" TO SF-LINE-NOTE
089600     ELSE
089700         ADD 1 TO SF-LINKED-COUNT
089800         MOVE SF-GRP-KEY(1:30) TO SF-LINE-NOTE
089900         IF SF-PUT-ADDED
090000             MOVE "ADDED   " TO SF-LINE-DISPOSITION
090100         END-IF
090200         IF SF-PUT-KEPT
090300             MOVE "KEPT    " TO SF-LINE-DISPOSITION
090400         END-IF
090500         IF SF-PUT-MOVED
090600             MOVE "MOVED   " TO SF-LINE-DISPOSITION
090700             MOVE SPACES TO SF-LINE-NOTE
090800             STRING "FROM HOUSEHOLD "   DELIMITED BY SIZE
090900                     SF-PUT-OLD-ID      DELIMITED BY SIZE
091000                 INTO SF-LINE-NOTE
091100         END-IF
091200     END-IF.
091300*
091400*    AN UNCHANGED MEMBER IS ONLY COUNTED - THE REGISTER LISTS WHAT
091500*    THE RUN CHANGED.
091600*
091700     IF NOT SF-PUT-KEPT
091800         PERFORM 4000-WRITE-REGISTER-LINE
091900             THRU 4000-WRITE-REGISTER-LINE-EXIT
092000     END-IF.
092100 3500-LINK-GROUP-MEMBER-EXIT.
092200     EXIT.
092300*****************************************************************
092400*    3800-SWEEP-STALE-LINKS - ONE PASS OVER THE HOUSEHOLD FILE
092500*    AFTER THE BUILD.  A BUILT LINK THIS RUN DID NOT STAMP BELONGS
092600*    TO A CUSTOMER WHO HAS MOVED, BEEN RENAMED, LEFT THE MASTER OR
092700*    IS NOW ALONE AT THE ADDRESS, AND IS DELETED.  HAND LINKS AND
092800*    UNLINKS ARE NEVER TOUCHED.
092900*****************************************************************
093000 3800-SWEEP-STALE-LINKS.
093100     MOVE "N" TO SF-HHD-END-SW.
093200     MOVE LOW-VALUES TO HHM-CUST-ID.
093300     START SfHHold KEY IS NOT LESS THAN HHM-CUST-ID
093400         INVALID KEY
093500             MOVE "Y" TO SF-HHD-END-SW
093600     END-START.
093700
093800     PERFORM 3850-SWEEP-ONE-LINK
093900         THRU 3850-SWEEP-ONE-LINK-EXIT
094000         UNTIL SF-HHD-END.
094100 3800-SWEEP-STALE-LINKS-EXIT.
094200     EXIT.
094300*****************************************************************
094400*    3850-SWEEP-ONE-LINK
094500*****************************************************************
094600 3850-SWEEP-ONE-LINK.
094700     READ SfHHold NEXT RECORD
094800         AT END MOVE "Y" TO SF-HHD-END-SW
094900     END-READ.
095000     IF SF-HHD-END
095100         GO TO 3850-SWEEP-ONE-LINK-EXIT
095200     END-IF.
095300     IF NOT SF-HHD-STATUS-OK
095400         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
095500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
095600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
095700         MOVE "Y" TO SF-HHD-END-SW
095800         MOVE 16 TO RETURN-CODE
095900         GO TO 3850-SWEEP-ONE-LINK-EXIT
096000     END-IF.
096100     IF NOT HHM-LINK-BUILT OR HHM-BUILD-STAMP = SF-BUILD-STAMP
096200         GO TO 3850-SWEEP-ONE-LINK-EXIT
096300     END-IF.
096400
096500     MOVE HHM-HOUSEHOLD-ID TO SF-LINE-HH-ID.
096600     MOVE HHM-CUST-ID TO SF-LINE-CUST-ID.
096700     DELETE SfHHold RECORD
096800         INVALID KEY
096900             CONTINUE
097000     END-DELETE.
097100     IF SF-HHD-STATUS-OK
097200         ADD 1 TO SF-REMOVED-COUNT
097300         MOVE "REMOVED " TO SF-LINE-DISPOSITION
097400         MOVE "NO LONGER SHARES A MATCH KEY" TO SF-LINE-NOTE
097500     ELSE
097600         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
097700         MOVE SF-LINE-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
097800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
097900         ADD 1 TO SF-ERROR-COUNT
098000         MOVE "ERROR   " TO SF-LINE-DISPOSITION
098100         MOVE "STALE LINK NOT DELETED - SEE ERRLOG"
098200             TO SF-LINE-NOTE
098300     END-IF.
098400     PERFORM 4000-WRITE-REGISTER-LINE
098500         THRU 4000-WRITE-REGISTER-LINE-EXIT.
098600 3850-SWEEP-ONE-LINK-EXIT.
098700     EXIT.
098800*****************************************************************
098900*    4000-WRITE-REGISTER-LINE - ONE BUILD REGISTER LINE: THE
099000*    HOUSEHOLD, THE CUSTOMER, WHAT HAPPENED AND A NOTE.
099100*****************************************************************
099200 4000-WRITE-REGISTER-LINE.
099300     IF NOT SF-RPT-IS-OPEN
099400         GO TO 4000-WRITE-REGISTER-LINE-EXIT
099500     END-IF.
099600
099700     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 50
099800         PERFORM 4100-WRITE-RPT-HEADING
099900             THRU 4100-WRITE-RPT-HEADING-EXIT
100000     END-IF.
100100
100200     MOVE SPACES TO SF-DETAIL-LINE.
100300     STRING SF-LINE-HH-ID         DELIMITED BY SIZE
100400             "   "                DELIMITED BY SIZE
100500             SF-LINE-CUST-ID(1:40) DELIMITED BY SIZE
100600             "  "                 DELIMITED BY SIZE
100700             SF-LINE-DISPOSITION  DELIMITED BY SIZE
100800             "  "                 DELIMITED BY SIZE
100900             SF-LINE-NOTE         DELIMITED BY SIZE
101000         INTO SF-DETAIL-LINE.
101100     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
101200     WRITE SF-RPT-LINE.
101300     ADD 1 TO SF-LINE-COUNT.
101400 4000-WRITE-REGISTER-LINE-EXIT.
101500     EXIT.
101600*****************************************************************
101700*    4050-WRITE-REQUEST-LINE - ONE LINK REGISTER LINE PER REQUEST
101800*    WITH ITS HOUSEHOLD, DISPOSITION AND REASON.
101900*****************************************************************
102000 4050-WRITE-REQUEST-LINE.
102100     IF NOT SF-RPT-IS-OPEN
102200         GO TO 4050-WRITE-REQUEST-LINE-EXIT
102300     END-IF.
102400
102500     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 50
102600         PERFORM 4100-WRITE-RPT-HEADING
102700             THRU 4100-WRITE-RPT-HEADING-EXIT
102800     END-IF.
102900
103000     MOVE SPACES TO SF-DETAIL-LINE.
103100     STRING SF-REQ-ACTION         DELIMITED BY SIZE
103200             "  "                 DELIMITED BY SIZE
103300             SF-REQ-CUST-ID(1:30) DELIMITED BY SIZE
103400             "  "                 DELIMITED BY SIZE
103500             SF-REQ-TARGET-ID(1:30) DELIMITED BY SIZE
103600             "  "                 DELIMITED BY SIZE
103700             SF-LINE-HH-ID        DELIMITED BY SIZE
103800             "  "                 DELIMITED BY SIZE
103900             SF-LINE-DISPOSITION  DELIMITED BY SIZE
104000             "  "                 DELIMITED BY SIZE
104100             SF-LINE-NOTE         DELIMITED BY SIZE
104200         INTO SF-DETAIL-LINE.
104300     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
104400     WRITE SF-RPT-LINE.
104500     ADD 1 TO SF-LINE-COUNT.
104600 4050-WRITE-REQUEST-LINE-EXIT.
104700     EXIT.
104800*****************************************************************
104900*    4100-WRITE-RPT-HEADING
105000*****************************************************************
105100 4100-WRITE-RPT-HEADING.
105200     ADD 1 TO SF-PAGE-COUNT.
105300     MOVE ZERO TO SF-LINE-COUNT.
105400     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
105500     STRING SF-RPT-TITLE          DELIMITED BY SIZE
105600             " RUN DATE: "        DELIMITED BY SIZE
105700             SF-RUN-DATE-DISPLAY  DELIMITED BY SIZE
105800             "   PAGE: "          DELIMITED BY SIZE
105900             SF-PAGE-COUNT        DELIMITED BY SIZE
106000         INTO SF-HEADING-LINE-1.
106100     IF SF-MODE-MAINTAIN
106200         STRING "A  CUSTOMER-ID                   "
106300                                   DELIMITED BY SIZE
106400                 "  TARGET CUSTOMER-ID            "
106500                                   DELIMITED BY SIZE
106600                 "  HOUSEHLD  DISPOSTN  REASON"
106700                                   DELIMITED BY SIZE
106800             INTO SF-HEADING-LINE-2
106900     ELSE
107000         STRING "HOUSEHLD   CUSTOMER-ID                    "
107100                                   DELIMITED BY SIZE
107200                 "             DISPOSTN  NOTE"
107300                                   DELIMITED BY SIZE
107400             INTO SF-HEADING-LINE-2
107500     END-IF.
107600
107700     IF SF-PAGE-COUNT > 1
107800         MOVE SPACES TO SF-RPT-LINE
107900         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
108000     END-IF.
108100     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
108200     WRITE SF-RPT-LINE.
108300     MOVE SF-HEADING-LINE-2 TO SF-RPT-LINE.
108400     WRITE SF-RPT-LINE.
108500     MOVE SPACES TO SF-RPT-LINE.
108600     WRITE SF-RPT-LINE.
108700 4100-WRITE-RPT-HEADING-EXIT.
108800     EXIT.
108900*****************************************************************
109000*    4200-WRITE-SUMMARY - COUNT LINES AT THE END OF THE REGISTER.
109100*    A BUILD BALANCES TWICE: EVERY MASTER RECORD IS SORTED,
109200*    INCOMPLETE OR HELD BY HAND, AND EVERY SORTED RECORD COMES
109300*    BACK LINKED, ALONE, OVERSIZE OR IN ERROR.  A MAINTAIN RUN
109400*    BALANCES REQUESTS READ AGAINST DONE PLUS REJECTED.
109500*****************************************************************
109600 4200-WRITE-SUMMARY.
109700     IF NOT SF-RPT-IS-OPEN
109800         GO TO 4200-WRITE-SUMMARY-EXIT
109900     END-IF.
110000     IF SF-LINE-COUNT = ZERO
110100         PERFORM 4100-WRITE-RPT-HEADING
110200             THRU 4100-WRITE-RPT-HEADING-EXIT
110300     END-IF.
110400     MOVE SPACES TO SF-RPT-LINE.
110500     WRITE SF-RPT-LINE.
110600
110700     IF SF-MODE-MAINTAIN
110800         PERFORM 4300-WRITE-MAINTAIN-SUMMARY
110900             THRU 4300-WRITE-MAINTAIN-SUMMARY-EXIT
111000         GO TO 4200-WRITE-SUMMARY-EXIT
111100     END-IF.
111200
111300     MOVE "MASTER RECORDS READ . . . . : " TO SF-SUMMARY-LABEL.
111400     MOVE SF-RECORD-COUNT TO SF-COUNT-EDIT.
111500     PERFORM 4250-WRITE-COUNT-LINE
111600         THRU 4250-WRITE-COUNT-LINE-EXIT.
111700     MOVE "INCOMPLETE ADDRESS OR NAME  : " TO SF-SUMMARY-LABEL.
111800     MOVE SF-INCOMPLETE-COUNT TO SF-COUNT-EDIT.
111900     PERFORM 4250-WRITE-COUNT-LINE
112000         THRU 4250-WRITE-COUNT-LINE-EXIT.
112100     MOVE "HELD BY HAND LINK/UNLINK  . : " TO SF-SUMMARY-LABEL.
112200     MOVE SF-MANUAL-COUNT TO SF-COUNT-EDIT.
112300     PERFORM 4250-WRITE-COUNT-LINE
112400         THRU 4250-WRITE-COUNT-LINE-EXIT.
112500     MOVE "SORTED ON MATCH KEY . . . . : " TO SF-SUMMARY-LABEL.
112600     MOVE SF-SORTED-COUNT TO SF-COUNT-EDIT.
112700     PERFORM 4250-WRITE-COUNT-LINE
112800         THRU 4250-WRITE-COUNT-LINE-EXIT.
112900     MOVE SPACES TO SF-DETAIL-LINE.
113000     IF SF-RECORD-COUNT =
113100             SF-SORTED-COUNT + SF-INCOMPLETE-COUNT
113200                 + SF-MANUAL-COUNT
113300         MOVE "READ = SORTED+INCOMPLETE+HAND : IN BALANCE"
113400             TO SF-DETAIL-LINE
113500     ELSE
113600         MOVE
113700             "READ = SORTED+INCOMPLETE+HAND : *** OUT OF BALANCE"
113800             TO SF-DETAIL-LINE
113900         MOVE 16 TO RETURN-CODE
114000     END-IF.
114100     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
114200     WRITE SF-RPT-LINE.
114300     MOVE SPACES TO SF-RPT-LINE.
114400     WRITE SF-RPT-LINE.
114500
114600     MOVE "MEMBERS LINKED  . . . . . . : " TO SF-SUMMARY-LABEL.
114700     MOVE SF-LINKED-COUNT TO SF-COUNT-EDIT.
114800     PERFORM 4250-WRITE-COUNT-LINE
114900         THRU 4250-WRITE-COUNT-LINE-EXIT.
115000     MOVE "ALONE AT THEIR ADDRESS  . . : " TO SF-SUMMARY-LABEL.
115100     MOVE SF-ALONE-COUNT TO SF-COUNT-EDIT.
115200     PERFORM 4250-WRITE-COUNT-LINE
115300         THRU 4250-WRITE-COUNT-LINE-EXIT.
115400     MOVE "NOT LINKED - OVER 50 SHARING: " TO SF-SUMMARY-LABEL.
115500     MOVE SF-OVERSIZE-COUNT TO SF-COUNT-EDIT.
115600     PERFORM 4250-WRITE-COUNT-LINE
115700         THRU 4250-WRITE-COUNT-LINE-EXIT.
115800     MOVE "LINK ERRORS . . . . . . . . : " TO SF-SUMMARY-LABEL.
115900     MOVE SF-ERROR-COUNT TO SF-COUNT-EDIT.
116000     PERFORM 4250-WRITE-COUNT-LINE
116100         THRU 4250-WRITE-COUNT-LINE-EXIT.
116200     MOVE SPACES TO SF-DETAIL-LINE.
116300     IF SF-SORTED-COUNT = SF-RETURNED-COUNT AND
116400             SF-RETURNED-COUNT = SF-LINKED-COUNT + SF-ALONE-COUNT
116500                 + SF-OVERSIZE-COUNT + SF-ERROR-COUNT
116600         MOVE "SORTED = LINKED+ALONE+OVER+ERR : IN BALANCE"
116700             TO SF-DETAIL-LINE
116800     ELSE
116900         MOVE
117000             "SORTED = LINKED+ALONE+OVER+ERR : *** OUT OF BALANCE"
117100             TO SF-DETAIL-LINE
117200         MOVE 16 TO RETURN-CODE
117300     END-IF.
117400     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
117500     WRITE SF-RPT-LINE.
117600     MOVE SPACES TO SF-RPT-LINE.
117700     WRITE SF-RPT-LINE.
117800
117900     MOVE "HOUSEHOLDS FORMED . . . . . : " TO SF-SUMMARY-LABEL.
118000     MOVE SF-HOUSEHOLD-COUNT TO SF-COUNT-EDIT.
118100     PERFORM 4250-WRITE-COUNT-LINE
118200         THRU 4250-WRITE-COUNT-LINE-EXIT.
118300     MOVE "  OF WHICH NEW HOUSEHOLDS . : " TO SF-SUMMARY-LABEL.
118400     MOVE SF-NEW-HH-COUNT TO SF-COUNT-EDIT.
118500     PERFORM 4250-WRITE-COUNT-LINE
118600         THRU 4250-WRITE-COUNT-LINE-EXIT.
118700     MOVE "STALE BUILT LINKS REMOVED . : " TO SF-SUMMARY-LABEL.
118800     MOVE SF-REMOVED-COUNT TO SF-COUNT-EDIT.
118900     PERFORM 4250-WRITE-COUNT-LINE
119000         THRU 4250-WRITE-COUNT-LINE-EXIT.
119100 4200-WRITE-SUMMARY-EXIT.
119200     EXIT.
119300*****************************************************************
119400*    4250-WRITE-COUNT-LINE - ONE "LABEL . . : COUNT" SUMMARY LINE.
119500*****************************************************************
119600 4250-WRITE-COUNT-LINE.
119700     MOVE SPACES TO SF-DETAIL-LINE.
119800     STRING SF-SUMMARY-LABEL      DELIMITED BY SIZE
119900             SF-COUNT-EDIT        DELIMITED BY SIZE
120000         INTO SF-DETAIL-LINE.
120100     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
120200     WRITE SF-RPT-LINE.
120300 4250-WRITE-COUNT-LINE-EXIT.
120400     EXIT.
120500*****************************************************************
120600*    4300-WRITE-MAINTAIN-SUMMARY
120700*****************************************************************
120800 4300-WRITE-MAINTAIN-SUMMARY.
120900     MOVE "LINK REQUESTS READ  . . . . : " TO SF-SUMMARY-LABEL.
121000     MOVE SF-REQUEST-COUNT TO SF-COUNT-EDIT.
121100     PERFORM 4250-WRITE-COUNT-LINE
121200         THRU 4250-WRITE-COUNT-LINE-EXIT.
121300     MOVE "CUSTOMERS LINKED  . . . . . : " TO SF-SUMMARY-LABEL.
121400     MOVE SF-LINK-REQ-COUNT TO SF-COUNT-EDIT.
121500     PERFORM 4250-WRITE-COUNT-LINE
121600         THRU 4250-WRITE-COUNT-LINE-EXIT.
121700     MOVE "CUSTOMERS UNLINKED  . . . . : " TO SF-SUMMARY-LABEL.
121800     MOVE SF-UNLINK-REQ-COUNT TO SF-COUNT-EDIT.
121900     PERFORM 4250-WRITE-COUNT-LINE
122000         THRU 4250-WRITE-COUNT-LINE-EXIT.
122100     MOVE "HAND LINKS RELEASED . . . . : " TO SF-SUMMARY-LABEL.
122200     MOVE SF-RELEASE-REQ-COUNT TO SF-COUNT-EDIT.
122300     PERFORM 4250-WRITE-COUNT-LINE
122400         THRU 4250-WRITE-COUNT-LINE-EXIT.
122500     MOVE "REQUESTS REJECTED . . . . . : " TO SF-SUMMARY-LABEL.
122600     MOVE SF-REJECTED-COUNT TO SF-COUNT-EDIT.
122700     PERFORM 4250-WRITE-COUNT-LINE
122800         THRU 4250-WRITE-COUNT-LINE-EXIT.
122900     MOVE SPACES TO SF-DETAIL-LINE.
123000     IF SF-REQUEST-COUNT = SF-LINK-REQ-COUNT + SF-UNLINK-REQ-COUNT
123100             + SF-RELEASE-REQ-COUNT + SF-REJECTED-COUNT
123200         MOVE "READ = DONE + REJECTED  . . : IN BALANCE"
123300             TO SF-DETAIL-LINE
123400     ELSE
123500         MOVE "READ = DONE + REJECTED  . . : *** OUT OF BALANCE"
123600             TO SF-DETAIL-LINE
123700         MOVE 16 TO RETURN-CODE
123800     END-IF.
123900     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
124000     WRITE SF-RPT-LINE.
124100 4300-WRITE-MAINTAIN-SUMMARY-EXIT.
124200     EXIT.
124300*****************************************************************
124400*    5000-PROCESS-REQUESTS - ONE PASS OVER THE SFHHREQ REQUEST
124500*    FILE, EACH REQUEST APPLIED TO THE HOUSEHOLD FILE AND LISTED
124600*    ON THE REGISTER.
124700*****************************************************************
124800 5000-PROCESS-REQUESTS.
124900     PERFORM 5150-READ-REQUEST
125000         THRU 5150-READ-REQUEST-EXIT.
125100
125200     PERFORM 5300-APPLY-ONE-REQUEST
125300         THRU 5300-APPLY-ONE-REQUEST-EXIT
125400         UNTIL SF-REQ-EOF.
125500
125600     CLOSE SfHHReq.
125700     IF NOT SF-REQ-STATUS-OK
125800         MOVE SF-REQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
125900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
126000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
126100     END-IF.
126200 5000-PROCESS-REQUESTS-EXIT.
126300     EXIT.
126400*****************************************************************
126500*    5150-READ-REQUEST - READS THE NEXT REQUEST INTO THE
126600*    CURRENT-REQUEST HOLD AREA.
126700*****************************************************************
126800 5150-READ-REQUEST.
126900     READ SfHHReq
127000         AT END MOVE "Y" TO SF-REQ-EOF-SW
127100     END-READ.
127200     IF SF-REQ-STATUS-OK
127300         ADD 1 TO SF-REQUEST-COUNT
127400         MOVE HHR-ACTION TO SF-REQ-ACTION
127500         INSPECT SF-REQ-ACTION CONVERTING "lur" TO "LUR"
127600         MOVE HHR-CUST-ID TO SF-REQ-CUST-ID
127700         MOVE HHR-TARGET-ID TO SF-REQ-TARGET-ID
127800     END-IF.
127900*
128000*    A HARD READ ERROR ENDS THE RUN AND FAILS THE STEP.
128100*
128200     IF NOT SF-REQ-STATUS-OK AND NOT SF-REQ-STATUS-EOF
128300         MOVE SF-REQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
128400         MOVE SF-REQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
128500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
128600         MOVE "Y" TO SF-REQ-EOF-SW
128700         MOVE 16 TO RETURN-CODE
128800     END-IF.
128900 5150-READ-REQUEST-EXIT.
129000     EXIT.
129100*****************************************************************
129200*    5300-APPLY-ONE-REQUEST - VALIDATES THE REQUEST, APPLIES IT
129300*    AND LISTS IT, THEN READS THE NEXT.
129400*****************************************************************
129500 5300-APPLY-ONE-REQUEST.
129600     MOVE ZERO TO SF-LINE-HH-ID.
129700     MOVE SPACES TO SF-LINE-DISPOSITION SF-LINE-NOTE.
129800
129900     IF SF-REQ-ACTION NOT = "L" AND SF-REQ-ACTION NOT = "U" AND
130000             SF-REQ-ACTION NOT = "R"
130100         MOVE "INVALID ACTION - USE L, U OR R" TO SF-LINE-NOTE
130200         GO TO 5300-APPLY-ONE-REQUEST-REPORT
130300     END-IF.
130400     IF SF-REQ-CUST-ID = SPACES
130500         MOVE "CUSTOMER ID MISSING" TO SF-LINE-NOTE
130600         GO TO 5300-APPLY-ONE-REQUEST-REPORT
130700     END-IF.
130800
130900     IF SF-REQ-ACTION = "R"
131000         PERFORM 5600-RELEASE-HAND-LINK
131100             THRU 5600-RELEASE-HAND-LINK-EXIT
131200         GO TO 5300-APPLY-ONE-REQUEST-REPORT
131300     END-IF.
131400*
131500*    A LINK OR UNLINK MUST NAME A CUSTOMER ON THE MASTER.  A
131600*    RELEASE NEED NOT - IT IS HOW A LINK LEFT BEHIND BY A DELETED
131700*    CUSTOMER IS CLEARED.
131800*
131900     MOVE SF-REQ-CUST-ID TO CUST-ID OF CustomerDetails.
132000     READ Cla
132100         INVALID KEY
132200             MOVE "CUSTOMER ID NOT FOUND" TO SF-LINE-NOTE
132300             GO TO 5300-APPLY-ONE-REQUEST-REPORT
132400     END-READ.
132500     IF NOT SF-CLA-STATUS-OK
132600         MOVE "MASTER FILE ERROR - SEE ERRLOG" TO SF-LINE-NOTE
132700         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
132800         MOVE SF-REQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
132900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
133000         GO TO 5300-APPLY-ONE-REQUEST-REPORT
133100     END-IF.
133200     MOVE CustomerDetails TO RequestCustomer.
133300
133400     IF SF-REQ-ACTION = "L"
133500         PERFORM 5400-LINK-TO-TARGET
133600             THRU 5400-LINK-TO-TARGET-EXIT
133700     ELSE
133800         PERFORM 5500-UNLINK-CUSTOMER
133900             THRU 5500-UNLINK-CUSTOMER-EXIT
134000     END-IF.
134100
134200 5300-APPLY-ONE-REQUEST-REPORT.
134300     IF SF-LINE-DISPOSITION = SPACES
134400         MOVE "REJECTED" TO SF-LINE-DISPOSITION
134500         ADD 1 TO SF-REJECTED-COUNT
134600     END-IF.
134700
134800     PERFORM 4050-WRITE-REQUEST-LINE
134900         THRU 4050-WRITE-REQUEST-LINE-EXIT.
135000
135100     PERFORM 5150-READ-REQUEST
135200         THRU 5150-READ-REQUEST-EXIT.
135300 5300-APPLY-ONE-REQUEST-EXIT.
135400     EXIT.
135500*****************************************************************
135600*    5400-LINK-TO-TARGET - PUTS THE CUSTOMER IN THE TARGET
135700*    CUSTOMER'S HOUSEHOLD.  A TARGET WITH NO HOUSEHOLD (OR ONE
135800*    UNLINKED BY HAND) STARTS A NEW ONE.  THE TARGET IS HELD THERE
135900*    BY HAND AS WELL, SO A LATER BUILD CANNOT PULL EITHER ONE OUT
136000*    OF THE HOUSEHOLD THE DESK PUT THEM IN.
136100*****************************************************************
136200 5400-LINK-TO-TARGET.
136300     IF SF-REQ-TARGET-ID = SPACES OR
136400             SF-REQ-TARGET-ID = SF-REQ-CUST-ID
136500         MOVE "INVALID TARGET CUSTOMER ID" TO SF-LINE-NOTE
136600         GO TO 5400-LINK-TO-TARGET-EXIT
136700     END-IF.
136800     MOVE SF-REQ-TARGET-ID TO CUST-ID OF CustomerDetails.
136900     READ Cla
137000         INVALID KEY
137100             MOVE "TARGET CUSTOMER ID NOT FOUND" TO SF-LINE-NOTE
137200             GO TO 5400-LINK-TO-TARGET-EXIT
137300     END-READ.
137400     IF NOT SF-CLA-STATUS-OK
137500         MOVE "MASTER FILE ERROR - SEE ERRLOG" TO SF-LINE-NOTE
137600         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
137700         MOVE SF-REQ-TARGET-ID(1:30) TO SF-LOG-CUST-ID-VALUE
137800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
137900         GO TO 5400-LINK-TO-TARGET-EXIT
138000     END-IF.
138100     MOVE CustomerDetails TO TargetCustomer.
138200
138300     MOVE ZERO TO SF-GRP-HH-ID.
138400     MOVE SF-REQ-TARGET-ID TO HHM-CUST-ID.
138500     READ SfHHold KEY IS HHM-CUST-ID
138600         INVALID KEY
138700             CONTINUE
138800     END-READ.
138900     IF SF-HHD-STATUS-OK
139000         MOVE HHM-HOUSEHOLD-ID TO SF-GRP-HH-ID
139100     END-IF.
139200     IF SF-GRP-HH-ID = ZERO
139300         ADD 1 TO SF-LAST-HH-ID
139400         MOVE SF-LAST-HH-ID TO SF-GRP-HH-ID
139500     END-IF.
139600
139700     MOVE TargetCustomer TO NormCustomer.
139800     PERFORM 2300-NORMALIZE-MATCH-KEY
139900         THRU 2300-NORMALIZE-MATCH-KEY-EXIT.
140000     MOVE SF-REQ-TARGET-ID TO SF-PUT-CUST-ID.
140100     MOVE SF-GRP-HH-ID TO SF-PUT-HH-ID.
140200     MOVE "M" TO SF-PUT-SOURCE.
140300     PERFORM 6000-PUT-MEMBER-RECORD
140400         THRU 6000-PUT-MEMBER-RECORD-EXIT.
140500     IF SF-PUT-FAILED
140600         MOVE "HOUSEHOLD FILE ERROR - SEE ERRLOG" TO SF-LINE-NOTE
140700         GO TO 5400-LINK-TO-TARGET-EXIT
140800     END-IF.
140900
141000     MOVE RequestCustomer TO NormCustomer.
141100     PERFORM 2300-NORMALIZE-MATCH-KEY
141200         THRU 2300-NORMALIZE-MATCH-KEY-EXIT.
141300     MOVE SF-REQ-CUST-ID TO SF-PUT-CUST-ID.
141400     PERFORM 6000-PUT-MEMBER-RECORD
141500         THRU 6000-PUT-MEMBER-RECORD-EXIT.
141600     IF SF-PUT-FAILED
141700         MOVE "HOUSEHOLD FILE ERROR - SEE ERRLOG" TO SF-LINE-NOTE
141800         GO TO 5400-LINK-TO-TARGET-EXIT
141900     END-IF.
142000
142100     MOVE SF-GRP-HH-ID TO SF-LINE-HH-ID.
142200     MOVE "LINKED  " TO SF-LINE-DISPOSITION.
142300     IF SF-PUT-MOVED
142400         STRING "FROM HOUSEHOLD "       DELIMITED BY SIZE
142500                 SF-PUT-OLD-ID          DELIMITED BY SIZE
142600             INTO SF-LINE-NOTE
142700     END-IF.
142800     ADD 1 TO SF-LINK-REQ-COUNT.
142900 5400-LINK-TO-TARGET-EXIT.
143000     EXIT.
143100*****************************************************************
143200*    5500-UNLINK-CUSTOMER - TAKES THE CUSTOMER OUT OF ANY
143300*    HOUSEHOLD AND MARKS IT SO THE BUILD LEAVES IT OUT.
143400*****************************************************************
143500 5500-UNLINK-CUSTOMER.
143600     MOVE RequestCustomer TO NormCustomer.
143700     PERFORM 2300-NORMALIZE-MATCH-KEY
143800         THRU 2300-NORMALIZE-MATCH-KEY-EXIT.
143900     MOVE SF-REQ-CUST-ID TO SF-PUT-CUST-ID.
144000     MOVE ZERO TO SF-PUT-HH-ID.
144100     MOVE "U" TO SF-PUT-SOURCE.
144200     PERFORM 6000-PUT-MEMBER-RECORD
144300         THRU 6000-PUT-MEMBER-RECORD-EXIT.
144400     IF SF-PUT-FAILED
144500         MOVE "HOUSEHOLD FILE ERROR - SEE ERRLOG" TO SF-LINE-NOTE
144600         GO TO 5500-UNLINK-CUSTOMER-EXIT
144700     END-IF.
144800
144900     MOVE "UNLINKED" TO SF-LINE-DISPOSITION.
145000     IF SF-PUT-OLD-ID NOT = ZERO
145100         STRING "FROM HOUSEHOLD "       DELIMITED BY SIZE
145200                 SF-PUT-OLD-ID          DELIMITED BY SIZE
145300             INTO SF-LINE-NOTE
145400     END-IF.
145500     ADD 1 TO SF-UNLINK-REQ-COUNT.
145600 5500-UNLINK-CUSTOMER-EXIT.
145700     EXIT.
145800*****************************************************************
145900*    5600-RELEASE-HAND-LINK - DELETES A HAND LINK OR UNLINK SO THE
146000*    NEXT BUILD DECIDES THE CUSTOMER'S HOUSEHOLD AGAIN.  A BUILT
146100*    LINK IS NOT THE DESK'S TO RELEASE.
146200*****************************************************************
146300 5600-RELEASE-HAND-LINK.
146400     MOVE SF-REQ-CUST-ID TO HHM-CUST-ID.
146500     READ SfHHold KEY IS HHM-CUST-ID
146600         INVALID KEY
146700             MOVE "NO HAND LINK ON FILE TO RELEASE"
146800                 TO SF-LINE-NOTE
146900             GO TO 5600-RELEASE-HAND-LINK-EXIT
147000     END-READ.
147100     IF NOT SF-HHD-STATUS-OK
147200         MOVE "HOUSEHOLD FILE ERROR - SEE ERRLOG" TO SF-LINE-NOTE
147300         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
147400         MOVE SF-REQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
147500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
147600         GO TO 5600-RELEASE-HAND-LINK-EXIT
147700     END-IF.
147800     IF HHM-LINK-BUILT
147900         MOVE "NO HAND LINK ON FILE TO RELEASE" TO SF-LINE-NOTE
148000         GO TO 5600-RELEASE-HAND-LINK-EXIT
148100     END-IF.
148200
148300     MOVE HHM-HOUSEHOLD-ID TO SF-LINE-HH-ID.
148400     DELETE SfHHold RECORD
148500         INVALID KEY
148600             CONTINUE
148700     END-DELETE.
148800     IF NOT SF-HHD-STATUS-OK
148900         MOVE "HOUSEHOLD FILE ERROR - SEE ERRLOG" TO SF-LINE-NOTE
149000         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
149100         MOVE SF-REQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
149200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
149300         GO TO 5600-RELEASE-HAND-LINK-EXIT
149400     END-IF.
149500
149600     MOVE "RELEASED" TO SF-LINE-DISPOSITION.
149700     MOVE "NEXT BUILD DECIDES THE HOUSEHOLD" TO SF-LINE-NOTE.
149800     ADD 1 TO SF-RELEASE-REQ-COUNT.
149900 5600-RELEASE-HAND-LINK-EXIT.
150000     EXIT.
150100*****************************************************************
150200*    6000-PUT-MEMBER-RECORD - ADDS OR REWRITES THE CALLER'S
150300*    CUSTOMER ON THE HOUSEHOLD FILE WITH THE HOUSEHOLD, SOURCE AND
150400*    SF-MATCH-KEY LOADED, STAMPED WITH THIS RUN.  THE LINK DATE
150500*    AND OPERATOR ONLY CHANGE WHEN THE HOUSEHOLD OR THE SOURCE
150600*    DOES, SO THEY SAY WHEN THE CUSTOMER JOINED.
150700*****************************************************************
150800 6000-PUT-MEMBER-RECORD.
150900     MOVE ZERO TO SF-PUT-OLD-ID.
151000     MOVE SF-PUT-CUST-ID TO HHM-CUST-ID.
151100     READ SfHHold KEY IS HHM-CUST-ID
151200         INVALID KEY
151300             CONTINUE
151400     END-READ.
151500     IF NOT SF-HHD-STATUS-OK AND NOT SF-HHD-STATUS-NO-RECORD
151600         MOVE "E" TO SF-PUT-RESULT
151700         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
151800         MOVE SF-PUT-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
151900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
152000         GO TO 6000-PUT-MEMBER-RECORD-EXIT
152100     END-IF.
152200
152300     IF SF-HHD-STATUS-NO-RECORD
152400         MOVE SPACES TO HouseholdMember
152500         MOVE SF-PUT-CUST-ID TO HHM-CUST-ID
152600         MOVE SF-PUT-HH-ID TO HHM-HOUSEHOLD-ID
152700         MOVE SF-PUT-SOURCE TO HHM-LINK-SOURCE
152800         MOVE SF-MATCH-KEY TO HHM-MATCH-KEY
152900         MOVE SF-RUN-DATE-DISPLAY TO HHM-LINK-DATE
153000         MOVE SF-OPERATOR-ID TO HHM-LINK-OPERATOR
153100         MOVE SF-BUILD-STAMP TO HHM-BUILD-STAMP
153200         MOVE "A" TO SF-PUT-RESULT
153300         WRITE HouseholdMember
153400             INVALID KEY
153500                 CONTINUE
153600         END-WRITE
153700     ELSE
153800         MOVE HHM-HOUSEHOLD-ID TO SF-PUT-OLD-ID
153900         MOVE "K" TO SF-PUT-RESULT
154000         IF HHM-HOUSEHOLD-ID NOT = SF-PUT-HH-ID OR
154100                 HHM-LINK-SOURCE NOT = SF-PUT-SOURCE
154200             MOVE SF-RUN-DATE-DISPLAY TO HHM-LINK-DATE
154300             MOVE SF-OPERATOR-ID TO HHM-LINK-OPERATOR
154400         END-IF
154500         IF HHM-HOUSEHOLD-ID NOT = SF-PUT-HH-ID
154600             MOVE "V" TO SF-PUT-RESULT
154700         END-IF
154800         MOVE SF-PUT-HH-ID TO HHM-HOUSEHOLD-ID
154900         MOVE SF-PUT-SOURCE TO HHM-LINK-SOURCE
155000         MOVE SF-MATCH-KEY TO HHM-MATCH-KEY
155100         MOVE SF-BUILD-STAMP TO HHM-BUILD-STAMP
155200         REWRITE HouseholdMember
155300             INVALID KEY
155400                 CONTINUE
155500         END-REWRITE
155600     END-IF.
155700     IF NOT SF-HHD-STATUS-OK
155800         MOVE "E" TO SF-PUT-RESULT
155900         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
156000         MOVE SF-PUT-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
156100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
156200     END-IF.
156300 6000-PUT-MEMBER-RECORD-EXIT.
156400     EXIT.
156500*****************************************************************
156600*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
156700*    SAME SFERRLOG FILE SF AND SFM USE.
156800*****************************************************************
156900 8000-LOG-FILE-ERROR.
157000     IF NOT SF-LOG-IS-OPEN
157100         OPEN EXTEND SfErrLog
157200         IF NOT SF-LOG-STATUS-OK
157300             OPEN OUTPUT SfErrLog
157400         END-IF
157500         IF SF-LOG-STATUS-OK
157600             MOVE "Y" TO SF-LOG-OPEN-SW
157700         END-IF
157800     END-IF.
157900
158000     IF SF-LOG-IS-OPEN
158100         ACCEPT SF-RUN-TIME FROM TIME
158200         MOVE SPACES TO SF-LOG-DETAIL-LINE
158300         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
158400                 " "                   DELIMITED BY SIZE
158500                 SF-RUN-TIME           DELIMITED BY SIZE
158600                 "  SFHHLD FILE STATUS " DELIMITED BY SIZE
158700                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
158800                 "  CUSTOMER-ID "      DELIMITED BY SIZE
158900                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
159000             INTO SF-LOG-DETAIL-LINE
159100         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
159200         WRITE SF-LOG-LINE
159300     END-IF.
159400 8000-LOG-FILE-ERROR-EXIT.
159500     EXIT.
159600*****************************************************************
159700*    9000-TERMINATE - WRITE THE SUMMARY, ECHO THE COUNTS AND
159800*    CLOSE EVERYTHING.
159900*****************************************************************
160000 9000-TERMINATE.
160100     PERFORM 4200-WRITE-SUMMARY
160200         THRU 4200-WRITE-SUMMARY-EXIT.
160300
160400     DISPLAY " ".
160500     IF SF-MODE-MAINTAIN
160600         DISPLAY "LINK REQUESTS READ  . : " SF-REQUEST-COUNT
160700         DISPLAY "REQUESTS REJECTED . . : " SF-REJECTED-COUNT
160800     ELSE
160900         DISPLAY "MASTER RECORDS READ . : " SF-RECORD-COUNT
161000         DISPLAY "HOUSEHOLDS FORMED . . : " SF-HOUSEHOLD-COUNT
161100         DISPLAY "MEMBERS LINKED  . . . : " SF-LINKED-COUNT
161200         DISPLAY "STALE LINKS REMOVED . : " SF-REMOVED-COUNT
161300     END-IF.
161400     IF SF-ERROR-COUNT > ZERO
161500         MOVE 16 TO RETURN-CODE
161600     END-IF.
161700
161800     CLOSE Cla.
161900     IF NOT SF-CLA-STATUS-OK
162000         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
162100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
162200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
162300     END-IF.
162400     CLOSE SfHHold.
162500     IF NOT SF-HHD-STATUS-OK
162600         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
162700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
162800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
162900     END-IF.
163000     IF SF-RPT-IS-OPEN
163100         CLOSE SfHHReg
163200         IF NOT SF-RPT-STATUS-OK
163300             MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
163400             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
163500             PERFORM 8000-LOG-FILE-ERROR
163600                 THRU 8000-LOG-FILE-ERROR-EXIT
163700         END-IF
163800     END-IF.
163900     IF SF-LOG-IS-OPEN
164000         CLOSE SfErrLog
164100         IF NOT SF-LOG-STATUS-OK
164200             DISPLAY "SFHH108E - ERROR CLOSING SFERRLOG, STATUS "
164300                 SF-LOG-FILE-STATUS
164400         END-IF
164500     END-IF.
164600 9000-TERMINATE-EXIT.
164700     EXIT.
164800*****************************************************************
164900*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
165000*****************************************************************
165100 9999-END-PROGRAM-EXIT.
165200     STOP RUN.
