000100*****************************************************************
000200*    PROGRAM......: SFMOVE
000300*    DESCRIPTION..: MONTHLY ACCOUNT MOVEMENT REPORT BY STATE.
000400*                   SFSTAT COUNTS THE ACCOUNTS IN EACH STATUS PER
000500*                   STATE ON THE DAY IT RUNS; SFMOVE SHOWS HOW
000600*                   EACH STATE GOT THERE OVER ONE CALENDAR MONTH.
000700*
000800*                   EVERY CUSTOMER ON THE INDEXED Cla MASTER AND
000900*                   THE SFPURGE ARCHIVE, AND EVERY SFAUDIT ENTRY
001000*                   FROM THE START OF THE PERIOD ON (THE SFBKCAT
001100*                   JOURNAL GENERATIONS CLOSED OUT SINCE THEN PLUS
001200*                   THE LIVE SFAUDIT), IS SORTED INTO CUSTOMER-ID
001300*                   ORDER AND WORKED ONE CUSTOMER AT A TIME:
001400*                     OPENING - ON FILE, OPENED BEFORE THE PERIOD
001500*                     OPENED  - CUST-DATE-OPENED IN THE PERIOD
001600*                     CLOSED  - CUST-DATE-CLOSED IN THE PERIOD
001700*                     SUSPND  - JOURNALED CHANGES INTO STATUS S
001800*                     REACTV  - JOURNALED CHANGES FROM I, S OR C
001900*                               BACK TO STATUS A
002000*                     PURGED  - SFPURGE'S P ENTRIES IN THE PERIOD
002100*                     DELETED - KEYED D ENTRIES IN THE PERIOD
002200*                     CLOSING - ON FILE AT THE END OF THE PERIOD
002300*                   THE STATE IS TAKEN FROM THE MASTER RECORD, OR
002400*                   FOR A CUSTOMER NO LONGER ON IT FROM THE IMAGE
002500*                   JOURNALED WHEN IT WAS REMOVED (FAILING THAT,
002600*                   THE ARCHIVE COPY).
002700*
002800*                   CLOSED, SUSPENDED AND REACTIVATED ACCOUNTS
002900*                   STAY ON THE MASTER, SO THOSE COLUMNS ARE
003000*                   STATUS MOVEMENTS; ONLY OPENINGS ADD ACCOUNTS
003100*                   AND ONLY PURGES AND DELETES TAKE THEM AWAY.
003200*                   EVERY ROW MUST BALANCE AS
003300*                     OPENING + OPENED - PURGED - DELETED
003400*                       = CLOSING
003500*                   AND A CUSTOMER WHOSE DATES BREAK THAT (OPENED
003600*                   AFTER IT WAS REMOVED, OR ADDED BACK AFTER A
003700*                   PURGE) IS LISTED ON THE EXCEPTION PAGE.
003800*
003900*                   THE CLOSING COUNTS ARE HELD AGAINST THE STATE
004000*                   TOTALS ON THE SFSTRPT REPORT OF THE MONTH'S
004100*                   SFSTAT RUN AND ANY STATE THAT DIFFERS IS
004200*                   FLAGGED.  SFSTAT COUNTS THE MASTER AS IT
004300*                   STANDS, SO ACCOUNTS OPENED OR REMOVED AFTER
004400*                   THE PERIOD END ALSO SHOW AS DIFFERENCES - THE
004500*                   SUMMARY GIVES BOTH COUNTS SO THEY CAN BE
004600*                   ACCOUNTED FOR.
004700*
004800*                   THE CHAINING PARM IS BLANK-DELIMITED:
004900*                     <master> <archive> [<period>]
005000*                   THE PERIOD IS YYYY-MM AND DEFAULTS TO THE
005100*                   MONTH BEFORE THE RUN DATE.  PURGES MADE BEFORE
005200*                   SFPURGE JOURNALED THEM ARE NOT COUNTED.
005300*
005400*                   RETURN CODES:  0 - REPORT COMPLETE, IN BALANCE
005500*                                  4 - A STATE OUT OF BALANCE OR
005600*                                      DIFFERENT FROM SFSTAT, OR
005700*                                      NO SFSTRPT TO COMPARE WITH
005800*                                 16 - PARM, FILE OR CATALOG ERROR
005900*-----------------------------------------------------------------
006000*    MODIFICATION HISTORY
006100*    DATE        INIT  DESCRIPTION
006200*    2026-10-15   CM   ORIGINAL - SFSTAT GAVE THE MONTH-END
006300*                      POSITION BUT NOT THE MOVEMENT BEHIND IT.
006400*****************************************************************
006500 IDENTIFICATION DIVISION.
006600 PROGRAM-ID. sfmove.
006700 AUTHOR. C MILLER.
006800 INSTALLATION. DATA PROCESSING.
006900 DATE-WRITTEN. 10/15/2026.
007000 DATE-COMPILED.
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER. IBM-PC.
007400 OBJECT-COMPUTER. IBM-PC.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700*
007800*    ClaMaster IS THE INDEXED CUSTOMER MASTER AND ClaArchive THE
007900*    SFPURGE ARCHIVE, BOTH NAMED ON THE PARM AND BOTH ONLY READ.
008000*
008100     SELECT ClaMaster ASSIGN TO SF-MOVE-MASTER
008200             ORGANIZATION IS INDEXED
008300             ACCESS MODE IS DYNAMIC
008400             RECORD KEY IS CUST-ID OF MasterCustomer
008500             ALTERNATE RECORD KEY IS CUST-NAME OF MasterCustomer
008600                 WITH DUPLICATES
008700             FILE STATUS IS SF-MST-FILE-STATUS.
008800     SELECT ClaArchive ASSIGN TO SF-MOVE-ARCHIVE
008900             ORGANIZATION IS INDEXED
009000             ACCESS MODE IS DYNAMIC
009100             RECORD KEY IS CUST-ID OF ArchiveCustomer
009200             ALTERNATE RECORD KEY IS CUST-NAME OF ArchiveCustomer
009300                 WITH DUPLICATES
009400             FILE STATUS IS SF-ARC-FILE-STATUS.
009500*
009600*    SfAudit IS THE LIVE JOURNAL, SfBkCat THE SFBKUP BACKUP
009700*    CATALOG AND SfAudGen ONE CLOSED-OUT JOURNAL GENERATION, READ
009800*    AS SFRCVR READS THEM.
009900*
010000     SELECT SfAudit ASSIGN TO "SFAUDIT"
010100             ORGANIZATION IS LINE SEQUENTIAL
010200             FILE STATUS IS SF-AUD-FILE-STATUS.
010300     SELECT SfBkCat ASSIGN TO "SFBKCAT"
010400             ORGANIZATION IS INDEXED
010500             ACCESS MODE IS SEQUENTIAL
010600             RECORD KEY IS BKC-KEY
010700             FILE STATUS IS SF-CAT-FILE-STATUS.
010800     SELECT SfAudGen ASSIGN TO SF-GEN-FILE-NAME
010900             ORGANIZATION IS LINE SEQUENTIAL
011000             FILE STATUS IS SF-GEN-FILE-STATUS.
011100*
011200*    SfStRpt IS THE SFSTAT REPORT FOR THE SAME MONTH, READ BACK
011300*    FOR ITS STATE TOTALS.  SfmvSort IS THE EVENT SORT WORK FILE
011400*    AND SfMvRpt THE MOVEMENT REPORT.
011500*
011600     SELECT SfStRpt ASSIGN TO "SFSTRPT"
011700             ORGANIZATION IS LINE SEQUENTIAL
011800             FILE STATUS IS SF-STR-FILE-STATUS.
011900     SELECT SfmvSort ASSIGN TO "SFMSORT".
012000     SELECT SfMvRpt ASSIGN TO "SFMVRPT"
012100             ORGANIZATION IS LINE SEQUENTIAL
012200             FILE STATUS IS SF-RPT-FILE-STATUS.
012300     SELECT SfErrLog ASSIGN TO "SFERRLOG"
012400             ORGANIZATION IS LINE SEQUENTIAL
012500             FILE STATUS IS SF-LOG-FILE-STATUS.
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  ClaMaster.
012900 01  MasterCustomer.
013000     COPY CUSTDTL.
013100 FD  ClaArchive.
013200 01  ArchiveCustomer.
013300     COPY CUSTDTL.
013400 FD  SfAudit.
013500 01  SF-AUD-RECORD                    PIC X(595).
013600 FD  SfBkCat.
013700 01  BackupCatalog.
013800     COPY CUSTBKC.
013900 FD  SfAudGen.
014000 01  SF-GEN-RECORD                    PIC X(595).
014100 FD  SfStRpt.
014200 01  SF-STR-LINE                      PIC X(132).
014300*
014400*    ONE SORT RECORD PER MASTER RECORD (M), ARCHIVE RECORD (R)
014500*    AND USABLE JOURNAL ENTRY (P, D OR C), LAID OUT AS
014600*    SF-EVENT-AREA BELOW.
014700*
014800 SD  SfmvSort.
014900 01  MovementEvent.
015000     05  SRT-CUST-ID                  PIC X(60).
015100     05  FILLER                       PIC X(262).
015200 FD  SfMvRpt.
015300 01  SF-RPT-LINE                      PIC X(132).
015400 FD  SfErrLog.
015500 01  SF-LOG-LINE                      PIC X(132).
015600 WORKING-STORAGE SECTION.
015700*-----------------------------------------------------------------
015800*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
015900*    IN 1000-INITIALIZE, THE SAME INTERFACE SF USES.
016000*-----------------------------------------------------------------
016100 01  SF-RUN-PARM                      PIC X(130) VALUE SPACES.
016200 01  SF-MOVE-MASTER                   PIC X(60)  VALUE SPACES.
016300 01  SF-MOVE-ARCHIVE                  PIC X(60)  VALUE SPACES.
016400 01  SF-PERIOD-PARM                   PIC X(10)  VALUE SPACES.
016500*-----------------------------------------------------------------
016600*    THE PERIOD - YYYY-MM, AND THE FIRST AND LAST DAYS IT COVERS.
016700*    DAY 31 SERVES AS THE END OF EVERY MONTH: THE DATES ARE ALL
016800*    YYYY-MM-DD, SO THEY COMPARE AS TEXT AND NO REAL DATE IN THE
016900*    MONTH SORTS ABOVE IT.
017000*-----------------------------------------------------------------
017100 01  SF-PERIOD.
017200     05  SF-PERIOD-YYYY               PIC 9(04)  VALUE ZERO.
017300     05  SF-PERIOD-DASH               PIC X(01)  VALUE "-".
017400     05  SF-PERIOD-MM                 PIC 9(02)  VALUE ZERO.
017500 01  SF-PERIOD-EDIT REDEFINES SF-PERIOD.
017600     05  SF-PERIOD-YYYY-X             PIC X(04).
017700     05  FILLER                       PIC X(01).
017800     05  SF-PERIOD-MM-X               PIC X(02).
017900 01  SF-PERIOD-START                  PIC X(10)  VALUE SPACES.
018000 01  SF-PERIOD-END                    PIC X(10)  VALUE SPACES.
018100 01  SF-RUN-PERIOD                    PIC X(07)  VALUE SPACES.
018200*-----------------------------------------------------------------
018300*    FILE STATUS AND SWITCHES.
018400*-----------------------------------------------------------------
018500 01  SF-MST-FILE-STATUS               PIC X(02)  VALUE SPACES.
018600     88  SF-MST-STATUS-OK             VALUE "00" "02".
018700     88  SF-MST-STATUS-EOF            VALUE "10".
018800     88  SF-MST-STATUS-NOT-FOUND      VALUE "35".
018900 01  SF-ARC-FILE-STATUS               PIC X(02)  VALUE SPACES.
019000     88  SF-ARC-STATUS-OK             VALUE "00" "02".
019100     88  SF-ARC-STATUS-EOF            VALUE "10".
019200     88  SF-ARC-STATUS-NOT-FOUND      VALUE "35".
019300 01  SF-AUD-FILE-STATUS               PIC X(02)  VALUE SPACES.
019400     88  SF-AUD-STATUS-OK             VALUE "00".
019500     88  SF-AUD-STATUS-EOF            VALUE "10".
019600     88  SF-AUD-STATUS-NOT-FOUND      VALUE "35".
019700 01  SF-CAT-FILE-STATUS               PIC X(02)  VALUE SPACES.
019800     88  SF-CAT-STATUS-OK             VALUE "00".
019900     88  SF-CAT-STATUS-EOF            VALUE "10".
020000     88  SF-CAT-STATUS-NOT-FOUND      VALUE "35".
020100 01  SF-GEN-FILE-STATUS               PIC X(02)  VALUE SPACES.
020200     88  SF-GEN-STATUS-OK             VALUE "00".
020300     88  SF-GEN-STATUS-EOF            VALUE "10".
020400     88  SF-GEN-STATUS-NOT-FOUND      VALUE "35".
020500 01  SF-STR-FILE-STATUS               PIC X(02)  VALUE SPACES.
020600     88  SF-STR-STATUS-OK             VALUE "00".
020700     88  SF-STR-STATUS-EOF            VALUE "10".
020800     88  SF-STR-STATUS-NOT-FOUND      VALUE "35".
020900 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
021000     88  SF-RPT-STATUS-OK             VALUE "00".
021100 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
021200     88  SF-LOG-STATUS-OK             VALUE "00".
021300 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
021400 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
021500 01  SF-SWITCHES.
021600     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
021700         88  SF-END-OF-FILE           VALUE "Y".
021800     05  SF-CAT-EOF-SW                PIC X(01)  VALUE "N".
021900         88  SF-CAT-EOF               VALUE "Y".
022000     05  SF-GEN-EOF-SW                PIC X(01)  VALUE "N".
022100         88  SF-GEN-EOF               VALUE "Y".
022200     05  SF-SORT-END-SW               PIC X(01)  VALUE "N".
022300         88  SF-SORT-END              VALUE "Y".
022400     05  SF-ARCHIVE-FOUND-SW          PIC X(01)  VALUE "N".
022500         88  SF-ARCHIVE-FOUND         VALUE "Y".
022600     05  SF-SFSTAT-FOUND-SW           PIC X(01)  VALUE "N".
022700         88  SF-SFSTAT-FOUND          VALUE "Y".
022800     05  SF-STATE-FOUND-SW            PIC X(01)  VALUE "N".
022900         88  SF-STATE-FOUND           VALUE "Y".
023000     05  SF-RUN-FAILED-SW             PIC X(01)  VALUE "N".
023100         88  SF-RUN-FAILED            VALUE "Y".
023200     05  SF-RPT-OPEN-SW               PIC X(01)  VALUE "N".
023300         88  SF-RPT-IS-OPEN           VALUE "Y".
023400     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
023500         88  SF-LOG-IS-OPEN           VALUE "Y".
023600     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
023700         88  SF-EXIT-REQUESTED        VALUE "Y".
023800*-----------------------------------------------------------------
023900*    JOURNAL GENERATIONS TO READ - EVERY GENERATION ON THE
024000*    CATALOG CLOSED OUT ON OR AFTER THE FIRST DAY OF THE PERIOD,
024100*    OLDEST FIRST, AS SFRCVR LISTS THEM.
024200*-----------------------------------------------------------------
024300 01  SF-GEN-TABLE.
024400     05  SF-GEN-NAME                  PIC X(80)  OCCURS 100.
024500 01  SF-GEN-MAX                       PIC 9(03)  VALUE 100 COMP.
024600 01  SF-GEN-COUNT                     PIC 9(03)  VALUE ZERO COMP.
024700 01  SF-GEN-SUB                       PIC 9(03)  VALUE ZERO COMP.
024800 01  SF-GEN-FILE-NAME                 PIC X(80)  VALUE SPACES.
024900*-----------------------------------------------------------------
025000*    JOURNAL ENTRY WORK AREA - EACH ENTRY IS READ INTO IT FROM
025100*    WHICHEVER FILE IT COMES FROM.
025200*-----------------------------------------------------------------
025300 01  SF-JOURNAL-ENTRY.
025400     COPY CUSTAUD.
025500*-----------------------------------------------------------------
025600*    CUSTOMER IMAGE WORK AREA - A MASTER, ARCHIVE OR JOURNALED
025700*    IMAGE IS MOVED HERE TO REACH ITS FIELDS.
025800*-----------------------------------------------------------------
025900 01  MoveCustomer.
026000     COPY CUSTDTL.
026100*-----------------------------------------------------------------
026200*    EVENT AREA - BUILT HERE AND RELEASED TO THE SORT, AND
026300*    RETURNED HERE FROM IT.  AT THE END OF THE SORTED EVENTS THE
026400*    CUSTOMER-ID IS SET TO HIGH-VALUES TO FORCE THE LAST BREAK.
026500*-----------------------------------------------------------------
026600 01  SF-EVENT-AREA.
026700     05  SF-EVT-CUST-ID               PIC X(60).
026800     05  SF-EVT-SOURCE                PIC X(01).
026900         88  SF-EVT-FROM-MASTER       VALUE "M".
027000         88  SF-EVT-FROM-ARCHIVE      VALUE "R".
027100         88  SF-EVT-PURGE             VALUE "P".
027200         88  SF-EVT-DELETE            VALUE "D".
027300         88  SF-EVT-CHANGE            VALUE "C".
027400     05  SF-EVT-DATE                  PIC X(10).
027500     05  SF-EVT-BEFORE-STATUS         PIC X(01).
027600         88  SF-EVT-WAS-SUSPENDED     VALUE "S".
027700         88  SF-EVT-WAS-NOT-ACTIVE    VALUE "I" "S" "C".
027800     05  SF-EVT-IMAGE                 PIC X(250).
027900*-----------------------------------------------------------------
028000*    ONE CUSTOMER'S EVENTS, GATHERED UNTIL THE CUSTOMER-ID
028100*    CHANGES.  THE IMAGE RANK SAYS WHERE SF-CUS-IMAGE CAME FROM:
028200*    THE MASTER OUTRANKS THE LATEST REMOVAL IMAGE, WHICH
028300*    OUTRANKS THE ARCHIVE COPY.
028400*-----------------------------------------------------------------
028500 01  SF-CUSTOMER-AREA.
028600     05  SF-CUS-ID                    PIC X(60).
028700     05  SF-CUS-IMAGE                 PIC X(250).
028800     05  SF-CUS-IMAGE-RANK            PIC 9(01).
028900         88  SF-CUS-NO-IMAGE          VALUE 0.
029000         88  SF-CUS-ARCHIVE-IMAGE     VALUE 1.
029100         88  SF-CUS-REMOVAL-IMAGE     VALUE 2.
029200         88  SF-CUS-MASTER-IMAGE      VALUE 3.
029300     05  SF-CUS-REMOVED-DATE          PIC X(10).
029400     05  SF-CUS-AT-START              PIC 9(01).
029500     05  SF-CUS-OPENED                PIC 9(01).
029600     05  SF-CUS-AT-END                PIC 9(01).
029700     05  SF-CUS-PURGED                PIC 9(03)  COMP.
029800     05  SF-CUS-DELETED               PIC 9(03)  COMP.
029900     05  SF-CUS-SUSPENDED             PIC 9(03)  COMP.
030000     05  SF-CUS-REACTIVATED           PIC 9(03)  COMP.
030100 01  SF-CUS-CHECK                     PIC S9(05) VALUE ZERO COMP.
030200 01  SF-CUS-REASON                    PIC X(40)  VALUE SPACES.
030300*-----------------------------------------------------------------
030400*    STATE TABLE - ONE ENTRY PER STATE, KEPT IN STATE ORDER AS
030500*    SFSTAT KEEPS ITS OWN.  SF-FIND-STATE IS THE STATE TO LOOK UP.
030600*-----------------------------------------------------------------
030700 01  SF-STATE-TABLE.
030800     05  SF-STATE-ENTRY OCCURS 100 TIMES.
030900         10  SF-TBL-STATE             PIC X(02).
031000         10  SF-TBL-OPENING           PIC 9(05) COMP.
031100         10  SF-TBL-OPENED            PIC 9(05) COMP.
031200         10  SF-TBL-CLOSED            PIC 9(05) COMP.
031300         10  SF-TBL-SUSPENDED         PIC 9(05) COMP.
031400         10  SF-TBL-REACTIVATED       PIC 9(05) COMP.
031500         10  SF-TBL-PURGED            PIC 9(05) COMP.
031600         10  SF-TBL-DELETED           PIC 9(05) COMP.
031700         10  SF-TBL-CLOSING           PIC 9(05) COMP.
031800         10  SF-TBL-SFSTAT            PIC 9(05) COMP.
031900         10  SF-TBL-ON-SFSTAT-SW      PIC X(01).
032000             88  SF-TBL-ON-SFSTAT     VALUE "Y".
032100 77  SF-STATE-COUNT                   PIC 9(03)  VALUE ZERO COMP.
032200 77  SF-STATE-SUB                     PIC 9(03)  VALUE ZERO COMP.
032300 77  SF-STATE-POS                     PIC 9(03)  VALUE ZERO COMP.
032400 77  SF-SHIFT-SUB                     PIC 9(03)  VALUE ZERO COMP.
032500 01  SF-FIND-STATE                    PIC X(02)  VALUE SPACES.
032600*
032700*    GRAND TOTALS, BUILT AS THE STATE LINES ARE WRITTEN.  THE
032800*    SFSTAT GRAND TOTAL COMES FROM ITS OWN ** LINE.
032900*
033000 01  SF-GRAND-TOTALS.
033100     05  SF-TOT-OPENING               PIC 9(05)  VALUE ZERO.
033200     05  SF-TOT-OPENED                PIC 9(05)  VALUE ZERO.
033300     05  SF-TOT-CLOSED                PIC 9(05)  VALUE ZERO.
033400     05  SF-TOT-SUSPENDED             PIC 9(05)  VALUE ZERO.
033500     05  SF-TOT-REACTIVATED           PIC 9(05)  VALUE ZERO.
033600     05  SF-TOT-PURGED                PIC 9(05)  VALUE ZERO.
033700     05  SF-TOT-DELETED               PIC 9(05)  VALUE ZERO.
033800     05  SF-TOT-CLOSING               PIC 9(05)  VALUE ZERO.
033900 01  SF-SFSTAT-GRAND                  PIC 9(05)  VALUE ZERO.
034000 01  SF-ROW-CHECK                     PIC S9(07) VALUE ZERO COMP.
034100*-----------------------------------------------------------------
034200*    SFSTRPT PARSING - A STATE LINE HAS BLANKS IN COLUMNS 1-2
034300*    AND 5-8, THE STATE IN 3-4 AND THE ZZZZ9 TOTAL IN 54-58.
034400*-----------------------------------------------------------------
034500 01  SF-STR-DIGITS                    PIC X(05)  VALUE SPACES.
034600 01  SF-STR-TOTAL REDEFINES SF-STR-DIGITS
034700                                      PIC 9(05).
034800*-----------------------------------------------------------------
034900*    COUNTERS
035000*-----------------------------------------------------------------
035100 01  SF-MASTER-COUNT                  PIC 9(05)  VALUE ZERO.
035200 01  SF-ARCHIVE-COUNT                 PIC 9(05)  VALUE ZERO.
035300 01  SF-GEN-READ-COUNT                PIC 9(05)  VALUE ZERO.
035400 01  SF-JOURNAL-READ-COUNT            PIC 9(07)  VALUE ZERO.
035500 01  SF-JOURNAL-USED-COUNT            PIC 9(07)  VALUE ZERO.
035600 01  SF-CUSTOMER-COUNT                PIC 9(05)  VALUE ZERO.
035700 01  SF-GONE-BEFORE-COUNT             PIC 9(05)  VALUE ZERO.
035800 01  SF-JOURNAL-ONLY-COUNT            PIC 9(05)  VALUE ZERO.
035900 01  SF-OPENED-LATER-COUNT            PIC 9(05)  VALUE ZERO.
036000 01  SF-REMOVED-LATER-COUNT           PIC 9(05)  VALUE ZERO.
036100 01  SF-EXCEPTION-COUNT               PIC 9(05)  VALUE ZERO.
036200 01  SF-UNBALANCED-COUNT              PIC 9(05)  VALUE ZERO.
036300 01  SF-DIFFERS-COUNT                 PIC 9(05)  VALUE ZERO.
036400*-----------------------------------------------------------------
036500*    REPORT WORK AREAS.  SF-HEADING-KIND PICKS THE SECOND
036600*    HEADING LINE: THE CUSTOMER EXCEPTION PAGES COME FIRST, THEN
036700*    THE STATE MOVEMENT PAGES.
036800*-----------------------------------------------------------------
036900 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
037000 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
037100 01  SF-HEADING-KIND                  PIC X(01)  VALUE "X".
037200     88  SF-HEADING-EXCEPTIONS        VALUE "X".
037300     88  SF-HEADING-MOVEMENT          VALUE "M".
037400 01  SF-HEADING-LINE-1                PIC X(132).
037500 01  SF-HEADING-LINE-2                PIC X(132).
037600 01  SF-DETAIL-LINE                   PIC X(132).
037700 01  SF-LOG-DETAIL-LINE               PIC X(132).
037800 01  SF-COUNT-EDIT                    PIC ZZZZ9.
037900 01  SF-BIG-COUNT-EDIT                PIC Z(06)9.
038000 01  SF-MOVE-LINE.
038100     05  FILLER                       PIC X(02)  VALUE SPACES.
038200     05  SF-ML-STATE                  PIC X(02).
038300     05  FILLER                       PIC X(04)  VALUE SPACES.
038400     05  SF-ML-OPENING                PIC ZZZZ9.
038500     05  FILLER                       PIC X(04)  VALUE SPACES.
038600     05  SF-ML-OPENED                 PIC ZZZZ9.
038700     05  FILLER                       PIC X(04)  VALUE SPACES.
038800     05  SF-ML-CLOSED                 PIC ZZZZ9.
038900     05  FILLER                       PIC X(04)  VALUE SPACES.
039000     05  SF-ML-SUSPENDED              PIC ZZZZ9.
039100     05  FILLER                       PIC X(04)  VALUE SPACES.
039200     05  SF-ML-REACTIVATED            PIC ZZZZ9.
039300     05  FILLER                       PIC X(04)  VALUE SPACES.
039400     05  SF-ML-PURGED                 PIC ZZZZ9.
039500     05  FILLER                       PIC X(04)  VALUE SPACES.
039600     05  SF-ML-DELETED                PIC ZZZZ9.
039700     05  FILLER                       PIC X(04)  VALUE SPACES.
039800     05  SF-ML-CLOSING                PIC ZZZZ9.
039900     05  FILLER                       PIC X(04)  VALUE SPACES.
040000     05  SF-ML-SFSTAT                 PIC X(05).
040100     05  FILLER                       PIC X(02)  VALUE SPACES.
040200     05  SF-ML-NOTE                   PIC X(40).
040300 01  SF-ML-SFSTAT-EDIT                PIC ZZZZ9.
040400 01  SF-ML-UNBALANCED-SW              PIC X(01)  VALUE "N".
040500     88  SF-ML-UNBALANCED             VALUE "Y".
040600 01  SF-ML-DIFFERS-SW                 PIC X(01)  VALUE "N".
040700     88  SF-ML-DIFFERS                VALUE "Y".
040800*-----------------------------------------------------------------
040900*    DATE AND TIME
041000*-----------------------------------------------------------------
041100 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
041200 01  SF-RUN-DATE.
041300     05  SF-RUN-YY                    PIC 9(02).
041400     05  SF-RUN-MM                    PIC 9(02).
041500     05  SF-RUN-DD                    PIC 9(02).
041600 01  SF-RUN-TIME                      PIC 9(08).
041700 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
041800*****************************************************************
041900 0000-MAINLINE-CONTROL.
042000     PERFORM 1000-INITIALIZE
042100         THRU 1000-INITIALIZE-EXIT.
042200
042300     IF SF-EXIT-REQUESTED
042400         GO TO 9999-END-PROGRAM-EXIT.
042500
042600     PERFORM 2000-SORT-EVENTS
042700         THRU 2000-SORT-EVENTS-EXIT.
042800
042900     PERFORM 4000-LOAD-SFSTAT-TOTALS
043000         THRU 4000-LOAD-SFSTAT-TOTALS-EXIT.
043100
043200     PERFORM 5200-WRITE-MOVEMENT
043300         THRU 5200-WRITE-MOVEMENT-EXIT.
043400
043500     PERFORM 9000-TERMINATE
043600         THRU 9000-TERMINATE-EXIT.
043700
043800     GO TO 9999-END-PROGRAM-EXIT.
043900*****************************************************************
044000*    1000-INITIALIZE - SPLIT THE PARM, SETTLE THE PERIOD, PROVE
044100*    THE MASTER, ARCHIVE AND JOURNAL CAN BE READ, LIST THE
044200*    JOURNAL GENERATIONS NEEDED AND OPEN THE REPORT.
044300*****************************************************************
044400 1000-INITIALIZE.
044500     MOVE SPACES TO SF-MOVE-MASTER SF-MOVE-ARCHIVE
044600         SF-PERIOD-PARM.
044700     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
044800         INTO SF-MOVE-MASTER SF-MOVE-ARCHIVE SF-PERIOD-PARM.
044900     IF SF-MOVE-MASTER = SPACES OR SF-MOVE-ARCHIVE = SPACES
045000         DISPLAY "SFMV100E - PARM IS <MASTER> <ARCHIVE> "
045100             "[<YYYY-MM>]"
045200         MOVE 16 TO RETURN-CODE
045300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
045400         GO TO 1000-INITIALIZE-EXIT
045500     END-IF.
045600
045700     ACCEPT SF-RUN-DATE FROM DATE.
045800     ACCEPT SF-RUN-TIME FROM TIME.
045900     STRING "20"          DELIMITED BY SIZE
046000             SF-RUN-YY    DELIMITED BY SIZE
046100             "-"          DELIMITED BY SIZE
046200             SF-RUN-MM    DELIMITED BY SIZE
046300             "-"          DELIMITED BY SIZE
046400             SF-RUN-DD    DELIMITED BY SIZE
046500         INTO SF-RUN-DATE-DISPLAY.
046600     MOVE SF-RUN-DATE-DISPLAY(1:7) TO SF-RUN-PERIOD.
046700
046800     PERFORM 1100-EDIT-PERIOD-PARM
046900         THRU 1100-EDIT-PERIOD-PARM-EXIT.
047000     IF SF-EXIT-REQUESTED
047100         GO TO 1000-INITIALIZE-EXIT
047200     END-IF.
047300
047400     OPEN INPUT ClaMaster.
047500     IF NOT SF-MST-STATUS-OK
047600         IF SF-MST-STATUS-NOT-FOUND
047700             DISPLAY "SFMV102E - MASTER FILE NOT FOUND: "
047800                 SF-MOVE-MASTER
047900         ELSE
048000             DISPLAY "SFMV103E - UNABLE TO OPEN MASTER FILE: "
048100                 SF-MOVE-MASTER
048200             DISPLAY "SFMV103E - FILE STATUS IS "
048300                 SF-MST-FILE-STATUS
048400         END-IF
048500         MOVE SF-MST-FILE-STATUS TO SF-LOG-STATUS-VALUE
048600         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
048700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
048800         MOVE 16 TO RETURN-CODE
048900         MOVE "Y" TO SF-EXIT-REQUESTED-SW
049000         GO TO 1000-INITIALIZE-EXIT
049100     END-IF.
049200*
049300*    SFPURGE CREATES THE ARCHIVE ON ITS FIRST RUN, SO A MISSING
049400*    ARCHIVE ONLY MEANS NOTHING HAS BEEN PURGED YET.
049500*
049600     OPEN INPUT ClaArchive.
049700     IF SF-ARC-STATUS-OK
049800         MOVE "Y" TO SF-ARCHIVE-FOUND-SW
049900     ELSE
050000         IF SF-ARC-STATUS-NOT-FOUND
050100             DISPLAY "SFMV104I - ARCHIVE NOT FOUND, NONE READ: "
050200                 SF-MOVE-ARCHIVE
050300         ELSE
050400             DISPLAY "SFMV105E - UNABLE TO OPEN ARCHIVE FILE: "
050500                 SF-MOVE-ARCHIVE
050600             DISPLAY "SFMV105E - FILE STATUS IS "
050700                 SF-ARC-FILE-STATUS
050800             MOVE SF-ARC-FILE-STATUS TO SF-LOG-STATUS-VALUE
050900             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
051000             PERFORM 8000-LOG-FILE-ERROR
051100                 THRU 8000-LOG-FILE-ERROR-EXIT
051200             MOVE 16 TO RETURN-CODE
051300             MOVE "Y" TO SF-EXIT-REQUESTED-SW
051400             CLOSE ClaMaster
051500             GO TO 1000-INITIALIZE-EXIT
051600         END-IF
051700     END-IF.
051800
051900     OPEN INPUT SfAudit.
052000     IF NOT SF-AUD-STATUS-OK
052100         IF SF-AUD-STATUS-NOT-FOUND
052200             DISPLAY "SFMV106E - AUDIT JOURNAL SFAUDIT NOT FOUND"
052300         ELSE
052400             DISPLAY "SFMV107E - UNABLE TO OPEN SFAUDIT, STATUS "
052500                 SF-AUD-FILE-STATUS
052600         END-IF
052700         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
052800         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
052900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
053000         MOVE 16 TO RETURN-CODE
053100         MOVE "Y" TO SF-EXIT-REQUESTED-SW
053200         PERFORM 1900-CLOSE-CUSTOMER-FILES
053300             THRU 1900-CLOSE-CUSTOMER-FILES-EXIT
053400         GO TO 1000-INITIALIZE-EXIT
053500     END-IF.
053600
053700     PERFORM 1200-SELECT-GENERATIONS
053800         THRU 1200-SELECT-GENERATIONS-EXIT.
053900     IF SF-EXIT-REQUESTED
054000         CLOSE SfAudit
054100         PERFORM 1900-CLOSE-CUSTOMER-FILES
054200             THRU 1900-CLOSE-CUSTOMER-FILES-EXIT
054300         GO TO 1000-INITIALIZE-EXIT
054400     END-IF.
054500
054600     OPEN OUTPUT SfMvRpt.
054700     IF NOT SF-RPT-STATUS-OK
054800         DISPLAY "SFMV108E - UNABLE TO OPEN SFMVRPT, STATUS "
054900             SF-RPT-FILE-STATUS
055000         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
055100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
055200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
055300         MOVE 16 TO RETURN-CODE
055400         MOVE "Y" TO SF-EXIT-REQUESTED-SW
055500         CLOSE SfAudit
055600         PERFORM 1900-CLOSE-CUSTOMER-FILES
055700             THRU 1900-CLOSE-CUSTOMER-FILES-EXIT
055800         GO TO 1000-INITIALIZE-EXIT
055900     END-IF.
056000     MOVE "Y" TO SF-RPT-OPEN-SW.
056100
056200     DISPLAY "SFMV109I - MOVEMENT FOR " SF-PERIOD
056300         ", JOURNAL GENERATIONS TO READ: " SF-GEN-COUNT.
056400 1000-INITIALIZE-EXIT.
056500     EXIT.
056600*****************************************************************
056700*    1100-EDIT-PERIOD-PARM - AN OMITTED PERIOD TAKES THE MONTH
056800*    BEFORE THE RUN.  A KEYED ONE MUST BE A REAL YYYY-MM NO
056900*    LATER THAN THE RUN MONTH; THE RUN MONTH ITSELF GIVES THE
057000*    MOVEMENT SO FAR.
057100*****************************************************************
057200 1100-EDIT-PERIOD-PARM.
057300     IF SF-PERIOD-PARM = SPACES
057400         COMPUTE SF-PERIOD-YYYY = 2000 + SF-RUN-YY
057500         IF SF-RUN-MM = 1
057600             SUBTRACT 1 FROM SF-PERIOD-YYYY
057700             MOVE 12 TO SF-PERIOD-MM
057800         ELSE
057900             COMPUTE SF-PERIOD-MM = SF-RUN-MM - 1
058000         END-IF
058100     ELSE
058200         IF SF-PERIOD-PARM(8:3) NOT = SPACES
058300             OR SF-PERIOD-PARM(5:1) NOT = "-"
058400             OR SF-PERIOD-PARM(1:4) NOT NUMERIC
058500             OR SF-PERIOD-PARM(6:2) NOT NUMERIC
058600             DISPLAY "SFMV100E - PERIOD MUST BE YYYY-MM: "
058700                 SF-PERIOD-PARM
058800             MOVE 16 TO RETURN-CODE
058900             MOVE "Y" TO SF-EXIT-REQUESTED-SW
059000             GO TO 1100-EDIT-PERIOD-PARM-EXIT
059100         END-IF
059200         MOVE SF-PERIOD-PARM(1:4) TO SF-PERIOD-YYYY-X
059300         MOVE SF-PERIOD-PARM(6:2) TO SF-PERIOD-MM-X
059400         IF SF-PERIOD-MM < 1 OR SF-PERIOD-MM > 12
059500             DISPLAY "SFMV100E - PERIOD MUST BE YYYY-MM: "
059600                 SF-PERIOD-PARM
059700             MOVE 16 TO RETURN-CODE
059800             MOVE "Y" TO SF-EXIT-REQUESTED-SW
059900             GO TO 1100-EDIT-PERIOD-PARM-EXIT
060000         END-IF
060100     END-IF.
060200
060300     IF SF-PERIOD > SF-RUN-PERIOD
060400         DISPLAY "SFMV101E - PERIOD " SF-PERIOD
060500             " IS AFTER THE RUN MONTH " SF-RUN-PERIOD
060600         MOVE 16 TO RETURN-CODE
060700         MOVE "Y" TO SF-EXIT-REQUESTED-SW
060800         GO TO 1100-EDIT-PERIOD-PARM-EXIT
060900     END-IF.
061000
061100     MOVE SPACES TO SF-PERIOD-START SF-PERIOD-END.
061200     STRING SF-PERIOD     DELIMITED BY SIZE
061300             "-01"        DELIMITED BY SIZE
061400         INTO SF-PERIOD-START.
061500     STRING SF-PERIOD     DELIMITED BY SIZE
061600             "-31"        DELIMITED BY SIZE
061700         INTO SF-PERIOD-END.
061800 1100-EDIT-PERIOD-PARM-EXIT.
061900     EXIT.
062000*****************************************************************
062100*    1200-SELECT-GENERATIONS - ONE PASS OVER THE SFBKCAT CATALOG
062200*    LISTS THE JOURNAL GENERATIONS CLOSED OUT ON OR AFTER THE
062300*    FIRST DAY OF THE PERIOD; EARLIER ONES HOLD NOTHING FROM THE
062400*    PERIOD ON.  A SITE WITHOUT A CATALOG HAS ONLY THE LIVE
062500*    JOURNAL.  EVERY GENERATION IS PROVED TO EXIST BEFORE THE
062600*    SORT STARTS.
062700*****************************************************************
062800 1200-SELECT-GENERATIONS.
062900     MOVE ZERO TO SF-GEN-COUNT.
063000     OPEN INPUT SfBkCat.
063100     IF NOT SF-CAT-STATUS-OK
063200         IF SF-CAT-STATUS-NOT-FOUND
063300             DISPLAY "SFMV110I - NO BACKUP CATALOG SFBKCAT, LIVE "
063400                 "SFAUDIT ONLY"
063500         ELSE
063600             DISPLAY "SFMV111E - UNABLE TO OPEN SFBKCAT, STATUS "
063700                 SF-CAT-FILE-STATUS
063800             MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
063900             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
064000             PERFORM 8000-LOG-FILE-ERROR
064100                 THRU 8000-LOG-FILE-ERROR-EXIT
064200             MOVE 16 TO RETURN-CODE
064300             MOVE "Y" TO SF-EXIT-REQUESTED-SW
064400         END-IF
064500         GO TO 1200-SELECT-GENERATIONS-EXIT
064600     END-IF.
064700
064800     MOVE "N" TO SF-CAT-EOF-SW.
064900     PERFORM 1250-SCAN-CATALOG-ENTRY
065000         THRU 1250-SCAN-CATALOG-ENTRY-EXIT
065100         UNTIL SF-CAT-EOF.
065200     CLOSE SfBkCat.
065300     IF SF-EXIT-REQUESTED
065400         GO TO 1200-SELECT-GENERATIONS-EXIT
065500     END-IF.
065600
065700     PERFORM 1270-VERIFY-GENERATION
065800         THRU 1270-VERIFY-GENERATION-EXIT
065900         VARYING SF-GEN-SUB FROM 1 BY 1
066000         UNTIL SF-GEN-SUB > SF-GEN-COUNT.
066100 1200-SELECT-GENERATIONS-EXIT.
066200     EXIT.
066300*****************************************************************
066400*    1250-SCAN-CATALOG-ENTRY - READS THE NEXT CATALOG ENTRY AND
066500*    LISTS ITS GENERATION IF IT WAS CLOSED OUT IN OR AFTER THE
066600*    PERIOD.  A NEEDED GENERATION ALREADY EXPIRED MEANS THE
066700*    PERIOD IS PAST THE JOURNAL RETENTION.
066800*****************************************************************
066900 1250-SCAN-CATALOG-ENTRY.
067000     READ SfBkCat
067100         AT END
067200             MOVE "Y" TO SF-CAT-EOF-SW
067300             GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
067400     END-READ.
067500     IF NOT SF-CAT-STATUS-OK
067600         MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
067700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
067800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
067900         MOVE 16 TO RETURN-CODE
068000         MOVE "Y" TO SF-EXIT-REQUESTED-SW SF-CAT-EOF-SW
068100         GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
068200     END-IF.
068300
068400     IF BKC-CUTOVER-DATE < SF-PERIOD-START
068500         GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
068600     END-IF.
068700     IF BKC-STATUS-EXPIRED
068800         DISPLAY "SFMV112E - JOURNAL GENERATION EXPIRED: "
068900             BKC-JOURNAL-NAME
069000         MOVE 16 TO RETURN-CODE
069100         MOVE "Y" TO SF-EXIT-REQUESTED-SW SF-CAT-EOF-SW
069200         GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
069300     END-IF.
069400     IF SF-GEN-COUNT NOT < SF-GEN-MAX
069500         DISPLAY "SFMV113E - OVER 100 JOURNAL GENERATIONS "
069600             "SINCE " SF-PERIOD-START
069700         MOVE 16 TO RETURN-CODE
069800         MOVE "Y" TO SF-EXIT-REQUESTED-SW SF-CAT-EOF-SW
069900         GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
070000     END-IF.
070100     ADD 1 TO SF-GEN-COUNT.
070200     MOVE BKC-JOURNAL-NAME TO SF-GEN-NAME(SF-GEN-COUNT).
070300 1250-SCAN-CATALOG-ENTRY-EXIT.
070400     EXIT.
070500*****************************************************************
070600*    1270-VERIFY-GENERATION - PROVES ONE NEEDED JOURNAL
070700*    GENERATION CAN BE OPENED.
070800*****************************************************************
070900 1270-VERIFY-GENERATION.
071000     MOVE SF-GEN-NAME(SF-GEN-SUB) TO SF-GEN-FILE-NAME.
071100     OPEN INPUT SfAudGen.
071200     IF SF-GEN-STATUS-OK
071300         CLOSE SfAudGen
071400     ELSE
071500         DISPLAY "SFMV114E - JOURNAL GENERATION NOT FOUND: "
071600             SF-GEN-FILE-NAME
071700         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
071800         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
071900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
072000         MOVE 16 TO RETURN-CODE
072100         MOVE "Y" TO SF-EXIT-REQUESTED-SW
072200     END-IF.
072300 1270-VERIFY-GENERATION-EXIT.
072400     EXIT.
072500*****************************************************************
072600*    1900-CLOSE-CUSTOMER-FILES - CLOSES THE MASTER, AND THE
072700*    ARCHIVE IF IT WAS THERE.
072800*****************************************************************
072900 1900-CLOSE-CUSTOMER-FILES.
073000     CLOSE ClaMaster.
073100     IF SF-ARCHIVE-FOUND
073200         CLOSE ClaArchive
073300     END-IF.
073400 1900-CLOSE-CUSTOMER-FILES-EXIT.
073500     EXIT.
073600*****************************************************************
073700*    2000-SORT-EVENTS - SORTS EVERY CUSTOMER EVENT INTO
073800*    CUSTOMER-ID ORDER AND TALLIES THEM ONE CUSTOMER AT A TIME.
073900*****************************************************************
074000 2000-SORT-EVENTS.
074100     SORT SfmvSort
074200         ON ASCENDING KEY SRT-CUST-ID
074300         INPUT PROCEDURE IS 2100-RELEASE-EVENTS
074400             THRU 2100-RELEASE-EVENTS-EXIT
074500         OUTPUT PROCEDURE IS 3000-TALLY-EVENTS
074600             THRU 3000-TALLY-EVENTS-EXIT.
074700     IF SORT-RETURN NOT = ZERO
074800         DISPLAY "SFMV115E - EVENT SORT FAILED, CODE "
074900             SORT-RETURN
075000         MOVE 16 TO RETURN-CODE
075100         MOVE "Y" TO SF-RUN-FAILED-SW
075200     END-IF.
075300 2000-SORT-EVENTS-EXIT.
075400     EXIT.
075500*****************************************************************
075600*    2100-RELEASE-EVENTS - SORT INPUT: THE MASTER, THE ARCHIVE,
075700*    EACH NEEDED JOURNAL GENERATION OLDEST FIRST AND THEN THE
075800*    LIVE SFAUDIT.  A FILE THAT FAILS PART WAY FAILS THE RUN.
075900*****************************************************************
076000 2100-RELEASE-EVENTS.
076100     MOVE "N" TO SF-END-OF-FILE-SW.
076200     PERFORM 2110-RELEASE-MASTER-RECORD
076300         THRU 2110-RELEASE-MASTER-RECORD-EXIT
076400         UNTIL SF-END-OF-FILE.
076500
076600     IF SF-ARCHIVE-FOUND
076700         MOVE "N" TO SF-END-OF-FILE-SW
076800         PERFORM 2120-RELEASE-ARCHIVE-RECORD
076900             THRU 2120-RELEASE-ARCHIVE-RECORD-EXIT
077000             UNTIL SF-END-OF-FILE
077100     END-IF.
077200
077300     PERFORM 2150-RELEASE-GENERATION
077400         THRU 2150-RELEASE-GENERATION-EXIT
077500         VARYING SF-GEN-SUB FROM 1 BY 1
077600         UNTIL SF-GEN-SUB > SF-GEN-COUNT.
077700
077800     MOVE "N" TO SF-GEN-EOF-SW.
077900     PERFORM 2200-READ-LIVE-ENTRY
078000         THRU 2200-READ-LIVE-ENTRY-EXIT
078100         UNTIL SF-GEN-EOF.
078200 2100-RELEASE-EVENTS-EXIT.
078300     EXIT.
078400*****************************************************************
078500*    2110-RELEASE-MASTER-RECORD - ONE M EVENT PER MASTER RECORD.
078600*****************************************************************
078700 2110-RELEASE-MASTER-RECORD.
078800     READ ClaMaster NEXT RECORD
078900         AT END
079000             MOVE "Y" TO SF-END-OF-FILE-SW
079100             GO TO 2110-RELEASE-MASTER-RECORD-EXIT
079200     END-READ.
079300     IF NOT SF-MST-STATUS-OK
079400         DISPLAY "SFMV116E - MASTER READ ERROR, STATUS "
079500             SF-MST-FILE-STATUS
079600         MOVE SF-MST-FILE-STATUS TO SF-LOG-STATUS-VALUE
079700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
079800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
079900         MOVE 16 TO RETURN-CODE
080000         MOVE "Y" TO SF-RUN-FAILED-SW SF-END-OF-FILE-SW
080100         GO TO 2110-RELEASE-MASTER-RECORD-EXIT
080200     END-IF.
080300     ADD 1 TO SF-MASTER-COUNT.
080400     MOVE SPACES TO SF-EVENT-AREA.
080500     MOVE CUST-ID OF MasterCustomer TO SF-EVT-CUST-ID.
080600     MOVE "M" TO SF-EVT-SOURCE.
080700     MOVE MasterCustomer TO SF-EVT-IMAGE.
080800     RELEASE MovementEvent FROM SF-EVENT-AREA.
080900 2110-RELEASE-MASTER-RECORD-EXIT.
081000     EXIT.
081100*****************************************************************
081200*    2120-RELEASE-ARCHIVE-RECORD - ONE R EVENT PER ARCHIVE
081300*    RECORD.
081400*****************************************************************
081500 2120-RELEASE-ARCHIVE-RECORD.
081600     READ ClaArchive NEXT RECORD
081700         AT END
081800             MOVE "Y" TO SF-END-OF-FILE-SW
081900             GO TO 2120-RELEASE-ARCHIVE-RECORD-EXIT
082000     END-READ.
082100     IF NOT SF-ARC-STATUS-OK
082200         DISPLAY "SFMV117E - ARCHIVE READ ERROR, STATUS "
082300             SF-ARC-FILE-STATUS
082400         MOVE SF-ARC-FILE-STATUS TO SF-LOG-STATUS-VALUE
082500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
082600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
082700         MOVE 16 TO RETURN-CODE
082800         MOVE "Y" TO SF-RUN-FAILED-SW SF-END-OF-FILE-SW
082900         GO TO 2120-RELEASE-ARCHIVE-RECORD-EXIT
083000     END-IF.
083100     ADD 1 TO SF-ARCHIVE-COUNT.
083200     MOVE SPACES TO SF-EVENT-AREA.
083300     MOVE CUST-ID OF ArchiveCustomer TO SF-EVT-CUST-ID.
083400     MOVE "R" TO SF-EVT-SOURCE.
083500     MOVE ArchiveCustomer TO SF-EVT-IMAGE.
083600     RELEASE MovementEvent FROM SF-EVENT-AREA.
083700 2120-RELEASE-ARCHIVE-RECORD-EXIT.
083800     EXIT.
083900*****************************************************************
084000*    2150-RELEASE-GENERATION - EVERY ENTRY OF ONE GENERATION.
084100*****************************************************************
084200 2150-RELEASE-GENERATION.
084300     MOVE SF-GEN-NAME(SF-GEN-SUB) TO SF-GEN-FILE-NAME.
084400     OPEN INPUT SfAudGen.
084500     IF NOT SF-GEN-STATUS-OK
084600         DISPLAY "SFMV114E - JOURNAL GENERATION NOT FOUND: "
084700             SF-GEN-FILE-NAME
084800         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
084900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
085000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
085100         MOVE 16 TO RETURN-CODE
085200         MOVE "Y" TO SF-RUN-FAILED-SW
085300         GO TO 2150-RELEASE-GENERATION-EXIT
085400     END-IF.
085500     ADD 1 TO SF-GEN-READ-COUNT.
085600     MOVE "N" TO SF-GEN-EOF-SW.
085700     PERFORM 2160-READ-GEN-ENTRY
085800         THRU 2160-READ-GEN-ENTRY-EXIT
085900         UNTIL SF-GEN-EOF.
086000     CLOSE SfAudGen.
086100 2150-RELEASE-GENERATION-EXIT.
086200     EXIT.
086300*****************************************************************
086400*    2160-READ-GEN-ENTRY
086500*****************************************************************
086600 2160-READ-GEN-ENTRY.
086700     READ SfAudGen INTO SF-JOURNAL-ENTRY
086800         AT END
086900             MOVE "Y" TO SF-GEN-EOF-SW
087000             GO TO 2160-READ-GEN-ENTRY-EXIT
087100     END-READ.
087200     IF NOT SF-GEN-STATUS-OK
087300         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
087400         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
087500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
087600         MOVE 16 TO RETURN-CODE
087700         MOVE "Y" TO SF-RUN-FAILED-SW SF-GEN-EOF-SW
087800         GO TO 2160-READ-GEN-ENTRY-EXIT
087900     END-IF.
088000     PERFORM 2300-RELEASE-JOURNAL-ENTRY
088100         THRU 2300-RELEASE-JOURNAL-ENTRY-EXIT.
088200 2160-READ-GEN-ENTRY-EXIT.
088300     EXIT.
088400*****************************************************************
088500*    2200-READ-LIVE-ENTRY
088600*****************************************************************
088700 2200-READ-LIVE-ENTRY.
088800     READ SfAudit INTO SF-JOURNAL-ENTRY
088900         AT END
089000             MOVE "Y" TO SF-GEN-EOF-SW
089100             GO TO 2200-READ-LIVE-ENTRY-EXIT
089200     END-READ.
089300     IF NOT SF-AUD-STATUS-OK
089400         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
089500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
089600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
089700         MOVE 16 TO RETURN-CODE
089800         MOVE "Y" TO SF-RUN-FAILED-SW SF-GEN-EOF-SW
089900         GO TO 2200-READ-LIVE-ENTRY-EXIT
090000     END-IF.
090100     PERFORM 2300-RELEASE-JOURNAL-ENTRY
090200         THRU 2300-RELEASE-JOURNAL-ENTRY-EXIT.
090300 2200-READ-LIVE-ENTRY-EXIT.
090400     EXIT.
090500*****************************************************************
090600*    2300-RELEASE-JOURNAL-ENTRY - TURNS ONE JOURNAL ENTRY INTO AN
090700*    EVENT.  NOTHING BEFORE THE PERIOD IS WANTED.  A PURGE OR
090800*    DELETE FROM THE PERIOD ON IS KEPT WITH ITS BEFORE IMAGE, SO
090900*    A CUSTOMER REMOVED SINCE THE PERIOD CAN STILL BE PLACED IN
091000*    ITS STATE; A CHANGE IS ONLY WANTED WITHIN THE PERIOD, WITH
091100*    ITS BEFORE STATUS AND AFTER IMAGE.  ADDS ARE LEFT TO
091200*    CUST-DATE-OPENED.
091300*****************************************************************
091400 2300-RELEASE-JOURNAL-ENTRY.
091500     ADD 1 TO SF-JOURNAL-READ-COUNT.
091600     IF AUD-DATE < SF-PERIOD-START
091700         GO TO 2300-RELEASE-JOURNAL-ENTRY-EXIT
091800     END-IF.
091900
092000     MOVE SPACES TO SF-EVENT-AREA.
092100     MOVE AUD-CUST-ID TO SF-EVT-CUST-ID.
092200     MOVE AUD-DATE TO SF-EVT-DATE.
092300     EVALUATE TRUE
092400         WHEN AUD-ACTION-PURGE
092500             MOVE "P" TO SF-EVT-SOURCE
092600             MOVE AUD-BEFORE-IMAGE TO SF-EVT-IMAGE
092700         WHEN AUD-ACTION-DELETE
092800             MOVE "D" TO SF-EVT-SOURCE
092900             MOVE AUD-BEFORE-IMAGE TO SF-EVT-IMAGE
093000         WHEN AUD-ACTION-CHANGE
093100             IF AUD-DATE > SF-PERIOD-END
093200                 GO TO 2300-RELEASE-JOURNAL-ENTRY-EXIT
093300             END-IF
093400             MOVE AUD-BEFORE-IMAGE TO MoveCustomer
093500             MOVE "C" TO SF-EVT-SOURCE
093600             MOVE CUST-ACCT-STATUS OF MoveCustomer
093700                 TO SF-EVT-BEFORE-STATUS
093800             MOVE AUD-AFTER-IMAGE TO SF-EVT-IMAGE
093900         WHEN OTHER
094000             GO TO 2300-RELEASE-JOURNAL-ENTRY-EXIT
094100     END-EVALUATE.
094200     ADD 1 TO SF-JOURNAL-USED-COUNT.
094300     RELEASE MovementEvent FROM SF-EVENT-AREA.
094400 2300-RELEASE-JOURNAL-ENTRY-EXIT.
094500     EXIT.
094600*****************************************************************
094700*    3000-TALLY-EVENTS - SORT OUTPUT: GATHERS EACH CUSTOMER'S
094800*    EVENTS AND TALLIES THE CUSTOMER INTO ITS STATE.
094900*****************************************************************
095000 3000-TALLY-EVENTS.
095100     MOVE "N" TO SF-SORT-END-SW.
095200     PERFORM 3050-RETURN-EVENT
095300         THRU 3050-RETURN-EVENT-EXIT.
095400     PERFORM 3100-TALLY-ONE-CUSTOMER
095500         THRU 3100-TALLY-ONE-CUSTOMER-EXIT
095600         UNTIL SF-SORT-END.
095700 3000-TALLY-EVENTS-EXIT.
095800     EXIT.
095900*****************************************************************
096000*    3050-RETURN-EVENT
096100*****************************************************************
096200 3050-RETURN-EVENT.
096300     RETURN SfmvSort INTO SF-EVENT-AREA
096400         AT END
096500             MOVE "Y" TO SF-SORT-END-SW
096600             MOVE HIGH-VALUES TO SF-EVT-CUST-ID
096700     END-RETURN.
096800 3050-RETURN-EVENT-EXIT.
096900     EXIT.
097000*****************************************************************
097100*    3100-TALLY-ONE-CUSTOMER - TAKES EVERY EVENT FOR THE CURRENT
097200*    CUSTOMER-ID, THEN TALLIES THE CUSTOMER.
097300*****************************************************************
097400 3100-TALLY-ONE-CUSTOMER.
097500     MOVE SPACES TO SF-CUSTOMER-AREA.
097600     MOVE SF-EVT-CUST-ID TO SF-CUS-ID.
097700     MOVE ZERO TO SF-CUS-IMAGE-RANK SF-CUS-PURGED SF-CUS-DELETED
097800         SF-CUS-SUSPENDED SF-CUS-REACTIVATED.
097900     PERFORM 3200-TAKE-EVENT
098000         THRU 3200-TAKE-EVENT-EXIT
098100         UNTIL SF-EVT-CUST-ID NOT = SF-CUS-ID.
098200     PERFORM 3500-TALLY-CUSTOMER
098300         THRU 3500-TALLY-CUSTOMER-EXIT.
098400 3100-TALLY-ONE-CUSTOMER-EXIT.
098500     EXIT.
098600*****************************************************************
098700*    3200-TAKE-EVENT - FOLDS ONE EVENT INTO THE CUSTOMER AREA AND
098800*    RETURNS THE NEXT.  THE LATEST PURGE OR DELETE GIVES THE
098900*    REMOVAL DATE; ONLY THOSE WITHIN THE PERIOD ARE COUNTED.
099000*****************************************************************
099100 3200-TAKE-EVENT.
099200     EVALUATE TRUE
099300         WHEN SF-EVT-FROM-MASTER
099400             MOVE SF-EVT-IMAGE TO SF-CUS-IMAGE
099500             MOVE 3 TO SF-CUS-IMAGE-RANK
099600         WHEN SF-EVT-FROM-ARCHIVE
099700             IF SF-CUS-NO-IMAGE
099800                 MOVE SF-EVT-IMAGE TO SF-CUS-IMAGE
099900                 MOVE 1 TO SF-CUS-IMAGE-RANK
100000             END-IF
100100         WHEN SF-EVT-PURGE OR SF-EVT-DELETE
100200             IF SF-EVT-DATE NOT < SF-CUS-REMOVED-DATE
100300                 MOVE SF-EVT-DATE TO SF-CUS-REMOVED-DATE
100400                 IF SF-CUS-IMAGE-RANK < 3
100500                     MOVE SF-EVT-IMAGE TO SF-CUS-IMAGE
100600                     MOVE 2 TO SF-CUS-IMAGE-RANK
100700                 END-IF
100800             END-IF
100900             IF SF-EVT-DATE NOT > SF-PERIOD-END
101000                 IF SF-EVT-PURGE
101100                     ADD 1 TO SF-CUS-PURGED
101200                 ELSE
101300                     ADD 1 TO SF-CUS-DELETED
101400                 END-IF
101500             END-IF
101600         WHEN SF-EVT-CHANGE
101700             PERFORM 3300-TAKE-STATUS-CHANGE
101800                 THRU 3300-TAKE-STATUS-CHANGE-EXIT
101900     END-EVALUATE.
102000
102100     PERFORM 3050-RETURN-EVENT
102200         THRU 3050-RETURN-EVENT-EXIT.
102300 3200-TAKE-EVENT-EXIT.
102400     EXIT.
102500*****************************************************************
102600*    3300-TAKE-STATUS-CHANGE - A CHANGE IN THE PERIOD THAT MOVED
102700*    THE CUSTOMER INTO STATUS S IS A SUSPENSION; ONE THAT MOVED
102800*    IT FROM I, S OR C BACK TO A IS A REACTIVATION.  CLOSURES ARE
102900*    COUNTED FROM CUST-DATE-CLOSED INSTEAD.
103000*****************************************************************
103100 3300-TAKE-STATUS-CHANGE.
103200     MOVE SF-EVT-IMAGE TO MoveCustomer.
103300     IF CUST-STATUS-SUSPENDED OF MoveCustomer
103400             AND NOT SF-EVT-WAS-SUSPENDED
103500         ADD 1 TO SF-CUS-SUSPENDED
103600     END-IF.
103700     IF CUST-STATUS-ACTIVE OF MoveCustomer
103800             AND SF-EVT-WAS-NOT-ACTIVE
103900         ADD 1 TO SF-CUS-REACTIVATED
104000     END-IF.
104100 3300-TAKE-STATUS-CHANGE-EXIT.
104200     EXIT.
104300*****************************************************************
104400*    3500-TALLY-CUSTOMER - PLACES THE CUSTOMER IN ITS STATE AND
104500*    ADDS ITS MOVEMENT TO THE STATE'S ROW.  A CUSTOMER FOUND ONLY
104600*    ON THE ARCHIVE WAS PURGED BEFORE THE PERIOD AND IS NOT
104700*    COUNTED.  A BLANK CUST-DATE-OPENED IS TAKEN AS BEFORE THE
104800*    PERIOD - IT SORTS BELOW EVERY DATE.
104900*****************************************************************
105000 3500-TALLY-CUSTOMER.
105100     IF SF-CUS-ARCHIVE-IMAGE
105200         ADD 1 TO SF-GONE-BEFORE-COUNT
105300         GO TO 3500-TALLY-CUSTOMER-EXIT
105400     END-IF.
105500     IF SF-CUS-NO-IMAGE
105600         ADD 1 TO SF-JOURNAL-ONLY-COUNT
105700         MOVE SPACES TO MoveCustomer
105800         MOVE "JOURNAL ENTRIES ONLY - NOT ON FILE"
105900             TO SF-CUS-REASON
106000         PERFORM 3550-LIST-CUSTOMER-EXCEPTION
106100             THRU 3550-LIST-CUSTOMER-EXCEPTION-EXIT
106200         GO TO 3500-TALLY-CUSTOMER-EXIT
106300     END-IF.
106400
106500     ADD 1 TO SF-CUSTOMER-COUNT.
106600     MOVE SF-CUS-IMAGE TO MoveCustomer.
106700     MOVE CUST-STATE OF MoveCustomer TO SF-FIND-STATE.
106800     PERFORM 3600-FIND-STATE-ENTRY
106900         THRU 3600-FIND-STATE-ENTRY-EXIT.
107000
107100     MOVE ZERO TO SF-CUS-AT-START SF-CUS-OPENED SF-CUS-AT-END.
107200     IF CUST-DATE-OPENED OF MoveCustomer < SF-PERIOD-START
107300         MOVE 1 TO SF-CUS-AT-START
107400     ELSE
107500         IF CUST-DATE-OPENED OF MoveCustomer NOT > SF-PERIOD-END
107600             MOVE 1 TO SF-CUS-OPENED
107700         END-IF
107800     END-IF.
107900*
108000*    ON FILE AT THE PERIOD END MEANS OPENED BY THEN AND EITHER
108100*    STILL ON THE MASTER OR REMOVED SINCE.  THE TWO KINDS OF
108200*    CUSTOMER SFSTAT COUNTS DIFFERENTLY ARE COUNTED AS THEY GO.
108300*
108400     IF CUST-DATE-OPENED OF MoveCustomer NOT > SF-PERIOD-END
108500         IF SF-CUS-MASTER-IMAGE
108600             MOVE 1 TO SF-CUS-AT-END
108700         ELSE
108800             IF SF-CUS-REMOVED-DATE > SF-PERIOD-END
108900                 MOVE 1 TO SF-CUS-AT-END
109000                 ADD 1 TO SF-REMOVED-LATER-COUNT
109100             END-IF
109200         END-IF
109300     ELSE
109400         IF SF-CUS-MASTER-IMAGE
109500             ADD 1 TO SF-OPENED-LATER-COUNT
109600         END-IF
109700     END-IF.
109800
109900     IF CUST-DATE-CLOSED OF MoveCustomer NOT = SPACES
110000             AND CUST-DATE-CLOSED OF MoveCustomer
110100                 NOT < SF-PERIOD-START
110200             AND CUST-DATE-CLOSED OF MoveCustomer
110300                 NOT > SF-PERIOD-END
110400         ADD 1 TO SF-TBL-CLOSED(SF-STATE-POS)
110500     END-IF.
110600
110700     ADD SF-CUS-AT-START TO SF-TBL-OPENING(SF-STATE-POS).
110800     ADD SF-CUS-OPENED TO SF-TBL-OPENED(SF-STATE-POS).
110900     ADD SF-CUS-SUSPENDED TO SF-TBL-SUSPENDED(SF-STATE-POS).
111000     ADD SF-CUS-REACTIVATED TO SF-TBL-REACTIVATED(SF-STATE-POS).
111100     ADD SF-CUS-PURGED TO SF-TBL-PURGED(SF-STATE-POS).
111200     ADD SF-CUS-DELETED TO SF-TBL-DELETED(SF-STATE-POS).
111300     ADD SF-CUS-AT-END TO SF-TBL-CLOSING(SF-STATE-POS).
111400
111500     COMPUTE SF-CUS-CHECK = SF-CUS-AT-START + SF-CUS-OPENED
111600         - SF-CUS-PURGED - SF-CUS-DELETED.
111700     IF SF-CUS-CHECK NOT = SF-CUS-AT-END
111800         MOVE "LIFECYCLE DATES DO NOT BALANCE"
111900             TO SF-CUS-REASON
112000         PERFORM 3550-LIST-CUSTOMER-EXCEPTION
112100             THRU 3550-LIST-CUSTOMER-EXCEPTION-EXIT
112200     END-IF.
112300 3500-TALLY-CUSTOMER-EXIT.
112400     EXIT.
112500*****************************************************************
112600*    3550-LIST-CUSTOMER-EXCEPTION - ONE EXCEPTION LINE FOR THE
112700*    CURRENT CUSTOMER WITH THE REASON IN SF-CUS-REASON.
112800*****************************************************************
112900 3550-LIST-CUSTOMER-EXCEPTION.
113000     ADD 1 TO SF-EXCEPTION-COUNT.
113100     MOVE SPACES TO SF-DETAIL-LINE.
113200     STRING SF-CUS-ID(1:30)            DELIMITED BY SIZE
113300             " "                       DELIMITED BY SIZE
113400             CUST-STATE OF MoveCustomer
113500                                       DELIMITED BY SIZE
113600             " "                       DELIMITED BY SIZE
113700             CUST-DATE-OPENED OF MoveCustomer
113800                                       DELIMITED BY SIZE
113900             " "                       DELIMITED BY SIZE
114000             CUST-DATE-CLOSED OF MoveCustomer
114100                                       DELIMITED BY SIZE
114200             " "                       DELIMITED BY SIZE
114300             SF-CUS-REMOVED-DATE       DELIMITED BY SIZE
114400             " "                       DELIMITED BY SIZE
114500             SF-CUS-REASON             DELIMITED BY SIZE
114600         INTO SF-DETAIL-LINE.
114700     PERFORM 5000-WRITE-RPT-LINE
114800         THRU 5000-WRITE-RPT-LINE-EXIT.
114900 3550-LIST-CUSTOMER-EXCEPTION-EXIT.
115000     EXIT.
115100*****************************************************************
115200*    3600-FIND-STATE-ENTRY - LOCATES THE TABLE ENTRY FOR THE
115300*    STATE IN SF-FIND-STATE, INSERTING A NEW ENTRY AT ITS SORTED
115400*    POSITION WHEN THE STATE HAS NOT BEEN SEEN BEFORE, AS SFSTAT
115500*    DOES.  LEAVES SF-STATE-POS POINTING AT THE ENTRY.
115600*****************************************************************
115700 3600-FIND-STATE-ENTRY.
115800     MOVE "N" TO SF-STATE-FOUND-SW.
115900     MOVE ZERO TO SF-STATE-POS.
116000     MOVE 1 TO SF-STATE-SUB.
116100     PERFORM 3610-SCAN-STATE-TABLE
116200         THRU 3610-SCAN-STATE-TABLE-EXIT
116300         UNTIL SF-STATE-FOUND OR SF-STATE-SUB > SF-STATE-COUNT.
116400
116500     IF SF-STATE-FOUND
116600         GO TO 3600-FIND-STATE-ENTRY-EXIT
116700     END-IF.
116800*
116900*    THE HUNDRED-ENTRY TABLE HOLDS EVERY POSTAL CODE PLUS BAD
117000*    VALUES, SO OVERFLOW MEANS THE DATA IS BADLY CORRUPT.  THE
117100*    RUN CARRIES ON INTO THE FIRST ENTRY BUT IS FAILED.
117200*
117300     IF SF-STATE-COUNT >= 100
117400         DISPLAY "SFMV118E - STATE TABLE FULL"
117500         MOVE 16 TO RETURN-CODE
117600         MOVE "Y" TO SF-RUN-FAILED-SW
117700         MOVE 1 TO SF-STATE-POS
117800         GO TO 3600-FIND-STATE-ENTRY-EXIT
117900     END-IF.
118000
118100     IF SF-STATE-POS = ZERO
118200         ADD 1 TO SF-STATE-COUNT
118300         MOVE SF-STATE-COUNT TO SF-STATE-POS
118400     ELSE
118500         MOVE SF-STATE-COUNT TO SF-SHIFT-SUB
118600         ADD 1 TO SF-STATE-COUNT
118700         PERFORM 3620-SHIFT-STATE-ENTRY
118800             THRU 3620-SHIFT-STATE-ENTRY-EXIT
118900             UNTIL SF-SHIFT-SUB < SF-STATE-POS
119000     END-IF.
119100
119200     MOVE SPACES TO SF-STATE-ENTRY(SF-STATE-POS).
119300     MOVE SF-FIND-STATE TO SF-TBL-STATE(SF-STATE-POS).
119400     MOVE "N" TO SF-TBL-ON-SFSTAT-SW(SF-STATE-POS).
119500     MOVE ZERO TO SF-TBL-OPENING(SF-STATE-POS)
119600         SF-TBL-OPENED(SF-STATE-POS)
119700         SF-TBL-CLOSED(SF-STATE-POS)
119800         SF-TBL-SUSPENDED(SF-STATE-POS)
119900         SF-TBL-REACTIVATED(SF-STATE-POS)
120000         SF-TBL-PURGED(SF-STATE-POS)
120100         SF-TBL-DELETED(SF-STATE-POS)
120200         SF-TBL-CLOSING(SF-STATE-POS)
120300         SF-TBL-SFSTAT(SF-STATE-POS).
120400 3600-FIND-STATE-ENTRY-EXIT.
120500     EXIT.
120600*****************************************************************
120700*    3610-SCAN-STATE-TABLE - ONE STEP OF THE TABLE SCAN.  NOTES
120800*    THE FIRST ENTRY THAT SORTS ABOVE THE STATE AS THE INSERTION
120900*    POINT IF THE STATE TURNS OUT TO BE NEW.
121000*****************************************************************
121100 3610-SCAN-STATE-TABLE.
121200     IF SF-TBL-STATE(SF-STATE-SUB) = SF-FIND-STATE
121300         MOVE "Y" TO SF-STATE-FOUND-SW
121400         MOVE SF-STATE-SUB TO SF-STATE-POS
121500     ELSE
121600         IF SF-STATE-POS = ZERO AND
121700                 SF-TBL-STATE(SF-STATE-SUB) > SF-FIND-STATE
121800             MOVE SF-STATE-SUB TO SF-STATE-POS
121900         END-IF
122000         ADD 1 TO SF-STATE-SUB
122100     END-IF.
122200 3610-SCAN-STATE-TABLE-EXIT.
122300     EXIT.
122400*****************************************************************
122500*    3620-SHIFT-STATE-ENTRY - SHIFTS ONE ENTRY DOWN A SLOT TO
122600*    OPEN THE INSERTION POINT.
122700*****************************************************************
122800 3620-SHIFT-STATE-ENTRY.
122900     MOVE SF-STATE-ENTRY(SF-SHIFT-SUB)
123000         TO SF-STATE-ENTRY(SF-SHIFT-SUB + 1).
123100     SUBTRACT 1 FROM SF-SHIFT-SUB.
123200 3620-SHIFT-STATE-ENTRY-EXIT.
123300     EXIT.
123400*****************************************************************
123500*    4000-LOAD-SFSTAT-TOTALS - READS BACK THE SFSTRPT REPORT OF
123600*    THE MONTH'S SFSTAT RUN AND PUTS EACH STATE'S TOTAL AGAINST
123700*    THE STATE'S ROW.  A STATE ONLY SFSTAT HAS GETS A ROW OF ITS
123800*    OWN WITH NO MOVEMENT.  WITHOUT THE REPORT THE CLOSING COUNTS
123900*    GO UNCOMPARED AND THE STEP ENDS AT 4.
124000*****************************************************************
124100 4000-LOAD-SFSTAT-TOTALS.
124200     OPEN INPUT SfStRpt.
124300     IF NOT SF-STR-STATUS-OK
124400         DISPLAY "SFMV119W - SFSTRPT NOT AVAILABLE, STATUS "
124500             SF-STR-FILE-STATUS ", CLOSING NOT COMPARED"
124600         GO TO 4000-LOAD-SFSTAT-TOTALS-EXIT
124700     END-IF.
124800     MOVE "Y" TO SF-SFSTAT-FOUND-SW.
124900     MOVE "N" TO SF-END-OF-FILE-SW.
125000     PERFORM 4100-READ-SFSTAT-LINE
125100         THRU 4100-READ-SFSTAT-LINE-EXIT
125200         UNTIL SF-END-OF-FILE.
125300     CLOSE SfStRpt.
125400 4000-LOAD-SFSTAT-TOTALS-EXIT.
125500     EXIT.
125600*****************************************************************
125700*    4100-READ-SFSTAT-LINE - ONE SFSTRPT LINE.  HEADINGS, BLANK
125800*    LINES AND THE SUMMARY FAIL THE STATE-LINE TEST AND ARE
125900*    SKIPPED; THE ** LINE IS SFSTAT'S GRAND TOTAL.
126000*****************************************************************
126100 4100-READ-SFSTAT-LINE.
126200     READ SfStRpt
126300         AT END
126400             MOVE "Y" TO SF-END-OF-FILE-SW
126500             GO TO 4100-READ-SFSTAT-LINE-EXIT
126600     END-READ.
126700     IF NOT SF-STR-STATUS-OK
126800         MOVE SF-STR-FILE-STATUS TO SF-LOG-STATUS-VALUE
126900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
127000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
127100         MOVE 16 TO RETURN-CODE
127200         MOVE "Y" TO SF-RUN-FAILED-SW SF-END-OF-FILE-SW
127300         GO TO 4100-READ-SFSTAT-LINE-EXIT
127400     END-IF.
127500
127600     IF SF-STR-LINE(1:2) NOT = SPACES
127700             OR SF-STR-LINE(5:4) NOT = SPACES
127800             OR SF-STR-LINE(54:5) = SPACES
127900         GO TO 4100-READ-SFSTAT-LINE-EXIT
128000     END-IF.
128100     MOVE SF-STR-LINE(54:5) TO SF-STR-DIGITS.
128200     INSPECT SF-STR-DIGITS REPLACING LEADING SPACES BY ZERO.
128300     IF SF-STR-DIGITS NOT NUMERIC
128400         GO TO 4100-READ-SFSTAT-LINE-EXIT
128500     END-IF.
128600
128700     IF SF-STR-LINE(3:2) = "**"
128800         MOVE SF-STR-TOTAL TO SF-SFSTAT-GRAND
128900         GO TO 4100-READ-SFSTAT-LINE-EXIT
129000     END-IF.
129100     MOVE SF-STR-LINE(3:2) TO SF-FIND-STATE.
129200     PERFORM 3600-FIND-STATE-ENTRY
129300         THRU 3600-FIND-STATE-ENTRY-EXIT.
129400     MOVE SF-STR-TOTAL TO SF-TBL-SFSTAT(SF-STATE-POS).
129500     MOVE "Y" TO SF-TBL-ON-SFSTAT-SW(SF-STATE-POS).
129600 4100-READ-SFSTAT-LINE-EXIT.
129700     EXIT.
129800*****************************************************************
129900*    5000-WRITE-RPT-LINE
130000*****************************************************************
130100 5000-WRITE-RPT-LINE.
130200     IF NOT SF-RPT-IS-OPEN
130300         GO TO 5000-WRITE-RPT-LINE-EXIT
130400     END-IF.
130500
130600     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 50
130700         PERFORM 5100-WRITE-RPT-HEADING
130800             THRU 5100-WRITE-RPT-HEADING-EXIT
130900     END-IF.
131000
131100     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
131200     WRITE SF-RPT-LINE.
131300     ADD 1 TO SF-LINE-COUNT.
131400 5000-WRITE-RPT-LINE-EXIT.
131500     EXIT.
131600*****************************************************************
131700*    5100-WRITE-RPT-HEADING
131800*****************************************************************
131900 5100-WRITE-RPT-HEADING.
132000     IF NOT SF-RPT-IS-OPEN
132100         GO TO 5100-WRITE-RPT-HEADING-EXIT
132200     END-IF.
132300     ADD 1 TO SF-PAGE-COUNT.
132400     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
132500     STRING "ACCOUNT MOVEMENT BY STATE FOR "
132600                                   DELIMITED BY SIZE
132700             SF-PERIOD             DELIMITED BY SIZE
132800             "   RUN DATE: "       DELIMITED BY SIZE
132900             SF-RUN-DATE-DISPLAY   DELIMITED BY SIZE
133000             "   PAGE: "           DELIMITED BY SIZE
133100             SF-PAGE-COUNT         DELIMITED BY SIZE
133200         INTO SF-HEADING-LINE-1.
133300     IF SF-HEADING-EXCEPTIONS
133400         STRING "CUSTOMER-ID                    ST "
133500                                   DELIMITED BY SIZE
133600                 "OPENED     CLOSED     REMOVED    EXCEPTION"
133700                                   DELIMITED BY SIZE
133800             INTO SF-HEADING-LINE-2
133900     ELSE
134000         STRING "  ST  OPENING   OPENED   CLOSED   SUSPND"
134100                                   DELIMITED BY SIZE
134200                 "   REACTV   PURGED  DELETED  CLOSING"
134300                                   DELIMITED BY SIZE
134400                 "   SFSTAT  NOTE"  DELIMITED BY SIZE
134500             INTO SF-HEADING-LINE-2
134600     END-IF.
134700
134800     IF SF-PAGE-COUNT > 1
134900         MOVE SPACES TO SF-RPT-LINE
135000         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
135100     END-IF.
135200     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
135300     WRITE SF-RPT-LINE.
135400     MOVE SF-HEADING-LINE-2 TO SF-RPT-LINE.
135500     WRITE SF-RPT-LINE.
135600     MOVE SPACES TO SF-RPT-LINE.
135700     WRITE SF-RPT-LINE.
135800     MOVE 3 TO SF-LINE-COUNT.
135900 5100-WRITE-RPT-HEADING-EXIT.
136000     EXIT.
136100*****************************************************************
136200*    5200-WRITE-MOVEMENT - THE STATE MOVEMENT PAGES, STARTED ON A
136300*    FRESH PAGE AFTER ANY CUSTOMER EXCEPTIONS: ONE ROW PER STATE,
136400*    THE GRAND TOTAL ROW AND A FOOTNOTE ON THE BALANCE.
136500*****************************************************************
136600 5200-WRITE-MOVEMENT.
136700     MOVE "M" TO SF-HEADING-KIND.
136800     MOVE ZERO TO SF-LINE-COUNT.
136900
137000     PERFORM 5250-WRITE-STATE-LINE
137100         THRU 5250-WRITE-STATE-LINE-EXIT
137200         VARYING SF-STATE-SUB FROM 1 BY 1
137300         UNTIL SF-STATE-SUB > SF-STATE-COUNT.
137400
137500     MOVE SPACES TO SF-DETAIL-LINE.
137600     PERFORM 5000-WRITE-RPT-LINE
137700         THRU 5000-WRITE-RPT-LINE-EXIT.
137800
137900     MOVE "**" TO SF-ML-STATE.
138000     MOVE SF-TOT-OPENING TO SF-ML-OPENING.
138100     MOVE SF-TOT-OPENED TO SF-ML-OPENED.
138200     MOVE SF-TOT-CLOSED TO SF-ML-CLOSED.
138300     MOVE SF-TOT-SUSPENDED TO SF-ML-SUSPENDED.
138400     MOVE SF-TOT-REACTIVATED TO SF-ML-REACTIVATED.
138500     MOVE SF-TOT-PURGED TO SF-ML-PURGED.
138600     MOVE SF-TOT-DELETED TO SF-ML-DELETED.
138700     MOVE SF-TOT-CLOSING TO SF-ML-CLOSING.
138800     COMPUTE SF-ROW-CHECK = SF-TOT-OPENING + SF-TOT-OPENED
138900         - SF-TOT-PURGED - SF-TOT-DELETED.
139000     MOVE "N" TO SF-ML-UNBALANCED-SW SF-ML-DIFFERS-SW.
139100     IF SF-ROW-CHECK NOT = SF-TOT-CLOSING
139200         MOVE "Y" TO SF-ML-UNBALANCED-SW
139300     END-IF.
139400     MOVE SPACES TO SF-ML-SFSTAT.
139500     IF SF-SFSTAT-FOUND
139600         MOVE SF-SFSTAT-GRAND TO SF-ML-SFSTAT-EDIT
139700         MOVE SF-ML-SFSTAT-EDIT TO SF-ML-SFSTAT
139800         IF SF-SFSTAT-GRAND NOT = SF-TOT-CLOSING
139900             MOVE "Y" TO SF-ML-DIFFERS-SW
140000         END-IF
140100     END-IF.
140200     PERFORM 5260-SET-ROW-NOTE
140300         THRU 5260-SET-ROW-NOTE-EXIT.
140400     MOVE SF-MOVE-LINE TO SF-DETAIL-LINE.
140500     PERFORM 5000-WRITE-RPT-LINE
140600         THRU 5000-WRITE-RPT-LINE-EXIT.
140700
140800     MOVE SPACES TO SF-DETAIL-LINE.
140900     PERFORM 5000-WRITE-RPT-LINE
141000         THRU 5000-WRITE-RPT-LINE-EXIT.
141100     MOVE "ROWS: OPENING + OPENED - PURGED - DELETED = CLOSING"
141200         TO SF-DETAIL-LINE.
141300     PERFORM 5000-WRITE-RPT-LINE
141400         THRU 5000-WRITE-RPT-LINE-EXIT.
141500     MOVE "CLOSED, SUSPND AND REACTV ARE STATUS MOVEMENTS - THOSE"
141600         TO SF-DETAIL-LINE.
141700     PERFORM 5000-WRITE-RPT-LINE
141800         THRU 5000-WRITE-RPT-LINE-EXIT.
141900     MOVE "ACCOUNTS STAY ON THE MASTER AND IN THE CLOSING COUNT."
142000         TO SF-DETAIL-LINE.
142100     PERFORM 5000-WRITE-RPT-LINE
142200         THRU 5000-WRITE-RPT-LINE-EXIT.
142300 5200-WRITE-MOVEMENT-EXIT.
142400     EXIT.
142500*****************************************************************
142600*    5250-WRITE-STATE-LINE - ONE STATE ROW, CHECKED FOR BALANCE
142700*    AND AGAINST SFSTAT, AND ADDED INTO THE GRAND TOTALS.
142800*****************************************************************
142900 5250-WRITE-STATE-LINE.
143000     MOVE SF-TBL-STATE(SF-STATE-SUB) TO SF-ML-STATE.
143100     MOVE SF-TBL-OPENING(SF-STATE-SUB) TO SF-ML-OPENING.
143200     MOVE SF-TBL-OPENED(SF-STATE-SUB) TO SF-ML-OPENED.
143300     MOVE SF-TBL-CLOSED(SF-STATE-SUB) TO SF-ML-CLOSED.
143400     MOVE SF-TBL-SUSPENDED(SF-STATE-SUB) TO SF-ML-SUSPENDED.
143500     MOVE SF-TBL-REACTIVATED(SF-STATE-SUB) TO SF-ML-REACTIVATED.
143600     MOVE SF-TBL-PURGED(SF-STATE-SUB) TO SF-ML-PURGED.
143700     MOVE SF-TBL-DELETED(SF-STATE-SUB) TO SF-ML-DELETED.
143800     MOVE SF-TBL-CLOSING(SF-STATE-SUB) TO SF-ML-CLOSING.
143900
144000     ADD SF-TBL-OPENING(SF-STATE-SUB) TO SF-TOT-OPENING.
144100     ADD SF-TBL-OPENED(SF-STATE-SUB) TO SF-TOT-OPENED.
144200     ADD SF-TBL-CLOSED(SF-STATE-SUB) TO SF-TOT-CLOSED.
144300     ADD SF-TBL-SUSPENDED(SF-STATE-SUB) TO SF-TOT-SUSPENDED.
144400     ADD SF-TBL-REACTIVATED(SF-STATE-SUB) TO SF-TOT-REACTIVATED.
144500     ADD SF-TBL-PURGED(SF-STATE-SUB) TO SF-TOT-PURGED.
144600     ADD SF-TBL-DELETED(SF-STATE-SUB) TO SF-TOT-DELETED.
144700     ADD SF-TBL-CLOSING(SF-STATE-SUB) TO SF-TOT-CLOSING.
144800
144900     MOVE "N" TO SF-ML-UNBALANCED-SW SF-ML-DIFFERS-SW.
145000     COMPUTE SF-ROW-CHECK = SF-TBL-OPENING(SF-STATE-SUB)
145100         + SF-TBL-OPENED(SF-STATE-SUB)
145200         - SF-TBL-PURGED(SF-STATE-SUB)
145300         - SF-TBL-DELETED(SF-STATE-SUB).
145400     IF SF-ROW-CHECK NOT = SF-TBL-CLOSING(SF-STATE-SUB)
145500         MOVE "Y" TO SF-ML-UNBALANCED-SW
145600         ADD 1 TO SF-UNBALANCED-COUNT
145700     END-IF.
145800*
145900*    A STATE MISSING FROM SFSTAT COMPARES AS ZERO - SFSTAT PRINTS
146000*    EVERY STATE IT FOUND ON THE MASTER.
146100*
146200     MOVE SPACES TO SF-ML-SFSTAT.
146300     IF SF-SFSTAT-FOUND
146400         MOVE SF-TBL-SFSTAT(SF-STATE-SUB) TO SF-ML-SFSTAT-EDIT
146500         MOVE SF-ML-SFSTAT-EDIT TO SF-ML-SFSTAT
146600         IF SF-TBL-SFSTAT(SF-STATE-SUB)
146700                 NOT = SF-TBL-CLOSING(SF-STATE-SUB)
146800             MOVE "Y" TO SF-ML-DIFFERS-SW
146900             ADD 1 TO SF-DIFFERS-COUNT
147000         END-IF
147100     END-IF.
147200
147300     PERFORM 5260-SET-ROW-NOTE
147400         THRU 5260-SET-ROW-NOTE-EXIT.
147500     MOVE SF-MOVE-LINE TO SF-DETAIL-LINE.
147600     PERFORM 5000-WRITE-RPT-LINE
147700         THRU 5000-WRITE-RPT-LINE-EXIT.
147800 5250-WRITE-STATE-LINE-EXIT.
147900     EXIT.
148000*****************************************************************
148100*    5260-SET-ROW-NOTE - THE NOTE COLUMN FOR A ROW FROM ITS TWO
148200*    FLAGS.
148300*****************************************************************
148400 5260-SET-ROW-NOTE.
148500     EVALUATE TRUE
148600         WHEN SF-ML-UNBALANCED AND SF-ML-DIFFERS
148700             MOVE "*** OUT OF BALANCE, DIFFERS FROM SFSTAT"
148800                 TO SF-ML-NOTE
148900         WHEN SF-ML-UNBALANCED
149000             MOVE "*** OUT OF BALANCE" TO SF-ML-NOTE
149100         WHEN SF-ML-DIFFERS
149200             MOVE "*** DIFFERS FROM SFSTAT" TO SF-ML-NOTE
149300         WHEN OTHER
149400             MOVE SPACES TO SF-ML-NOTE
149500     END-EVALUATE.
149600 5260-SET-ROW-NOTE-EXIT.
149700     EXIT.
149800*****************************************************************
149900*    5300-WRITE-SUMMARY - RUN COUNTS, THE COUNTS THAT EXPLAIN
150000*    DIFFERENCES FROM SFSTAT, AND THE TWO CHECKS.
150100*****************************************************************
150200 5300-WRITE-SUMMARY.
150300     MOVE SPACES TO SF-DETAIL-LINE.
150400     PERFORM 5000-WRITE-RPT-LINE
150500         THRU 5000-WRITE-RPT-LINE-EXIT.
150600
150700     MOVE SF-MASTER-COUNT TO SF-COUNT-EDIT.
150800     MOVE SPACES TO SF-DETAIL-LINE.
150900     STRING "MASTER RECORDS READ . . . . : " DELIMITED BY SIZE
151000             SF-COUNT-EDIT                   DELIMITED BY SIZE
151100         INTO SF-DETAIL-LINE.
151200     PERFORM 5000-WRITE-RPT-LINE
151300         THRU 5000-WRITE-RPT-LINE-EXIT.
151400
151500     MOVE SF-ARCHIVE-COUNT TO SF-COUNT-EDIT.
151600     MOVE SPACES TO SF-DETAIL-LINE.
151700     STRING "ARCHIVE RECORDS READ  . . . : " DELIMITED BY SIZE
151800             SF-COUNT-EDIT                   DELIMITED BY SIZE
151900         INTO SF-DETAIL-LINE.
152000     PERFORM 5000-WRITE-RPT-LINE
152100         THRU 5000-WRITE-RPT-LINE-EXIT.
152200
152300     MOVE SF-GEN-READ-COUNT TO SF-COUNT-EDIT.
152400     MOVE SPACES TO SF-DETAIL-LINE.
152500     STRING "JOURNAL GENERATIONS READ  . : " DELIMITED BY SIZE
152600             SF-COUNT-EDIT                   DELIMITED BY SIZE
152700         INTO SF-DETAIL-LINE.
152800     PERFORM 5000-WRITE-RPT-LINE
152900         THRU 5000-WRITE-RPT-LINE-EXIT.
153000
153100     MOVE SF-JOURNAL-READ-COUNT TO SF-BIG-COUNT-EDIT.
153200     MOVE SPACES TO SF-DETAIL-LINE.
153300     STRING "JOURNAL ENTRIES READ  . . . : " DELIMITED BY SIZE
153400             SF-BIG-COUNT-EDIT               DELIMITED BY SIZE
153500         INTO SF-DETAIL-LINE.
153600     PERFORM 5000-WRITE-RPT-LINE
153700         THRU 5000-WRITE-RPT-LINE-EXIT.
153800
153900     MOVE SF-JOURNAL-USED-COUNT TO SF-BIG-COUNT-EDIT.
154000     MOVE SPACES TO SF-DETAIL-LINE.
154100     STRING "  USED FOR THE PERIOD . . . : " DELIMITED BY SIZE
154200             SF-BIG-COUNT-EDIT               DELIMITED BY SIZE
154300         INTO SF-DETAIL-LINE.
154400     PERFORM 5000-WRITE-RPT-LINE
154500         THRU 5000-WRITE-RPT-LINE-EXIT.
154600
154700     MOVE SF-CUSTOMER-COUNT TO SF-COUNT-EDIT.
154800     MOVE SPACES TO SF-DETAIL-LINE.
154900     STRING "CUSTOMERS TALLIED . . . . . : " DELIMITED BY SIZE
155000             SF-COUNT-EDIT                   DELIMITED BY SIZE
155100         INTO SF-DETAIL-LINE.
155200     PERFORM 5000-WRITE-RPT-LINE
155300         THRU 5000-WRITE-RPT-LINE-EXIT.
155400
155500     MOVE SF-GONE-BEFORE-COUNT TO SF-COUNT-EDIT.
155600     MOVE SPACES TO SF-DETAIL-LINE.
155700     STRING "PURGED BEFORE THE PERIOD  . : " DELIMITED BY SIZE
155800             SF-COUNT-EDIT                   DELIMITED BY SIZE
155900         INTO SF-DETAIL-LINE.
156000     PERFORM 5000-WRITE-RPT-LINE
156100         THRU 5000-WRITE-RPT-LINE-EXIT.
156200
156300     MOVE SF-JOURNAL-ONLY-COUNT TO SF-COUNT-EDIT.
156400     MOVE SPACES TO SF-DETAIL-LINE.
156500     STRING "JOURNAL ONLY - NOT ON FILE  : " DELIMITED BY SIZE
156600             SF-COUNT-EDIT                   DELIMITED BY SIZE
156700         INTO SF-DETAIL-LINE.
156800     PERFORM 5000-WRITE-RPT-LINE
156900         THRU 5000-WRITE-RPT-LINE-EXIT.
157000
157100     MOVE SF-EXCEPTION-COUNT TO SF-COUNT-EDIT.
157200     MOVE SPACES TO SF-DETAIL-LINE.
157300     STRING "CUSTOMER EXCEPTIONS LISTED  : " DELIMITED BY SIZE
157400             SF-COUNT-EDIT                   DELIMITED BY SIZE
157500         INTO SF-DETAIL-LINE.
157600     PERFORM 5000-WRITE-RPT-LINE
157700         THRU 5000-WRITE-RPT-LINE-EXIT.
157800
157900     MOVE SPACES TO SF-DETAIL-LINE.
158000     PERFORM 5000-WRITE-RPT-LINE
158100         THRU 5000-WRITE-RPT-LINE-EXIT.
158200*
158300*    SFSTAT COUNTS THE MASTER AS IT STOOD WHEN IT RAN, SO THESE
158400*    TWO COUNTS ARE EXPECTED DIFFERENCES FROM THE CLOSING FIGURES.
158500*
158600     MOVE SF-OPENED-LATER-COUNT TO SF-COUNT-EDIT.
158700     MOVE SPACES TO SF-DETAIL-LINE.
158800     STRING "OPENED AFTER PERIOD END . . : " DELIMITED BY SIZE
158900             SF-COUNT-EDIT                   DELIMITED BY SIZE
159000         INTO SF-DETAIL-LINE.
159100     PERFORM 5000-WRITE-RPT-LINE
159200         THRU 5000-WRITE-RPT-LINE-EXIT.
159300
159400     MOVE SF-REMOVED-LATER-COUNT TO SF-COUNT-EDIT.
159500     MOVE SPACES TO SF-DETAIL-LINE.
159600     STRING "REMOVED AFTER PERIOD END  . : " DELIMITED BY SIZE
159700             SF-COUNT-EDIT                   DELIMITED BY SIZE
159800         INTO SF-DETAIL-LINE.
159900     PERFORM 5000-WRITE-RPT-LINE
160000         THRU 5000-WRITE-RPT-LINE-EXIT.
160100
160200     MOVE SPACES TO SF-DETAIL-LINE.
160300     PERFORM 5000-WRITE-RPT-LINE
160400         THRU 5000-WRITE-RPT-LINE-EXIT.
160500
160600     MOVE SPACES TO SF-DETAIL-LINE.
160700     IF SF-RUN-FAILED
160800         MOVE "*** RUN FAILED - MOVEMENT FIGURES INCOMPLETE ***"
160900             TO SF-DETAIL-LINE
161000     ELSE
161100         IF SF-UNBALANCED-COUNT = ZERO
161200             MOVE "ALL STATES IN BALANCE" TO SF-DETAIL-LINE
161300         ELSE
161400             MOVE SF-UNBALANCED-COUNT TO SF-COUNT-EDIT
161500             STRING "*** STATES OUT OF BALANCE: "
161600                                          DELIMITED BY SIZE
161700                     SF-COUNT-EDIT        DELIMITED BY SIZE
161800                     " ***"               DELIMITED BY SIZE
161900                 INTO SF-DETAIL-LINE
162000         END-IF
162100     END-IF.
162200     PERFORM 5000-WRITE-RPT-LINE
162300         THRU 5000-WRITE-RPT-LINE-EXIT.
162400
162500     MOVE SPACES TO SF-DETAIL-LINE.
162600     IF NOT SF-SFSTAT-FOUND
162700         MOVE "SFSTAT REPORT NOT AVAILABLE - CLOSING NOT COMPARED"
162800             TO SF-DETAIL-LINE
162900     ELSE
163000         IF SF-DIFFERS-COUNT = ZERO
163100             MOVE "CLOSING COUNTS AGREE WITH SFSTAT"
163200                 TO SF-DETAIL-LINE
163300         ELSE
163400             MOVE SF-DIFFERS-COUNT TO SF-COUNT-EDIT
163500             STRING "*** STATES DIFFERING FROM SFSTAT: "
163600                                          DELIMITED BY SIZE
163700                     SF-COUNT-EDIT        DELIMITED BY SIZE
163800                     " ***"               DELIMITED BY SIZE
163900                 INTO SF-DETAIL-LINE
164000         END-IF
164100     END-IF.
164200     PERFORM 5000-WRITE-RPT-LINE
164300         THRU 5000-WRITE-RPT-LINE-EXIT.
164400 5300-WRITE-SUMMARY-EXIT.
164500     EXIT.
164600*****************************************************************
164700*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
164800*    SAME SFERRLOG FILE SF AND SFM USE.
164900*****************************************************************
165000 8000-LOG-FILE-ERROR.
165100     IF NOT SF-LOG-IS-OPEN
165200         OPEN EXTEND SfErrLog
165300         IF NOT SF-LOG-STATUS-OK
165400             OPEN OUTPUT SfErrLog
165500         END-IF
165600         IF SF-LOG-STATUS-OK
165700             MOVE "Y" TO SF-LOG-OPEN-SW
165800         END-IF
165900     END-IF.
166000
166100     IF SF-LOG-IS-OPEN
166200         ACCEPT SF-RUN-TIME FROM TIME
166300         MOVE SPACES TO SF-LOG-DETAIL-LINE
166400         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
166500                 " "                   DELIMITED BY SIZE
166600                 SF-RUN-TIME           DELIMITED BY SIZE
166700                 "  SFMOVE FILE STATUS " DELIMITED BY SIZE
166800                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
166900                 "  CUSTOMER-ID "      DELIMITED BY SIZE
167000                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
167100             INTO SF-LOG-DETAIL-LINE
167200         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
167300         WRITE SF-LOG-LINE
167400     END-IF.
167500 8000-LOG-FILE-ERROR-EXIT.
167600     EXIT.
167700*****************************************************************
167800*    9000-TERMINATE - WRITE THE SUMMARY, SET THE RETURN CODE,
167900*    ECHO THE COUNTS AND CLOSE EVERYTHING.
168000*****************************************************************
168100 9000-TERMINATE.
168200     PERFORM 5300-WRITE-SUMMARY
168300         THRU 5300-WRITE-SUMMARY-EXIT.
168400
168500     DISPLAY " ".
168600     DISPLAY "PERIOD  . . . . . . . : " SF-PERIOD.
168700     DISPLAY "MASTER RECORDS READ . : " SF-MASTER-COUNT.
168800     DISPLAY "ARCHIVE RECORDS READ  : " SF-ARCHIVE-COUNT.
168900     DISPLAY "JOURNAL ENTRIES USED  : " SF-JOURNAL-USED-COUNT.
169000     DISPLAY "CUSTOMERS TALLIED . . : " SF-CUSTOMER-COUNT.
169100     DISPLAY "STATES OUT OF BALANCE : " SF-UNBALANCED-COUNT.
169200     DISPLAY "STATES NOT AS SFSTAT  : " SF-DIFFERS-COUNT.
169300*
169400*    A MOVEMENT THAT DOES NOT BALANCE OR AGREE WITH SFSTAT, OR
169500*    NOTHING TO AGREE WITH, ENDS THE STEP AT 4 FOR THE DESK TO
169600*    LOOK INTO.
169700*
169800     IF RETURN-CODE = ZERO
169900         IF SF-UNBALANCED-COUNT > ZERO
170000                 OR SF-DIFFERS-COUNT > ZERO
170100                 OR NOT SF-SFSTAT-FOUND
170200             MOVE 4 TO RETURN-CODE
170300         END-IF
170400     END-IF.
170500
170600     CLOSE SfAudit.
170700     PERFORM 1900-CLOSE-CUSTOMER-FILES
170800         THRU 1900-CLOSE-CUSTOMER-FILES-EXIT.
170900     IF SF-RPT-IS-OPEN
171000         CLOSE SfMvRpt
171100         IF NOT SF-RPT-STATUS-OK
171200             MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
171300             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
171400             PERFORM 8000-LOG-FILE-ERROR
171500                 THRU 8000-LOG-FILE-ERROR-EXIT
171600         END-IF
171700     END-IF.
171800     IF SF-LOG-IS-OPEN
171900         CLOSE SfErrLog
172000         IF NOT SF-LOG-STATUS-OK
172100             DISPLAY "SFMV120E - ERROR CLOSING SFERRLOG, STATUS "
172200                 SF-LOG-FILE-STATUS
172300         END-IF
172400     END-IF.
172500 9000-TERMINATE-EXIT.
172600     EXIT.
172700*****************************************************************
172800*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
172900*****************************************************************
173000 9999-END-PROGRAM-EXIT.
173100     STOP RUN.
