000100*****************************************************************
000200*    PROGRAM......: SFBKUP
000300*    DESCRIPTION..: MASTER BACKUP AND SFAUDIT JOURNAL CUTOVER.
000400*                   ONE COORDINATED STEP FOR THE NIGHTLY WINDOW:
000500*
000600*                   1. COPIES THE INDEXED Cla CUSTOMER MASTER TO
000700*                      A DATED SEQUENTIAL BACKUP IN CUST-ID ORDER
000800*                   2. CLOSES OUT THE CURRENT SFAUDIT JOURNAL TO A
000900*                      DATED GENERATION AND STARTS A FRESH, EMPTY
001000*                      SFAUDIT FOR THE NEXT DAY'S MAINTENANCE
001100*                   3. WRITES AN SFBKCAT BACKUP-CATALOG RECORD
001200*                      WITH THE BACKUP NAME, ITS RECORD COUNT, THE
001300*                      JOURNAL GENERATION AND THE EXACT CUTOVER
001400*                      TIMESTAMP
001500*                   4. APPLIES THE RETENTION POLICY - EVERY
001600*                      CATALOG ENTRY OLDER THAN THE RETENTION
001700*                      PERIOD HAS ITS BACKUP AND JOURNAL
001800*                      GENERATION DELETED AND IS MARKED EXPIRED
001900*
002000*                   SFRCVR READS THE CATALOG TO PICK THE BACKUP
002100*                   AND THE JOURNAL GENERATIONS FOR A RECOVERY,
002200*                   SO THE OPERATOR NO LONGER KEYS A START TIME.
002300*                   THE SFBKRPT REGISTER LISTS THE CUTOVER AND
002400*                   EVERY EXPIRED ENTRY WITH COUNTS THAT BALANCE.
002500*
002600*                   THE CHAINING PARM IS THE MASTER NAME, THE
002700*                   JOURNAL NAME THE GENERATIONS ARE NAMED FROM,
002800*                   AND AN OPTIONAL RETENTION IN DAYS (0-999,
002900*                   DEFAULT 30).  THE BACKUP AND THE GENERATION
003000*                   ARE NAMED <NAME>.DYYMMDD.THHMMSS FROM THE
003100*                   CUTOVER.  RUN IT WHILE NOTHING ELSE IS
003200*                   UPDATING THE MASTER - THE COPY AND THE
003300*                   JOURNAL ROLL MUST DESCRIBE THE SAME INSTANT.
003400*-----------------------------------------------------------------
003500*    MODIFICATION HISTORY
003600*    DATE        INIT  DESCRIPTION
003700*    2026-10-15   CM   ORIGINAL - SFAUDIT GREW WITHOUT LIMIT AND A
003800*                      RECOVERY DEPENDED ON THE OPERATOR KNOWING
003900*                      WHICH BACKUP AND START TIME TO USE.
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. sfbkup.
004300 AUTHOR. C MILLER.
004400 INSTALLATION. DATA PROCESSING.
004500 DATE-WRITTEN. 10/15/2026.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-PC.
005000 OBJECT-COMPUTER. IBM-PC.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*
005400*    Cla IS THE LIVE INDEXED CUSTOMER MASTER, READ FRONT TO BACK
005500*    IN CUST-ID ORDER.  ITS NAME ARRIVES ON THE CHAINING PARM, AS
005600*    IN SF AND SFM.  SfBkup IS THE DATED BACKUP COPY.
005700*
005800     SELECT Cla ASSIGN TO SF-FILE-NAME-PARM
005900             ORGANIZATION IS INDEXED
006000             ACCESS MODE IS SEQUENTIAL
006100             RECORD KEY IS CUST-ID
006200             ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
006300             FILE STATUS IS SF-CLA-FILE-STATUS.
006400     SELECT SfBkup ASSIGN TO SF-BACKUP-NAME
006500             ORGANIZATION IS LINE SEQUENTIAL
006600             FILE STATUS IS SF-BKP-FILE-STATUS.
006700*
006800*    SfAudit IS THE LIVE JOURNAL BEING CLOSED OUT AND SfAudGen THE
006900*    DATED GENERATION IT IS COPIED TO.  SfBkCat IS THE INDEXED
007000*    BACKUP CATALOG, KEYED ON THE CUTOVER TIMESTAMP.
007100*
007200     SELECT SfAudit ASSIGN TO "SFAUDIT"
007300             ORGANIZATION IS LINE SEQUENTIAL
007400             FILE STATUS IS SF-AUD-FILE-STATUS.
007500     SELECT SfAudGen ASSIGN TO SF-GEN-FILE-NAME
007600             ORGANIZATION IS LINE SEQUENTIAL
007700             FILE STATUS IS SF-GEN-FILE-STATUS.
007800     SELECT SfBkCat ASSIGN TO "SFBKCAT"
007900             ORGANIZATION IS INDEXED
008000             ACCESS MODE IS DYNAMIC
008100             RECORD KEY IS BKC-KEY
008200             FILE STATUS IS SF-CAT-FILE-STATUS.
008300     SELECT SfBkRpt ASSIGN TO "SFBKRPT"
008400             ORGANIZATION IS LINE SEQUENTIAL
008500             FILE STATUS IS SF-RPT-FILE-STATUS.
008600     SELECT SfErrLog ASSIGN TO "SFERRLOG"
008700             ORGANIZATION IS LINE SEQUENTIAL
008800             FILE STATUS IS SF-LOG-FILE-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  Cla.
009200 01  CustomerDetails.
009300     COPY CUSTDTL.
009400 FD  SfBkup.
009500 01  SF-BKP-RECORD                    PIC X(250).
009600 FD  SfAudit.
009700 01  AuditJournal.
009800     COPY CUSTAUD.
009900 FD  SfAudGen.
010000 01  SF-GEN-RECORD                    PIC X(595).
010100 FD  SfBkCat.
010200 01  BackupCatalog.
010300     COPY CUSTBKC.
010400 FD  SfBkRpt.
010500 01  SF-RPT-LINE                      PIC X(132).
010600 FD  SfErrLog.
010700 01  SF-LOG-LINE                      PIC X(132).
010800 WORKING-STORAGE SECTION.
010900*-----------------------------------------------------------------
011000*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
011100*    IN 1000-INITIALIZE, THE SAME INTERFACE SF USES.
011200*-----------------------------------------------------------------
011300 01  SF-RUN-PARM                      PIC X(90)  VALUE SPACES.
011400 01  SF-FILE-NAME-PARM                PIC X(60).
011500 01  SF-JOURNAL-NAME-PARM             PIC X(60)  VALUE SPACES.
011600 01  SF-RETAIN-DAYS-PARM              PIC X(10)  VALUE SPACES.
011700 01  SF-RETAIN-DIGITS                 PIC X(03)  VALUE "000".
011800 01  SF-RETAIN-DAYS                   PIC 9(03)  VALUE 30.
011900 01  SF-TOKEN-LEN                     PIC 9(02)  VALUE ZERO COMP.
012000*-----------------------------------------------------------------
012100*    DATED FILE NAMES - BUILT FROM THE PARM NAMES AND THE CUTOVER
012200*    TIMESTAMP IN 1000-INITIALIZE.
012300*-----------------------------------------------------------------
012400 01  SF-BACKUP-NAME                   PIC X(80)  VALUE SPACES.
012500 01  SF-GEN-FILE-NAME                 PIC X(80)  VALUE SPACES.
012600 01  SF-NAME-SUFFIX.
012700     05  FILLER                       PIC X(02)  VALUE ".D".
012800     05  SF-SUFFIX-DATE               PIC 9(06).
012900     05  FILLER                       PIC X(02)  VALUE ".T".
013000     05  SF-SUFFIX-TIME               PIC 9(06).
013100 01  SF-DELETE-FILE-NAME              PIC X(80)  VALUE SPACES.
013200 01  SF-DELETE-RC                     PIC S9(09) COMP-5.
013300*-----------------------------------------------------------------
013400*    FILE STATUS AND SWITCHES
013500*-----------------------------------------------------------------
013600 01  SF-CLA-FILE-STATUS               PIC X(02)  VALUE SPACES.
013700     88  SF-CLA-STATUS-OK             VALUE "00".
013800     88  SF-CLA-STATUS-EOF            VALUE "10".
013900     88  SF-CLA-STATUS-NOT-FOUND      VALUE "35".
014000 01  SF-BKP-FILE-STATUS               PIC X(02)  VALUE SPACES.
014100     88  SF-BKP-STATUS-OK             VALUE "00".
014200 01  SF-AUD-FILE-STATUS               PIC X(02)  VALUE SPACES.
014300     88  SF-AUD-STATUS-OK             VALUE "00".
014400     88  SF-AUD-STATUS-EOF            VALUE "10".
014500     88  SF-AUD-STATUS-NOT-FOUND      VALUE "35".
014600 01  SF-GEN-FILE-STATUS               PIC X(02)  VALUE SPACES.
014700     88  SF-GEN-STATUS-OK             VALUE "00".
014800 01  SF-CAT-FILE-STATUS               PIC X(02)  VALUE SPACES.
014900     88  SF-CAT-STATUS-OK             VALUE "00".
015000     88  SF-CAT-STATUS-EOF            VALUE "10".
015100     88  SF-CAT-STATUS-DUP-KEY        VALUE "22".
015200     88  SF-CAT-STATUS-NO-RECORD      VALUE "23".
015300     88  SF-CAT-STATUS-NOT-FOUND      VALUE "35".
015400 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
015500     88  SF-RPT-STATUS-OK             VALUE "00".
015600 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
015700     88  SF-LOG-STATUS-OK             VALUE "00".
015800 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
015900 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
016000 01  SF-SWITCHES.
016100     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
016200         88  SF-END-OF-FILE           VALUE "Y".
016300     05  SF-CAT-OPEN-SW               PIC X(01)  VALUE "N".
016400         88  SF-CAT-IS-OPEN           VALUE "Y".
016500     05  SF-RPT-OPEN-SW               PIC X(01)  VALUE "N".
016600         88  SF-RPT-IS-OPEN           VALUE "Y".
016700     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
016800         88  SF-LOG-IS-OPEN           VALUE "Y".
016900     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
017000         88  SF-EXIT-REQUESTED        VALUE "Y".
017100*-----------------------------------------------------------------
017200*    DAY-NUMBER WORK AREAS - A YYYY-MM-DD DATE IS TURNED INTO A
017300*    RUNNING DAY COUNT BY 5250-COMPUTE-DAY-NUMBER SO TWO DATES
017400*    SUBTRACT ACROSS MONTH AND YEAR ENDS, AS IN SFAPRA.
017500*-----------------------------------------------------------------
017600 01  SF-DAYNUM-DATE.
017700     05  SF-DAYNUM-YYYY               PIC 9(04).
017800     05  FILLER                       PIC X(01).
017900     05  SF-DAYNUM-MM                 PIC 9(02).
018000     05  FILLER                       PIC X(01).
018100     05  SF-DAYNUM-DD                 PIC 9(02).
018200 01  SF-DAYNUM-YEAR                   PIC 9(05)  VALUE ZERO COMP.
018300 01  SF-DAYNUM-MONTH                  PIC 9(03)  VALUE ZERO COMP.
018400 01  SF-DAYNUM-WORK                   PIC 9(07)  VALUE ZERO COMP.
018500 01  SF-DAYNUM                        PIC 9(07)  VALUE ZERO COMP.
018600 01  SF-RUN-DAYNUM                    PIC 9(07)  VALUE ZERO COMP.
018700 01  SF-ENTRY-AGE                     PIC S9(07) VALUE ZERO COMP.
018800*-----------------------------------------------------------------
018900*    COUNTERS
019000*-----------------------------------------------------------------
019100 01  SF-MASTER-READ-COUNT             PIC 9(07)  VALUE ZERO.
019200 01  SF-BACKUP-WRITE-COUNT            PIC 9(07)  VALUE ZERO.
019300 01  SF-JOURNAL-READ-COUNT            PIC 9(07)  VALUE ZERO.
019400 01  SF-JOURNAL-WRITE-COUNT           PIC 9(07)  VALUE ZERO.
019500 01  SF-CATALOG-READ-COUNT            PIC 9(05)  VALUE ZERO.
019600 01  SF-EXPIRED-COUNT                 PIC 9(05)  VALUE ZERO.
019700 01  SF-RETAINED-COUNT                PIC 9(05)  VALUE ZERO.
019800 01  SF-PRIOR-EXPIRED-COUNT           PIC 9(05)  VALUE ZERO.
019900*-----------------------------------------------------------------
020000*    REPORT WORK AREAS
020100*-----------------------------------------------------------------
020200 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
020300 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
020400 01  SF-HEADING-LINE-1                PIC X(132).
020500 01  SF-HEADING-LINE-2                PIC X(132).
020600 01  SF-DETAIL-LINE                   PIC X(132).
020700 01  SF-LOG-DETAIL-LINE               PIC X(132).
020800 01  SF-COUNT-EDIT                    PIC Z,ZZZ,ZZ9.
020900 01  SF-DAYS-EDIT                     PIC ZZ9.
021000 01  SF-BACKUP-DELETE-TEXT            PIC X(09)  VALUE SPACES.
021100 01  SF-JOURNAL-DELETE-TEXT           PIC X(09)  VALUE SPACES.
021200*-----------------------------------------------------------------
021300*    DATE AND TIME - THE CUTOVER TIMESTAMP IS TAKEN ONCE, AT THE
021400*    START OF THE RUN, AND USED FOR THE NAMES AND THE CATALOG.
021500*-----------------------------------------------------------------
021600 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
021700 01  SF-RUN-DATE.
021800     05  SF-RUN-YY                    PIC 9(02).
021900     05  SF-RUN-MM                    PIC 9(02).
022000     05  SF-RUN-DD                    PIC 9(02).
022100 01  SF-RUN-TIME                      PIC 9(08).
022200 01  SF-CUTOVER-TIME                  PIC 9(08)  VALUE ZERO.
022300 01  SF-OPERATOR-ID                   PIC X(08)  VALUE SPACES.
022400 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
022500*****************************************************************
022600 0000-MAINLINE-CONTROL.
022700     PERFORM 1000-INITIALIZE
022800         THRU 1000-INITIALIZE-EXIT.
022900
023000     IF SF-EXIT-REQUESTED
023100         PERFORM 9000-TERMINATE
023200             THRU 9000-TERMINATE-EXIT
023300         GO TO 9999-END-PROGRAM-EXIT
023400     END-IF.
023500
023600     PERFORM 2000-BACKUP-MASTER
023700         THRU 2000-BACKUP-MASTER-EXIT.
023800
023900     IF NOT SF-EXIT-REQUESTED
024000         PERFORM 3000-CUT-OVER-JOURNAL
024100             THRU 3000-CUT-OVER-JOURNAL-EXIT
024200     END-IF.
024300
024400     IF NOT SF-EXIT-REQUESTED
024500         PERFORM 4000-WRITE-CATALOG-ENTRY
024600             THRU 4000-WRITE-CATALOG-ENTRY-EXIT
024700     END-IF.
024800
024900     IF NOT SF-EXIT-REQUESTED
025000         PERFORM 5000-APPLY-RETENTION
025100             THRU 5000-APPLY-RETENTION-EXIT
025200     END-IF.
025300
025400     PERFORM 9000-TERMINATE
025500         THRU 9000-TERMINATE-EXIT.
025600
025700     GO TO 9999-END-PROGRAM-EXIT.
025800*****************************************************************
025900*    1000-INITIALIZE - SPLIT AND CHECK THE PARM, TAKE THE CUTOVER
026000*    TIMESTAMP, BUILD THE DATED NAMES AND OPEN THE CATALOG AND
026100*    THE REGISTER.
026200*****************************************************************
026300 1000-INITIALIZE.
026400     MOVE SPACES TO SF-FILE-NAME-PARM SF-JOURNAL-NAME-PARM
026500         SF-RETAIN-DAYS-PARM.
026600     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
026700         INTO SF-FILE-NAME-PARM SF-JOURNAL-NAME-PARM
026800             SF-RETAIN-DAYS-PARM.
026900
027000     ACCEPT SF-RUN-DATE FROM DATE.
027100     ACCEPT SF-CUTOVER-TIME FROM TIME.
027200     STRING "20"          DELIMITED BY SIZE
027300             SF-RUN-YY    DELIMITED BY SIZE
027400             "-"          DELIMITED BY SIZE
027500             SF-RUN-MM    DELIMITED BY SIZE
027600             "-"          DELIMITED BY SIZE
027700             SF-RUN-DD    DELIMITED BY SIZE
027800         INTO SF-RUN-DATE-DISPLAY.
027900
028000     ACCEPT SF-OPERATOR-ID FROM ENVIRONMENT "LOGNAME".
028100     IF SF-OPERATOR-ID = SPACES
028200         ACCEPT SF-OPERATOR-ID FROM ENVIRONMENT "USER"
028300     END-IF.
028400     IF SF-OPERATOR-ID = SPACES
028500         MOVE "UNKNOWN" TO SF-OPERATOR-ID
028600     END-IF.
028700
028800     IF SF-FILE-NAME-PARM = SPACES
028900             OR SF-JOURNAL-NAME-PARM = SPACES
029000         DISPLAY "SFBK100E - MASTER OR JOURNAL NAME MISSING FROM "
029100             "PARM"
029200         DISPLAY "SFBK100E - PARM IS: MASTER-NAME JOURNAL-NAME "
029300             "[RETAIN-DAYS]"
029400         MOVE 16 TO RETURN-CODE
029500         MOVE "Y" TO SF-EXIT-REQUESTED-SW
029600         GO TO 1000-INITIALIZE-EXIT
029700     END-IF.
029800*
029900*    AN OMITTED RETENTION MEANS THE DEFAULT OF 30 DAYS; A
030000*    NON-NUMERIC ONE IS A KEYING ERROR, NOT A DEFAULT.
030100*
030200     IF SF-RETAIN-DAYS-PARM NOT = SPACES
030300         MOVE ZERO TO SF-TOKEN-LEN
030400         INSPECT SF-RETAIN-DAYS-PARM TALLYING SF-TOKEN-LEN
030500             FOR CHARACTERS BEFORE INITIAL SPACE
030600         IF SF-TOKEN-LEN > 3
030700             MOVE "X" TO SF-RETAIN-DIGITS
030800         ELSE
030900             MOVE "000" TO SF-RETAIN-DIGITS
031000             MOVE SF-RETAIN-DAYS-PARM(1:SF-TOKEN-LEN) TO
031100                 SF-RETAIN-DIGITS(4 - SF-TOKEN-LEN:SF-TOKEN-LEN)
031200         END-IF
031300         IF SF-RETAIN-DIGITS IS NUMERIC
031400             MOVE SF-RETAIN-DIGITS TO SF-RETAIN-DAYS
031500         ELSE
031600             DISPLAY "SFBK101E - RETENTION DAYS NOT NUMERIC: "
031700                 SF-RETAIN-DAYS-PARM
031800             MOVE 16 TO RETURN-CODE
031900             MOVE "Y" TO SF-EXIT-REQUESTED-SW
032000             GO TO 1000-INITIALIZE-EXIT
032100         END-IF
032200     END-IF.
032300*
032400*    THE BACKUP AND THE JOURNAL GENERATION CARRY THE SAME
032500*    CUTOVER STAMP, SO EACH PAIR IS OBVIOUS IN A FILE LISTING.
032600*
032700     MOVE SF-RUN-DATE TO SF-SUFFIX-DATE.
032800     MOVE SF-CUTOVER-TIME(1:6) TO SF-SUFFIX-TIME.
032900     MOVE SPACES TO SF-BACKUP-NAME SF-GEN-FILE-NAME.
033000     STRING SF-FILE-NAME-PARM     DELIMITED BY SPACE
033100             SF-NAME-SUFFIX       DELIMITED BY SIZE
033200         INTO SF-BACKUP-NAME.
033300     STRING SF-JOURNAL-NAME-PARM  DELIMITED BY SPACE
033400             SF-NAME-SUFFIX       DELIMITED BY SIZE
033500         INTO SF-GEN-FILE-NAME.
033600
033700     MOVE SF-RUN-DATE-DISPLAY TO SF-DAYNUM-DATE.
033800     PERFORM 5250-COMPUTE-DAY-NUMBER
033900         THRU 5250-COMPUTE-DAY-NUMBER-EXIT.
034000     MOVE SF-DAYNUM TO SF-RUN-DAYNUM.
034100*
034200*    THE CATALOG IS CREATED THE FIRST TIME, AS SF DOES FOR ITS
034300*    CONTACT NOTES FILE.
034400*
034500     OPEN I-O SfBkCat.
034600     IF SF-CAT-STATUS-NOT-FOUND
034700         OPEN OUTPUT SfBkCat
034800         IF SF-CAT-STATUS-OK
034900             CLOSE SfBkCat
035000             OPEN I-O SfBkCat
035100         END-IF
035200     END-IF.
035300     IF NOT SF-CAT-STATUS-OK
035400         DISPLAY "SFBK102E - UNABLE TO OPEN SFBKCAT, STATUS "
035500             SF-CAT-FILE-STATUS
035600         MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
035700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
035800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
035900         MOVE 16 TO RETURN-CODE
036000         MOVE "Y" TO SF-EXIT-REQUESTED-SW
036100         GO TO 1000-INITIALIZE-EXIT
036200     END-IF.
036300     MOVE "Y" TO SF-CAT-OPEN-SW.
036400
036500     OPEN OUTPUT SfBkRpt.
036600     IF NOT SF-RPT-STATUS-OK
036700         DISPLAY "SFBK103E - UNABLE TO OPEN SFBKRPT, STATUS "
036800             SF-RPT-FILE-STATUS
036900         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
037000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
037100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
037200         MOVE 16 TO RETURN-CODE
037300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
037400         GO TO 1000-INITIALIZE-EXIT
037500     END-IF.
037600     MOVE "Y" TO SF-RPT-OPEN-SW.
037700 1000-INITIALIZE-EXIT.
037800     EXIT.
037900*****************************************************************
038000*    2000-BACKUP-MASTER - COPIES EVERY MASTER RECORD, IN CUST-ID
038100*    ORDER, TO THE DATED BACKUP.  THE COPY MUST BE WHOLE: ANY
038200*    FAILURE ENDS THE RUN BEFORE THE JOURNAL IS TOUCHED.
038300*****************************************************************
038400 2000-BACKUP-MASTER.
038500     OPEN INPUT Cla.
038600     IF NOT SF-CLA-STATUS-OK
038700         IF SF-CLA-STATUS-NOT-FOUND
038800             DISPLAY "SFBK104E - MASTER FILE NOT FOUND: "
038900                 SF-FILE-NAME-PARM
039000         ELSE
039100             DISPLAY "SFBK105E - UNABLE TO OPEN MASTER FILE, "
039200                 "STATUS " SF-CLA-FILE-STATUS
039300         END-IF
039400         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
039500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
039600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
039700         MOVE 16 TO RETURN-CODE
039800         MOVE "Y" TO SF-EXIT-REQUESTED-SW
039900         GO TO 2000-BACKUP-MASTER-EXIT
040000     END-IF.
040100
040200     OPEN OUTPUT SfBkup.
040300     IF NOT SF-BKP-STATUS-OK
040400         DISPLAY "SFBK106E - UNABLE TO CREATE BACKUP "
040500             SF-BACKUP-NAME
040600         DISPLAY "SFBK106E - FILE STATUS IS " SF-BKP-FILE-STATUS
040700         MOVE SF-BKP-FILE-STATUS TO SF-LOG-STATUS-VALUE
040800         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
040900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
041000         MOVE 16 TO RETURN-CODE
041100         MOVE "Y" TO SF-EXIT-REQUESTED-SW
041200         CLOSE Cla
041300         GO TO 2000-BACKUP-MASTER-EXIT
041400     END-IF.
041500
041600     MOVE "N" TO SF-END-OF-FILE-SW.
041700     PERFORM 2100-COPY-MASTER-RECORD
041800         THRU 2100-COPY-MASTER-RECORD-EXIT
041900         UNTIL SF-END-OF-FILE.
042000
042100     CLOSE Cla.
042200     CLOSE SfBkup.
042300     IF NOT SF-BKP-STATUS-OK
042400         DISPLAY "SFBK107E - ERROR CLOSING BACKUP, STATUS "
042500             SF-BKP-FILE-STATUS
042600         MOVE SF-BKP-FILE-STATUS TO SF-LOG-STATUS-VALUE
042700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
042800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
042900         MOVE 16 TO RETURN-CODE
043000         MOVE "Y" TO SF-EXIT-REQUESTED-SW
043100         GO TO 2000-BACKUP-MASTER-EXIT
043200     END-IF.
043300
043400     IF SF-MASTER-READ-COUNT NOT = SF-BACKUP-WRITE-COUNT
043500         DISPLAY "SFBK108E - BACKUP INCOMPLETE - "
043600             SF-BACKUP-WRITE-COUNT " OF " SF-MASTER-READ-COUNT
043700             " RECORDS WRITTEN"
043800         MOVE 16 TO RETURN-CODE
043900         MOVE "Y" TO SF-EXIT-REQUESTED-SW
044000     END-IF.
044100 2000-BACKUP-MASTER-EXIT.
044200     EXIT.
044300*****************************************************************
044400*    2100-COPY-MASTER-RECORD - ONE MASTER RECORD TO THE BACKUP.
044500*    A HARD READ OR WRITE ERROR ENDS THE COPY; THE COUNT CHECK IN
044600*    2000 THEN FAILS THE RUN.
044700*****************************************************************
044800 2100-COPY-MASTER-RECORD.
044900     READ Cla NEXT RECORD
045000         AT END
045100             MOVE "Y" TO SF-END-OF-FILE-SW
045200             GO TO 2100-COPY-MASTER-RECORD-EXIT
045300     END-READ.
045400     IF NOT SF-CLA-STATUS-OK
045500         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
045600         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
045700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
045800         ADD 1 TO SF-MASTER-READ-COUNT
045900         MOVE "Y" TO SF-END-OF-FILE-SW
046000         GO TO 2100-COPY-MASTER-RECORD-EXIT
046100     END-IF.
046200     ADD 1 TO SF-MASTER-READ-COUNT.
046300
046400     MOVE CustomerDetails TO SF-BKP-RECORD.
046500     WRITE SF-BKP-RECORD.
046600     IF NOT SF-BKP-STATUS-OK
046700         MOVE SF-BKP-FILE-STATUS TO SF-LOG-STATUS-VALUE
046800         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
046900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
047000         MOVE "Y" TO SF-END-OF-FILE-SW
047100         GO TO 2100-COPY-MASTER-RECORD-EXIT
047200     END-IF.
047300     ADD 1 TO SF-BACKUP-WRITE-COUNT.
047400 2100-COPY-MASTER-RECORD-EXIT.
047500     EXIT.
047600*****************************************************************
047700*    3000-CUT-OVER-JOURNAL - COPIES THE LIVE SFAUDIT TO THE DATED
047800*    GENERATION, THEN EMPTIES IT.  NO SFAUDIT YET MEANS NOTHING
047900*    HAS BEEN JOURNALED - THE GENERATION IS WRITTEN EMPTY.  THE
048000*    LIVE JOURNAL IS ONLY EMPTIED ONCE THE GENERATION HOLDS EVERY
048100*    ENTRY, SO A FAILED COPY LOSES NOTHING.
048200*****************************************************************
048300 3000-CUT-OVER-JOURNAL.
048400     OPEN OUTPUT SfAudGen.
048500     IF NOT SF-GEN-STATUS-OK
048600         DISPLAY "SFBK110E - UNABLE TO CREATE JOURNAL GENERATION "
048700             SF-GEN-FILE-NAME
048800         DISPLAY "SFBK110E - FILE STATUS IS " SF-GEN-FILE-STATUS
048900         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
049000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
049100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
049200         MOVE 16 TO RETURN-CODE
049300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
049400         GO TO 3000-CUT-OVER-JOURNAL-EXIT
049500     END-IF.
049600
049700     OPEN INPUT SfAudit.
049800     IF SF-AUD-STATUS-OK
049900         MOVE "N" TO SF-END-OF-FILE-SW
050000         PERFORM 3100-COPY-JOURNAL-ENTRY
050100             THRU 3100-COPY-JOURNAL-ENTRY-EXIT
050200             UNTIL SF-END-OF-FILE
050300         CLOSE SfAudit
050400     ELSE
050500         IF NOT SF-AUD-STATUS-NOT-FOUND
050600             DISPLAY "SFBK111E - UNABLE TO OPEN SFAUDIT, STATUS "
050700                 SF-AUD-FILE-STATUS
050800             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
050900             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
051000             PERFORM 8000-LOG-FILE-ERROR
051100                 THRU 8000-LOG-FILE-ERROR-EXIT
051200             MOVE 16 TO RETURN-CODE
051300             MOVE "Y" TO SF-EXIT-REQUESTED-SW
051400             CLOSE SfAudGen
051500             GO TO 3000-CUT-OVER-JOURNAL-EXIT
051600         END-IF
051700     END-IF.
051800
051900     CLOSE SfAudGen.
052000     IF NOT SF-GEN-STATUS-OK
052100         OR SF-JOURNAL-READ-COUNT NOT = SF-JOURNAL-WRITE-COUNT
052200         DISPLAY "SFBK112E - JOURNAL GENERATION INCOMPLETE - "
052300             "SFAUDIT LEFT IN PLACE"
052400         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
052500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
052600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
052700         MOVE 16 TO RETURN-CODE
052800         MOVE "Y" TO SF-EXIT-REQUESTED-SW
052900         GO TO 3000-CUT-OVER-JOURNAL-EXIT
053000     END-IF.
053100*
053200*    START THE FRESH JOURNAL.  SFM, SFMB AND SF APPEND TO IT
053300*    FROM HERE ON.
053400*
053500     OPEN OUTPUT SfAudit.
053600     IF NOT SF-AUD-STATUS-OK
053700         DISPLAY "SFBK113E - UNABLE TO START A FRESH SFAUDIT, "
053800             "STATUS " SF-AUD-FILE-STATUS
053900         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
054000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
054100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
054200         MOVE 16 TO RETURN-CODE
054300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
054400         GO TO 3000-CUT-OVER-JOURNAL-EXIT
054500     END-IF.
054600     CLOSE SfAudit.
054700 3000-CUT-OVER-JOURNAL-EXIT.
054800     EXIT.
054900*****************************************************************
055000*    3100-COPY-JOURNAL-ENTRY - ONE SFAUDIT ENTRY TO THE
055100*    GENERATION.
055200*****************************************************************
055300 3100-COPY-JOURNAL-ENTRY.
055400     READ SfAudit
055500         AT END
055600             MOVE "Y" TO SF-END-OF-FILE-SW
055700             GO TO 3100-COPY-JOURNAL-ENTRY-EXIT
055800     END-READ.
055900     IF NOT SF-AUD-STATUS-OK
056000         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
056100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
056200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
056300         ADD 1 TO SF-JOURNAL-READ-COUNT
056400         MOVE "Y" TO SF-END-OF-FILE-SW
056500         GO TO 3100-COPY-JOURNAL-ENTRY-EXIT
056600     END-IF.
056700     ADD 1 TO SF-JOURNAL-READ-COUNT.
056800
056900     MOVE AuditJournal TO SF-GEN-RECORD.
057000     WRITE SF-GEN-RECORD.
057100     IF NOT SF-GEN-STATUS-OK
057200         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
057300         MOVE AUD-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
057400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
057500         MOVE "Y" TO SF-END-OF-FILE-SW
057600         GO TO 3100-COPY-JOURNAL-ENTRY-EXIT
057700     END-IF.
057800     ADD 1 TO SF-JOURNAL-WRITE-COUNT.
057900 3100-COPY-JOURNAL-ENTRY-EXIT.
058000     EXIT.
058100*****************************************************************
058200*    4000-WRITE-CATALOG-ENTRY - RECORDS THE CUTOVER ON SFBKCAT AND
058300*    PRINTS IT AT THE HEAD OF THE REGISTER.
058400*****************************************************************
058500 4000-WRITE-CATALOG-ENTRY.
058600     INITIALIZE BackupCatalog.
058700     MOVE SF-RUN-DATE-DISPLAY TO BKC-CUTOVER-DATE.
058800     MOVE SF-CUTOVER-TIME TO BKC-CUTOVER-TIME.
058900     MOVE "A" TO BKC-STATUS.
059000     MOVE SF-FILE-NAME-PARM TO BKC-MASTER-NAME.
059100     MOVE SF-BACKUP-NAME TO BKC-BACKUP-NAME.
059200     MOVE SF-BACKUP-WRITE-COUNT TO BKC-RECORD-COUNT.
059300     MOVE SF-GEN-FILE-NAME TO BKC-JOURNAL-NAME.
059400     MOVE SF-JOURNAL-WRITE-COUNT TO BKC-JOURNAL-COUNT.
059500     MOVE SF-OPERATOR-ID TO BKC-OPERATOR.
059600     MOVE SPACES TO BKC-EXPIRED-DATE.
059700     WRITE BackupCatalog
059800         INVALID KEY
059900             DISPLAY "SFBK114E - CATALOG ENTRY NOT WRITTEN, "
060000                 "STATUS " SF-CAT-FILE-STATUS
060100     END-WRITE.
060200     IF NOT SF-CAT-STATUS-OK
060300         MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
060400         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
060500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
060600         MOVE 16 TO RETURN-CODE
060700         MOVE "Y" TO SF-EXIT-REQUESTED-SW
060800         GO TO 4000-WRITE-CATALOG-ENTRY-EXIT
060900     END-IF.
061000
061100     PERFORM 4100-WRITE-RPT-HEADING
061200         THRU 4100-WRITE-RPT-HEADING-EXIT.
061300
061400     MOVE SPACES TO SF-DETAIL-LINE.
061500     STRING "CUTOVER TIMESTAMP . . . . . : " DELIMITED BY SIZE
061600             BKC-CUTOVER-DATE                DELIMITED BY SIZE
061700             " "                             DELIMITED BY SIZE
061800             BKC-CUTOVER-TIME                DELIMITED BY SIZE
061900         INTO SF-DETAIL-LINE.
062000     PERFORM 4300-WRITE-DETAIL-LINE
062100         THRU 4300-WRITE-DETAIL-LINE-EXIT.
062200
062300     MOVE SPACES TO SF-DETAIL-LINE.
062400     STRING "MASTER BACKED UP  . . . . . : " DELIMITED BY SIZE
062500             SF-FILE-NAME-PARM               DELIMITED BY SIZE
062600         INTO SF-DETAIL-LINE.
062700     PERFORM 4300-WRITE-DETAIL-LINE
062800         THRU 4300-WRITE-DETAIL-LINE-EXIT.
062900
063000     MOVE SPACES TO SF-DETAIL-LINE.
063100     STRING "BACKUP WRITTEN  . . . . . . : " DELIMITED BY SIZE
063200             SF-BACKUP-NAME                  DELIMITED BY SIZE
063300         INTO SF-DETAIL-LINE.
063400     PERFORM 4300-WRITE-DETAIL-LINE
063500         THRU 4300-WRITE-DETAIL-LINE-EXIT.
063600
063700     MOVE SF-BACKUP-WRITE-COUNT TO SF-COUNT-EDIT.
063800     MOVE SPACES TO SF-DETAIL-LINE.
063900     STRING "MASTER RECORDS BACKED UP  . : " DELIMITED BY SIZE
064000             SF-COUNT-EDIT                   DELIMITED BY SIZE
064100         INTO SF-DETAIL-LINE.
064200     PERFORM 4300-WRITE-DETAIL-LINE
064300         THRU 4300-WRITE-DETAIL-LINE-EXIT.
064400
064500     MOVE SPACES TO SF-DETAIL-LINE.
064600     STRING "JOURNAL GENERATION  . . . . : " DELIMITED BY SIZE
064700             SF-GEN-FILE-NAME                DELIMITED BY SIZE
064800         INTO SF-DETAIL-LINE.
064900     PERFORM 4300-WRITE-DETAIL-LINE
065000         THRU 4300-WRITE-DETAIL-LINE-EXIT.
065100
065200     MOVE SF-JOURNAL-WRITE-COUNT TO SF-COUNT-EDIT.
065300     MOVE SPACES TO SF-DETAIL-LINE.
065400     STRING "JOURNAL ENTRIES ROLLED  . . : " DELIMITED BY SIZE
065500             SF-COUNT-EDIT                   DELIMITED BY SIZE
065600         INTO SF-DETAIL-LINE.
065700     PERFORM 4300-WRITE-DETAIL-LINE
065800         THRU 4300-WRITE-DETAIL-LINE-EXIT.
065900
066000     MOVE SPACES TO SF-DETAIL-LINE.
066100     PERFORM 4300-WRITE-DETAIL-LINE
066200         THRU 4300-WRITE-DETAIL-LINE-EXIT.
066300     MOVE SF-RETAIN-DAYS TO SF-DAYS-EDIT.
066400     STRING "RETENTION - CATALOG ENTRIES OLDER THAN "
066500                                             DELIMITED BY SIZE
066600             SF-DAYS-EDIT                    DELIMITED BY SIZE
066700             " DAYS:"                        DELIMITED BY SIZE
066800         INTO SF-DETAIL-LINE.
066900     PERFORM 4300-WRITE-DETAIL-LINE
067000         THRU 4300-WRITE-DETAIL-LINE-EXIT.
067100 4000-WRITE-CATALOG-ENTRY-EXIT.
067200     EXIT.
067300*****************************************************************
067400*    4100-WRITE-RPT-HEADING
067500*****************************************************************
067600 4100-WRITE-RPT-HEADING.
067700     ADD 1 TO SF-PAGE-COUNT.
067800     MOVE ZERO TO SF-LINE-COUNT.
067900     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
068000     STRING "MASTER BACKUP AND JOURNAL CUTOVER REGISTER"
068100                                   DELIMITED BY SIZE
068200             "   RUN DATE: "       DELIMITED BY SIZE
068300             SF-RUN-DATE-DISPLAY   DELIMITED BY SIZE
068400             "   PAGE: "           DELIMITED BY SIZE
068500             SF-PAGE-COUNT         DELIMITED BY SIZE
068600         INTO SF-HEADING-LINE-1.
068700
068800     IF SF-PAGE-COUNT > 1
068900         MOVE SPACES TO SF-RPT-LINE
069000         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
069100     END-IF.
069200     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
069300     WRITE SF-RPT-LINE.
069400     MOVE SPACES TO SF-RPT-LINE.
069500     WRITE SF-RPT-LINE.
069600 4100-WRITE-RPT-HEADING-EXIT.
069700     EXIT.
069800*****************************************************************
069900*    4300-WRITE-DETAIL-LINE - PRINTS SF-DETAIL-LINE, WITH A NEW
070000*    HEADING EVERY 50 LINES.
070100*****************************************************************
070200 4300-WRITE-DETAIL-LINE.
070300     IF NOT SF-RPT-IS-OPEN
070400         GO TO 4300-WRITE-DETAIL-LINE-EXIT
070500     END-IF.
070600     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 50
070700         PERFORM 4100-WRITE-RPT-HEADING
070800             THRU 4100-WRITE-RPT-HEADING-EXIT
070900     END-IF.
071000     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
071100     WRITE SF-RPT-LINE.
071200     ADD 1 TO SF-LINE-COUNT.
071300 4300-WRITE-DETAIL-LINE-EXIT.
071400     EXIT.
071500*****************************************************************
071600*    5000-APPLY-RETENTION - ONE PASS OVER THE CATALOG IN CUTOVER
071700*    ORDER.  AN ACTIVE ENTRY OLDER THAN THE RETENTION PERIOD HAS
071800*    ITS BACKUP AND ITS JOURNAL GENERATION DELETED AND IS MARKED
071900*    EXPIRED.  THE CUTOVER JUST TAKEN IS NEVER EXPIRED, SO THERE
072000*    IS ALWAYS A BACKUP TO RECOVER FROM.  EXPIRY GOES OLDEST
072100*    FIRST, SO A JOURNAL GENERATION IS ONLY DELETED WHEN EVERY
072200*    BACKUP THAT COULD NEED IT IS GONE TOO.
072300*****************************************************************
072400 5000-APPLY-RETENTION.
072500     MOVE LOW-VALUES TO BKC-KEY.
072600     START SfBkCat KEY IS NOT LESS THAN BKC-KEY
072700         INVALID KEY
072800             GO TO 5000-APPLY-RETENTION-EXIT
072900     END-START.
073000
073100     MOVE "N" TO SF-END-OF-FILE-SW.
073200     PERFORM 5100-CHECK-CATALOG-ENTRY
073300         THRU 5100-CHECK-CATALOG-ENTRY-EXIT
073400         UNTIL SF-END-OF-FILE.
073500 5000-APPLY-RETENTION-EXIT.
073600     EXIT.
073700*****************************************************************
073800*    5100-CHECK-CATALOG-ENTRY - READS THE NEXT CATALOG ENTRY AND
073900*    EXPIRES IT IF IT IS PAST THE RETENTION PERIOD.
074000*****************************************************************
074100 5100-CHECK-CATALOG-ENTRY.
074200     READ SfBkCat NEXT RECORD
074300         AT END
074400             MOVE "Y" TO SF-END-OF-FILE-SW
074500             GO TO 5100-CHECK-CATALOG-ENTRY-EXIT
074600     END-READ.
074700     IF NOT SF-CAT-STATUS-OK
074800         MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
074900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
075000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
075100         MOVE 16 TO RETURN-CODE
075200         MOVE "Y" TO SF-END-OF-FILE-SW
075300         GO TO 5100-CHECK-CATALOG-ENTRY-EXIT
075400     END-IF.
075500     ADD 1 TO SF-CATALOG-READ-COUNT.
075600
075700     IF BKC-STATUS-EXPIRED
075800         ADD 1 TO SF-PRIOR-EXPIRED-COUNT
075900         GO TO 5100-CHECK-CATALOG-ENTRY-EXIT
076000     END-IF.
076100
076200     MOVE BKC-CUTOVER-DATE TO SF-DAYNUM-DATE.
076300     PERFORM 5250-COMPUTE-DAY-NUMBER
076400         THRU 5250-COMPUTE-DAY-NUMBER-EXIT.
076500     COMPUTE SF-ENTRY-AGE = SF-RUN-DAYNUM - SF-DAYNUM.
076600
076700     IF SF-ENTRY-AGE NOT > SF-RETAIN-DAYS
076800         OR (BKC-CUTOVER-DATE = SF-RUN-DATE-DISPLAY AND
076900             BKC-CUTOVER-TIME = SF-CUTOVER-TIME)
077000         ADD 1 TO SF-RETAINED-COUNT
077100         GO TO 5100-CHECK-CATALOG-ENTRY-EXIT
077200     END-IF.
077300
077400     PERFORM 5300-EXPIRE-CATALOG-ENTRY
077500         THRU 5300-EXPIRE-CATALOG-ENTRY-EXIT.
077600 5100-CHECK-CATALOG-ENTRY-EXIT.
077700     EXIT.
077800*****************************************************************
077900*    5250-COMPUTE-DAY-NUMBER - TURNS THE YYYY-MM-DD DATE IN
078000*    SF-DAYNUM-DATE INTO A RUNNING DAY COUNT IN SF-DAYNUM.  WITH
078100*    THE YEAR STARTING IN MARCH, (153 * MONTH + 2) / 5 GIVES THE
078200*    DAYS BEFORE THE MONTH, AND THE CENTURY RULES GIVE THE LEAP
078300*    DAYS BEFORE THE YEAR.  AN UNREADABLE DATE COUNTS AS TODAY,
078400*    SO A DAMAGED ENTRY IS KEPT RATHER THAN DELETED.
078500*****************************************************************
078600 5250-COMPUTE-DAY-NUMBER.
078700     IF SF-DAYNUM-YYYY NOT NUMERIC OR SF-DAYNUM-MM NOT NUMERIC
078800             OR SF-DAYNUM-DD NOT NUMERIC
078900         MOVE SF-RUN-DAYNUM TO SF-DAYNUM
079000         GO TO 5250-COMPUTE-DAY-NUMBER-EXIT
079100     END-IF.
079200
079300     IF SF-DAYNUM-MM > 2
079400         MOVE SF-DAYNUM-YYYY TO SF-DAYNUM-YEAR
079500         COMPUTE SF-DAYNUM-MONTH = SF-DAYNUM-MM - 3
079600     ELSE
079700         COMPUTE SF-DAYNUM-YEAR = SF-DAYNUM-YYYY - 1
079800         COMPUTE SF-DAYNUM-MONTH = SF-DAYNUM-MM + 9
079900     END-IF.
080000
080100     COMPUTE SF-DAYNUM = 365 * SF-DAYNUM-YEAR + SF-DAYNUM-DD.
080200     DIVIDE SF-DAYNUM-YEAR BY 4 GIVING SF-DAYNUM-WORK.
080300     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
080400     DIVIDE SF-DAYNUM-YEAR BY 100 GIVING SF-DAYNUM-WORK.
080500     SUBTRACT SF-DAYNUM-WORK FROM SF-DAYNUM.
080600     DIVIDE SF-DAYNUM-YEAR BY 400 GIVING SF-DAYNUM-WORK.
080700     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
080800     COMPUTE SF-DAYNUM-WORK = 153 * SF-DAYNUM-MONTH + 2.
080900     DIVIDE SF-DAYNUM-WORK BY 5 GIVING SF-DAYNUM-WORK.
081000     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
081100 5250-COMPUTE-DAY-NUMBER-EXIT.
081200     EXIT.
081300*****************************************************************
081400*    5300-EXPIRE-CATALOG-ENTRY - DELETES THE ENTRY'S BACKUP AND
081500*    JOURNAL GENERATION, MARKS IT EXPIRED AND LISTS IT.  A FILE
081600*    ALREADY GONE IS LISTED BUT DOES NOT STOP THE EXPIRY - THE
081700*    POLICY SAYS IT SHOULD NOT EXIST.
081800*****************************************************************
081900 5300-EXPIRE-CATALOG-ENTRY.
082000     MOVE BKC-BACKUP-NAME TO SF-DELETE-FILE-NAME.
082100     CALL "CBL_DELETE_FILE" USING SF-DELETE-FILE-NAME
082200         RETURNING SF-DELETE-RC.
082300     IF SF-DELETE-RC = ZERO
082400         MOVE "DELETED  " TO SF-BACKUP-DELETE-TEXT
082500     ELSE
082600         MOVE "NOT FOUND" TO SF-BACKUP-DELETE-TEXT
082700     END-IF.
082800
082900     MOVE BKC-JOURNAL-NAME TO SF-DELETE-FILE-NAME.
083000     CALL "CBL_DELETE_FILE" USING SF-DELETE-FILE-NAME
083100         RETURNING SF-DELETE-RC.
083200     IF SF-DELETE-RC = ZERO
083300         MOVE "DELETED  " TO SF-JOURNAL-DELETE-TEXT
083400     ELSE
083500         MOVE "NOT FOUND" TO SF-JOURNAL-DELETE-TEXT
083600     END-IF.
083700
083800     MOVE "E" TO BKC-STATUS.
083900     MOVE SF-RUN-DATE-DISPLAY TO BKC-EXPIRED-DATE.
084000     REWRITE BackupCatalog
084100         INVALID KEY
084200             CONTINUE
084300     END-REWRITE.
084400     IF NOT SF-CAT-STATUS-OK
084500         DISPLAY "SFBK115E - CATALOG ENTRY NOT MARKED EXPIRED, "
084600             "STATUS " SF-CAT-FILE-STATUS
084700         MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
084800         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
084900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
085000         MOVE 16 TO RETURN-CODE
085100     END-IF.
085200     ADD 1 TO SF-EXPIRED-COUNT.
085300
085400     MOVE SPACES TO SF-DETAIL-LINE.
085500     STRING "  EXPIRED "                     DELIMITED BY SIZE
085600             BKC-CUTOVER-DATE                DELIMITED BY SIZE
085700             " "                             DELIMITED BY SIZE
085800             BKC-CUTOVER-TIME                DELIMITED BY SIZE
085900             "  BACKUP "                     DELIMITED BY SIZE
086000             SF-BACKUP-DELETE-TEXT           DELIMITED BY SIZE
086100             "  JOURNAL "                    DELIMITED BY SIZE
086200             SF-JOURNAL-DELETE-TEXT          DELIMITED BY SIZE
086300             "  "                            DELIMITED BY SIZE
086400             BKC-BACKUP-NAME                 DELIMITED BY SPACE
086500         INTO SF-DETAIL-LINE.
086600     PERFORM 4300-WRITE-DETAIL-LINE
086700         THRU 4300-WRITE-DETAIL-LINE-EXIT.
086800 5300-EXPIRE-CATALOG-ENTRY-EXIT.
086900     EXIT.
087000*****************************************************************
087100*    6000-WRITE-SUMMARY - COUNT LINES SO THE RUN BALANCES ON
087200*    PAPER: MASTER READ EQUALS BACKED UP, JOURNAL READ EQUALS
087300*    ROLLED, AND CATALOG ENTRIES READ EQUAL PREVIOUSLY EXPIRED
087400*    PLUS EXPIRED THIS RUN PLUS RETAINED.
087500*****************************************************************
087600 6000-WRITE-SUMMARY.
087700     IF NOT SF-RPT-IS-OPEN
087800         GO TO 6000-WRITE-SUMMARY-EXIT
087900     END-IF.
088000     MOVE SPACES TO SF-DETAIL-LINE.
088100     PERFORM 4300-WRITE-DETAIL-LINE
088200         THRU 4300-WRITE-DETAIL-LINE-EXIT.
088300
088400     MOVE SF-MASTER-READ-COUNT TO SF-COUNT-EDIT.
088500     MOVE SPACES TO SF-DETAIL-LINE.
088600     STRING "MASTER RECORDS READ . . . . : " DELIMITED BY SIZE
088700             SF-COUNT-EDIT                   DELIMITED BY SIZE
088800         INTO SF-DETAIL-LINE.
088900     PERFORM 4300-WRITE-DETAIL-LINE
089000         THRU 4300-WRITE-DETAIL-LINE-EXIT.
089100
089200     MOVE SF-JOURNAL-READ-COUNT TO SF-COUNT-EDIT.
089300     MOVE SPACES TO SF-DETAIL-LINE.
089400     STRING "JOURNAL ENTRIES READ  . . . : " DELIMITED BY SIZE
089500             SF-COUNT-EDIT                   DELIMITED BY SIZE
089600         INTO SF-DETAIL-LINE.
089700     PERFORM 4300-WRITE-DETAIL-LINE
089800         THRU 4300-WRITE-DETAIL-LINE-EXIT.
089900
090000     MOVE SF-CATALOG-READ-COUNT TO SF-COUNT-EDIT.
090100     MOVE SPACES TO SF-DETAIL-LINE.
090200     STRING "CATALOG ENTRIES READ  . . . : " DELIMITED BY SIZE
090300             SF-COUNT-EDIT                   DELIMITED BY SIZE
090400         INTO SF-DETAIL-LINE.
090500     PERFORM 4300-WRITE-DETAIL-LINE
090600         THRU 4300-WRITE-DETAIL-LINE-EXIT.
090700
090800     MOVE SF-PRIOR-EXPIRED-COUNT TO SF-COUNT-EDIT.
090900     MOVE SPACES TO SF-DETAIL-LINE.
091000     STRING "PREVIOUSLY EXPIRED  . . . . : " DELIMITED BY SIZE
091100             SF-COUNT-EDIT                   DELIMITED BY SIZE
091200         INTO SF-DETAIL-LINE.
091300     PERFORM 4300-WRITE-DETAIL-LINE
091400         THRU 4300-WRITE-DETAIL-LINE-EXIT.
091500
091600     MOVE SF-EXPIRED-COUNT TO SF-COUNT-EDIT.
091700     MOVE SPACES TO SF-DETAIL-LINE.
091800     STRING "EXPIRED THIS RUN  . . . . . : " DELIMITED BY SIZE
091900             SF-COUNT-EDIT                   DELIMITED BY SIZE
092000         INTO SF-DETAIL-LINE.
092100     PERFORM 4300-WRITE-DETAIL-LINE
092200         THRU 4300-WRITE-DETAIL-LINE-EXIT.
092300
092400     MOVE SF-RETAINED-COUNT TO SF-COUNT-EDIT.
092500     MOVE SPACES TO SF-DETAIL-LINE.
092600     STRING "RETAINED  . . . . . . . . . : " DELIMITED BY SIZE
092700             SF-COUNT-EDIT                   DELIMITED BY SIZE
092800         INTO SF-DETAIL-LINE.
092900     PERFORM 4300-WRITE-DETAIL-LINE
093000         THRU 4300-WRITE-DETAIL-LINE-EXIT.
093100*
093200*    THE BALANCE PROOF.  A RUN THAT DOES NOT BALANCE FAILS THE
093300*    STEP.
093400*
093500     MOVE SPACES TO SF-DETAIL-LINE.
093600     IF SF-MASTER-READ-COUNT = SF-BACKUP-WRITE-COUNT
093700         AND SF-JOURNAL-READ-COUNT = SF-JOURNAL-WRITE-COUNT
093800         AND SF-CATALOG-READ-COUNT = SF-PRIOR-EXPIRED-COUNT
093900             + SF-EXPIRED-COUNT + SF-RETAINED-COUNT
094000         MOVE "READ = COPIED, CATALOG = EXPIRED + RETAINED : "
094100             TO SF-DETAIL-LINE
094200         MOVE "IN BALANCE" TO SF-DETAIL-LINE(48:)
094300     ELSE
094400         MOVE "READ = COPIED, CATALOG = EXPIRED + RETAINED : "
094500             TO SF-DETAIL-LINE
094600         MOVE "*** OUT OF BALANCE" TO SF-DETAIL-LINE(48:)
094700         MOVE 16 TO RETURN-CODE
094800     END-IF.
094900     PERFORM 4300-WRITE-DETAIL-LINE
095000         THRU 4300-WRITE-DETAIL-LINE-EXIT.
095100 6000-WRITE-SUMMARY-EXIT.
095200     EXIT.
095300*****************************************************************
095400*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
095500*    SAME SFERRLOG FILE SF AND SFM USE.
095600*****************************************************************
095700 8000-LOG-FILE-ERROR.
095800     IF NOT SF-LOG-IS-OPEN
095900         OPEN EXTEND SfErrLog
096000         IF NOT SF-LOG-STATUS-OK
096100             OPEN OUTPUT SfErrLog
096200         END-IF
096300         IF SF-LOG-STATUS-OK
096400             MOVE "Y" TO SF-LOG-OPEN-SW
096500         END-IF
096600     END-IF.
096700
096800     IF SF-LOG-IS-OPEN
096900         ACCEPT SF-RUN-TIME FROM TIME
097000         MOVE SPACES TO SF-LOG-DETAIL-LINE
097100         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
097200                 " "                   DELIMITED BY SIZE
097300                 SF-RUN-TIME           DELIMITED BY SIZE
097400                 "  SFBKUP FILE STATUS " DELIMITED BY SIZE
097500                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
097600                 "  CUSTOMER-ID "      DELIMITED BY SIZE
097700                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
097800             INTO SF-LOG-DETAIL-LINE
097900         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
098000         WRITE SF-LOG-LINE
098100     END-IF.
098200 8000-LOG-FILE-ERROR-EXIT.
098300     EXIT.
098400*****************************************************************
098500*    9000-TERMINATE - WRITE THE REGISTER SUMMARY, ECHO THE COUNTS
098600*    TO THE OPERATOR AND CLOSE EVERYTHING.
098700*****************************************************************
098800 9000-TERMINATE.
098900     IF SF-RPT-IS-OPEN AND SF-PAGE-COUNT > ZERO
099000         PERFORM 6000-WRITE-SUMMARY
099100             THRU 6000-WRITE-SUMMARY-EXIT
099200     END-IF.
099300
099400     DISPLAY " ".
099500     DISPLAY "BACKUP WRITTEN  . . . . : " SF-BACKUP-NAME.
099600     DISPLAY "MASTER RECORDS BACKED UP: " SF-BACKUP-WRITE-COUNT.
099700     DISPLAY "JOURNAL GENERATION  . . : " SF-GEN-FILE-NAME.
099800     DISPLAY "JOURNAL ENTRIES ROLLED  : " SF-JOURNAL-WRITE-COUNT.
099900     DISPLAY "CATALOG ENTRIES EXPIRED : " SF-EXPIRED-COUNT.
100000
100100     IF SF-CAT-IS-OPEN
100200         CLOSE SfBkCat
100300     END-IF.
100400     IF SF-RPT-IS-OPEN
100500         CLOSE SfBkRpt
100600     END-IF.
100700     IF SF-LOG-IS-OPEN
100800         CLOSE SfErrLog
100900         IF NOT SF-LOG-STATUS-OK
101000             DISPLAY "SFBK109E - ERROR CLOSING SFERRLOG, STATUS "
101100                 SF-LOG-FILE-STATUS
101200         END-IF
101300     END-IF.
101400 9000-TERMINATE-EXIT.
101500     EXIT.
101600*****************************************************************
101700*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
101800*****************************************************************
101900 9999-END-PROGRAM-EXIT.
102000     STOP RUN.
