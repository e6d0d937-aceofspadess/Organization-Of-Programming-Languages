000100*****************************************************************
000200*    PROGRAM......: SFDORM
000300*    DESCRIPTION..: MONTHLY DORMANT-ACCOUNT SWEEP.  READS THE
000400*                   INDEXED Cla CUSTOMER MASTER IN KEY ORDER AND
000500*                   FINDS THE STATUS A CUSTOMERS WITH NO ACTIVITY
000600*                   FOR THE GIVEN NUMBER OF MONTHS - ACTIVITY
000700*                   BEING CUST-DATE-LAST-MAINT, OR
000800*                   CUST-DATE-OPENED FOR A CUSTOMER NEVER
000900*                   MAINTAINED.  EACH RUN MAKES BOTH PASSES OF
001000*                   THE SWEEP:
001100*
001200*                   NOTICE PASS - A DORMANT CUSTOMER NOT YET UNDER
001300*                   NOTICE GETS A DORMANCY NOTICE LETTER ON
001400*                   SFDNOTC AND AN ENTRY ON THE INDEXED SFDORMT
001500*                   TRACKING FILE (COPYBOOK CUSTDORM) HOLDING THE
001600*                   NOTICE DATE.
001700*
001800*                   INACTIVATION PASS - A CUSTOMER UNDER NOTICE
001900*                   WHOSE GRACE PERIOD HAS RUN OUT AND WHO IS
002000*                   STILL UNTOUCHED (NO MAINTENANCE SINCE THE
002100*                   NOTICE) GETS AN A-TO-I CHANGE APPENDED TO THE
002200*                   SFMTXN TRANSACTION FILE, SO SFMB APPLIES AND
002300*                   JOURNALS IT IN THE NEXT MAINTENANCE WINDOW
002400*                   LIKE ANY OTHER CHANGE.  A CUSTOMER MAINTAINED
002500*                   DURING THE GRACE PERIOD IS REACTIVATED - TAKEN
002600*                   OFF NOTICE.
002700*
002800*                   SUSPENDED AND CLOSED ACCOUNTS ARE LEFT ALONE,
002900*                   AND A CUSTOMER WHOSE STATUS LEAVES A WHILE
003000*                   UNDER NOTICE IS TAKEN OFF NOTICE (WITHDRAWN).
003100*                   ENTRIES FOR CUSTOMERS NO LONGER ON THE MASTER
003200*                   ARE DROPPED AT THE END OF THE RUN.
003300*
003400*                   THE SFDRREG REGISTER LISTS EVERY CUSTOMER
003500*                   NOTICED, INACTIVATED, REACTIVATED, WITHDRAWN
003600*                   OR DROPPED, AND EVERY INACTIVATION SFMB HAS
003700*                   NOT YET APPLIED, WITH TWO BALANCES: MASTER
003800*                   RECORDS READ AGAINST THE SUM OF THE
003900*                   DISPOSITIONS, AND TRACKING ENTRIES AT START
004000*                   PLUS ADDED AGAINST ENTRIES AT END PLUS
004100*                   REMOVED.
004200*
004300*                   THE CHAINING PARM IS BLANK-DELIMITED:
004400*                     <master> [<months> [<grace days>]]
004500*                   MONTHS OF NO ACTIVITY (1-999) DEFAULTS TO 12
004600*                   AND THE GRACE PERIOD IN DAYS (0-999) TO 30.
004700*
004800*                   RETURN CODES:  0 - SWEEP COMPLETE
004900*                                  4 - AN INACTIVATION IS NOT
005000*                                      YET APPLIED BY SFMB
005100*                                 16 - FILE ERROR OR REGISTER
005200*                                      OUT OF BALANCE
005300*-----------------------------------------------------------------
005400*    MODIFICATION HISTORY
005500*    DATE        INIT  DESCRIPTION
005600*    2026-10-15   CM   ORIGINAL - DORMANT ACCOUNTS STAYED ACTIVE
005700*                      UNTIL SOMEONE NOTICED THEM BY HAND.
005800*****************************************************************
005900 IDENTIFICATION DIVISION.
006000 PROGRAM-ID. sfdorm.
006100 AUTHOR. C MILLER.
006200 INSTALLATION. DATA PROCESSING.
006300 DATE-WRITTEN. 10/15/2026.
006400 DATE-COMPILED.
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER. IBM-PC.
006800 OBJECT-COMPUTER. IBM-PC.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100*
007200*    Cla IS THE INDEXED CUSTOMER MASTER, READ FRONT TO BACK IN
007300*    KEY ORDER.  ITS NAME ARRIVES AS THE FIRST PARM TOKEN.  IT IS
007400*    ONLY READ HERE - THE INACTIVATIONS GO THROUGH SFMB.
007500*
007600     SELECT Cla ASSIGN TO SF-FILE-NAME-PARM
007700             ORGANIZATION IS INDEXED
007800             ACCESS MODE IS DYNAMIC
007900             RECORD KEY IS CUST-ID OF CustomerDetails
008000             ALTERNATE RECORD KEY IS CUST-NAME OF CustomerDetails
008100                 WITH DUPLICATES
008200             FILE STATUS IS SF-CLA-FILE-STATUS.
008300*
008400*    SfDormT IS THE INDEXED DORMANCY TRACKING FILE, KEYED ON
008500*    CUSTOMER-ID.  THE FIRST RUN CREATES IT.
008600*
008700     SELECT SfDormT ASSIGN TO "SFDORMT"
008800             ORGANIZATION IS INDEXED
008900             ACCESS MODE IS DYNAMIC
009000             RECORD KEY IS DRM-CUST-ID
009100             FILE STATUS IS SF-DRM-FILE-STATUS.
009200*
009300*    SfmTxn IS THE TRANSACTION FILE SFMB READS, SfDNotc THE
009400*    NOTICE LETTER PRINT FILE AND SfDrReg THE SWEEP REGISTER -
009500*    LOGICAL FILE NAMES POINTED AT REAL FILES BY SITE JCL.
009600*
009700     SELECT SfmTxn ASSIGN TO "SFMTXN"
009800             ORGANIZATION IS LINE SEQUENTIAL
009900             FILE STATUS IS SF-TXN-FILE-STATUS.
010000     SELECT SfDNotc ASSIGN TO "SFDNOTC"
010100             ORGANIZATION IS LINE SEQUENTIAL
010200             FILE STATUS IS SF-NTC-FILE-STATUS.
010300     SELECT SfDrReg ASSIGN TO "SFDRREG"
010400             ORGANIZATION IS LINE SEQUENTIAL
010500             FILE STATUS IS SF-RPT-FILE-STATUS.
010600     SELECT SfErrLog ASSIGN TO "SFERRLOG"
010700             ORGANIZATION IS LINE SEQUENTIAL
010800             FILE STATUS IS SF-LOG-FILE-STATUS.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  Cla.
011200 01  CustomerDetails.
011300     COPY CUSTDTL.
011400 FD  SfDormT.
011500 01  DormancyEntry.
011600     COPY CUSTDORM.
011700 FD  SfmTxn.
011800 01  TransactionRequest.
011900     05  SFT-ACTION                   PIC X(01).
012000     05  SFT-CUST-ID                  PIC X(60).
012100     05  SFT-DETAILS.
012200         10  SFT-LAST-NAME            PIC X(15).
012300         10  SFT-FIRST-NAME           PIC X(15).
012400         10  SFT-MIDDLE-NAME          PIC X(20).
012500         10  SFT-ADDR-LINE1           PIC X(30).
012600         10  SFT-ADDR-LINE2           PIC X(30).
012700         10  SFT-CITY                 PIC X(20).
012800         10  SFT-STATE                PIC X(02).
012900         10  SFT-ZIP-CODE             PIC X(10).
013000         10  SFT-PHONE-NUMBER         PIC X(15).
013100         10  SFT-ACCT-STATUS          PIC X(01).
013200*
013300*    THE EFFECTIVE DATE IS LEFT BLANK - AN INACTIVATION APPLIES IN
013400*    THE NEXT MAINTENANCE WINDOW, AS A KEYED CHANGE DOES.
013500*
013600     05  SFT-EFF-DATE                 PIC X(10).
013700 FD  SfDNotc.
013800 01  SF-NTC-LINE                      PIC X(132).
013900 FD  SfDrReg.
014000 01  SF-RPT-LINE                      PIC X(132).
014100 FD  SfErrLog.
014200 01  SF-LOG-LINE                      PIC X(132).
014300 WORKING-STORAGE SECTION.
014400*-----------------------------------------------------------------
014500*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
014600*    IN 1000-INITIALIZE, THE SAME INTERFACE SF USES.
014700*-----------------------------------------------------------------
014800 01  SF-RUN-PARM                      PIC X(90)  VALUE SPACES.
014900 01  SF-FILE-NAME-PARM                PIC X(60).
015000 01  SF-MONTHS-PARM                   PIC X(10)  VALUE SPACES.
015100 01  SF-GRACE-PARM                    PIC X(10)  VALUE SPACES.
015200 01  SF-MONTHS                        PIC 9(03)  VALUE 12.
015300 01  SF-GRACE-DAYS                    PIC 9(03)  VALUE 30.
015400*
015500*    1050-EDIT-NUMBER-PARM TAKES ONE PARM TOKEN IN SF-NUM-PARM AND
015600*    LEAVES ITS VALUE IN SF-NUM-VALUE, OR SETS SF-NUM-BAD.
015700*
015800 01  SF-NUM-PARM                      PIC X(10)  VALUE SPACES.
015900 01  SF-NUM-DIGITS                    PIC X(03)  VALUE "000".
016000 01  SF-NUM-VALUE                     PIC 9(03)  VALUE ZERO.
016100 01  SF-TOKEN-LEN                     PIC 9(02)  VALUE ZERO COMP.
016200*-----------------------------------------------------------------
016300*    FILE STATUS AND SWITCHES.
016400*-----------------------------------------------------------------
016500 01  SF-CLA-FILE-STATUS               PIC X(02)  VALUE SPACES.
016600     88  SF-CLA-STATUS-OK             VALUE "00" "02".
016700     88  SF-CLA-STATUS-EOF            VALUE "10".
016800     88  SF-CLA-STATUS-NOT-FOUND      VALUE "35".
016900 01  SF-DRM-FILE-STATUS               PIC X(02)  VALUE SPACES.
017000     88  SF-DRM-STATUS-OK             VALUE "00".
017100     88  SF-DRM-STATUS-EOF            VALUE "10".
017200     88  SF-DRM-STATUS-NO-RECORD      VALUE "23".
017300     88  SF-DRM-STATUS-NOT-FOUND      VALUE "35".
017400 01  SF-TXN-FILE-STATUS               PIC X(02)  VALUE SPACES.
017500     88  SF-TXN-STATUS-OK             VALUE "00".
017600 01  SF-NTC-FILE-STATUS               PIC X(02)  VALUE SPACES.
017700     88  SF-NTC-STATUS-OK             VALUE "00".
017800 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
017900     88  SF-RPT-STATUS-OK             VALUE "00".
018000 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
018100     88  SF-LOG-STATUS-OK             VALUE "00".
018200 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
018300 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
018400 01  SF-SWITCHES.
018500     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
018600         88  SF-END-OF-FILE           VALUE "Y".
018700     05  SF-RUN-FAILED-SW             PIC X(01)  VALUE "N".
018800         88  SF-RUN-FAILED            VALUE "Y".
018900     05  SF-DRM-END-SW                PIC X(01)  VALUE "N".
019000         88  SF-DRM-END               VALUE "Y".
019100     05  SF-ENTRY-FOUND-SW            PIC X(01)  VALUE "N".
019200         88  SF-ENTRY-FOUND           VALUE "Y".
019300     05  SF-BASIS-USABLE-SW           PIC X(01)  VALUE "N".
019400         88  SF-BASIS-USABLE          VALUE "Y".
019500     05  SF-NUM-BAD-SW                PIC X(01)  VALUE "N".
019600         88  SF-NUM-BAD               VALUE "Y".
019700     05  SF-FIRST-LETTER-SW           PIC X(01)  VALUE "Y".
019800         88  SF-FIRST-LETTER          VALUE "Y".
019900     05  SF-RPT-OPEN-SW               PIC X(01)  VALUE "N".
020000         88  SF-RPT-IS-OPEN           VALUE "Y".
020100     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
020200         88  SF-LOG-IS-OPEN           VALUE "Y".
020300     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
020400         88  SF-EXIT-REQUESTED        VALUE "Y".
020500*-----------------------------------------------------------------
020600*    ACTIVITY DATES - THE CUSTOMER'S LAST-ACTIVITY (BASIS) DATE
020700*    AND THE CUTOFF IT IS HELD AGAINST: THE RUN DATE LESS THE
020800*    MONTHS PARM, SAME DAY OF THE MONTH.  BOTH ARE YYYY-MM-DD, SO
020900*    THEY COMPARE AS TEXT.
021000*-----------------------------------------------------------------
021100 01  SF-BASIS-DATE.
021200     05  SF-BASIS-YYYY                PIC 9(04).
021300     05  FILLER                       PIC X(01).
021400     05  SF-BASIS-MM                  PIC 9(02).
021500     05  FILLER                       PIC X(01).
021600     05  SF-BASIS-DD                  PIC 9(02).
021700 01  SF-CUTOFF-DATE.
021800     05  SF-CUTOFF-YYYY               PIC 9(04)  VALUE ZERO.
021900     05  FILLER                       PIC X(01)  VALUE "-".
022000     05  SF-CUTOFF-MM                 PIC 9(02)  VALUE ZERO.
022100     05  FILLER                       PIC X(01)  VALUE "-".
022200     05  SF-CUTOFF-DD                 PIC 9(02)  VALUE ZERO.
022300 01  SF-CUTOFF-MONTHS                 PIC 9(07)  VALUE ZERO COMP.
022400 01  SF-CUTOFF-REM                    PIC 9(03)  VALUE ZERO COMP.
022500*-----------------------------------------------------------------
022600*    DAY-NUMBER WORK AREAS - A YYYY-MM-DD DATE IS TURNED INTO A
022700*    RUNNING DAY COUNT BY 3250-COMPUTE-DAY-NUMBER SO THE NOTICE
022800*    DATE AND THE RUN DATE SUBTRACT ACROSS MONTH AND YEAR ENDS, AS
022900*    IN SFAPRA.  THE YEAR IS TAKEN TO START IN MARCH SO FEBRUARY'S
023000*    LEAP DAY FALLS AT YEAR END.
023100*-----------------------------------------------------------------
023200 01  SF-DAYNUM-DATE.
023300     05  SF-DAYNUM-YYYY               PIC 9(04).
023400     05  FILLER                       PIC X(01).
023500     05  SF-DAYNUM-MM                 PIC 9(02).
023600     05  FILLER                       PIC X(01).
023700     05  SF-DAYNUM-DD                 PIC 9(02).
023800 01  SF-DAYNUM-YEAR                   PIC 9(05)  VALUE ZERO COMP.
023900 01  SF-DAYNUM-MONTH                  PIC 9(03)  VALUE ZERO COMP.
024000 01  SF-DAYNUM-WORK                   PIC 9(07)  VALUE ZERO COMP.
024100 01  SF-DAYNUM                        PIC 9(07)  VALUE ZERO COMP.
024200 01  SF-RUN-DAYNUM                    PIC 9(07)  VALUE ZERO COMP.
024300 01  SF-NOTICE-AGE                    PIC S9(07) VALUE ZERO COMP.
024400*-----------------------------------------------------------------
024500*    RUN STAMP - WRITTEN TO EVERY TRACKING ENTRY THE RUN MATCHES
024600*    TO THE MASTER.  AN ENTRY STILL CARRYING AN OLDER STAMP AT THE
024700*    END OF THE RUN BELONGS TO A CUSTOMER NO LONGER ON FILE.
024800*-----------------------------------------------------------------
024900 01  SF-RUN-STAMP.
025000     05  SF-STAMP-DATE                PIC X(10)  VALUE SPACES.
025100     05  SF-STAMP-TIME                PIC 9(08)  VALUE ZERO.
025200*-----------------------------------------------------------------
025300*    NOTICE LETTER WORK AREAS - THE ADDRESS BLOCK IS BUILT THE
025400*    WAY SFLABL BUILDS ITS FORM LETTERS.
025500*-----------------------------------------------------------------
025600 77  SF-ADDR-SUB                      PIC 9(03)  VALUE ZERO COMP.
025700 77  SF-ADDR-LINES                    PIC 9(03)  VALUE ZERO COMP.
025800 01  SF-ADDRESS-BLOCK.
025900     05  SF-ADDR-LINE                 PIC X(40)  OCCURS 4 TIMES.
026000 01  SF-NAME-LINE                     PIC X(40)  VALUE SPACES.
026100 01  SF-CITY-LINE                     PIC X(40)  VALUE SPACES.
026200 01  SF-LETTER-TEXT                   PIC X(80)  VALUE SPACES.
026300 01  SF-MONTHS-EDIT                   PIC ZZ9.
026400 01  SF-GRACE-EDIT                    PIC ZZ9.
026500 01  SF-MONTHS-TEXT                   PIC X(03)  VALUE SPACES.
026600 01  SF-GRACE-TEXT                    PIC X(03)  VALUE SPACES.
026700 77  SF-LEAD-COUNT                    PIC 9(02)  VALUE ZERO COMP.
026800*-----------------------------------------------------------------
026900*    COUNTERS - EVERY MASTER RECORD LANDS IN EXACTLY ONE OF THE
027000*    DISPOSITION COUNTS BELOW SF-RECORD-COUNT.
027100*-----------------------------------------------------------------
027200 01  SF-RECORD-COUNT                  PIC 9(05)  VALUE ZERO.
027300 01  SF-NOTICED-COUNT                 PIC 9(05)  VALUE ZERO.
027400 01  SF-INACTIVATED-COUNT             PIC 9(05)  VALUE ZERO.
027500 01  SF-REACTIVATED-COUNT             PIC 9(05)  VALUE ZERO.
027600 01  SF-WITHDRAWN-COUNT               PIC 9(05)  VALUE ZERO.
027700 01  SF-IN-GRACE-COUNT                PIC 9(05)  VALUE ZERO.
027800 01  SF-NOT-APPLIED-COUNT             PIC 9(05)  VALUE ZERO.
027900 01  SF-COMPLETED-COUNT               PIC 9(05)  VALUE ZERO.
028000 01  SF-CURRENT-COUNT                 PIC 9(05)  VALUE ZERO.
028100 01  SF-NO-DATE-COUNT                 PIC 9(05)  VALUE ZERO.
028200 01  SF-LEFT-ALONE-COUNT              PIC 9(05)  VALUE ZERO.
028300 01  SF-BALANCE-COUNT                 PIC 9(05)  VALUE ZERO.
028400*
028500*    TRACKING FILE CONTROL COUNTS.
028600*
028700 01  SF-TRK-START-COUNT               PIC 9(05)  VALUE ZERO.
028800 01  SF-TRK-REMOVED-COUNT             PIC 9(05)  VALUE ZERO.
028900 01  SF-TRK-DROPPED-COUNT             PIC 9(05)  VALUE ZERO.
029000 01  SF-TRK-END-COUNT                 PIC 9(05)  VALUE ZERO.
029100*-----------------------------------------------------------------
029200*    REPORT WORK AREAS
029300*-----------------------------------------------------------------
029400 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
029500 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
029600 01  SF-LIST-ACTION                   PIC X(12)  VALUE SPACES.
029700 01  SF-LIST-NOTICE-DATE              PIC X(10)  VALUE SPACES.
029800 01  SF-HEADING-LINE-1                PIC X(132).
029900 01  SF-HEADING-LINE-2                PIC X(132).
030000 01  SF-DETAIL-LINE                   PIC X(132).
030100 01  SF-LOG-DETAIL-LINE               PIC X(132).
030200 01  SF-COUNT-EDIT                    PIC ZZZZ9.
030300*-----------------------------------------------------------------
030400*    DATE AND TIME
030500*-----------------------------------------------------------------
030600 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
030700 01  SF-RUN-DATE.
030800     05  SF-RUN-YY                    PIC 9(02).
030900     05  SF-RUN-MM                    PIC 9(02).
031000     05  SF-RUN-DD                    PIC 9(02).
031100 01  SF-RUN-TIME                      PIC 9(08).
031200 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
031300*****************************************************************
031400 0000-MAINLINE-CONTROL.
031500     PERFORM 1000-INITIALIZE
031600         THRU 1000-INITIALIZE-EXIT.
031700
031800     IF SF-EXIT-REQUESTED
031900         GO TO 9999-END-PROGRAM-EXIT.
032000
032100     PERFORM 3000-PROCESS-CUSTOMERS
032200         THRU 3000-PROCESS-CUSTOMERS-EXIT
032300         UNTIL SF-END-OF-FILE.
032400*
032500*    THE DROP PASS ONLY RUNS AFTER A CLEAN READ OF THE WHOLE
032600*    MASTER - AFTER A FAILURE, AN ENTRY NOT YET REACHED WOULD LOOK
032700*    LIKE ONE WHOSE CUSTOMER HAS GONE.
032800*
032900     IF NOT SF-RUN-FAILED
033000         PERFORM 3900-DROP-STALE-ENTRIES
033100             THRU 3900-DROP-STALE-ENTRIES-EXIT
033200     END-IF.
033300
033400     PERFORM 9000-TERMINATE
033500         THRU 9000-TERMINATE-EXIT.
033600
033700     GO TO 9999-END-PROGRAM-EXIT.
033800*****************************************************************
033900*    1000-INITIALIZE - SPLIT THE PARM, WORK OUT THE RUN DATE, ITS
034000*    DAY NUMBER AND THE DORMANCY CUTOFF, OPEN THE FILES AND READ
034100*    THE FIRST CUSTOMER.
034200*****************************************************************
034300 1000-INITIALIZE.
034400     MOVE SPACES TO SF-FILE-NAME-PARM SF-MONTHS-PARM
034500         SF-GRACE-PARM.
034600     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
034700         INTO SF-FILE-NAME-PARM SF-MONTHS-PARM SF-GRACE-PARM.
034800*
034900*    AN OMITTED NUMBER TAKES ITS DEFAULT; A NON-NUMERIC ONE IS A
035000*    KEYING ERROR, NOT A DEFAULT.
035100*
035200     IF SF-MONTHS-PARM NOT = SPACES
035300         MOVE SF-MONTHS-PARM TO SF-NUM-PARM
035400         PERFORM 1050-EDIT-NUMBER-PARM
035500             THRU 1050-EDIT-NUMBER-PARM-EXIT
035600         IF SF-NUM-BAD OR SF-NUM-VALUE = ZERO
035700             DISPLAY "SFDR100E - MONTHS MUST BE 1 TO 999: "
035800                 SF-MONTHS-PARM
035900             MOVE 16 TO RETURN-CODE
036000             MOVE "Y" TO SF-EXIT-REQUESTED-SW
036100             GO TO 1000-INITIALIZE-EXIT
036200         END-IF
036300         MOVE SF-NUM-VALUE TO SF-MONTHS
036400     END-IF.
036500     IF SF-GRACE-PARM NOT = SPACES
036600         MOVE SF-GRACE-PARM TO SF-NUM-PARM
036700         PERFORM 1050-EDIT-NUMBER-PARM
036800             THRU 1050-EDIT-NUMBER-PARM-EXIT
036900         IF SF-NUM-BAD
037000             DISPLAY "SFDR101E - GRACE DAYS NOT NUMERIC: "
037100                 SF-GRACE-PARM
037200             MOVE 16 TO RETURN-CODE
037300             MOVE "Y" TO SF-EXIT-REQUESTED-SW
037400             GO TO 1000-INITIALIZE-EXIT
037500         END-IF
037600         MOVE SF-NUM-VALUE TO SF-GRACE-DAYS
037700     END-IF.
037800
037900     ACCEPT SF-RUN-DATE FROM DATE.
038000     ACCEPT SF-RUN-TIME FROM TIME.
038100     STRING "20"          DELIMITED BY SIZE
038200             SF-RUN-YY    DELIMITED BY SIZE
038300             "-"          DELIMITED BY SIZE
038400             SF-RUN-MM    DELIMITED BY SIZE
038500             "-"          DELIMITED BY SIZE
038600             SF-RUN-DD    DELIMITED BY SIZE
038700         INTO SF-RUN-DATE-DISPLAY.
038800     MOVE SF-RUN-DATE-DISPLAY TO SF-STAMP-DATE.
038900     MOVE SF-RUN-TIME TO SF-STAMP-TIME.
039000     MOVE SF-RUN-DATE-DISPLAY TO SF-DAYNUM-DATE.
039100     PERFORM 3250-COMPUTE-DAY-NUMBER
039200         THRU 3250-COMPUTE-DAY-NUMBER-EXIT.
039300     MOVE SF-DAYNUM TO SF-RUN-DAYNUM.
039400*
039500*    THE CUTOFF IS COUNTED IN WHOLE MONTHS: THE RUN YEAR AND MONTH
039600*    AS A MONTH NUMBER, LESS THE PARM, SPLIT BACK INTO YEAR AND
039700*    MONTH.
039800*
039900     COMPUTE SF-CUTOFF-MONTHS = (2000 + SF-RUN-YY) * 12
040000         + SF-RUN-MM - 1 - SF-MONTHS.
040100     DIVIDE SF-CUTOFF-MONTHS BY 12 GIVING SF-CUTOFF-YYYY
040200         REMAINDER SF-CUTOFF-REM.
040300     COMPUTE SF-CUTOFF-MM = SF-CUTOFF-REM + 1.
040400     MOVE SF-RUN-DD TO SF-CUTOFF-DD.
040500*
040600*    THE MONTHS AND GRACE DAYS ARE QUOTED IN EVERY LETTER, SO
040700*    THEY ARE LEFT-JUSTIFIED ONCE HERE.
040800*
040900     MOVE SF-MONTHS TO SF-MONTHS-EDIT.
041000     MOVE ZERO TO SF-LEAD-COUNT.
041100     INSPECT SF-MONTHS-EDIT TALLYING SF-LEAD-COUNT
041200         FOR LEADING SPACES.
041300     MOVE SF-MONTHS-EDIT(SF-LEAD-COUNT + 1:3 - SF-LEAD-COUNT)
041400         TO SF-MONTHS-TEXT.
041500     MOVE SF-GRACE-DAYS TO SF-GRACE-EDIT.
041600     MOVE ZERO TO SF-LEAD-COUNT.
041700     INSPECT SF-GRACE-EDIT TALLYING SF-LEAD-COUNT
041800         FOR LEADING SPACES.
041900     MOVE SF-GRACE-EDIT(SF-LEAD-COUNT + 1:3 - SF-LEAD-COUNT)
042000         TO SF-GRACE-TEXT.
042100
042200     OPEN INPUT Cla.
042300     IF NOT SF-CLA-STATUS-OK
042400         IF SF-CLA-STATUS-NOT-FOUND
042500             DISPLAY "SFDR102E - MASTER FILE NOT FOUND: "
042600                 SF-FILE-NAME-PARM
042700         ELSE
042800             DISPLAY "SFDR103E - UNABLE TO OPEN MASTER FILE: "
042900                 SF-FILE-NAME-PARM
043000             DISPLAY "SFDR103E - FILE STATUS IS "
043100                 SF-CLA-FILE-STATUS
043200         END-IF
043300         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
043400         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
043500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
043600         MOVE 16 TO RETURN-CODE
043700         MOVE "Y" TO SF-EXIT-REQUESTED-SW
043800         GO TO 1000-INITIALIZE-EXIT
043900     END-IF.
044000
044100     PERFORM 1100-OPEN-TRACKING-FILE
044200         THRU 1100-OPEN-TRACKING-FILE-EXIT.
044300     IF SF-EXIT-REQUESTED
044400         CLOSE Cla
044500         GO TO 1000-INITIALIZE-EXIT
044600     END-IF.
044700
044800     PERFORM 1200-COUNT-TRACKING-ENTRIES
044900         THRU 1200-COUNT-TRACKING-ENTRIES-EXIT.
045000
045100     OPEN EXTEND SfmTxn.
045200     IF NOT SF-TXN-STATUS-OK
045300         OPEN OUTPUT SfmTxn
045400     END-IF.
045500     IF NOT SF-TXN-STATUS-OK
045600         DISPLAY "SFDR105E - UNABLE TO OPEN SFMTXN, STATUS "
045700             SF-TXN-FILE-STATUS
045800         MOVE SF-TXN-FILE-STATUS TO SF-LOG-STATUS-VALUE
045900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
046000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
046100         MOVE 16 TO RETURN-CODE
046200         MOVE "Y" TO SF-EXIT-REQUESTED-SW
046300         CLOSE Cla SfDormT
046400         GO TO 1000-INITIALIZE-EXIT
046500     END-IF.
046600
046700     OPEN OUTPUT SfDNotc.
046800     IF NOT SF-NTC-STATUS-OK
046900         DISPLAY "SFDR106E - UNABLE TO OPEN SFDNOTC, STATUS "
047000             SF-NTC-FILE-STATUS
047100         MOVE SF-NTC-FILE-STATUS TO SF-LOG-STATUS-VALUE
047200         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
047300         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
047400         MOVE 16 TO RETURN-CODE
047500         MOVE "Y" TO SF-EXIT-REQUESTED-SW
047600         CLOSE Cla SfDormT SfmTxn
047700         GO TO 1000-INITIALIZE-EXIT
047800     END-IF.
047900
048000     OPEN OUTPUT SfDrReg.
048100     IF SF-RPT-STATUS-OK
048200         MOVE "Y" TO SF-RPT-OPEN-SW
048300     ELSE
048400         DISPLAY "SFDR107E - UNABLE TO OPEN SFDRREG, STATUS "
048500             SF-RPT-FILE-STATUS
048600         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
048700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
048800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
048900         MOVE 16 TO RETURN-CODE
049000         MOVE "Y" TO SF-EXIT-REQUESTED-SW
049100         CLOSE Cla SfDormT SfmTxn SfDNotc
049200         GO TO 1000-INITIALIZE-EXIT
049300     END-IF.
049400
049500     PERFORM 3100-READ-CUSTOMER-RECORD
049600         THRU 3100-READ-CUSTOMER-RECORD-EXIT.
049700 1000-INITIALIZE-EXIT.
049800     EXIT.
049900*****************************************************************
050000*    1050-EDIT-NUMBER-PARM - A ONE-TO-THREE DIGIT PARM TOKEN IN
050100*    SF-NUM-PARM, RIGHT-JUSTIFIED AND CHECKED AS SFAPRA DOES.
050200*****************************************************************
050300 1050-EDIT-NUMBER-PARM.
050400     MOVE "N" TO SF-NUM-BAD-SW.
050500     MOVE ZERO TO SF-NUM-VALUE.
050600     MOVE ZERO TO SF-TOKEN-LEN.
050700     INSPECT SF-NUM-PARM TALLYING SF-TOKEN-LEN
050800         FOR CHARACTERS BEFORE INITIAL SPACE.
050900     IF SF-TOKEN-LEN > 3
051000         MOVE "X" TO SF-NUM-DIGITS
051100     ELSE
051200         MOVE "000" TO SF-NUM-DIGITS
051300         MOVE SF-NUM-PARM(1:SF-TOKEN-LEN)
051400             TO SF-NUM-DIGITS(4 - SF-TOKEN-LEN:SF-TOKEN-LEN)
051500     END-IF.
051600     IF SF-NUM-DIGITS IS NUMERIC
051700         MOVE SF-NUM-DIGITS TO SF-NUM-VALUE
051800     ELSE
051900         MOVE "Y" TO SF-NUM-BAD-SW
052000     END-IF.
052100 1050-EDIT-NUMBER-PARM-EXIT.
052200     EXIT.
052300*****************************************************************
052400*    1100-OPEN-TRACKING-FILE - OPENS SFDORMT I-O, CREATING IT
052500*    FRESH THE FIRST TIME, AS SF DOES FOR ITS NOTES FILE.
052600*****************************************************************
052700 1100-OPEN-TRACKING-FILE.
052800     OPEN I-O SfDormT.
052900     IF SF-DRM-STATUS-NOT-FOUND
053000         OPEN OUTPUT SfDormT
053100         IF SF-DRM-STATUS-OK
053200             CLOSE SfDormT
053300             OPEN I-O SfDormT
053400         END-IF
053500     END-IF.
053600     IF NOT SF-DRM-STATUS-OK
053700         DISPLAY "SFDR104E - UNABLE TO OPEN SFDORMT, STATUS "
053800             SF-DRM-FILE-STATUS
053900         MOVE SF-DRM-FILE-STATUS TO SF-LOG-STATUS-VALUE
054000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
054100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
054200         MOVE 16 TO RETURN-CODE
054300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
054400     END-IF.
054500 1100-OPEN-TRACKING-FILE-EXIT.
054600     EXIT.
054700*****************************************************************
054800*    1200-COUNT-TRACKING-ENTRIES - ONE PASS OVER THE TRACKING
054900*    FILE FOR THE OPENING ENTRY COUNT THE REGISTER BALANCES FROM.
055000*****************************************************************
055100 1200-COUNT-TRACKING-ENTRIES.
055200     MOVE ZERO TO SF-TRK-START-COUNT.
055300     MOVE "N" TO SF-DRM-END-SW.
055400     MOVE LOW-VALUES TO DRM-CUST-ID.
055500     START SfDormT KEY IS NOT LESS THAN DRM-CUST-ID
055600         INVALID KEY
055700             MOVE "Y" TO SF-DRM-END-SW
055800     END-START.
055900
056000     PERFORM 1250-COUNT-ONE-ENTRY
056100         THRU 1250-COUNT-ONE-ENTRY-EXIT
056200         UNTIL SF-DRM-END.
056300 1200-COUNT-TRACKING-ENTRIES-EXIT.
056400     EXIT.
056500*****************************************************************
056600*    1250-COUNT-ONE-ENTRY
056700*****************************************************************
056800 1250-COUNT-ONE-ENTRY.
056900     READ SfDormT NEXT RECORD
057000         AT END MOVE "Y" TO SF-DRM-END-SW
057100     END-READ.
057200     IF SF-DRM-END
057300         GO TO 1250-COUNT-ONE-ENTRY-EXIT
057400     END-IF.
057500     IF NOT SF-DRM-STATUS-OK
057600         PERFORM 8100-TRACKING-FILE-ERROR
057700             THRU 8100-TRACKING-FILE-ERROR-EXIT
057800         MOVE "Y" TO SF-DRM-END-SW
057900         GO TO 1250-COUNT-ONE-ENTRY-EXIT
058000     END-IF.
058100     ADD 1 TO SF-TRK-START-COUNT.
058200 1250-COUNT-ONE-ENTRY-EXIT.
058300     EXIT.
058400*****************************************************************
058500*    3000-PROCESS-CUSTOMERS - WORKS OUT THE CUSTOMER'S ACTIVITY
058600*    DATE, LOOKS FOR A TRACKING ENTRY AND HANDS THE CUSTOMER TO
058700*    THE PASS THAT APPLIES, THEN READS THE NEXT CUSTOMER.
058800*****************************************************************
058900 3000-PROCESS-CUSTOMERS.
059000     ADD 1 TO SF-RECORD-COUNT.
059100
059200     PERFORM 3200-SET-BASIS-DATE
059300         THRU 3200-SET-BASIS-DATE-EXIT.
059400
059500     MOVE "N" TO SF-ENTRY-FOUND-SW.
059600     MOVE SPACES TO SF-LIST-NOTICE-DATE.
059700     MOVE CUST-ID OF CustomerDetails TO DRM-CUST-ID.
059800     READ SfDormT
059900         KEY IS DRM-CUST-ID
060000         INVALID KEY
060100             CONTINUE
060200     END-READ.
060300     IF SF-DRM-STATUS-OK
060400         MOVE "Y" TO SF-ENTRY-FOUND-SW
060500         MOVE DRM-NOTICE-DATE TO SF-LIST-NOTICE-DATE
060600     ELSE
060700         IF NOT SF-DRM-STATUS-NO-RECORD
060800             PERFORM 8100-TRACKING-FILE-ERROR
060900                 THRU 8100-TRACKING-FILE-ERROR-EXIT
061000             GO TO 3000-PROCESS-CUSTOMERS-EXIT
061100         END-IF
061200     END-IF.
061300
061400     IF NOT SF-ENTRY-FOUND
061500         PERFORM 3300-CHECK-FOR-DORMANCY
061600             THRU 3300-CHECK-FOR-DORMANCY-EXIT
061700     ELSE
061800         IF DRM-STATE-INACTIVATED
061900             PERFORM 3500-CHECK-INACTIVATION
062000                 THRU 3500-CHECK-INACTIVATION-EXIT
062100         ELSE
062200             PERFORM 3400-CHECK-GRACE-PERIOD
062300                 THRU 3400-CHECK-GRACE-PERIOD-EXIT
062400         END-IF
062500     END-IF.
062600
062700     IF NOT SF-END-OF-FILE
062800         PERFORM 3100-READ-CUSTOMER-RECORD
062900             THRU 3100-READ-CUSTOMER-RECORD-EXIT
063000     END-IF.
063100 3000-PROCESS-CUSTOMERS-EXIT.
063200     EXIT.
063300*****************************************************************
063400*    3100-READ-CUSTOMER-RECORD
063500*****************************************************************
063600 3100-READ-CUSTOMER-RECORD.
063700     READ Cla NEXT RECORD
063800         AT END MOVE "Y" TO SF-END-OF-FILE-SW
063900     END-READ.
064000*
064100*    A HARD READ ERROR ENDS THE RUN AND FAILS THE STEP.
064200*
064300     IF NOT SF-CLA-STATUS-OK AND NOT SF-CLA-STATUS-EOF
064400         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
064500         MOVE CUST-ID OF CustomerDetails(1:30)
064600             TO SF-LOG-CUST-ID-VALUE
064700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
064800         MOVE "Y" TO SF-END-OF-FILE-SW
064900         MOVE "Y" TO SF-RUN-FAILED-SW
065000         MOVE 16 TO RETURN-CODE
065100     END-IF.
065200 3100-READ-CUSTOMER-RECORD-EXIT.
065300     EXIT.
065400*****************************************************************
065500*    3200-SET-BASIS-DATE - THE LAST-ACTIVITY DATE IS THE DATE OF
065600*    LAST MAINTENANCE, OR THE DATE OPENED FOR A CUSTOMER NEVER
065700*    MAINTAINED.  A DATE THAT IS NOT A READABLE YYYY-MM-DD IS NOT
065800*    USABLE - SUCH A CUSTOMER IS NEVER CALLED DORMANT.
065900*****************************************************************
066000 3200-SET-BASIS-DATE.
066100     IF CUST-DATE-LAST-MAINT OF CustomerDetails = SPACES
066200         MOVE CUST-DATE-OPENED OF CustomerDetails TO SF-BASIS-DATE
066300     ELSE
066400         MOVE CUST-DATE-LAST-MAINT OF CustomerDetails
066500             TO SF-BASIS-DATE
066600     END-IF.
066700
066800     MOVE "N" TO SF-BASIS-USABLE-SW.
066900     IF SF-BASIS-YYYY IS NUMERIC AND SF-BASIS-MM IS NUMERIC
067000             AND SF-BASIS-DD IS NUMERIC
067100         MOVE "Y" TO SF-BASIS-USABLE-SW
067200     END-IF.
067300 3200-SET-BASIS-DATE-EXIT.
067400     EXIT.
067500*****************************************************************
067600*    3250-COMPUTE-DAY-NUMBER - TURNS THE YYYY-MM-DD DATE IN
067700*    SF-DAYNUM-DATE INTO A RUNNING DAY COUNT IN SF-DAYNUM.  WITH
067800*    THE YEAR STARTING IN MARCH, (153 * MONTH + 2) / 5 GIVES THE
067900*    DAYS BEFORE THE MONTH, AND THE CENTURY RULES GIVE THE LEAP
068000*    DAYS BEFORE THE YEAR.  AN UNREADABLE DATE COUNTS AS TODAY,
068100*    SO A DAMAGED ENTRY NEVER RUNS OUT ITS GRACE EARLY.
068200*****************************************************************
068300 3250-COMPUTE-DAY-NUMBER.
068400     IF SF-DAYNUM-YYYY NOT NUMERIC OR SF-DAYNUM-MM NOT NUMERIC
068500             OR SF-DAYNUM-DD NOT NUMERIC
068600         MOVE SF-RUN-DAYNUM TO SF-DAYNUM
068700         GO TO 3250-COMPUTE-DAY-NUMBER-EXIT
068800     END-IF.
068900
069000     IF SF-DAYNUM-MM > 2
069100         MOVE SF-DAYNUM-YYYY TO SF-DAYNUM-YEAR
069200         COMPUTE SF-DAYNUM-MONTH = SF-DAYNUM-MM - 3
069300     ELSE
069400         COMPUTE SF-DAYNUM-YEAR = SF-DAYNUM-YYYY - 1
069500         COMPUTE SF-DAYNUM-MONTH = SF-DAYNUM-MM + 9
069600     END-IF.
069700
069800     COMPUTE SF-DAYNUM = 365 * SF-DAYNUM-YEAR + SF-DAYNUM-DD.
069900     DIVIDE SF-DAYNUM-YEAR BY 4 GIVING SF-DAYNUM-WORK.
070000     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
070100     DIVIDE SF-DAYNUM-YEAR BY 100 GIVING SF-DAYNUM-WORK.
070200     SUBTRACT SF-DAYNUM-WORK FROM SF-DAYNUM.
070300     DIVIDE SF-DAYNUM-YEAR BY 400 GIVING SF-DAYNUM-WORK.
070400     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
070500     COMPUTE SF-DAYNUM-WORK = 153 * SF-DAYNUM-MONTH + 2.
070600     DIVIDE SF-DAYNUM-WORK BY 5 GIVING SF-DAYNUM-WORK.
070700     ADD SF-DAYNUM-WORK TO SF-DAYNUM.
070800 3250-COMPUTE-DAY-NUMBER-EXIT.
070900     EXIT.
071000*****************************************************************
071100*    3300-CHECK-FOR-DORMANCY - NOTICE PASS, FOR A CUSTOMER WITH NO
071200*    TRACKING ENTRY.  ONLY STATUS A IS CONSIDERED; AN ACTIVE
071300*    CUSTOMER WITH NO ACTIVITY SINCE THE CUTOFF IS SENT A NOTICE.
071400*****************************************************************
071500 3300-CHECK-FOR-DORMANCY.
071600     IF NOT CUST-STATUS-ACTIVE OF CustomerDetails
071700         ADD 1 TO SF-LEFT-ALONE-COUNT
071800         GO TO 3300-CHECK-FOR-DORMANCY-EXIT
071900     END-IF.
072000     IF NOT SF-BASIS-USABLE
072100         ADD 1 TO SF-NO-DATE-COUNT
072200         GO TO 3300-CHECK-FOR-DORMANCY-EXIT
072300     END-IF.
072400     IF SF-BASIS-DATE NOT < SF-CUTOFF-DATE
072500         ADD 1 TO SF-CURRENT-COUNT
072600         GO TO 3300-CHECK-FOR-DORMANCY-EXIT
072700     END-IF.
072800
072900     PERFORM 4600-WRITE-NOTICE-LETTER
073000         THRU 4600-WRITE-NOTICE-LETTER-EXIT.
073100     IF SF-RUN-FAILED
073200         GO TO 3300-CHECK-FOR-DORMANCY-EXIT
073300     END-IF.
073400
073500     MOVE SPACES TO DormancyEntry.
073600     MOVE CUST-ID OF CustomerDetails TO DRM-CUST-ID.
073700     MOVE "N" TO DRM-NOTICE-STATE.
073800     MOVE SF-RUN-DATE-DISPLAY TO DRM-NOTICE-DATE.
073900     MOVE SF-RUN-DATE-DISPLAY TO SF-LIST-NOTICE-DATE.
074000     MOVE SF-BASIS-DATE TO DRM-BASIS-DATE.
074100     MOVE SF-RUN-STAMP TO DRM-RUN-STAMP.
074200     WRITE DormancyEntry
074300         INVALID KEY
074400             CONTINUE
074500     END-WRITE.
074600     IF NOT SF-DRM-STATUS-OK
074700         PERFORM 8100-TRACKING-FILE-ERROR
074800             THRU 8100-TRACKING-FILE-ERROR-EXIT
074900         GO TO 3300-CHECK-FOR-DORMANCY-EXIT
075000     END-IF.
075100
075200     ADD 1 TO SF-NOTICED-COUNT.
075300     MOVE "NOTICED" TO SF-LIST-ACTION.
075400     PERFORM 5300-LIST-CUSTOMER
075500         THRU 5300-LIST-CUSTOMER-EXIT.
075600 3300-CHECK-FOR-DORMANCY-EXIT.
075700     EXIT.
075800*****************************************************************
075900*    3400-CHECK-GRACE-PERIOD - FOR A CUSTOMER UNDER NOTICE.  ANY
076000*    MAINTENANCE SINCE THE NOTICE REACTIVATES THE CUSTOMER; A
076100*    STATUS CHANGE AWAY FROM A WITHDRAWS THE NOTICE; OTHERWISE,
076200*    ONCE THE GRACE DAYS HAVE PASSED, THE INACTIVATION IS WRITTEN.
076300*****************************************************************
076400 3400-CHECK-GRACE-PERIOD.
076500     IF NOT CUST-STATUS-ACTIVE OF CustomerDetails
076600         ADD 1 TO SF-WITHDRAWN-COUNT
076700         MOVE "WITHDRAWN" TO SF-LIST-ACTION
076800         PERFORM 3800-REMOVE-ENTRY
076900             THRU 3800-REMOVE-ENTRY-EXIT
077000         GO TO 3400-CHECK-GRACE-PERIOD-EXIT
077100     END-IF.
077200     IF SF-BASIS-USABLE AND SF-BASIS-DATE > DRM-NOTICE-DATE
077300         ADD 1 TO SF-REACTIVATED-COUNT
077400         MOVE "REACTIVATED" TO SF-LIST-ACTION
077500         PERFORM 3800-REMOVE-ENTRY
077600             THRU 3800-REMOVE-ENTRY-EXIT
077700         GO TO 3400-CHECK-GRACE-PERIOD-EXIT
077800     END-IF.
077900
078000     MOVE DRM-NOTICE-DATE TO SF-DAYNUM-DATE.
078100     PERFORM 3250-COMPUTE-DAY-NUMBER
078200         THRU 3250-COMPUTE-DAY-NUMBER-EXIT.
078300     COMPUTE SF-NOTICE-AGE = SF-RUN-DAYNUM - SF-DAYNUM.
078400     IF SF-NOTICE-AGE < SF-GRACE-DAYS
078500         ADD 1 TO SF-IN-GRACE-COUNT
078600         PERFORM 3850-STAMP-ENTRY
078700             THRU 3850-STAMP-ENTRY-EXIT
078800         GO TO 3400-CHECK-GRACE-PERIOD-EXIT
078900     END-IF.
079000
079100     PERFORM 3700-WRITE-INACTIVATION
079200         THRU 3700-WRITE-INACTIVATION-EXIT.
079300 3400-CHECK-GRACE-PERIOD-EXIT.
079400     EXIT.
079500*****************************************************************
079600*    3500-CHECK-INACTIVATION - FOR A CUSTOMER WHOSE INACTIVATION
079700*    HAS ALREADY GONE TO SFMTXN.  STATUS I MEANS SFMB APPLIED IT
079800*    AND THE ENTRY IS DONE WITH.  STATUS A WITH MAINTENANCE AFTER
079900*    THE INACTIVATION MEANS THE CUSTOMER CAME BACK; STATUS A
080000*    WITHOUT IT MEANS SFMB HAS NOT APPLIED THE CHANGE YET, AND
080100*    THE CUSTOMER IS LISTED FOR THE DESK.
080200*****************************************************************
080300 3500-CHECK-INACTIVATION.
080400     IF CUST-STATUS-INACTIVE OF CustomerDetails
080500         ADD 1 TO SF-COMPLETED-COUNT
080600         MOVE SPACES TO SF-LIST-ACTION
080700         PERFORM 3800-REMOVE-ENTRY
080800             THRU 3800-REMOVE-ENTRY-EXIT
080900         GO TO 3500-CHECK-INACTIVATION-EXIT
081000     END-IF.
081100     IF NOT CUST-STATUS-ACTIVE OF CustomerDetails
081200         ADD 1 TO SF-WITHDRAWN-COUNT
081300         MOVE "WITHDRAWN" TO SF-LIST-ACTION
081400         PERFORM 3800-REMOVE-ENTRY
081500             THRU 3800-REMOVE-ENTRY-EXIT
081600         GO TO 3500-CHECK-INACTIVATION-EXIT
081700     END-IF.
081800     IF CUST-DATE-LAST-MAINT OF CustomerDetails > DRM-INACT-DATE
081900         ADD 1 TO SF-REACTIVATED-COUNT
082000         MOVE "REACTIVATED" TO SF-LIST-ACTION
082100         PERFORM 3800-REMOVE-ENTRY
082200             THRU 3800-REMOVE-ENTRY-EXIT
082300         GO TO 3500-CHECK-INACTIVATION-EXIT
082400     END-IF.
082500
082600     ADD 1 TO SF-NOT-APPLIED-COUNT.
082700     PERFORM 3850-STAMP-ENTRY
082800         THRU 3850-STAMP-ENTRY-EXIT.
082900     MOVE "NOT APPLIED" TO SF-LIST-ACTION.
083000     PERFORM 5300-LIST-CUSTOMER
083100         THRU 5300-LIST-CUSTOMER-EXIT.
083200 3500-CHECK-INACTIVATION-EXIT.
083300     EXIT.
083400*****************************************************************
083500*    3700-WRITE-INACTIVATION - APPENDS THE A-TO-I CHANGE TO SFMTXN
083600*    IN SFMB'S RECORD LAYOUT.  SFMB REPLACES THE WHOLE RECORD ON A
083700*    CHANGE, SO THE TRANSACTION CARRIES EVERY FIELD AS IT STANDS
083800*    ON THE MASTER WITH ONLY THE STATUS ALTERED.  THE TRACKING
083900*    ENTRY IS THEN MARKED X WITH THE DATE THE CHANGE WAS WRITTEN.
084000*****************************************************************
084100 3700-WRITE-INACTIVATION.
084200     MOVE SPACES TO TransactionRequest.
084300     MOVE "C" TO SFT-ACTION.
084400     MOVE CUST-ID OF CustomerDetails TO SFT-CUST-ID.
084500     MOVE CUST-LAST-NAME OF CustomerDetails TO SFT-LAST-NAME.
084600     MOVE CUST-FIRST-NAME OF CustomerDetails TO SFT-FIRST-NAME.
084700     MOVE CUST-MIDDLE-NAME OF CustomerDetails TO SFT-MIDDLE-NAME.
084800     MOVE CUST-ADDR-LINE1 OF CustomerDetails TO SFT-ADDR-LINE1.
084900     MOVE CUST-ADDR-LINE2 OF CustomerDetails TO SFT-ADDR-LINE2.
085000     MOVE CUST-CITY OF CustomerDetails TO SFT-CITY.
085100     MOVE CUST-STATE OF CustomerDetails TO SFT-STATE.
085200     MOVE CUST-ZIP-CODE OF CustomerDetails TO SFT-ZIP-CODE.
085300     MOVE CUST-PHONE-NUMBER OF CustomerDetails
085400         TO SFT-PHONE-NUMBER.
085500     MOVE "I" TO SFT-ACCT-STATUS.
085600     WRITE TransactionRequest.
085700     IF NOT SF-TXN-STATUS-OK
085800         MOVE SF-TXN-FILE-STATUS TO SF-LOG-STATUS-VALUE
085900         MOVE CUST-ID OF CustomerDetails(1:30)
086000             TO SF-LOG-CUST-ID-VALUE
086100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
086200         MOVE "Y" TO SF-END-OF-FILE-SW
086300         MOVE "Y" TO SF-RUN-FAILED-SW
086400         MOVE 16 TO RETURN-CODE
086500         GO TO 3700-WRITE-INACTIVATION-EXIT
086600     END-IF.
086700
086800     MOVE "X" TO DRM-NOTICE-STATE.
086900     MOVE SF-RUN-DATE-DISPLAY TO DRM-INACT-DATE.
087000     MOVE SF-RUN-STAMP TO DRM-RUN-STAMP.
087100     REWRITE DormancyEntry
087200         INVALID KEY
087300             CONTINUE
087400     END-REWRITE.
087500     IF NOT SF-DRM-STATUS-OK
087600         PERFORM 8100-TRACKING-FILE-ERROR
087700             THRU 8100-TRACKING-FILE-ERROR-EXIT
087800         GO TO 3700-WRITE-INACTIVATION-EXIT
087900     END-IF.
088000
088100     ADD 1 TO SF-INACTIVATED-COUNT.
088200     MOVE "INACTIVATED" TO SF-LIST-ACTION.
088300     PERFORM 5300-LIST-CUSTOMER
088400         THRU 5300-LIST-CUSTOMER-EXIT.
088500 3700-WRITE-INACTIVATION-EXIT.
088600     EXIT.
088700*****************************************************************
088800*    3800-REMOVE-ENTRY - TAKES THE CUSTOMER OFF NOTICE AND, WHEN
088900*    THE CALLER SET A LIST ACTION, LISTS THE CUSTOMER.  A
089000*    COMPLETED INACTIVATION IS COUNTED BUT NOT LISTED - IT WAS
089100*    LISTED WHEN IT WAS WRITTEN.
089200*****************************************************************
089300 3800-REMOVE-ENTRY.
089400     DELETE SfDormT RECORD
089500         INVALID KEY
089600             CONTINUE
089700     END-DELETE.
089800     IF NOT SF-DRM-STATUS-OK
089900         PERFORM 8100-TRACKING-FILE-ERROR
090000             THRU 8100-TRACKING-FILE-ERROR-EXIT
090100         GO TO 3800-REMOVE-ENTRY-EXIT
090200     END-IF.
090300     ADD 1 TO SF-TRK-REMOVED-COUNT.
090400
090500     IF SF-LIST-ACTION NOT = SPACES
090600         PERFORM 5300-LIST-CUSTOMER
090700             THRU 5300-LIST-CUSTOMER-EXIT
090800     END-IF.
090900 3800-REMOVE-ENTRY-EXIT.
091000     EXIT.
091100*****************************************************************
091200*    3850-STAMP-ENTRY - MARKS AN ENTRY THAT STAYS ON FILE AS SEEN
091300*    BY THIS RUN, SO THE DROP PASS LEAVES IT ALONE.
091400*****************************************************************
091500 3850-STAMP-ENTRY.
091600     MOVE SF-RUN-STAMP TO DRM-RUN-STAMP.
091700     REWRITE DormancyEntry
091800         INVALID KEY
091900             CONTINUE
092000     END-REWRITE.
092100     IF NOT SF-DRM-STATUS-OK
092200         PERFORM 8100-TRACKING-FILE-ERROR
092300             THRU 8100-TRACKING-FILE-ERROR-EXIT
092400     END-IF.
092500 3850-STAMP-ENTRY-EXIT.
092600     EXIT.
092700*****************************************************************
092800*    3900-DROP-STALE-ENTRIES - A LAST PASS OVER THE TRACKING
092900*    FILE.  AN ENTRY THIS RUN DID NOT STAMP BELONGS TO A CUSTOMER
093000*    DELETED OR PURGED FROM THE MASTER AND IS DROPPED; THE REST
093100*    ARE COUNTED AS THE CLOSING ENTRY COUNT.
093200*****************************************************************
093300 3900-DROP-STALE-ENTRIES.
093400     MOVE ZERO TO SF-TRK-END-COUNT.
093500     MOVE "N" TO SF-DRM-END-SW.
093600     MOVE LOW-VALUES TO DRM-CUST-ID.
093700     START SfDormT KEY IS NOT LESS THAN DRM-CUST-ID
093800         INVALID KEY
093900             MOVE "Y" TO SF-DRM-END-SW
094000     END-START.
094100
094200     PERFORM 3950-CHECK-ONE-ENTRY
094300         THRU 3950-CHECK-ONE-ENTRY-EXIT
094400         UNTIL SF-DRM-END.
094500 3900-DROP-STALE-ENTRIES-EXIT.
094600     EXIT.
094700*****************************************************************
094800*    3950-CHECK-ONE-ENTRY
094900*****************************************************************
095000 3950-CHECK-ONE-ENTRY.
095100     READ SfDormT NEXT RECORD
095200         AT END MOVE "Y" TO SF-DRM-END-SW
095300     END-READ.
095400     IF SF-DRM-END
095500         GO TO 3950-CHECK-ONE-ENTRY-EXIT
095600     END-IF.
095700     IF NOT SF-DRM-STATUS-OK
095800         PERFORM 8100-TRACKING-FILE-ERROR
095900             THRU 8100-TRACKING-FILE-ERROR-EXIT
096000         MOVE "Y" TO SF-DRM-END-SW
096100         GO TO 3950-CHECK-ONE-ENTRY-EXIT
096200     END-IF.
096300
096400     IF DRM-RUN-STAMP = SF-RUN-STAMP
096500         ADD 1 TO SF-TRK-END-COUNT
096600         GO TO 3950-CHECK-ONE-ENTRY-EXIT
096700     END-IF.
096800
096900     MOVE SPACES TO SF-DETAIL-LINE.
097000     STRING DRM-CUST-ID(1:30)         DELIMITED BY SIZE
097100             " "                      DELIMITED BY SIZE
097200             "DROPPED     "           DELIMITED BY SIZE
097300             " "                      DELIMITED BY SIZE
097400             DRM-BASIS-DATE           DELIMITED BY SIZE
097500             " "                      DELIMITED BY SIZE
097600             DRM-NOTICE-DATE          DELIMITED BY SIZE
097700             "  NO LONGER ON THE MASTER"
097800                                      DELIMITED BY SIZE
097900         INTO SF-DETAIL-LINE.
098000
098100     DELETE SfDormT RECORD
098200         INVALID KEY
098300             CONTINUE
098400     END-DELETE.
098500     IF NOT SF-DRM-STATUS-OK
098600         PERFORM 8100-TRACKING-FILE-ERROR
098700             THRU 8100-TRACKING-FILE-ERROR-EXIT
098800         MOVE "Y" TO SF-DRM-END-SW
098900         GO TO 3950-CHECK-ONE-ENTRY-EXIT
099000     END-IF.
099100     ADD 1 TO SF-TRK-REMOVED-COUNT.
099200     ADD 1 TO SF-TRK-DROPPED-COUNT.
099300
099400     PERFORM 5000-WRITE-RPT-LINE
099500         THRU 5000-WRITE-RPT-LINE-EXIT.
099600 3950-CHECK-ONE-ENTRY-EXIT.
099700     EXIT.
099800*****************************************************************
099900*    4300-BUILD-ADDRESS-BLOCK - NAME (FIRST MIDDLE LAST), STREET,
100000*    OPTIONAL SECOND LINE AND CITY STATE ZIP, CLOSED UP, AS SFLABL
100100*    ADDRESSES ITS LETTERS.
100200*****************************************************************
100300 4300-BUILD-ADDRESS-BLOCK.
100400     MOVE SPACES TO SF-ADDRESS-BLOCK SF-NAME-LINE SF-CITY-LINE.
100500     IF CUST-MIDDLE-NAME OF CustomerDetails = SPACES
100600         STRING CUST-FIRST-NAME OF CustomerDetails
100700                                  DELIMITED BY "  "
100800                 " "              DELIMITED BY SIZE
100900                 CUST-LAST-NAME OF CustomerDetails
101000                                  DELIMITED BY "  "
101100             INTO SF-NAME-LINE
101200     ELSE
101300         STRING CUST-FIRST-NAME OF CustomerDetails
101400                                  DELIMITED BY "  "
101500                 " "              DELIMITED BY SIZE
101600                 CUST-MIDDLE-NAME OF CustomerDetails
101700                                  DELIMITED BY "  "
101800                 " "              DELIMITED BY SIZE
101900                 CUST-LAST-NAME OF CustomerDetails
102000                                  DELIMITED BY "  "
102100             INTO SF-NAME-LINE
102200     END-IF.
102300     IF CUST-FIRST-NAME OF CustomerDetails = SPACES
102400         MOVE CUST-LAST-NAME OF CustomerDetails TO SF-NAME-LINE
102500     END-IF.
102600
102700     STRING CUST-CITY OF CustomerDetails DELIMITED BY "  "
102800             " "                      DELIMITED BY SIZE
102900             CUST-STATE OF CustomerDetails
103000                                      DELIMITED BY SIZE
103100             "  "                     DELIMITED BY SIZE
103200             CUST-ZIP-CODE OF CustomerDetails
103300                                      DELIMITED BY SIZE
103400         INTO SF-CITY-LINE.
103500
103600     MOVE SF-NAME-LINE TO SF-ADDR-LINE(1).
103700     MOVE CUST-ADDR-LINE1 OF CustomerDetails TO SF-ADDR-LINE(2).
103800     IF CUST-ADDR-LINE2 OF CustomerDetails = SPACES
103900         MOVE SF-CITY-LINE TO SF-ADDR-LINE(3)
104000         MOVE 3 TO SF-ADDR-LINES
104100     ELSE
104200         MOVE CUST-ADDR-LINE2 OF CustomerDetails
104300             TO SF-ADDR-LINE(3)
104400         MOVE SF-CITY-LINE TO SF-ADDR-LINE(4)
104500         MOVE 4 TO SF-ADDR-LINES
104600     END-IF.
104700 4300-BUILD-ADDRESS-BLOCK-EXIT.
104800     EXIT.
104900*****************************************************************
105000*    4600-WRITE-NOTICE-LETTER - ONE DORMANCY NOTICE TO A PAGE:
105100*    RUN DATE, ADDRESS BLOCK, ACCOUNT REFERENCE, SALUTATION AND
105200*    THE NOTICE TEXT, WHICH QUOTES THE LAST-ACTIVITY DATE, THE
105300*    MONTHS OF NO ACTIVITY AND THE GRACE DAYS.
105400*****************************************************************
105500 4600-WRITE-NOTICE-LETTER.
105600     PERFORM 4300-BUILD-ADDRESS-BLOCK
105700         THRU 4300-BUILD-ADDRESS-BLOCK-EXIT.
105800
105900     IF NOT SF-FIRST-LETTER
106000         MOVE SPACES TO SF-NTC-LINE
106100         WRITE SF-NTC-LINE BEFORE ADVANCING PAGE
106200     END-IF.
106300     MOVE "N" TO SF-FIRST-LETTER-SW.
106400
106500     MOVE SPACES TO SF-NTC-LINE.
106600     WRITE SF-NTC-LINE.
106700     WRITE SF-NTC-LINE.
106800     MOVE SPACES TO SF-NTC-LINE.
106900     MOVE SF-RUN-DATE-DISPLAY TO SF-NTC-LINE(6:10).
107000     WRITE SF-NTC-LINE.
107100     MOVE SPACES TO SF-NTC-LINE.
107200     WRITE SF-NTC-LINE.
107300     WRITE SF-NTC-LINE.
107400
107500     MOVE 1 TO SF-ADDR-SUB.
107600     PERFORM 4610-WRITE-LETTER-ADDRESS
107700         THRU 4610-WRITE-LETTER-ADDRESS-EXIT
107800         UNTIL SF-ADDR-SUB > SF-ADDR-LINES.
107900
108000     MOVE SPACES TO SF-NTC-LINE.
108100     WRITE SF-NTC-LINE.
108200     MOVE SPACES TO SF-LETTER-TEXT.
108300     STRING "ACCOUNT: "              DELIMITED BY SIZE
108400             CUST-ID OF CustomerDetails
108500                                      DELIMITED BY "  "
108600         INTO SF-LETTER-TEXT.
108700     PERFORM 4650-WRITE-LETTER-LINE
108800         THRU 4650-WRITE-LETTER-LINE-EXIT.
108900     MOVE SPACES TO SF-NTC-LINE.
109000     WRITE SF-NTC-LINE.
109100
109200     MOVE SPACES TO SF-LETTER-TEXT.
109300     IF CUST-FIRST-NAME OF CustomerDetails = SPACES
109400         MOVE "DEAR CUSTOMER:" TO SF-LETTER-TEXT
109500     ELSE
109600         STRING "DEAR "            DELIMITED BY SIZE
109700                 CUST-FIRST-NAME OF CustomerDetails
109800                                   DELIMITED BY "  "
109900                 " "               DELIMITED BY SIZE
110000                 CUST-LAST-NAME OF CustomerDetails
110100                                   DELIMITED BY "  "
110200                 ":"               DELIMITED BY SIZE
110300             INTO SF-LETTER-TEXT
110400     END-IF.
110500     PERFORM 4650-WRITE-LETTER-LINE
110600         THRU 4650-WRITE-LETTER-LINE-EXIT.
110700     MOVE SPACES TO SF-NTC-LINE.
110800     WRITE SF-NTC-LINE.
110900
111000     MOVE SPACES TO SF-LETTER-TEXT.
111100     STRING "OUR RECORDS SHOW NO ACTIVITY ON YOUR ACCOUNT SINCE "
111200                                   DELIMITED BY SIZE
111300             SF-BASIS-DATE         DELIMITED BY SIZE
111400             "."                   DELIMITED BY SIZE
111500         INTO SF-LETTER-TEXT.
111600     PERFORM 4650-WRITE-LETTER-LINE
111700         THRU 4650-WRITE-LETTER-LINE-EXIT.
111800     MOVE SPACES TO SF-LETTER-TEXT.
111900     STRING "AN ACCOUNT WITH NO ACTIVITY FOR "
112000                                   DELIMITED BY SIZE
112100             SF-MONTHS-TEXT        DELIMITED BY SPACE
112200             " MONTHS IS MARKED INACTIVE."
112300                                   DELIMITED BY SIZE
112400         INTO SF-LETTER-TEXT.
112500     PERFORM 4650-WRITE-LETTER-LINE
112600         THRU 4650-WRITE-LETTER-LINE-EXIT.
112700     MOVE SPACES TO SF-NTC-LINE.
112800     WRITE SF-NTC-LINE.
112900     MOVE "TO KEEP YOUR ACCOUNT ACTIVE, PLEASE CONTACT CUSTOMER"
113000         TO SF-LETTER-TEXT.
113100     PERFORM 4650-WRITE-LETTER-LINE
113200         THRU 4650-WRITE-LETTER-LINE-EXIT.
113300     MOVE SPACES TO SF-LETTER-TEXT.
113400     STRING "SERVICE WITHIN "      DELIMITED BY SIZE
113500             SF-GRACE-TEXT         DELIMITED BY SPACE
113600             " DAYS OF THE DATE OF THIS LETTER.  IF WE DO NOT"
113700                                   DELIMITED BY SIZE
113800         INTO SF-LETTER-TEXT.
113900     PERFORM 4650-WRITE-LETTER-LINE
114000         THRU 4650-WRITE-LETTER-LINE-EXIT.
114100     MOVE "HEAR FROM YOU, THE ACCOUNT WILL BE MARKED INACTIVE."
114200         TO SF-LETTER-TEXT.
114300     PERFORM 4650-WRITE-LETTER-LINE
114400         THRU 4650-WRITE-LETTER-LINE-EXIT.
114500     MOVE "AN INACTIVE ACCOUNT CAN BE RESTORED AT ANY TIME BY"
114600         TO SF-LETTER-TEXT.
114700     PERFORM 4650-WRITE-LETTER-LINE
114800         THRU 4650-WRITE-LETTER-LINE-EXIT.
114900     MOVE "CALLING CUSTOMER SERVICE." TO SF-LETTER-TEXT.
115000     PERFORM 4650-WRITE-LETTER-LINE
115100         THRU 4650-WRITE-LETTER-LINE-EXIT.
115200     MOVE SPACES TO SF-NTC-LINE.
115300     WRITE SF-NTC-LINE.
115400     MOVE "SINCERELY," TO SF-LETTER-TEXT.
115500     PERFORM 4650-WRITE-LETTER-LINE
115600         THRU 4650-WRITE-LETTER-LINE-EXIT.
115700     MOVE SPACES TO SF-NTC-LINE.
115800     WRITE SF-NTC-LINE.
115900     WRITE SF-NTC-LINE.
116000     MOVE "CUSTOMER SERVICE" TO SF-LETTER-TEXT.
116100     PERFORM 4650-WRITE-LETTER-LINE
116200         THRU 4650-WRITE-LETTER-LINE-EXIT.
116300 4600-WRITE-NOTICE-LETTER-EXIT.
116400     EXIT.
116500*****************************************************************
116600*    4610-WRITE-LETTER-ADDRESS
116700*****************************************************************
116800 4610-WRITE-LETTER-ADDRESS.
116900     MOVE SPACES TO SF-NTC-LINE.
117000     MOVE SF-ADDR-LINE(SF-ADDR-SUB) TO SF-NTC-LINE(6:40).
117100     WRITE SF-NTC-LINE.
117200     ADD 1 TO SF-ADDR-SUB.
117300 4610-WRITE-LETTER-ADDRESS-EXIT.
117400     EXIT.
117500*****************************************************************
117600*    4650-WRITE-LETTER-LINE - ONE LINE OF SF-LETTER-TEXT AT THE
117700*    LETTER MARGIN.  A WRITE FAILURE ENDS THE RUN.
117800*****************************************************************
117900 4650-WRITE-LETTER-LINE.
118000     MOVE SPACES TO SF-NTC-LINE.
118100     MOVE SF-LETTER-TEXT TO SF-NTC-LINE(6:80).
118200     WRITE SF-NTC-LINE.
118300     IF NOT SF-NTC-STATUS-OK
118400         MOVE SF-NTC-FILE-STATUS TO SF-LOG-STATUS-VALUE
118500         MOVE CUST-ID OF CustomerDetails(1:30)
118600             TO SF-LOG-CUST-ID-VALUE
118700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
118800         MOVE "Y" TO SF-END-OF-FILE-SW
118900         MOVE "Y" TO SF-RUN-FAILED-SW
119000         MOVE 16 TO RETURN-CODE
119100     END-IF.
119200 4650-WRITE-LETTER-LINE-EXIT.
119300     EXIT.
119400*****************************************************************
119500*    5000-WRITE-RPT-LINE - WRITES SF-DETAIL-LINE TO SFDRREG WITH
119600*    A NEW HEADING EVERY 50 LINES.
119700*****************************************************************
119800 5000-WRITE-RPT-LINE.
119900     IF NOT SF-RPT-IS-OPEN
120000         GO TO 5000-WRITE-RPT-LINE-EXIT
120100     END-IF.
120200
120300     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 50
120400         PERFORM 5100-WRITE-RPT-HEADING
120500             THRU 5100-WRITE-RPT-HEADING-EXIT
120600     END-IF.
120700
120800     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
120900     WRITE SF-RPT-LINE.
121000     ADD 1 TO SF-LINE-COUNT.
121100 5000-WRITE-RPT-LINE-EXIT.
121200     EXIT.
121300*****************************************************************
121400*    5100-WRITE-RPT-HEADING
121500*****************************************************************
121600 5100-WRITE-RPT-HEADING.
121700     IF NOT SF-RPT-IS-OPEN
121800         GO TO 5100-WRITE-RPT-HEADING-EXIT
121900     END-IF.
122000     ADD 1 TO SF-PAGE-COUNT.
122100     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
122200     STRING "DORMANT ACCOUNT SWEEP - NO ACTIVITY SINCE "
122300                                   DELIMITED BY SIZE
122400             SF-CUTOFF-DATE        DELIMITED BY SIZE
122500             ", GRACE "            DELIMITED BY SIZE
122600             SF-GRACE-TEXT         DELIMITED BY SPACE
122700             " DAYS"               DELIMITED BY SIZE
122800             "   RUN DATE: "       DELIMITED BY SIZE
122900             SF-RUN-DATE-DISPLAY   DELIMITED BY SIZE
123000             "   PAGE: "           DELIMITED BY SIZE
123100             SF-PAGE-COUNT         DELIMITED BY SIZE
123200         INTO SF-HEADING-LINE-1.
123300     STRING "CUSTOMER-ID                    ACTION       "
123400                                   DELIMITED BY SIZE
123500             "LAST-ACTV  NOTICED    CUSTOMER"
123600                                   DELIMITED BY SIZE
123700         INTO SF-HEADING-LINE-2.
123800
123900     IF SF-PAGE-COUNT > 1
124000         MOVE SPACES TO SF-RPT-LINE
124100         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
124200     END-IF.
124300     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
124400     WRITE SF-RPT-LINE.
124500     MOVE SF-HEADING-LINE-2 TO SF-RPT-LINE.
124600     WRITE SF-RPT-LINE.
124700     MOVE SPACES TO SF-RPT-LINE.
124800     WRITE SF-RPT-LINE.
124900     MOVE 3 TO SF-LINE-COUNT.
125000 5100-WRITE-RPT-HEADING-EXIT.
125100     EXIT.
125200*****************************************************************
125300*    5200-WRITE-SUMMARY - RUN COUNTS AND THE TWO BALANCE CHECKS:
125400*    MASTER RECORDS READ = THE SUM OF THE DISPOSITIONS, AND
125500*    ENTRIES AT START + ADDED = ENTRIES AT END + REMOVED.
125600*****************************************************************
125700 5200-WRITE-SUMMARY.
125800     MOVE SPACES TO SF-DETAIL-LINE.
125900     PERFORM 5000-WRITE-RPT-LINE
126000         THRU 5000-WRITE-RPT-LINE-EXIT.
126100
126200     MOVE SF-RECORD-COUNT TO SF-COUNT-EDIT.
126300     MOVE SPACES TO SF-DETAIL-LINE.
126400     STRING "MASTER RECORDS READ . . . . : " DELIMITED BY SIZE
126500             SF-COUNT-EDIT                   DELIMITED BY SIZE
126600         INTO SF-DETAIL-LINE.
126700     PERFORM 5000-WRITE-RPT-LINE
126800         THRU 5000-WRITE-RPT-LINE-EXIT.
126900
127000     MOVE SF-NOTICED-COUNT TO SF-COUNT-EDIT.
127100     MOVE SPACES TO SF-DETAIL-LINE.
127200     STRING "  NOTICED - LETTER WRITTEN  : " DELIMITED BY SIZE
127300             SF-COUNT-EDIT                   DELIMITED BY SIZE
127400         INTO SF-DETAIL-LINE.
127500     PERFORM 5000-WRITE-RPT-LINE
127600         THRU 5000-WRITE-RPT-LINE-EXIT.
127700
127800     MOVE SF-INACTIVATED-COUNT TO SF-COUNT-EDIT.
127900     MOVE SPACES TO SF-DETAIL-LINE.
128000     STRING "  INACTIVATED - TO SFMTXN . : " DELIMITED BY SIZE
128100             SF-COUNT-EDIT                   DELIMITED BY SIZE
128200         INTO SF-DETAIL-LINE.
128300     PERFORM 5000-WRITE-RPT-LINE
128400         THRU 5000-WRITE-RPT-LINE-EXIT.
128500
128600     MOVE SF-REACTIVATED-COUNT TO SF-COUNT-EDIT.
128700     MOVE SPACES TO SF-DETAIL-LINE.
128800     STRING "  REACTIVATED . . . . . . . : " DELIMITED BY SIZE
128900             SF-COUNT-EDIT                   DELIMITED BY SIZE
129000         INTO SF-DETAIL-LINE.
129100     PERFORM 5000-WRITE-RPT-LINE
129200         THRU 5000-WRITE-RPT-LINE-EXIT.
129300
129400     MOVE SF-WITHDRAWN-COUNT TO SF-COUNT-EDIT.
129500     MOVE SPACES TO SF-DETAIL-LINE.
129600     STRING "  WITHDRAWN - STATUS CHANGED: " DELIMITED BY SIZE
129700             SF-COUNT-EDIT                   DELIMITED BY SIZE
129800         INTO SF-DETAIL-LINE.
129900     PERFORM 5000-WRITE-RPT-LINE
130000         THRU 5000-WRITE-RPT-LINE-EXIT.
130100
130200     MOVE SF-IN-GRACE-COUNT TO SF-COUNT-EDIT.
130300     MOVE SPACES TO SF-DETAIL-LINE.
130400     STRING "  STILL IN GRACE PERIOD . . : " DELIMITED BY SIZE
130500             SF-COUNT-EDIT                   DELIMITED BY SIZE
130600         INTO SF-DETAIL-LINE.
130700     PERFORM 5000-WRITE-RPT-LINE
130800         THRU 5000-WRITE-RPT-LINE-EXIT.
130900
131000     MOVE SF-NOT-APPLIED-COUNT TO SF-COUNT-EDIT.
131100     MOVE SPACES TO SF-DETAIL-LINE.
131200     STRING "  INACTIVATION NOT APPLIED  : " DELIMITED BY SIZE
131300             SF-COUNT-EDIT                   DELIMITED BY SIZE
131400         INTO SF-DETAIL-LINE.
131500     PERFORM 5000-WRITE-RPT-LINE
131600         THRU 5000-WRITE-RPT-LINE-EXIT.
131700
131800     MOVE SF-COMPLETED-COUNT TO SF-COUNT-EDIT.
131900     MOVE SPACES TO SF-DETAIL-LINE.
132000     STRING "  INACTIVATION APPLIED  . . : " DELIMITED BY SIZE
132100             SF-COUNT-EDIT                   DELIMITED BY SIZE
132200         INTO SF-DETAIL-LINE.
132300     PERFORM 5000-WRITE-RPT-LINE
132400         THRU 5000-WRITE-RPT-LINE-EXIT.
132500
132600     MOVE SF-CURRENT-COUNT TO SF-COUNT-EDIT.
132700     MOVE SPACES TO SF-DETAIL-LINE.
132800     STRING "  ACTIVE - NOT DORMANT  . . : " DELIMITED BY SIZE
132900             SF-COUNT-EDIT                   DELIMITED BY SIZE
133000         INTO SF-DETAIL-LINE.
133100     PERFORM 5000-WRITE-RPT-LINE
133200         THRU 5000-WRITE-RPT-LINE-EXIT.
133300
133400     MOVE SF-NO-DATE-COUNT TO SF-COUNT-EDIT.
133500     MOVE SPACES TO SF-DETAIL-LINE.
133600     STRING "  ACTIVE - NO USABLE DATE . : " DELIMITED BY SIZE
133700             SF-COUNT-EDIT                   DELIMITED BY SIZE
133800         INTO SF-DETAIL-LINE.
133900     PERFORM 5000-WRITE-RPT-LINE
134000         THRU 5000-WRITE-RPT-LINE-EXIT.
134100
134200     MOVE SF-LEFT-ALONE-COUNT TO SF-COUNT-EDIT.
134300     MOVE SPACES TO SF-DETAIL-LINE.
134400     STRING "  NOT ACTIVE - LEFT ALONE . : " DELIMITED BY SIZE
134500             SF-COUNT-EDIT                   DELIMITED BY SIZE
134600         INTO SF-DETAIL-LINE.
134700     PERFORM 5000-WRITE-RPT-LINE
134800         THRU 5000-WRITE-RPT-LINE-EXIT.
134900
135000     COMPUTE SF-BALANCE-COUNT = SF-NOTICED-COUNT
135100         + SF-INACTIVATED-COUNT + SF-REACTIVATED-COUNT
135200         + SF-WITHDRAWN-COUNT + SF-IN-GRACE-COUNT
135300         + SF-NOT-APPLIED-COUNT + SF-COMPLETED-COUNT
135400         + SF-CURRENT-COUNT + SF-NO-DATE-COUNT
135500         + SF-LEFT-ALONE-COUNT.
135600     MOVE SPACES TO SF-DETAIL-LINE.
135700     IF SF-BALANCE-COUNT = SF-RECORD-COUNT
135800         MOVE "MASTER COUNTS IN BALANCE" TO SF-DETAIL-LINE
135900     ELSE
136000         MOVE "*** MASTER COUNTS OUT OF BALANCE ***"
136100             TO SF-DETAIL-LINE
136200         MOVE 16 TO RETURN-CODE
136300     END-IF.
136400     PERFORM 5000-WRITE-RPT-LINE
136500         THRU 5000-WRITE-RPT-LINE-EXIT.
136600
136700     MOVE SPACES TO SF-DETAIL-LINE.
136800     PERFORM 5000-WRITE-RPT-LINE
136900         THRU 5000-WRITE-RPT-LINE-EXIT.
137000
137100     MOVE SF-TRK-START-COUNT TO SF-COUNT-EDIT.
137200     MOVE SPACES TO SF-DETAIL-LINE.
137300     STRING "TRACKING ENTRIES AT START . : " DELIMITED BY SIZE
137400             SF-COUNT-EDIT                   DELIMITED BY SIZE
137500         INTO SF-DETAIL-LINE.
137600     PERFORM 5000-WRITE-RPT-LINE
137700         THRU 5000-WRITE-RPT-LINE-EXIT.
137800
137900     MOVE SF-NOTICED-COUNT TO SF-COUNT-EDIT.
138000     MOVE SPACES TO SF-DETAIL-LINE.
138100     STRING "  ADDED - NOTICED . . . . . : " DELIMITED BY SIZE
138200             SF-COUNT-EDIT                   DELIMITED BY SIZE
138300         INTO SF-DETAIL-LINE.
138400     PERFORM 5000-WRITE-RPT-LINE
138500         THRU 5000-WRITE-RPT-LINE-EXIT.
138600
138700     MOVE SF-TRK-REMOVED-COUNT TO SF-COUNT-EDIT.
138800     MOVE SPACES TO SF-DETAIL-LINE.
138900     STRING "  REMOVED . . . . . . . . . : " DELIMITED BY SIZE
139000             SF-COUNT-EDIT                   DELIMITED BY SIZE
139100         INTO SF-DETAIL-LINE.
139200     PERFORM 5000-WRITE-RPT-LINE
139300         THRU 5000-WRITE-RPT-LINE-EXIT.
139400
139500     MOVE SF-TRK-DROPPED-COUNT TO SF-COUNT-EDIT.
139600     MOVE SPACES TO SF-DETAIL-LINE.
139700     STRING "    OF WHICH NOT ON MASTER  : " DELIMITED BY SIZE
139800             SF-COUNT-EDIT                   DELIMITED BY SIZE
139900         INTO SF-DETAIL-LINE.
140000     PERFORM 5000-WRITE-RPT-LINE
140100         THRU 5000-WRITE-RPT-LINE-EXIT.
140200
140300     MOVE SF-TRK-END-COUNT TO SF-COUNT-EDIT.
140400     MOVE SPACES TO SF-DETAIL-LINE.
140500     STRING "TRACKING ENTRIES AT END . . : " DELIMITED BY SIZE
140600             SF-COUNT-EDIT                   DELIMITED BY SIZE
140700         INTO SF-DETAIL-LINE.
140800     PERFORM 5000-WRITE-RPT-LINE
140900         THRU 5000-WRITE-RPT-LINE-EXIT.
141000*
141100*    THE DROP PASS IS WHAT COUNTS THE CLOSING ENTRIES, SO A RUN
141200*    THAT FAILED BEFORE IT HAS NO TRACKING BALANCE TO OFFER.
141300*
141400     MOVE SPACES TO SF-DETAIL-LINE.
141500     IF SF-RUN-FAILED
141600         MOVE "TRACKING COUNTS NOT BALANCED - RUN FAILED"
141700             TO SF-DETAIL-LINE
141800     ELSE
141900         IF SF-TRK-START-COUNT + SF-NOTICED-COUNT =
142000                 SF-TRK-END-COUNT + SF-TRK-REMOVED-COUNT
142100             MOVE "TRACKING COUNTS IN BALANCE" TO SF-DETAIL-LINE
142200         ELSE
142300             MOVE "*** TRACKING COUNTS OUT OF BALANCE ***"
142400                 TO SF-DETAIL-LINE
142500             MOVE 16 TO RETURN-CODE
142600         END-IF
142700     END-IF.
142800     PERFORM 5000-WRITE-RPT-LINE
142900         THRU 5000-WRITE-RPT-LINE-EXIT.
143000 5200-WRITE-SUMMARY-EXIT.
143100     EXIT.
143200*****************************************************************
143300*    5300-LIST-CUSTOMER - ONE REGISTER LINE FOR THE CUSTOMER IN
143400*    THE MASTER BUFFER WITH THE ACTION IN SF-LIST-ACTION.
143500*****************************************************************
143600 5300-LIST-CUSTOMER.
143700     MOVE SPACES TO SF-DETAIL-LINE.
143800     STRING CUST-ID OF CustomerDetails(1:30)
143900                                      DELIMITED BY SIZE
144000             " "                      DELIMITED BY SIZE
144100             SF-LIST-ACTION           DELIMITED BY SIZE
144200             " "                      DELIMITED BY SIZE
144300             SF-BASIS-DATE            DELIMITED BY SIZE
144400             " "                      DELIMITED BY SIZE
144500             SF-LIST-NOTICE-DATE      DELIMITED BY SIZE
144600             " "                      DELIMITED BY SIZE
144700             CUST-LAST-NAME OF CustomerDetails
144800                                      DELIMITED BY SIZE
144900             " "                      DELIMITED BY SIZE
145000             CUST-FIRST-NAME OF CustomerDetails
145100                                      DELIMITED BY SIZE
145200             " "                      DELIMITED BY SIZE
145300             CUST-STATE OF CustomerDetails
145400                                      DELIMITED BY SIZE
145500             " "                      DELIMITED BY SIZE
145600             CUST-ACCT-STATUS OF CustomerDetails
145700                                      DELIMITED BY SIZE
145800         INTO SF-DETAIL-LINE.
145900     PERFORM 5000-WRITE-RPT-LINE
146000         THRU 5000-WRITE-RPT-LINE-EXIT.
146100 5300-LIST-CUSTOMER-EXIT.
146200     EXIT.
146300*****************************************************************
146400*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
146500*    SAME SFERRLOG FILE SF AND SFM USE.
146600*****************************************************************
146700 8000-LOG-FILE-ERROR.
146800     IF NOT SF-LOG-IS-OPEN
146900         OPEN EXTEND SfErrLog
147000         IF NOT SF-LOG-STATUS-OK
147100             OPEN OUTPUT SfErrLog
147200         END-IF
147300         IF SF-LOG-STATUS-OK
147400             MOVE "Y" TO SF-LOG-OPEN-SW
147500         END-IF
147600     END-IF.
147700
147800     IF SF-LOG-IS-OPEN
147900         ACCEPT SF-RUN-TIME FROM TIME
148000         MOVE SPACES TO SF-LOG-DETAIL-LINE
148100         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
148200                 " "                   DELIMITED BY SIZE
148300                 SF-RUN-TIME           DELIMITED BY SIZE
148400                 "  SFDORM FILE STATUS " DELIMITED BY SIZE
148500                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
148600                 "  CUSTOMER-ID "      DELIMITED BY SIZE
148700                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
148800             INTO SF-LOG-DETAIL-LINE
148900         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
149000         WRITE SF-LOG-LINE
149100     END-IF.
149200 8000-LOG-FILE-ERROR-EXIT.
149300     EXIT.
149400*****************************************************************
149500*    8100-TRACKING-FILE-ERROR - A FAILED READ, WRITE, REWRITE OR
149600*    DELETE ON SFDORMT.  THE ERROR IS LOGGED AND THE RUN STOPS AT
149700*    THE CURRENT CUSTOMER.
149800*****************************************************************
149900 8100-TRACKING-FILE-ERROR.
150000     DISPLAY "SFDR108E - SFDORMT I-O ERROR, STATUS "
150100         SF-DRM-FILE-STATUS.
150200     MOVE SF-DRM-FILE-STATUS TO SF-LOG-STATUS-VALUE.
150300     MOVE DRM-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE.
150400     PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT.
150500     MOVE "Y" TO SF-END-OF-FILE-SW.
150600     MOVE "Y" TO SF-RUN-FAILED-SW.
150700     MOVE 16 TO RETURN-CODE.
150800 8100-TRACKING-FILE-ERROR-EXIT.
150900     EXIT.
151000*****************************************************************
151100*    9000-TERMINATE - WRITE THE SUMMARY, SET THE RETURN CODE,
151200*    ECHO THE COUNTS AND CLOSE EVERYTHING.
151300*****************************************************************
151400 9000-TERMINATE.
151500     PERFORM 5200-WRITE-SUMMARY
151600         THRU 5200-WRITE-SUMMARY-EXIT.
151700
151800     DISPLAY " ".
151900     DISPLAY "MASTER RECORDS READ . : " SF-RECORD-COUNT.
152000     DISPLAY "NOTICES WRITTEN . . . : " SF-NOTICED-COUNT.
152100     DISPLAY "INACTIVATIONS WRITTEN : " SF-INACTIVATED-COUNT.
152200     DISPLAY "REACTIVATED . . . . . : " SF-REACTIVATED-COUNT.
152300     DISPLAY "WITHDRAWN . . . . . . : " SF-WITHDRAWN-COUNT.
152400     DISPLAY "STILL IN GRACE  . . . : " SF-IN-GRACE-COUNT.
152500     DISPLAY "NOT YET APPLIED . . . : " SF-NOT-APPLIED-COUNT.
152600*
152700*    AN INACTIVATION SFMB HAS NOT APPLIED ENDS THE STEP AT 4 SO
152800*    THE DESK LOOKS AT THE SFMB REGISTER FOR THE REASON.
152900*
153000     IF SF-NOT-APPLIED-COUNT > ZERO AND RETURN-CODE = ZERO
153100         MOVE 4 TO RETURN-CODE
153200     END-IF.
153300
153400     CLOSE Cla SfDormT SfmTxn SfDNotc.
153500     IF SF-RPT-IS-OPEN
153600         CLOSE SfDrReg
153700         IF NOT SF-RPT-STATUS-OK
153800             MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
153900             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
154000             PERFORM 8000-LOG-FILE-ERROR
154100                 THRU 8000-LOG-FILE-ERROR-EXIT
154200         END-IF
154300     END-IF.
154400     IF SF-LOG-IS-OPEN
154500         CLOSE SfErrLog
154600         IF NOT SF-LOG-STATUS-OK
154700             DISPLAY "SFDR109E - ERROR CLOSING SFERRLOG, STATUS "
154800                 SF-LOG-FILE-STATUS
154900         END-IF
155000     END-IF.
155100 9000-TERMINATE-EXIT.
155200     EXIT.
155300*****************************************************************
155400*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
155500*****************************************************************
155600 9999-END-PROGRAM-EXIT.
155700     STOP RUN.
