003900*                   FILES (SFACCEPT, SFREJECT, SFMTXN, SFMBRPT,
004000*                   SFRPT, SFEXPORT, SFERRLOG ...) ARE POINTED
004100*                   AT REAL FILES BY THE SITE WRAPPER AS USUAL.
004110*
004120*                   EVERY STEP ALSO APPENDS ITS RECORD COUNTS
004130*                   TO THE SHARED SFCTLTOT CONTROL-TOTALS FILE.
004140*                   AFTER EACH STEP THOSE COUNTS ARE TIED OUT -
004150*                   WITHIN THE STEP AND AGAINST THE STEP THAT FED
004160*                   IT - AND A STEP THAT DOES NOT BALANCE IS
004170*                   TREATED EXACTLY LIKE A RETURN CODE 16.  THE
004180*                   SFBALRPT BALANCING REPORT LISTS EVERY TIE-OUT
004190*                   AT THE END OF THE NIGHT, CLEAN FINISH OR NOT.
004200*-----------------------------------------------------------------
004300*    MODIFICATION HISTORY
004400*    DATE        INIT  DESCRIPTION
004600*                      THE OPERATOR HAD TO WORK OUT FROM SYSOUT
004700*                      WHAT ALREADY RAN AND WHAT WAS SAFE TO
004800*                      RESUBMIT.
004820*    2026-10-15   CM   STEP CONTROL TOTALS - EACH STEP'S COUNTS ON
004840*                      SFCTLTOT ARE TIED OUT BEFORE THE NEXT STEP
004860*                      STARTS, AND THE NIGHT'S BALANCING REPORT IS
004880*                      PRINTED ON SFBALRPT.
004900*****************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID. sfnite.
006400*    RECORD PER STEP START AND COMPLETION.  SfReject IS SFEDIT'S
006500*    REJECT FILE, READ BACK ONLY TO COUNT THE REJECTS AGAINST
006600*    THE THRESHOLD.
006620*    SfCtlTot IS THE SHARED CONTROL-TOTALS FILE EVERY STEP
006640*    APPENDS ITS COUNTS TO, READ BACK HERE FOR THE TIE-OUTS;
006660*    SfBalRpt IS THE END-OF-NIGHT BALANCING REPORT.
006700*
006800     SELECT SfRunCtl ASSIGN TO "SFRUNCTL"
006900             ORGANIZATION IS LINE SEQUENTIAL
007400     SELECT SfErrLog ASSIGN TO "SFERRLOG"
007500             ORGANIZATION IS LINE SEQUENTIAL
007600             FILE STATUS IS SF-LOG-FILE-STATUS.
007610     SELECT SfCtlTot ASSIGN TO "SFCTLTOT"
007620             ORGANIZATION IS LINE SEQUENTIAL
007630             FILE STATUS IS SF-CTT-FILE-STATUS.
007640     SELECT SfBalRpt ASSIGN TO "SFBALRPT"
007650             ORGANIZATION IS LINE SEQUENTIAL
007660             FILE STATUS IS SF-BAL-FILE-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  SfRunCtl.
009500     COPY CUSTDTL.
009600 FD  SfErrLog.
009700 01  SF-LOG-LINE                      PIC X(132).
009710 FD  SfCtlTot.
009720 01  ControlTotals.
009730     COPY CUSTCTOT.
009740 FD  SfBalRpt.
009750 01  SF-BAL-LINE                      PIC X(132).
009800 WORKING-STORAGE SECTION.
009900*-----------------------------------------------------------------
010000*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
012100     88  SF-REJ-STATUS-NOT-FOUND      VALUE "35".
012200 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
012300     88  SF-LOG-STATUS-OK             VALUE "00".
012310 01  SF-CTT-FILE-STATUS               PIC X(02)  VALUE SPACES.
012320     88  SF-CTT-STATUS-OK             VALUE "00".
012330     88  SF-CTT-STATUS-NOT-FOUND      VALUE "35".
012340 01  SF-BAL-FILE-STATUS               PIC X(02)  VALUE SPACES.
012350     88  SF-BAL-STATUS-OK             VALUE "00".
012400 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
012500 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
012600 01  SF-SWITCHES.
013800         88  SF-LOG-IS-OPEN           VALUE "Y".
013900     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
014000         88  SF-EXIT-REQUESTED        VALUE "Y".
014005     05  SF-CTT-EOF-SW                PIC X(01)  VALUE "N".
014010         88  SF-CTT-EOF               VALUE "Y".
014015     05  SF-BAL-OPEN-SW               PIC X(01)  VALUE "N".
014020         88  SF-BAL-IS-OPEN           VALUE "Y".
014025     05  SF-STEP-OOB-SW               PIC X(01)  VALUE "N".
014030         88  SF-STEP-OUT-OF-BALANCE   VALUE "Y".
014035     05  SF-NIGHT-OOB-SW              PIC X(01)  VALUE "N".
014040         88  SF-NIGHT-OUT-OF-BALANCE  VALUE "Y".
014045     05  SF-TIE-PRINT-SW              PIC X(01)  VALUE "N".
014050         88  SF-TIE-PRINT             VALUE "Y".
014055     05  SF-TIE-CHECKABLE-SW          PIC X(01)  VALUE "N".
014060         88  SF-TIE-CHECKABLE         VALUE "Y".
014100*-----------------------------------------------------------------
014200*    STEP TABLE - THE SIX STEPS IN RUN ORDER.  THE COMMAND FOR
014300*    EACH IS BUILT FROM THE PARM TOKENS AT INITIALIZATION; THE
015200         10  SF-STEP-COMMAND          PIC X(200).
015300         10  SF-STEP-DONE-SW          PIC X(01).
015400             88  SF-STEP-DONE         VALUE "Y".
015402*-----------------------------------------------------------------
015404*    CONTROL TOTALS - THE LAST SFCTLTOT RECORD EACH STEP WROTE,
015406*    IN STEP-TABLE ORDER.  A STEP WITH NO RECORD HAS NOT RUN, OR
015408*    DIED BEFORE IT COULD COUNT ANYTHING.
015410*-----------------------------------------------------------------
015412 77  SF-TOT-SUB                       PIC 9(02)  VALUE ZERO COMP.
015414 77  SF-TIE-STEP                      PIC 9(02)  VALUE ZERO COMP.
015416 01  SF-TOTALS-TABLE.
015418     05  SF-STEP-TOTALS               OCCURS 6.
015420         10  SF-TOT-FOUND-SW          PIC X(01).
015422             88  SF-TOT-FOUND         VALUE "Y".
015424         10  SF-TOT-RC                PIC 9(05).
015426         10  SF-TOT-IN                PIC 9(09).
015428         10  SF-TOT-OUT               PIC 9(09).
015430         10  SF-TOT-REJECTED          PIC 9(09).
015432         10  SF-TOT-DROPPED           PIC 9(09).
015434         10  SF-TOT-BEFORE            PIC 9(09).
015436         10  SF-TOT-ADDS              PIC 9(09).
015438         10  SF-TOT-DELETES           PIC 9(09).
015440         10  SF-TOT-AFTER             PIC 9(09).
015442         10  SF-TOT-CONTROL-COUNT     PIC 9(09).
015444         10  SF-TOT-HASH              PIC 9(15).
015446         10  SF-TOT-CONTROL-HASH      PIC 9(15).
015448*-----------------------------------------------------------------
015450*    TIE-OUT WORK AREAS - ONE COMPARISON AT A TIME.  THE SIDES ARE
015452*    SIGNED BECAUSE A BEFORE-PLUS-ADDS-LESS-DELETES SIDE CAN GO
015454*    NEGATIVE ON A BAD COUNT.
015456*-----------------------------------------------------------------
015458 01  SF-TIE-DESC                      PIC X(40)  VALUE SPACES.
015460 01  SF-TIE-LEFT                      PIC S9(15) VALUE ZERO.
015462 01  SF-TIE-RIGHT                     PIC S9(15) VALUE ZERO.
015464 01  SF-TIE-RESULT                    PIC X(20)  VALUE SPACES.
015466 01  SF-TIE-LEFT-EDIT                 PIC Z(14)9-.
015468 01  SF-TIE-RIGHT-EDIT                PIC Z(14)9-.
015470 01  SF-TOT-COUNT-EDIT                PIC Z(08)9.
015472 01  SF-TOT-RC-EDIT                   PIC Z(04)9.
015474 01  SF-BAL-DETAIL-LINE               PIC X(132) VALUE SPACES.
015476 01  SF-CTT-FILE-NAME                 PIC X(64)  VALUE "SFCTLTOT".
015500*-----------------------------------------------------------------
015600*    STEP EXECUTION WORK AREAS.  THE COMMAND PROCESSOR RETURNS
015700*    THE CHILD'S EXIT STATUS SHIFTED INTO THE HIGH BYTE, SO THE
033400 1400-CHECK-FOR-RESTART.
033500     OPEN INPUT SfRunCtl.
033600     IF SF-CTL-STATUS-NOT-FOUND
033610*
033620*        A FRESH NIGHT - LAST NIGHT'S CONTROL TOTALS ARE CLEARED
033630*        SO EVERY TIE-OUT SEES ONLY TONIGHT'S COUNTS.
033640*
033650         CALL "CBL_DELETE_FILE" USING SF-CTT-FILE-NAME
033660             RETURNING SF-CTL-DELETE-RC
033700         GO TO 1400-CHECK-FOR-RESTART-EXIT
033800     END-IF.
033900     IF NOT SF-CTL-STATUS-OK
045800             MOVE 16 TO SF-STREAM-RC
045900         END-IF
046000     END-IF.
046005*
046010*    THE CONTROL-TOTAL TIE-OUTS - A STEP THAT ENDED CLEAN BUT
046015*    WHOSE COUNTS DO NOT TIE WITHIN THEMSELVES OR TO THE STEP THAT
046020*    FED IT IS TREATED EXACTLY LIKE A RETURN CODE 16, SO THE
046025*    RULES BELOW (INCLUDING SFMB'S) APPLY UNCHANGED.
046030*
046035     IF SF-STEP-RC < 8
046040         PERFORM 3500-CHECK-STEP-BALANCE
046045             THRU 3500-CHECK-STEP-BALANCE-EXIT
046050         IF SF-STEP-OUT-OF-BALANCE
046055             DISPLAY "SFNT112E - STEP " SF-STEP-SUB " "
046060                 SF-STEP-NAME(SF-STEP-SUB)
046065                 " CONTROL TOTALS OUT OF BALANCE"
046070             MOVE 16 TO SF-STEP-RC
046075             MOVE 16 TO SF-STREAM-RC
046080         END-IF
046085     END-IF.
046100
046200     DISPLAY "SFNT108I - STEP " SF-STEP-SUB " "
046300         SF-STEP-NAME(SF-STEP-SUB) " ENDED, RETURN CODE "
059400*    9000-TERMINATE - CLOSE THE RUN-CONTROL FILE; A STREAM THAT
059500*    FINISHED CLEAN REMOVES IT SO THE NEXT NIGHT STARTS FRESH,
059600*    A STOPPED STREAM LEAVES IT IN PLACE FOR THE RESTART.
059620*    THE BALANCING REPORT IS WRITTEN FIRST, WHETHER OR NOT THE
059640*    STREAM FINISHED.
059700*****************************************************************
059800 9000-TERMINATE.
059900     DISPLAY " ".
060000     DISPLAY "STREAM RETURN CODE  . : " SF-STREAM-RC.
060010
060020     PERFORM 6000-WRITE-BALANCING-REPORT
060030         THRU 6000-WRITE-BALANCING-REPORT-EXIT.
060040     IF SF-NIGHT-OUT-OF-BALANCE
060050         DISPLAY "SFNT117W - CONTROL TOTALS OUT OF BALANCE - "
060060             "SEE SFBALRPT"
060070     ELSE
060080         DISPLAY "SFNT117I - CONTROL TOTALS IN BALANCE"
060090     END-IF.
060100
060200     IF SF-CTL-IS-OPEN
060300         CLOSE SfRunCtl
063300*****************************************************************
063400 9999-END-PROGRAM-EXIT.
063500     STOP RUN.
063600*****************************************************************
063700*    3500-CHECK-STEP-BALANCE - RELOADS THE CONTROL TOTALS AND
063800*    RUNS THE CURRENT STEP'S TIE-OUTS.  SF-STEP-OUT-OF-BALANCE
063900*    COMES BACK SET IF ANY OF THEM FAILS.
064000*****************************************************************
064100 3500-CHECK-STEP-BALANCE.
064200     MOVE "N" TO SF-STEP-OOB-SW.
064300     PERFORM 3600-LOAD-CONTROL-TOTALS
064400         THRU 3600-LOAD-CONTROL-TOTALS-EXIT.
064500     MOVE "N" TO SF-TIE-PRINT-SW.
064600     MOVE SF-STEP-SUB TO SF-TIE-STEP.
064700     PERFORM 5000-EVALUATE-STEP-TIES
064800         THRU 5000-EVALUATE-STEP-TIES-EXIT.
064900 3500-CHECK-STEP-BALANCE-EXIT.
065000     EXIT.
065100*****************************************************************
065200*    3600-LOAD-CONTROL-TOTALS - READS SFCTLTOT INTO THE TOTALS
065300*    TABLE.  A STEP APPENDS A RECORD EVERY TIME IT RUNS, SO THE
065400*    LAST RECORD FOR A STEP (A RERUN AFTER A RESTART) WINS.  NO
065500*    FILE MEANS NO STEP HAS COUNTED ANYTHING YET.
065600*****************************************************************
065700 3600-LOAD-CONTROL-TOTALS.
065800     PERFORM 3650-CLEAR-ONE-TOTAL
065900         THRU 3650-CLEAR-ONE-TOTAL-EXIT
066000         VARYING SF-TOT-SUB FROM 1 BY 1
066100         UNTIL SF-TOT-SUB > SF-STEP-MAX.
066200     MOVE "N" TO SF-CTT-EOF-SW.
066300     OPEN INPUT SfCtlTot.
066400     IF SF-CTT-STATUS-NOT-FOUND
066500         GO TO 3600-LOAD-CONTROL-TOTALS-EXIT
066600     END-IF.
066700     IF NOT SF-CTT-STATUS-OK
066800         DISPLAY "SFNT115W - UNABLE TO OPEN SFCTLTOT, STATUS "
066900             SF-CTT-FILE-STATUS
067000         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
067100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
067200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
067300         GO TO 3600-LOAD-CONTROL-TOTALS-EXIT
067400     END-IF.
067500     PERFORM 3700-READ-ONE-TOTAL
067600         THRU 3700-READ-ONE-TOTAL-EXIT
067700         UNTIL SF-CTT-EOF.
067800     CLOSE SfCtlTot.
067900 3600-LOAD-CONTROL-TOTALS-EXIT.
068000     EXIT.
068100*****************************************************************
068200*    3650-CLEAR-ONE-TOTAL
068300*****************************************************************
068400 3650-CLEAR-ONE-TOTAL.
068500     INITIALIZE SF-STEP-TOTALS(SF-TOT-SUB).
068600     MOVE "N" TO SF-TOT-FOUND-SW(SF-TOT-SUB).
068700 3650-CLEAR-ONE-TOTAL-EXIT.
068800     EXIT.
068900*****************************************************************
069000*    3700-READ-ONE-TOTAL - FILES ONE CONTROL-TOTALS RECORD UNDER
069100*    ITS STEP BY MATCHING THE STEP NAME AGAINST THE STEP TABLE.
069200*    A RECORD FOR A STEP NAME NOT IN THE TABLE IS IGNORED.
069300*****************************************************************
069400 3700-READ-ONE-TOTAL.
069500     READ SfCtlTot
069600         AT END MOVE "Y" TO SF-CTT-EOF-SW
069700     END-READ.
069800     IF SF-CTT-EOF
069900         GO TO 3700-READ-ONE-TOTAL-EXIT
070000     END-IF.
070100     IF NOT SF-CTT-STATUS-OK
070200         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
070300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
070400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
070500         MOVE "Y" TO SF-CTT-EOF-SW
070600         GO TO 3700-READ-ONE-TOTAL-EXIT
070700     END-IF.
070800     MOVE 1 TO SF-TOT-SUB.
070900 3700-FIND-STEP.
071000     IF SF-TOT-SUB > SF-STEP-MAX
071100         GO TO 3700-READ-ONE-TOTAL-EXIT
071200     END-IF.
071300     IF CTT-STEP-NAME NOT = SF-STEP-NAME(SF-TOT-SUB)
071400         ADD 1 TO SF-TOT-SUB
071500         GO TO 3700-FIND-STEP
071600     END-IF.
071700     MOVE "Y" TO SF-TOT-FOUND-SW(SF-TOT-SUB).
071800     MOVE CTT-RETURN-CODE TO SF-TOT-RC(SF-TOT-SUB).
071900     MOVE CTT-RECORDS-IN TO SF-TOT-IN(SF-TOT-SUB).
072000     MOVE CTT-RECORDS-OUT TO SF-TOT-OUT(SF-TOT-SUB).
072100     MOVE CTT-RECORDS-REJECTED TO SF-TOT-REJECTED(SF-TOT-SUB).
072200     MOVE CTT-RECORDS-DROPPED TO SF-TOT-DROPPED(SF-TOT-SUB).
072300     MOVE CTT-BEFORE-COUNT TO SF-TOT-BEFORE(SF-TOT-SUB).
072400     MOVE CTT-ADDS TO SF-TOT-ADDS(SF-TOT-SUB).
072500     MOVE CTT-DELETES TO SF-TOT-DELETES(SF-TOT-SUB).
072600     MOVE CTT-AFTER-COUNT TO SF-TOT-AFTER(SF-TOT-SUB).
072700     MOVE CTT-CONTROL-COUNT TO SF-TOT-CONTROL-COUNT(SF-TOT-SUB).
072800     MOVE CTT-HASH-TOTAL TO SF-TOT-HASH(SF-TOT-SUB).
072900     MOVE CTT-CONTROL-HASH TO SF-TOT-CONTROL-HASH(SF-TOT-SUB).
073000 3700-READ-ONE-TOTAL-EXIT.
073100     EXIT.
073200*****************************************************************
073300*    5000-EVALUATE-STEP-TIES - THE TIE-OUTS FOR STEP SF-TIE-STEP.
073400*    EACH STEP MUST BALANCE WITHIN ITSELF AND AGAINST THE STEP
073500*    THAT FED IT:
073600*      SFEDIT - IN = ACCEPTED + REJECTED, AND THE RECORD COUNT
073700*               AND ZIP HASH AGREE WITH THE EXTRACT TRAILER
073800*      SFSORT - IN = SFEDIT ACCEPTED, AND IN = OUT + DROPPED
073900*      SFCMP  - TODAY'S COUNT = SFSORT OUT, AND YESTERDAY PLUS
074000*               ADDS LESS DELETES = TODAY
074100*      SFMB   - IN = APPLIED + REJECTED + HELD/QUEUED, AND THE
074200*               MASTER COUNT BEFORE PLUS ADDS LESS DELETES = AFTER
074300*      SF     - IN = THE MASTER COUNT AFTER SFMB, AND
074400*               IN = OUT + DROPPED
074500*      SFEXP  - THE SAME AS SF
074600*    WITH SF-TIE-PRINT SET EVERY TIE IS LISTED ON SFBALRPT;
074700*    WITHOUT IT ONLY A TIE THAT FAILS IS DISPLAYED.  A TIE AGAINST
074800*    AN EARLIER STEP THAT LEFT NO TOTALS IS NOT CHECKED RATHER
074900*    THAN FAILED - THAT STEP'S OWN CHECK ALREADY SAID SO.
075000*****************************************************************
075100 5000-EVALUATE-STEP-TIES.
075200     IF NOT SF-TOT-FOUND(SF-TIE-STEP)
075300         IF NOT SF-TIE-PRINT
075400             DISPLAY "SFNT113E - NO CONTROL TOTALS RECORDED BY "
075500                 SF-STEP-NAME(SF-TIE-STEP)
075600             MOVE "Y" TO SF-STEP-OOB-SW
075700             MOVE "Y" TO SF-NIGHT-OOB-SW
075800         END-IF
075900         GO TO 5000-EVALUATE-STEP-TIES-EXIT
076000     END-IF.
076100     IF SF-TIE-STEP = 1
076200         PERFORM 5100-SFEDIT-TIES THRU 5100-SFEDIT-TIES-EXIT
076300     END-IF.
076400     IF SF-TIE-STEP = 2
076500         PERFORM 5200-SFSORT-TIES THRU 5200-SFSORT-TIES-EXIT
076600     END-IF.
076700     IF SF-TIE-STEP = 3
076800         PERFORM 5300-SFCMP-TIES THRU 5300-SFCMP-TIES-EXIT
076900     END-IF.
077000     IF SF-TIE-STEP = 4
077100         PERFORM 5400-SFMB-TIES THRU 5400-SFMB-TIES-EXIT
077200     END-IF.
077300     IF SF-TIE-STEP = 5 OR SF-TIE-STEP = 6
077400         PERFORM 5500-LISTING-TIES THRU 5500-LISTING-TIES-EXIT
077500     END-IF.
077600 5000-EVALUATE-STEP-TIES-EXIT.
077700     EXIT.
077800*****************************************************************
077900*    5100-SFEDIT-TIES
078000*****************************************************************
078100 5100-SFEDIT-TIES.
078200     MOVE "Y" TO SF-TIE-CHECKABLE-SW.
078300     MOVE "RECORDS IN = ACCEPTED + REJECTED" TO SF-TIE-DESC.
078400     MOVE SF-TOT-IN(1) TO SF-TIE-LEFT.
078500     COMPUTE SF-TIE-RIGHT = SF-TOT-OUT(1) + SF-TOT-REJECTED(1).
078600     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
078700
078800     MOVE "RECORDS IN = EXTRACT TRAILER COUNT" TO SF-TIE-DESC.
078900     MOVE SF-TOT-IN(1) TO SF-TIE-LEFT.
079000     MOVE SF-TOT-CONTROL-COUNT(1) TO SF-TIE-RIGHT.
079100     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
079200
079300     MOVE "ZIP HASH = EXTRACT TRAILER HASH" TO SF-TIE-DESC.
079400     MOVE SF-TOT-HASH(1) TO SF-TIE-LEFT.
079500     MOVE SF-TOT-CONTROL-HASH(1) TO SF-TIE-RIGHT.
079600     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
079700 5100-SFEDIT-TIES-EXIT.
079800     EXIT.
079900*****************************************************************
080000*    5200-SFSORT-TIES
080100*****************************************************************
080200 5200-SFSORT-TIES.
080300     MOVE "RECORDS IN = SFEDIT ACCEPTED" TO SF-TIE-DESC.
080400     MOVE SF-TOT-FOUND-SW(1) TO SF-TIE-CHECKABLE-SW.
080500     MOVE SF-TOT-IN(2) TO SF-TIE-LEFT.
080600     MOVE SF-TOT-OUT(1) TO SF-TIE-RIGHT.
080700     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
080800
080900     MOVE "Y" TO SF-TIE-CHECKABLE-SW.
081000     MOVE "RECORDS IN = WRITTEN + DROPPED" TO SF-TIE-DESC.
081100     MOVE SF-TOT-IN(2) TO SF-TIE-LEFT.
081200     COMPUTE SF-TIE-RIGHT = SF-TOT-OUT(2) + SF-TOT-DROPPED(2).
081300     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
081400 5200-SFSORT-TIES-EXIT.
081500     EXIT.
081600*****************************************************************
081700*    5300-SFCMP-TIES
081800*****************************************************************
081900 5300-SFCMP-TIES.
082000     MOVE "TODAY'S RECORDS = SFSORT WRITTEN" TO SF-TIE-DESC.
082100     MOVE SF-TOT-FOUND-SW(2) TO SF-TIE-CHECKABLE-SW.
082200     MOVE SF-TOT-AFTER(3) TO SF-TIE-LEFT.
082300     MOVE SF-TOT-OUT(2) TO SF-TIE-RIGHT.
082400     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
082500
082600     MOVE "Y" TO SF-TIE-CHECKABLE-SW.
082700     MOVE "YESTERDAY + ADDS - DELETES = TODAY" TO SF-TIE-DESC.
082800     COMPUTE SF-TIE-LEFT = SF-TOT-BEFORE(3) + SF-TOT-ADDS(3)
082900         - SF-TOT-DELETES(3).
083000     MOVE SF-TOT-AFTER(3) TO SF-TIE-RIGHT.
083100     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
083200 5300-SFCMP-TIES-EXIT.
083300     EXIT.
083400*****************************************************************
083500*    5400-SFMB-TIES
083600*****************************************************************
083700 5400-SFMB-TIES.
083800     MOVE "Y" TO SF-TIE-CHECKABLE-SW.
083900     MOVE "TXNS IN = APPLIED + REJECTED + HELD" TO SF-TIE-DESC.
084000     MOVE SF-TOT-IN(4) TO SF-TIE-LEFT.
084100     COMPUTE SF-TIE-RIGHT = SF-TOT-OUT(4) + SF-TOT-REJECTED(4)
084200         + SF-TOT-DROPPED(4).
084300     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
084400
084500     MOVE "MASTER BEFORE + ADDS - DELETES = AFTER" TO SF-TIE-DESC.
084600     COMPUTE SF-TIE-LEFT = SF-TOT-BEFORE(4) + SF-TOT-ADDS(4)
084700         - SF-TOT-DELETES(4).
084800     MOVE SF-TOT-AFTER(4) TO SF-TIE-RIGHT.
084900     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
085000 5400-SFMB-TIES-EXIT.
085100     EXIT.
085200*****************************************************************
085300*    5500-LISTING-TIES - SF AND SFEXP BOTH READ THE WHOLE MASTER
085400*    SFMB LEFT BEHIND.
085500*****************************************************************
085600 5500-LISTING-TIES.
085700     MOVE "RECORDS IN = SFMB MASTER AFTER" TO SF-TIE-DESC.
085800     MOVE SF-TOT-FOUND-SW(4) TO SF-TIE-CHECKABLE-SW.
085900     MOVE SF-TOT-IN(SF-TIE-STEP) TO SF-TIE-LEFT.
086000     MOVE SF-TOT-AFTER(4) TO SF-TIE-RIGHT.
086100     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
086200
086300     MOVE "Y" TO SF-TIE-CHECKABLE-SW.
086400     MOVE "RECORDS IN = OUT + DROPPED" TO SF-TIE-DESC.
086500     MOVE SF-TOT-IN(SF-TIE-STEP) TO SF-TIE-LEFT.
086600     COMPUTE SF-TIE-RIGHT = SF-TOT-OUT(SF-TIE-STEP)
086700         + SF-TOT-DROPPED(SF-TIE-STEP).
086800     PERFORM 5900-COMPARE-TIE THRU 5900-COMPARE-TIE-EXIT.
086900 5500-LISTING-TIES-EXIT.
087000     EXIT.
087100*****************************************************************
087200*    5900-COMPARE-TIE - COMPARES SF-TIE-LEFT WITH SF-TIE-RIGHT
087300*    FOR THE TIE DESCRIBED IN SF-TIE-DESC, THEN LISTS IT ON THE
087400*    BALANCING REPORT OR, WHEN CHECKING A STEP, DISPLAYS IT IF
087500*    IT FAILED.
087600*****************************************************************
087700 5900-COMPARE-TIE.
087800     IF NOT SF-TIE-CHECKABLE
087900         MOVE "NOT CHECKED" TO SF-TIE-RESULT
088000     ELSE
088100         IF SF-TIE-LEFT = SF-TIE-RIGHT
088200             MOVE "IN BALANCE" TO SF-TIE-RESULT
088300         ELSE
088400             MOVE "*** OUT OF BALANCE" TO SF-TIE-RESULT
088500             MOVE "Y" TO SF-STEP-OOB-SW
088600             MOVE "Y" TO SF-NIGHT-OOB-SW
088700         END-IF
088800     END-IF.
088900     MOVE SF-TIE-LEFT TO SF-TIE-LEFT-EDIT.
089000     MOVE SF-TIE-RIGHT TO SF-TIE-RIGHT-EDIT.
089100
089200     IF SF-TIE-PRINT
089300         MOVE SPACES TO SF-BAL-DETAIL-LINE
089400         STRING "      "              DELIMITED BY SIZE
089500                 SF-TIE-DESC          DELIMITED BY SIZE
089600                 "  "                 DELIMITED BY SIZE
089700                 SF-TIE-LEFT-EDIT     DELIMITED BY SIZE
089800                 "  "                 DELIMITED BY SIZE
089900                 SF-TIE-RIGHT-EDIT    DELIMITED BY SIZE
090000                 "  "                 DELIMITED BY SIZE
090100                 SF-TIE-RESULT        DELIMITED BY SIZE
090200             INTO SF-BAL-DETAIL-LINE
090300         PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT
090400         GO TO 5900-COMPARE-TIE-EXIT
090500     END-IF.
090600
090700     IF SF-TIE-RESULT = "*** OUT OF BALANCE"
090800         DISPLAY "SFNT114E - " SF-STEP-NAME(SF-TIE-STEP) " "
090900             SF-TIE-DESC
091000         DISPLAY "SFNT114E -   " SF-TIE-LEFT-EDIT " NOT = "
091100             SF-TIE-RIGHT-EDIT
091200     END-IF.
091300 5900-COMPARE-TIE-EXIT.
091400     EXIT.
091500*****************************************************************
091600*    6000-WRITE-BALANCING-REPORT - THE END-OF-NIGHT BALANCING
091700*    REPORT ON SFBALRPT: ONE ROW OF COUNTS PER STEP, EVERY TIE-OUT
091800*    WITH BOTH SIDES AND ITS RESULT, AND A LAST LINE SAYING
091900*    WHETHER THE NIGHT BALANCED.  IT IS WRITTEN EVERY RUN, CLEAN
092000*    OR STOPPED, SO THE OPERATOR CAN SEE WHERE THE COUNTS BROKE.
092100*****************************************************************
092200 6000-WRITE-BALANCING-REPORT.
092300     OPEN OUTPUT SfBalRpt.
092400     IF NOT SF-BAL-STATUS-OK
092500         DISPLAY "SFNT116W - UNABLE TO OPEN SFBALRPT, STATUS "
092600             SF-BAL-FILE-STATUS
092700         MOVE SF-BAL-FILE-STATUS TO SF-LOG-STATUS-VALUE
092800         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
092900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
093000         GO TO 6000-WRITE-BALANCING-REPORT-EXIT
093100     END-IF.
093200     MOVE "Y" TO SF-BAL-OPEN-SW.
093300     PERFORM 3600-LOAD-CONTROL-TOTALS
093400         THRU 3600-LOAD-CONTROL-TOTALS-EXIT.
093500
093600     MOVE SPACES TO SF-BAL-DETAIL-LINE.
093700     STRING "NIGHTLY STREAM CONTROL TOTALS BALANCING REPORT"
093800                                   DELIMITED BY SIZE
093900             "   RUN DATE: "       DELIMITED BY SIZE
094000             SF-RUN-DATE-DISPLAY   DELIMITED BY SIZE
094100             "   PAGE: 001"        DELIMITED BY SIZE
094200         INTO SF-BAL-DETAIL-LINE.
094300     PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT.
094400     MOVE SPACES TO SF-BAL-DETAIL-LINE.
094500     STRING "STEP         RC         IN        OUT"
094600                                   DELIMITED BY SIZE
094700             "   REJECTED    DROPPED"
094800                                   DELIMITED BY SIZE
094900         INTO SF-BAL-DETAIL-LINE.
095000     PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT.
095100
095200     MOVE "Y" TO SF-TIE-PRINT-SW.
095300     PERFORM 6100-WRITE-STEP-BALANCE
095400         THRU 6100-WRITE-STEP-BALANCE-EXIT
095500         VARYING SF-TIE-STEP FROM 1 BY 1
095600         UNTIL SF-TIE-STEP > SF-STEP-MAX.
095700     MOVE "N" TO SF-TIE-PRINT-SW.
095800
095900     MOVE SPACES TO SF-BAL-DETAIL-LINE.
096000     PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT.
096100     MOVE SF-STREAM-RC TO SF-TOT-RC-EDIT.
096200     STRING "STREAM RETURN CODE  . . . . : " DELIMITED BY SIZE
096300             SF-TOT-RC-EDIT                  DELIMITED BY SIZE
096400         INTO SF-BAL-DETAIL-LINE.
096500     PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT.
096600     MOVE SPACES TO SF-BAL-DETAIL-LINE.
096700     IF SF-NIGHT-OUT-OF-BALANCE
096800         MOVE "NIGHTLY CONTROL TOTALS  . . : *** OUT OF BALANCE"
096900             TO SF-BAL-DETAIL-LINE
097000     ELSE
097100         MOVE "NIGHTLY CONTROL TOTALS  . . : IN BALANCE"
097200             TO SF-BAL-DETAIL-LINE
097300     END-IF.
097400     PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT.
097500
097600     CLOSE SfBalRpt.
097700     MOVE "N" TO SF-BAL-OPEN-SW.
097800 6000-WRITE-BALANCING-REPORT-EXIT.
097900     EXIT.
098000*****************************************************************
098100*    6100-WRITE-STEP-BALANCE - ONE STEP'S COUNT ROW FOLLOWED BY
098200*    ITS TIE-OUT LINES.  A STEP THAT LEFT NO TOTALS GETS A ONE-
098300*    LINE NOTE INSTEAD.
098400*****************************************************************
098500 6100-WRITE-STEP-BALANCE.
098600     MOVE SPACES TO SF-BAL-DETAIL-LINE.
098700     PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT.
098800     IF NOT SF-TOT-FOUND(SF-TIE-STEP)
098900         STRING SF-STEP-NAME(SF-TIE-STEP)  DELIMITED BY SIZE
099000                 "     NO CONTROL TOTALS - STEP NOT RUN OR NOT "
099100                                            DELIMITED BY SIZE
099200                 "FINISHED"                 DELIMITED BY SIZE
099300             INTO SF-BAL-DETAIL-LINE
099400         PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT
099500         GO TO 6100-WRITE-STEP-BALANCE-EXIT
099600     END-IF.
099700
099800     MOVE SF-TOT-RC(SF-TIE-STEP) TO SF-TOT-RC-EDIT.
099900     STRING SF-STEP-NAME(SF-TIE-STEP)  DELIMITED BY SIZE
100000             "  "                       DELIMITED BY SIZE
100100             SF-TOT-RC-EDIT             DELIMITED BY SIZE
100200         INTO SF-BAL-DETAIL-LINE.
100300     MOVE SF-TOT-IN(SF-TIE-STEP) TO SF-TOT-COUNT-EDIT.
100400     MOVE SF-TOT-COUNT-EDIT TO SF-BAL-DETAIL-LINE(18:9).
100500     MOVE SF-TOT-OUT(SF-TIE-STEP) TO SF-TOT-COUNT-EDIT.
100600     MOVE SF-TOT-COUNT-EDIT TO SF-BAL-DETAIL-LINE(29:9).
100700     MOVE SF-TOT-REJECTED(SF-TIE-STEP) TO SF-TOT-COUNT-EDIT.
100800     MOVE SF-TOT-COUNT-EDIT TO SF-BAL-DETAIL-LINE(40:9).
100900     MOVE SF-TOT-DROPPED(SF-TIE-STEP) TO SF-TOT-COUNT-EDIT.
101000     MOVE SF-TOT-COUNT-EDIT TO SF-BAL-DETAIL-LINE(51:9).
101100     PERFORM 6200-WRITE-BAL-LINE THRU 6200-WRITE-BAL-LINE-EXIT.
101200
101300     PERFORM 5000-EVALUATE-STEP-TIES
101400         THRU 5000-EVALUATE-STEP-TIES-EXIT.
101500 6100-WRITE-STEP-BALANCE-EXIT.
101600     EXIT.
101700*****************************************************************
101800*    6200-WRITE-BAL-LINE - WRITES SF-BAL-DETAIL-LINE TO SFBALRPT.
101900*****************************************************************
102000 6200-WRITE-BAL-LINE.
102100     MOVE SF-BAL-DETAIL-LINE TO SF-BAL-LINE.
102200     WRITE SF-BAL-LINE.
102300     IF NOT SF-BAL-STATUS-OK
102400         MOVE SF-BAL-FILE-STATUS TO SF-LOG-STATUS-VALUE
102500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
102600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
102700     END-IF.
102800 6200-WRITE-BAL-LINE-EXIT.
102900     EXIT.
