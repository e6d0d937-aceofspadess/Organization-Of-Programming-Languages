002200*                                       AND SPACES ALLOWED
002300*                     CUST-ACCT-STATUS  A, I, C OR S PER THE
002400*                                       CUSTDTL 88-LEVELS
002410*
002420*                   THE EXTRACT MUST OPEN WITH A HEADER RECORD AND
002430*                   CLOSE WITH A TRAILER RECORD (CUSTXCTL) WHOSE
002440*                   RECORD COUNT AND ZIP HASH TOTAL AGREE WITH THE
002450*                   DETAIL RECORDS BETWEEN THEM.  A FIRST PASS
002460*                   PROVES THIS BEFORE ANY RECORD IS EDITED; AN
002470*                   EXTRACT THAT DOES NOT BALANCE IS REFUSED WHOLE
002480*                   WITH RETURN CODE 16.  THE RUN'S COUNTS ARE
002490*                   APPENDED TO SFCTLTOT (CUSTCTOT) FOR SFNITE.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE        INIT  DESCRIPTION
002800*    2026-08-22   CM   ORIGINAL - UPSTREAM EXTRACTS WERE TAKEN
002900*                      ON TRUST; NOTHING CHECKED WHAT WAS INSIDE
003000*                      A RECORD BEFORE SF/SFM PROCESSED IT.
003010*    2026-10-15   CM   EXTRACT HEADER/TRAILER PROOF - REFUSE AN
003020*                      EXTRACT THAT DOES NOT BALANCE; WRITE
003030*                      CONTROL TOTALS TO SFCTLTOT.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. sfedit.
006200     SELECT SfErrLog ASSIGN TO "SFERRLOG"
006300             ORGANIZATION IS LINE SEQUENTIAL
006400             FILE STATUS IS SF-LOG-FILE-STATUS.
006410     SELECT SfCtlTot ASSIGN TO "SFCTLTOT"
006420             ORGANIZATION IS LINE SEQUENTIAL
006430             FILE STATUS IS SF-CTT-FILE-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  Cla.
006800 01  CustomerDetails.
006900     COPY CUSTDTL.
006910 01  ExtractControl.
006920     COPY CUSTXCTL.
007000 FD  SfAccept.
007100 01  AcceptedCustomer.
007200     COPY CUSTDTL.
007700 01  SF-RPT-LINE                      PIC X(132).
007800 FD  SfErrLog.
007900 01  SF-LOG-LINE                      PIC X(132).
007910 FD  SfCtlTot.
007920 01  ControlTotals.
007930     COPY CUSTCTOT.
008000 WORKING-STORAGE SECTION.
008100*-----------------------------------------------------------------
008200*    CHAINING PARAMETERS
009700     88  SF-RPT-STATUS-OK             VALUE "00".
009800 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
009900     88  SF-LOG-STATUS-OK             VALUE "00".
009910 01  SF-CTT-FILE-STATUS               PIC X(02)  VALUE SPACES.
009920     88  SF-CTT-STATUS-OK             VALUE "00".
010000 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
010100 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
010200 01  SF-SWITCHES.
011000         88  SF-LOG-IS-OPEN           VALUE "Y".
011100     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
011200         88  SF-EXIT-REQUESTED        VALUE "Y".
011210     05  SF-HEADER-FOUND-SW           PIC X(01)  VALUE "N".
011220         88  SF-HEADER-FOUND          VALUE "Y".
011230     05  SF-HEADER-MISPLACED-SW       PIC X(01)  VALUE "N".
011240         88  SF-HEADER-MISPLACED      VALUE "Y".
011250     05  SF-TRAILER-FOUND-SW          PIC X(01)  VALUE "N".
011260         88  SF-TRAILER-FOUND         VALUE "Y".
011270     05  SF-AFTER-TRAILER-SW          PIC X(01)  VALUE "N".
011280         88  SF-AFTER-TRAILER         VALUE "Y".
011290     05  SF-EXTRACT-REFUSED-SW        PIC X(01)  VALUE "N".
011295         88  SF-EXTRACT-REFUSED       VALUE "Y".
011300*-----------------------------------------------------------------
011400*    STATE CODE EDIT - THE FIFTY STATES, DC, THE TERRITORIES AND
011500*    THE MILITARY POST OFFICE CODES.
013500 01  SF-ACCEPTED-COUNT                PIC 9(05)  VALUE ZERO.
013600 01  SF-REJECTED-COUNT                PIC 9(05)  VALUE ZERO.
013700 01  SF-EXCEPTION-COUNT               PIC 9(05)  VALUE ZERO.
013710*-----------------------------------------------------------------
013720*    EXTRACT CONTROL PROOF - FIRST-PASS COUNTS AGAINST THE TRAILER
013730*-----------------------------------------------------------------
013740 01  SF-CONTROL-PASS-COUNT            PIC 9(09)  VALUE ZERO.
013750 01  SF-CONTROL-READ-COUNT            PIC 9(09)  VALUE ZERO.
013760 01  SF-HASH-TOTAL                    PIC 9(15)  VALUE ZERO.
013770 01  SF-HASH-ZIP                      PIC 9(05)  VALUE ZERO.
013780 01  SF-TRAILER-COUNT                 PIC 9(09)  VALUE ZERO.
013790 01  SF-TRAILER-HASH                  PIC 9(15)  VALUE ZERO.
013794 01  SF-EXTRACT-DATE                  PIC X(10)  VALUE SPACES.
013797 01  SF-REFUSAL-REASON                PIC X(40)  VALUE SPACES.
013800*-----------------------------------------------------------------
013900*    REPORT WORK AREAS
014000*-----------------------------------------------------------------
014700 01  SF-DETAIL-LINE                   PIC X(132).
014800 01  SF-LOG-DETAIL-LINE               PIC X(132).
014900 01  SF-COUNT-EDIT                    PIC ZZZZ9.
014910 01  SF-LONG-COUNT-EDIT               PIC Z(08)9.
014920 01  SF-HASH-EDIT                     PIC Z(14)9.
015000*-----------------------------------------------------------------
015100*    DATE AND TIME
015200*-----------------------------------------------------------------
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF.
024600
024610     PERFORM 1500-PROVE-EXTRACT-CONTROLS
024620         THRU 1500-PROVE-EXTRACT-CONTROLS-EXIT.
024630
024640     IF SF-EXTRACT-REFUSED
024650         MOVE "Y" TO SF-END-OF-FILE-SW
024660         GO TO 1000-INITIALIZE-EXIT
024670     END-IF.
024680
024700     PERFORM 3100-READ-CUSTOMER-RECORD
024800         THRU 3100-READ-CUSTOMER-RECORD-EXIT.
024900
025300     END-IF.
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025501*****************************************************************
025502*    1500-PROVE-EXTRACT-CONTROLS - A FIRST PASS OVER THE EXTRACT
025503*    BEFORE ANY RECORD IS EDITED.  THE FIRST RECORD MUST BE THE
025504*    HEADER AND THE LAST THE TRAILER, AND THE DETAIL RECORDS IN
025505*    BETWEEN MUST AGREE WITH THE TRAILER'S RECORD COUNT AND ZIP
025506*    HASH TOTAL.  AN EXTRACT THAT FAILS IS REFUSED WHOLE - NOTHING
025507*    REACHES SFACCEPT - WITH RETURN CODE 16.  ONE THAT PASSES IS
025508*    REOPENED FOR THE EDIT PASS.
025509*****************************************************************
025510 1500-PROVE-EXTRACT-CONTROLS.
025511     PERFORM 1550-READ-CONTROL-PASS
025512         THRU 1550-READ-CONTROL-PASS-EXIT
025513         UNTIL SF-END-OF-FILE.
025514
025515     IF RETURN-CODE NOT = ZERO
025516         MOVE "READ ERROR ON EXTRACT" TO SF-REFUSAL-REASON
025517     END-IF.
025518     IF SF-REFUSAL-REASON = SPACES AND NOT SF-HEADER-FOUND
025519         MOVE "FIRST RECORD IS NOT THE HEADER"
025520             TO SF-REFUSAL-REASON
025521     END-IF.
025522     IF SF-REFUSAL-REASON = SPACES AND SF-HEADER-MISPLACED
025523         MOVE "HEADER RECORD OUT OF PLACE" TO SF-REFUSAL-REASON
025524     END-IF.
025525     IF SF-REFUSAL-REASON = SPACES AND NOT SF-TRAILER-FOUND
025526         MOVE "NO TRAILER RECORD" TO SF-REFUSAL-REASON
025527     END-IF.
025528     IF SF-REFUSAL-REASON = SPACES AND SF-AFTER-TRAILER
025529         MOVE "RECORDS FOLLOW THE TRAILER" TO SF-REFUSAL-REASON
025530     END-IF.
025531     IF SF-REFUSAL-REASON = SPACES AND
025532             SF-CONTROL-READ-COUNT NOT = SF-TRAILER-COUNT
025533         MOVE "DETAIL COUNT DOES NOT MATCH TRAILER"
025534             TO SF-REFUSAL-REASON
025535     END-IF.
025536     IF SF-REFUSAL-REASON = SPACES AND
025537             SF-HASH-TOTAL NOT = SF-TRAILER-HASH
025538         MOVE "ZIP HASH TOTAL DOES NOT MATCH TRAILER"
025539             TO SF-REFUSAL-REASON
025540     END-IF.
025541
025542     IF SF-REFUSAL-REASON NOT = SPACES
025543         DISPLAY "SFED107E - EXTRACT REFUSED: " SF-REFUSAL-REASON
025544         DISPLAY "SFED107E - DETAILS " SF-CONTROL-READ-COUNT
025545             ", TRAILER COUNT " SF-TRAILER-COUNT
025546         MOVE "Y" TO SF-EXTRACT-REFUSED-SW
025547         MOVE 16 TO RETURN-CODE
025548         GO TO 1500-PROVE-EXTRACT-CONTROLS-EXIT
025549     END-IF.
025550
025551     CLOSE Cla.
025552     MOVE "N" TO SF-END-OF-FILE-SW.
025553     OPEN INPUT Cla.
025554     IF NOT SF-CLA-STATUS-OK
025555         DISPLAY "SFED108E - UNABLE TO REOPEN INPUT FILE: "
025556             SF-FILE-NAME-PARM
025557         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
025558         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
025559         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
025560         MOVE "UNABLE TO REOPEN EXTRACT" TO SF-REFUSAL-REASON
025561         MOVE "Y" TO SF-EXTRACT-REFUSED-SW
025562         MOVE 16 TO RETURN-CODE
025563     END-IF.
025564 1500-PROVE-EXTRACT-CONTROLS-EXIT.
025565     EXIT.
025566*****************************************************************
025567*    1550-READ-CONTROL-PASS - READS ONE EXTRACT RECORD FOR THE
025568*    CONTROL PROOF: NOTES THE HEADER AND TRAILER AND COUNTS AND
025569*    HASHES EVERY DETAIL RECORD.
025570*****************************************************************
025571 1550-READ-CONTROL-PASS.
025572     READ Cla
025573         AT END MOVE "Y" TO SF-END-OF-FILE-SW
025574     END-READ.
025575     IF NOT SF-CLA-STATUS-OK AND NOT SF-CLA-STATUS-EOF
025576         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
025577         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
025578         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
025579         MOVE "Y" TO SF-END-OF-FILE-SW
025580         MOVE 16 TO RETURN-CODE
025581     END-IF.
025582     IF SF-END-OF-FILE
025583         GO TO 1550-READ-CONTROL-PASS-EXIT
025584     END-IF.
025585
025586     ADD 1 TO SF-CONTROL-PASS-COUNT.
025587     IF SF-TRAILER-FOUND
025588         MOVE "Y" TO SF-AFTER-TRAILER-SW
025589     END-IF.
025590
025591     IF XCT-HEADER
025592         IF SF-CONTROL-PASS-COUNT = 1
025593             MOVE "Y" TO SF-HEADER-FOUND-SW
025594             MOVE XCT-EXTRACT-DATE TO SF-EXTRACT-DATE
025595         ELSE
025596             MOVE "Y" TO SF-HEADER-MISPLACED-SW
025597         END-IF
025598         GO TO 1550-READ-CONTROL-PASS-EXIT
025599     END-IF.
025600
025601     IF XCT-TRAILER
025602         MOVE "Y" TO SF-TRAILER-FOUND-SW
025603         IF XCT-RECORD-COUNT IS NUMERIC
025604             MOVE XCT-RECORD-COUNT TO SF-TRAILER-COUNT
025605         END-IF
025606         IF XCT-HASH-TOTAL IS NUMERIC
025607             MOVE XCT-HASH-TOTAL TO SF-TRAILER-HASH
025608         END-IF
025609         GO TO 1550-READ-CONTROL-PASS-EXIT
025610     END-IF.
025611
025612     ADD 1 TO SF-CONTROL-READ-COUNT.
025613     IF CUST-ZIP-CODE OF CustomerDetails(1:5) IS NUMERIC
025614         MOVE CUST-ZIP-CODE OF CustomerDetails(1:5) TO SF-HASH-ZIP
025615         ADD SF-HASH-ZIP TO SF-HASH-TOTAL
025616     END-IF.
025617 1550-READ-CONTROL-PASS-EXIT.
025618     EXIT.
025620*****************************************************************
025630*    3000-EDIT-CUSTOMER-RECORDS - EDITS THE RECORD ALREADY IN
025640*    THE BUFFER, ROUTES IT TO THE ACCEPT OR REJECT FILE, THEN
025650*    READS THE NEXT RECORD.
025660*****************************************************************
025670 3000-EDIT-CUSTOMER-RECORDS.
026200     ADD 1 TO SF-RECORD-COUNT.
026300     MOVE "Y" TO SF-RECORD-CLEAN-SW.
026400
029800         MOVE "Y" TO SF-END-OF-FILE-SW
029900         MOVE 16 TO RETURN-CODE
030000     END-IF.
030010*
030020*    THE HEADER AND TRAILER WERE PROVED IN 1500 - THEY ARE NOT
030030*    CUSTOMERS AND ARE NEVER EDITED.
030040*
030050     IF SF-CLA-STATUS-OK AND XCT-CONTROL-RECORD
030060         GO TO 3100-READ-CUSTOMER-RECORD
030070     END-IF.
030100 3100-READ-CUSTOMER-RECORD-EXIT.
030200     EXIT.
030300*****************************************************************
052100         INTO SF-DETAIL-LINE.
052200     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
052300     WRITE SF-RPT-LINE.
052301
052302     MOVE SPACES TO SF-DETAIL-LINE.
052303     STRING "EXTRACT DATE (HEADER) . . . : " DELIMITED BY SIZE
052304             SF-EXTRACT-DATE                 DELIMITED BY SIZE
052305         INTO SF-DETAIL-LINE.
052306     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
052307     WRITE SF-RPT-LINE.
052308
052309     MOVE SF-TRAILER-COUNT TO SF-LONG-COUNT-EDIT.
052310     MOVE SPACES TO SF-DETAIL-LINE.
052311     STRING "TRAILER RECORD COUNT  . . . : " DELIMITED BY SIZE
052312             SF-LONG-COUNT-EDIT              DELIMITED BY SIZE
052313         INTO SF-DETAIL-LINE.
052314     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
052315     WRITE SF-RPT-LINE.
052316
052317     MOVE SF-CONTROL-READ-COUNT TO SF-LONG-COUNT-EDIT.
052318     MOVE SPACES TO SF-DETAIL-LINE.
052319     STRING "DETAIL RECORDS ON EXTRACT . : " DELIMITED BY SIZE
052320             SF-LONG-COUNT-EDIT              DELIMITED BY SIZE
052321         INTO SF-DETAIL-LINE.
052322     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
052323     WRITE SF-RPT-LINE.
052324
052325     MOVE SF-TRAILER-HASH TO SF-HASH-EDIT.
052326     MOVE SPACES TO SF-DETAIL-LINE.
052327     STRING "TRAILER ZIP HASH TOTAL  . . : " DELIMITED BY SIZE
052328             SF-HASH-EDIT                    DELIMITED BY SIZE
052329         INTO SF-DETAIL-LINE.
052330     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
052331     WRITE SF-RPT-LINE.
052332
052333     MOVE SF-HASH-TOTAL TO SF-HASH-EDIT.
052334     MOVE SPACES TO SF-DETAIL-LINE.
052335     STRING "COMPUTED ZIP HASH TOTAL . . : " DELIMITED BY SIZE
052336             SF-HASH-EDIT                    DELIMITED BY SIZE
052337         INTO SF-DETAIL-LINE.
052338     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
052339     WRITE SF-RPT-LINE.
052340
052341     MOVE SPACES TO SF-DETAIL-LINE.
052342     IF SF-EXTRACT-REFUSED
052343         STRING "EXTRACT CONTROLS  . . . . . : " DELIMITED BY SIZE
052344                 "*** OUT OF BALANCE - EXTRACT REFUSED: "
052345                                         DELIMITED BY SIZE
052346                 SF-REFUSAL-REASON       DELIMITED BY SIZE
052347             INTO SF-DETAIL-LINE
052348     ELSE
052349         STRING "EXTRACT CONTROLS  . . . . . : " DELIMITED BY SIZE
052350                 "IN BALANCE"            DELIMITED BY SIZE
052351             INTO SF-DETAIL-LINE
052352     END-IF.
052353     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
052354     WRITE SF-RPT-LINE.
052400 4200-WRITE-SUMMARY-EXIT.
052500     EXIT.
052600*****************************************************************
055400     END-IF.
055500 8000-LOG-FILE-ERROR-EXIT.
055600     EXIT.
055602*****************************************************************
055604*    8500-WRITE-CONTROL-TOTALS - APPENDS THIS RUN'S COUNTS TO THE
055606*    SHARED SFCTLTOT FILE FOR SFNITE TO BALANCE.  A FILE THAT
055608*    WILL NOT OPEN IS A WARNING ONLY HERE - SFNITE TREATS THE
055610*    MISSING TOTALS AS OUT OF BALANCE.
055612*****************************************************************
055614 8500-WRITE-CONTROL-TOTALS.
055616     OPEN EXTEND SfCtlTot.
055618     IF NOT SF-CTT-STATUS-OK
055620         OPEN OUTPUT SfCtlTot
055622     END-IF.
055624     IF NOT SF-CTT-STATUS-OK
055626         DISPLAY "SFED109W - CONTROL TOTALS NOT RECORDED, "
055628             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
055630         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
055632         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
055634         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
055636         GO TO 8500-WRITE-CONTROL-TOTALS-EXIT
055638     END-IF.
055640
055641     MOVE SPACES TO ControlTotals.
055642     INITIALIZE ControlTotals.
055644     ACCEPT SF-RUN-TIME FROM TIME.
055646     MOVE "SFEDIT" TO CTT-STEP-NAME.
055648     MOVE SF-RUN-DATE-DISPLAY TO CTT-RUN-DATE.
055650     MOVE SF-RUN-TIME TO CTT-RUN-TIME.
055652     MOVE RETURN-CODE TO CTT-RETURN-CODE.
055654     MOVE SF-RECORD-COUNT TO CTT-RECORDS-IN.
055656     MOVE SF-ACCEPTED-COUNT TO CTT-RECORDS-OUT.
055658     MOVE SF-REJECTED-COUNT TO CTT-RECORDS-REJECTED.
055660     MOVE SF-TRAILER-COUNT TO CTT-CONTROL-COUNT.
055662     MOVE SF-HASH-TOTAL TO CTT-HASH-TOTAL.
055664     MOVE SF-TRAILER-HASH TO CTT-CONTROL-HASH.
055666     WRITE ControlTotals.
055668     IF NOT SF-CTT-STATUS-OK
055670         DISPLAY "SFED109W - CONTROL TOTALS NOT RECORDED, "
055672             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
055674         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
055676         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
055678         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
055680     END-IF.
055682     CLOSE SfCtlTot.
055684 8500-WRITE-CONTROL-TOTALS-EXIT.
055686     EXIT.
055700*****************************************************************
055800*    9000-TERMINATE - WRITE THE SUMMARY, ECHO THE COUNTS AND
055900*    CLOSE EVERYTHING.  A RUN WITH REJECTS ENDS WITH RETURN
056000*    CODE 4 SO THE JOB STREAM CAN HOLD THE EXTRACT BACK.  THE
056010*    RUN'S COUNTS GO TO SFCTLTOT ONCE THE RETURN CODE IS FINAL.
056100*****************************************************************
056200 9000-TERMINATE.
056300     PERFORM 4200-WRITE-SUMMARY
056800     DISPLAY "RECORDS ACCEPTED  . . : " SF-ACCEPTED-COUNT.
056900     DISPLAY "RECORDS REJECTED  . . : " SF-REJECTED-COUNT.
057000     DISPLAY "FIELD EXCEPTIONS  . . : " SF-EXCEPTION-COUNT.
057010     IF SF-EXTRACT-REFUSED
057020         DISPLAY "EXTRACT REFUSED . . . : " SF-REFUSAL-REASON
057030     END-IF.
057100
057200     IF SF-REJECTED-COUNT > ZERO AND RETURN-CODE = ZERO
057300         MOVE 4 TO RETURN-CODE
057400     END-IF.
057410
057420     PERFORM 8500-WRITE-CONTROL-TOTALS
057430         THRU 8500-WRITE-CONTROL-TOTALS-EXIT.
057500
057600     CLOSE Cla SfAccept SfReject SfEdRpt.
057700     IF NOT SF-CLA-STATUS-OK
