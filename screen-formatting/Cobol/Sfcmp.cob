001700*
001800*                   THE CHAINING PARM IS TWO BLANK-SEPARATED
001900*                   TOKENS: YESTERDAY'S EXTRACT NAME AND TODAY'S.
001910*                   HEADER AND TRAILER RECORDS ON A RAW INBOUND
001920*                   EXTRACT (CUSTXCTL) ARE SKIPPED, NOT COMPARED.
001930*                   THE RUN'S COUNTS ARE APPENDED TO SFCTLTOT
001940*                   (CUSTCTOT) FOR SFNITE'S BALANCING.
002000*-----------------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002300*    2026-08-22   CM   ORIGINAL - WHEN EXTRACT COUNTS JUMPED,
002400*                      NOBODY COULD SAY WHICH CUSTOMERS CAME OR
002500*                      WENT.
002510*    2026-10-15   CM   SKIP EXTRACT HEADER/TRAILER RECORDS;
002520*                      CONTROL TOTALS WRITTEN TO SFCTLTOT.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. sfcmp.
004800     SELECT SfErrLog ASSIGN TO "SFERRLOG"
004900             ORGANIZATION IS LINE SEQUENTIAL
005000             FILE STATUS IS SF-LOG-FILE-STATUS.
005010     SELECT SfCtlTot ASSIGN TO "SFCTLTOT"
005020             ORGANIZATION IS LINE SEQUENTIAL
005030             FILE STATUS IS SF-CTT-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ClaOld.
005400 01  OldCustomerDetails.
005500     COPY CUSTDTL.
005510 01  OldExtractControl.
005520     COPY CUSTXCTL.
005600 FD  ClaNew.
005700 01  NewCustomerDetails.
005800     COPY CUSTDTL.
005810 01  NewExtractControl.
005820     COPY CUSTXCTL.
005900 FD  SfCmpRpt.
006000 01  SF-RPT-LINE                      PIC X(132).
006100 FD  SfErrLog.
006200 01  SF-LOG-LINE                      PIC X(132).
006210 FD  SfCtlTot.
006220 01  ControlTotals.
006230     COPY CUSTCTOT.
006300 WORKING-STORAGE SECTION.
006400*-----------------------------------------------------------------
006500*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
008300     88  SF-RPT-STATUS-OK             VALUE "00".
008400 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
008500     88  SF-LOG-STATUS-OK             VALUE "00".
008510 01  SF-CTT-FILE-STATUS               PIC X(02)  VALUE SPACES.
008520     88  SF-CTT-STATUS-OK             VALUE "00".
008600 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
008700 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
008800 01  SF-SWITCHES.
027300*****************************************************************
027400*    3100-READ-OLD-EXTRACT - READS AND SEQUENCE-CHECKS THE OLD
027500*    FILE.  A HARD READ ERROR ENDS THE RUN AND FAILS THE STEP.
027510*    EXTRACT HEADER AND TRAILER RECORDS ARE READ PAST UNCOUNTED.
027600*****************************************************************
027700 3100-READ-OLD-EXTRACT.
027800     IF NOT SF-OLD-EOF
027900         MOVE CUST-ID OF OldCustomerDetails TO SF-PREV-OLD-ID
028000     END-IF.
028050 3105-READ-OLD-RECORD.
028100     READ ClaOld
028200         AT END MOVE "Y" TO SF-OLD-EOF-SW
028300     END-READ.
028310     IF SF-OLD-STATUS-OK AND
028320             XCT-CONTROL-RECORD OF OldExtractControl
028330         GO TO 3105-READ-OLD-RECORD
028340     END-IF.
028400     IF SF-OLD-STATUS-OK
028500         ADD 1 TO SF-OLD-COUNT
028600         IF SF-OLD-COUNT > 1 AND
030800*****************************************************************
030900*    3150-READ-NEW-EXTRACT - READS AND SEQUENCE-CHECKS THE NEW
031000*    FILE.  A HARD READ ERROR ENDS THE RUN AND FAILS THE STEP.
031010*    EXTRACT HEADER AND TRAILER RECORDS ARE READ PAST UNCOUNTED.
031100*****************************************************************
031200 3150-READ-NEW-EXTRACT.
031300     IF NOT SF-NEW-EOF
031400         MOVE CUST-ID OF NewCustomerDetails TO SF-PREV-NEW-ID
031500     END-IF.
031550 3155-READ-NEW-RECORD.
031600     READ ClaNew
031700         AT END MOVE "Y" TO SF-NEW-EOF-SW
031800     END-READ.
031810     IF SF-NEW-STATUS-OK AND
031820             XCT-CONTROL-RECORD OF NewExtractControl
031830         GO TO 3155-READ-NEW-RECORD
031840     END-IF.
031900     IF SF-NEW-STATUS-OK
032000         ADD 1 TO SF-NEW-COUNT
032100         IF SF-NEW-COUNT > 1 AND
059700     END-IF.
059800 8000-LOG-FILE-ERROR-EXIT.
059900     EXIT.
059902*****************************************************************
059904*    8500-WRITE-CONTROL-TOTALS - APPENDS THIS RUN'S COUNTS TO THE
059906*    SHARED SFCTLTOT FILE FOR SFNITE TO BALANCE.  A FILE THAT
059908*    WILL NOT OPEN IS A WARNING ONLY HERE - SFNITE TREATS THE
059910*    MISSING TOTALS AS OUT OF BALANCE.
059912*****************************************************************
059914 8500-WRITE-CONTROL-TOTALS.
059916     OPEN EXTEND SfCtlTot.
059918     IF NOT SF-CTT-STATUS-OK
059920         OPEN OUTPUT SfCtlTot
059922     END-IF.
059924     IF NOT SF-CTT-STATUS-OK
059926         DISPLAY "SFCM105W - CONTROL TOTALS NOT RECORDED, "
059928             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
059930         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
059932         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
059934         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
059936         GO TO 8500-WRITE-CONTROL-TOTALS-EXIT
059938     END-IF.
059940
059942     MOVE SPACES TO ControlTotals.
059944     INITIALIZE ControlTotals.
059946     ACCEPT SF-RUN-TIME FROM TIME.
059948     MOVE "SFCMP" TO CTT-STEP-NAME.
059950     MOVE SF-RUN-DATE-DISPLAY TO CTT-RUN-DATE.
059952     MOVE SF-RUN-TIME TO CTT-RUN-TIME.
059954     MOVE RETURN-CODE TO CTT-RETURN-CODE.
059956     ADD SF-OLD-COUNT SF-NEW-COUNT GIVING CTT-RECORDS-IN.
059958     MOVE SF-OLD-COUNT TO CTT-BEFORE-COUNT.
059960     MOVE SF-ADDED-COUNT TO CTT-ADDS.
059962     MOVE SF-CHANGED-COUNT TO CTT-CHANGES.
059964     MOVE SF-DELETED-COUNT TO CTT-DELETES.
059966     MOVE SF-NEW-COUNT TO CTT-AFTER-COUNT.
059968     WRITE ControlTotals.
059970     IF NOT SF-CTT-STATUS-OK
059972         DISPLAY "SFCM105W - CONTROL TOTALS NOT RECORDED, "
059974             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
059976         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
059978         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
059980         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
059982     END-IF.
059984     CLOSE SfCtlTot.
059986 8500-WRITE-CONTROL-TOTALS-EXIT.
059988     EXIT.
060000*****************************************************************
060100*    9000-TERMINATE - ECHO THE COUNTS AND CLOSE EVERYTHING.
060110*    THE COUNTS GO TO SFCTLTOT BEFORE THE FILES ARE CLOSED.
060200*****************************************************************
060300 9000-TERMINATE.
060400     DISPLAY " ".
060800     DISPLAY "CUSTOMERS DELETED . . : " SF-DELETED-COUNT.
060900     DISPLAY "CUSTOMERS CHANGED . . : " SF-CHANGED-COUNT.
061000     DISPLAY "CUSTOMERS UNCHANGED . : " SF-UNCHANGED-COUNT.
061010
061020     PERFORM 8500-WRITE-CONTROL-TOTALS
061030         THRU 8500-WRITE-CONTROL-TOTALS-EXIT.
061100
061200     CLOSE ClaOld ClaNew SfCmpRpt.
061300     IF NOT SF-OLD-STATUS-OK
