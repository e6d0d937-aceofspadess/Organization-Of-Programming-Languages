001700*                     A, I, C, S - ONLY THAT ACCOUNT STATUS
001800*                   E.G. ACTIVES ONLY FOR A MAILING, EVERYTHING
001900*                   FOR THE CRM LOAD.
001910*                   THE RUN'S COUNTS ARE APPENDED TO SFCTLTOT
001920*                   (CUSTCTOT) FOR SFNITE'S BALANCING.
002000*-----------------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*    DATE        INIT  DESCRIPTION
002410*    2026-09-02   CM   ADDED THE CUST-NAME ALTERNATE INDEX TO
002420*                      THE MASTER FILE DEFINITION, MATCHING SF'S
002430*                      NAME-SEARCH SUPPORT.
002440*    2026-10-15   CM   CONTROL TOTALS WRITTEN TO SFCTLTOT.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. sfexp.
005000     SELECT SfErrLog ASSIGN TO "SFERRLOG"
005100             ORGANIZATION IS LINE SEQUENTIAL
005200             FILE STATUS IS SF-LOG-FILE-STATUS.
005210     SELECT SfCtlTot ASSIGN TO "SFCTLTOT"
005220             ORGANIZATION IS LINE SEQUENTIAL
005230             FILE STATUS IS SF-CTT-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  Cla.
005900 01  SF-EXPORT-RECORD                 PIC X(512).
006000 FD  SfErrLog.
006100 01  SF-LOG-LINE                      PIC X(132).
006110 FD  SfCtlTot.
006120 01  ControlTotals.
006130     COPY CUSTCTOT.
006200 WORKING-STORAGE SECTION.
006300*-----------------------------------------------------------------
006400*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
008100     88  SF-EXP-STATUS-OK             VALUE "00".
008200 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
008300     88  SF-LOG-STATUS-OK             VALUE "00".
008310 01  SF-CTT-FILE-STATUS               PIC X(02)  VALUE SPACES.
008320     88  SF-CTT-STATUS-OK             VALUE "00".
008400 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
008500 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
008600 01  SF-SWITCHES.
043300     END-IF.
043400 8000-LOG-FILE-ERROR-EXIT.
043500     EXIT.
043502*****************************************************************
043504*    8500-WRITE-CONTROL-TOTALS - APPENDS THIS RUN'S COUNTS TO THE
043506*    SHARED SFCTLTOT FILE FOR SFNITE TO BALANCE.  A FILE THAT
043508*    WILL NOT OPEN IS A WARNING ONLY HERE - SFNITE TREATS THE
043510*    MISSING TOTALS AS OUT OF BALANCE.
043512*****************************************************************
043514 8500-WRITE-CONTROL-TOTALS.
043516     OPEN EXTEND SfCtlTot.
043518     IF NOT SF-CTT-STATUS-OK
043520         OPEN OUTPUT SfCtlTot
043522     END-IF.
043524     IF NOT SF-CTT-STATUS-OK
043526         DISPLAY "SFEX106W - CONTROL TOTALS NOT RECORDED, "
043528             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
043530         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
043532         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
043534         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
043536         GO TO 8500-WRITE-CONTROL-TOTALS-EXIT
043538     END-IF.
043540
043542     MOVE SPACES TO ControlTotals.
043544     INITIALIZE ControlTotals.
043546     ACCEPT SF-RUN-TIME FROM TIME.
043548     MOVE "SFEXP" TO CTT-STEP-NAME.
043550     MOVE SF-RUN-DATE-DISPLAY TO CTT-RUN-DATE.
043552     MOVE SF-RUN-TIME TO CTT-RUN-TIME.
043554     MOVE RETURN-CODE TO CTT-RETURN-CODE.
043556     MOVE SF-RECORD-COUNT TO CTT-RECORDS-IN.
043558     MOVE SF-EXPORTED-COUNT TO CTT-RECORDS-OUT.
043560     MOVE SF-SKIPPED-COUNT TO CTT-RECORDS-DROPPED.
043562     WRITE ControlTotals.
043564     IF NOT SF-CTT-STATUS-OK
043566         DISPLAY "SFEX106W - CONTROL TOTALS NOT RECORDED, "
043568             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
043570         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
043572         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
043574         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
043576     END-IF.
043578     CLOSE SfCtlTot.
043580 8500-WRITE-CONTROL-TOTALS-EXIT.
043582     EXIT.
043600*****************************************************************
043700*    9000-TERMINATE - ECHO THE COUNTS AND CLOSE EVERYTHING.
043710*    THE COUNTS GO TO SFCTLTOT BEFORE THE FILES ARE CLOSED.
043800*****************************************************************
043900 9000-TERMINATE.
044000     DISPLAY " ".
044200     DISPLAY "CUSTOMERS EXPORTED  . : " SF-EXPORTED-COUNT.
044300     DISPLAY "CUSTOMERS SKIPPED . . : " SF-SKIPPED-COUNT.
044400
044410     PERFORM 8500-WRITE-CONTROL-TOTALS
044420         THRU 8500-WRITE-CONTROL-TOTALS-EXIT.
044430
044500     CLOSE Cla SfExport.
044600     IF NOT SF-CLA-STATUS-OK
044700         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
