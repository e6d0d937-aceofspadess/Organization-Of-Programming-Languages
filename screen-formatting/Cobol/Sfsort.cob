001800*                   OPTIONALLY FOLLOWED BY THE DUPLICATE RULE:
001900*                     F - KEEP THE FIRST RECORD OF A KEY (DEFAULT)
002000*                     L - KEEP THE LAST RECORD OF A KEY
002010*
002020*                   THE RUN'S COUNTS ARE APPENDED TO SFCTLTOT
002030*                   (CUSTCTOT) FOR SFNITE'S BALANCING.
002100*-----------------------------------------------------------------
002200*    MODIFICATION HISTORY
002300*    DATE        INIT  DESCRIPTION
002400*    2026-08-22   CM   ORIGINAL - UNTIL NOW AN OUT-OF-SEQUENCE
002500*                      EXTRACT COULD ONLY BE SENT BACK UPSTREAM.
002510*    2026-10-15   CM   CONTROL TOTALS WRITTEN TO SFCTLTOT.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. sfsort.
005400     SELECT SfErrLog ASSIGN TO "SFERRLOG"
005500             ORGANIZATION IS LINE SEQUENTIAL
005600             FILE STATUS IS SF-LOG-FILE-STATUS.
005610     SELECT SfCtlTot ASSIGN TO "SFCTLTOT"
005620             ORGANIZATION IS LINE SEQUENTIAL
005630             FILE STATUS IS SF-CTT-FILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  Cla.
006900 01  SF-RPT-LINE                      PIC X(132).
007000 FD  SfErrLog.
007100 01  SF-LOG-LINE                      PIC X(132).
007110 FD  SfCtlTot.
007120 01  ControlTotals.
007130     COPY CUSTCTOT.
007200 WORKING-STORAGE SECTION.
007300*-----------------------------------------------------------------
007400*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
009600     88  SF-RPT-STATUS-OK             VALUE "00".
009700 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
009800     88  SF-LOG-STATUS-OK             VALUE "00".
009810 01  SF-CTT-FILE-STATUS               PIC X(02)  VALUE SPACES.
009820     88  SF-CTT-STATUS-OK             VALUE "00".
009900 01  SF-LOG-STATUS-VALUE              PIC X(09)  VALUE SPACES.
010000 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
010100 01  SF-SWITCHES.
058000     END-IF.
058100 8000-LOG-FILE-ERROR-EXIT.
058200     EXIT.
058202*****************************************************************
058204*    8500-WRITE-CONTROL-TOTALS - APPENDS THIS RUN'S COUNTS TO THE
058206*    SHARED SFCTLTOT FILE FOR SFNITE TO BALANCE.  A FILE THAT
058208*    WILL NOT OPEN IS A WARNING ONLY HERE - SFNITE TREATS THE
058210*    MISSING TOTALS AS OUT OF BALANCE.
058212*****************************************************************
058214 8500-WRITE-CONTROL-TOTALS.
058216     OPEN EXTEND SfCtlTot.
058218     IF NOT SF-CTT-STATUS-OK
058220         OPEN OUTPUT SfCtlTot
058222     END-IF.
058224     IF NOT SF-CTT-STATUS-OK
058226         DISPLAY "SFSR109W - CONTROL TOTALS NOT RECORDED, "
058228             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
058230         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
058232         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
058234         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
058236         GO TO 8500-WRITE-CONTROL-TOTALS-EXIT
058238     END-IF.
058240
058242     MOVE SPACES TO ControlTotals.
058244     INITIALIZE ControlTotals.
058246     ACCEPT SF-RUN-TIME FROM TIME.
058248     MOVE "SFSORT" TO CTT-STEP-NAME.
058250     MOVE SF-RUN-DATE-DISPLAY TO CTT-RUN-DATE.
058252     MOVE SF-RUN-TIME TO CTT-RUN-TIME.
058254     MOVE RETURN-CODE TO CTT-RETURN-CODE.
058256     MOVE SF-RECORD-COUNT TO CTT-RECORDS-IN.
058258     MOVE SF-WRITTEN-COUNT TO CTT-RECORDS-OUT.
058260     MOVE SF-DROPPED-COUNT TO CTT-RECORDS-DROPPED.
058262     WRITE ControlTotals.
058264     IF NOT SF-CTT-STATUS-OK
058266         DISPLAY "SFSR109W - CONTROL TOTALS NOT RECORDED, "
058268             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
058270         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
058272         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
058274         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
058276     END-IF.
058278     CLOSE SfCtlTot.
058280 8500-WRITE-CONTROL-TOTALS-EXIT.
058282     EXIT.
058300*****************************************************************
058400*    9000-TERMINATE - WRITE THE SUMMARY, COMMIT OR DISCARD THE
058500*    CLEAN FILE, ECHO THE COUNTS AND CLOSE EVERYTHING.
058510*    THE COUNTS GO TO SFCTLTOT ONCE THE RETURN CODE IS FINAL.
058600*****************************************************************
058700 9000-TERMINATE.
058800     PERFORM 5200-WRITE-SUMMARY
061000         DISPLAY "SFSR107W - INPUT FILE EMPTY: " SF-FILE-NAME-PARM
061100         MOVE 8 TO RETURN-CODE
061200     END-IF.
061210
061220     PERFORM 8500-WRITE-CONTROL-TOTALS
061230         THRU 8500-WRITE-CONTROL-TOTALS-EXIT.
061300
061400     IF SF-RPT-IS-OPEN
061500         CLOSE SfSrtRpt
