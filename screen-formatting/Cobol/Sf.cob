003048*                      STATUS FIELD - PRESS M AGAIN TO RETRY -
003049*                      INSTEAD OF THE LAST REWRITE SILENTLY
003050*                      WINNING.
003051*    2026-10-15   CM   ADDED THE SFNOTES CONTACT NOTES FILE AND A
003052*                      C (CONTACT NOTES) ACTION ON THE SF0100
003053*                      PANEL - THE SF0400 PANEL PAGES THROUGH THE
003054*                      DISPLAYED CUSTOMER'S NOTES AND TAKES A NEW
003055*                      ONE, STAMPED WITH THE SIGN-ON OPERATOR.  N
003056*                      STAYS NAME SEARCH.  THE ACTION LINE NOW
003057*                      RUNS OVER LINES 21 AND 22.
003058*    2026-10-15   CM   A PANEL CHANGE THAT MOVES AN ACCOUNT TO
003059*                      STATUS C IS NO LONGER APPLIED IN PLACE - IT
003060*                      GOES TO THE SFAPPRQ SUPERVISOR APPROVAL
003061*                      QUEUE, AS IN SFM, AND THE KEY STATUS FIELD
003062*                      SHOWS QUEUED FOR APPR.  SFAPPR APPLIES IT
003063*                      ONCE A DIFFERENT SUPERVISOR APPROVES IT.
003064*    2026-10-15   CM   A REPORT-ONLY (R) RUN NOW APPENDS ITS
003065*                      RECORDS READ AND LISTED TO SFCTLTOT FOR
003066*                      SFNITE'S BALANCING.
003067*    2026-10-15   CM   ADDED THE SFHHOLD HOUSEHOLD FILE SFHHLD
003068*                      BUILDS - THE SF0100 PANEL SHOWS THE
003069*                      CUSTOMER'S HOUSEHOLD ON LINE 15 AND AN H
003070*                      (HOUSEHOLD) ACTION OPENS THE SF0500 PANEL,
003071*                      WHICH STEPS THROUGH THE OTHER MEMBERS.
003072*    2026-10-15   CM   ADDED AN L (LIST) ACTION ON THE SF0100
003073*                      PANEL - THE SF0600 BROWSE LIST SHOWS
003074*                      FIFTEEN CUSTOMERS A PAGE IN THE RUNNING
003075*                      SEARCH'S ORDER AND PAGES BOTH WAYS.  A
003076*                      SELECTED LINE OPENS ON SF0100, WITH M, C
003077*                      AND H, AND RETURNS TO THE SAME PAGE.
003078*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. sf.
003300 AUTHOR. C MILLER.
006300     SELECT SfErrLog ASSIGN TO "SFERRLOG"
006400             ORGANIZATION IS LINE SEQUENTIAL
006500             FILE STATUS IS SF-LOG-FILE-STATUS.
006501*
006502*    SfNotes IS THE INDEXED CUSTOMER CONTACT NOTES FILE, KEYED ON
006503*    CUSTOMER-ID PLUS THE DATE AND TIME OF THE NOTE, READ AND
006504*    ADDED TO FROM THE SF0400 PANEL.  FOR AN INQUIRY AGAINST THE
006505*    SFPURGE ARCHIVE, POINT SFNOTES AT THE SFNOTARC NOTES
006506*    ARCHIVE.
006507*
006508     SELECT SfNotes ASSIGN TO "SFNOTES"
006509             ORGANIZATION IS INDEXED
006510             ACCESS MODE IS DYNAMIC
006511             RECORD KEY IS NOTE-KEY
006512             FILE STATUS IS SF-NOT-FILE-STATUS.
006513*
006514*    SfAprQ IS THE INDEXED SUPERVISOR APPROVAL QUEUE SFM AND SFMB
006515*    ALSO WRITE - A PANEL CHANGE THAT CLOSES AN ACCOUNT IS QUEUED
006516*    THERE FOR SFAPPR INSTEAD OF APPLIED.
006517*
006518     SELECT SfAprQ ASSIGN TO "SFAPPRQ"
006519             ORGANIZATION IS INDEXED
006520             ACCESS MODE IS DYNAMIC
006521             RECORD KEY IS APQ-KEY
006522             FILE STATUS IS SF-APQ-FILE-STATUS.
006523     SELECT SfCtlTot ASSIGN TO "SFCTLTOT"
006524             ORGANIZATION IS LINE SEQUENTIAL
006525             FILE STATUS IS SF-CTT-FILE-STATUS.
006526*
006527*    SfHHold IS THE INDEXED HOUSEHOLD FILE SFHHLD BUILDS, KEYED
006528*    ON CUSTOMER-ID WITH THE HOUSEHOLD ID AS AN ALTERNATE KEY.
006529*    IT IS ONLY READ HERE, FOR THE SF0100 HOUSEHOLD LINE AND THE
006530*    SF0500 MEMBERS PANEL.
006531*
006532     SELECT SfHHold ASSIGN TO "SFHHOLD"
006533             ORGANIZATION IS INDEXED
006534             ACCESS MODE IS DYNAMIC
006535             RECORD KEY IS HHM-CUST-ID
006536             ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
006537                 WITH DUPLICATES
006538             FILE STATUS IS SF-HHD-FILE-STATUS.
006550*
006560*    SfChkpt IS THE CHECKPOINT/RESTART LOG - A RUNNING LIST OF
006570*    "LAST CUSTOMER-ID PROCESSED" ENTRIES WRITTEN EVERY
007440 FD  SfOpPrf.
007450 01  OperatorProfile.
007460     COPY OPRPROF.
007462 FD  SfNotes.
007464 01  ContactNote.
007466     COPY CUSTNOTE.
007468 FD  SfAprQ.
007470 01  ApprovalRequest.
007472     COPY CUSTAPRQ.
007474 FD  SfCtlTot.
007476 01  ControlTotals.
007478     COPY CUSTCTOT.
007480 FD  SfHHold.
007482 01  HouseholdMember.
007484     COPY CUSTHHLD.
007500 WORKING-STORAGE SECTION.
007600*-----------------------------------------------------------------
007700*    CHAINING PARAMETERS
009508     88  SF-OPR-STATUS-NOT-FOUND      VALUE "35".
009510 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
009520 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
009525 01  SF-CTT-FILE-STATUS               PIC X(02)  VALUE SPACES.
009530     88  SF-CTT-STATUS-OK             VALUE "00".
009535 01  SF-HHD-FILE-STATUS               PIC X(02)  VALUE SPACES.
009540     88  SF-HHD-STATUS-OK             VALUE "00" "02".
009545     88  SF-HHD-STATUS-NOT-FOUND      VALUE "35".
009550 01  SF-NOT-FILE-STATUS               PIC X(02)  VALUE SPACES.
009555     88  SF-NOT-STATUS-OK             VALUE "00".
009560     88  SF-NOT-STATUS-EOF            VALUE "10".
009565     88  SF-NOT-STATUS-DUP-KEY        VALUE "22".
009570     88  SF-NOT-STATUS-NOT-FOUND      VALUE "35".
009575 01  SF-APQ-FILE-STATUS               PIC X(02)  VALUE SPACES.
009580     88  SF-APQ-STATUS-OK             VALUE "00".
009585     88  SF-APQ-STATUS-DUP-KEY        VALUE "22".
009590     88  SF-APQ-STATUS-NOT-FOUND      VALUE "35".
009600 01  SF-SWITCHES.
009700     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
009800         88  SF-END-OF-FILE           VALUE "Y".
010000         88  SF-RPT-IS-OPEN           VALUE "Y".
010100     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
010200         88  SF-LOG-IS-OPEN           VALUE "Y".
010204     05  SF-NOTES-OPEN-SW             PIC X(01)  VALUE "N".
010208         88  SF-NOTES-IS-OPEN         VALUE "Y".
010212     05  SF-NOTES-END-SW              PIC X(01)  VALUE "N".
010216         88  SF-NOTES-END             VALUE "Y".
010220     05  SF-NTP-MORE-SW               PIC X(01)  VALUE "N".
010224         88  SF-NTP-MORE              VALUE "Y".
010228     05  SF-APQ-OPEN-SW               PIC X(01)  VALUE "N".
010232         88  SF-APQ-IS-OPEN           VALUE "Y".
010236     05  SF-APQ-PENDING-SW            PIC X(01)  VALUE "N".
010240         88  SF-APQ-PENDING           VALUE "Y".
010244     05  SF-APQ-SCAN-END-SW           PIC X(01)  VALUE "N".
010248         88  SF-APQ-SCAN-END          VALUE "Y".
010252     05  SF-HHOLD-OPEN-SW             PIC X(01)  VALUE "N".
010256         88  SF-HHOLD-IS-OPEN         VALUE "Y".
010260     05  SF-HHM-END-SW                PIC X(01)  VALUE "N".
010264         88  SF-HHM-END               VALUE "Y".
010268     05  SF-BRP-MORE-SW               PIC X(01)  VALUE "N".
010272         88  SF-BRP-MORE              VALUE "Y".
010276     05  SF-BRP-END-SW                PIC X(01)  VALUE "N".
010280         88  SF-BRP-END               VALUE "Y".
010284     05  SF-CLOSURE-QUEUED-SW         PIC X(01)  VALUE "N".
010288         88  SF-CLOSURE-QUEUED        VALUE "Y".
010300     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
010400         88  SF-EXIT-REQUESTED        VALUE "Y".
010410     05  SF-CHKPT-OPEN-SW             PIC X(01)  VALUE "N".
012100     05  SF-RUN-DD                     PIC 9(02).
012200 01  SF-RUN-DATE-DISPLAY               PIC X(10).
012300 01  SF-RUN-TIME                       PIC 9(08).
012301*-----------------------------------------------------------------
012302*    CONTACT NOTES PANEL WORK AREAS - ONE SF0400 PAGE HOLDS FOUR
012303*    NOTES, EACH A HEADING LINE AND TWO TEXT LINES.  THE NOTE KEY
012304*    EACH PAGE STARTS AT IS KEPT IN SF-NTP-PAGE-KEY SO B (BACK)
012305*    RE-POSITIONS TO THE PRIOR PAGE WITH A KEYED START.
012306*-----------------------------------------------------------------
012307 77  SF-NTP-PAGE-SIZE                  PIC 9(02)  VALUE 4.
012308 77  SF-NTP-PAGE-MAX                   PIC 9(03)  VALUE 50.
012309 77  SF-NTP-SUB                        PIC 9(02)  VALUE ZERO COMP.
012310 77  SF-NTP-PAGE-NO                    PIC 9(03)  VALUE ZERO COMP.
012311 01  SF-NTP-TABLE.
012312     05  SF-NTP-ENTRY                  OCCURS 4.
012313         10  SF-NTP-HEADER             PIC X(70).
012314         10  SF-NTP-TEXT1              PIC X(70).
012315         10  SF-NTP-TEXT2              PIC X(70).
012316 01  SF-NTP-PAGE-KEYS.
012317     05  SF-NTP-PAGE-KEY               PIC X(78)  OCCURS 50.
012318 01  SF-NTP-NEXT-KEY                   PIC X(78)  VALUE SPACES.
012319 01  SF-NTP-START-KEY.
012320     05  SF-NTP-START-CUST-ID          PIC X(60).
012321     05  SF-NTP-START-DATE             PIC X(10).
012322     05  SF-NTP-START-TIME             PIC 9(08).
012323 01  SF-NTP-TIME.
012324     05  SF-NTP-TIME-HH                PIC 9(02).
012325     05  SF-NTP-TIME-MM                PIC 9(02).
012326     05  SF-NTP-TIME-SS                PIC 9(02).
012327     05  SF-NTP-TIME-CC                PIC 9(02).
012328 01  SF-NTP-TYPE-TEXT                  PIC X(06)  VALUE SPACES.
012329 01  SF-NTP-ACTION                     PIC X(01)  VALUE SPACE.
012330 01  SF-NTP-NEW-TYPE                   PIC X(01)  VALUE SPACE.
012331 01  SF-NTP-NEW-TEXT1                  PIC X(70)  VALUE SPACES.
012332 01  SF-NTP-NEW-TEXT2                  PIC X(70)  VALUE SPACES.
012333 01  SF-NTP-MESSAGE                    PIC X(40)  VALUE SPACES.
012334*-----------------------------------------------------------------
012335*    HOUSEHOLD WORK AREAS - SF-HHD-DISPLAY IS THE SF0100 PANEL'S
012336*    HOUSEHOLD LINE.  THE OTHER MEMBERS ARE LOADED WITH IT FOR
012337*    THE SF0500 PANEL, WHICH READS EACH ONE FROM THE MASTER IN
012338*    TURN; THE CUSTOMER THE PANEL WAS OPENED FROM IS HELD IN
012339*    SF-HHP-SAVE-RECORD UNTIL IT RETURNS.
012340*-----------------------------------------------------------------
012341 77  SF-HHP-MAX                        PIC 9(02)  VALUE 20.
012342 77  SF-HHP-COUNT                      PIC 9(02)  VALUE ZERO COMP.
012343 77  SF-HHP-SUB                        PIC 9(02)  VALUE ZERO COMP.
012344 01  SF-HHP-OTHERS                     PIC 9(04)  VALUE ZERO.
012345 01  SF-HHP-CURR-HH-ID                 PIC 9(08)  VALUE ZERO.
012346 01  SF-HHP-MEMBER-TABLE.
012347     05  SF-HHP-MEMBER                 OCCURS 20.
012348         10  SF-HHP-MEMBER-ID          PIC X(60).
012349         10  SF-HHP-MEMBER-SOURCE      PIC X(01).
012350         10  SF-HHP-MEMBER-DATE        PIC X(10).
012351 01  SF-HHP-SAVE-RECORD                PIC X(250) VALUE SPACES.
012352 01  SF-HHD-DISPLAY                    PIC X(30)  VALUE SPACES.
012353 01  SF-HHP-POSITION                   PIC X(20)  VALUE SPACES.
012354 01  SF-HHP-LINK-TEXT                  PIC X(30)  VALUE SPACES.
012355 01  SF-HHP-OTHERS-EDIT                PIC ZZZ9.
012356 01  SF-HHP-SUB-EDIT                   PIC Z9.
012357 01  SF-HHP-COUNT-EDIT                 PIC Z9.
012358 01  SF-HHP-ACTION                     PIC X(01)  VALUE SPACE.
012359 01  SF-HHP-MESSAGE                    PIC X(40)  VALUE SPACES.
012400*-----------------------------------------------------------------
012500*    SCREEN FIELDS
012600*-----------------------------------------------------------------
013300 01  SF-HEADING-LINE-2                 PIC X(132).
013400 01  SF-DETAIL-LINE                    PIC X(132).
013500 01  SF-LOG-DETAIL-LINE                PIC X(132).
013502*-----------------------------------------------------------------
013504*    BROWSE LIST WORK AREAS - ONE SF0600 PAGE HOLDS FIFTEEN
013506*    CUSTOMERS, ONE LINE EACH, IN THE RUNNING SEARCH'S ORDER.
013508*    THE NAME AND ID EACH PAGE STARTS AT ARE KEPT IN
013510*    SF-BRP-PAGE-KEY SO B (BACK) RE-POSITIONS TO THE PRIOR PAGE,
013512*    AS ON SF0400.  THE CUSTOMER THE LIST WAS OPENED FROM IS HELD
013514*    IN SF-BRP-SAVE-RECORD UNTIL IT RETURNS.
013516*-----------------------------------------------------------------
013518 77  SF-BRP-PAGE-SIZE                  PIC 9(02)  VALUE 15.
013520 77  SF-BRP-PAGE-MAX                   PIC 9(03)  VALUE 50.
013522 77  SF-BRP-SUB                        PIC 9(02)  VALUE ZERO COMP.
013524 77  SF-BRP-PAGE-NO                    PIC 9(03)  VALUE ZERO COMP.
013526 01  SF-BRP-TABLE.
013528     05  SF-BRP-ENTRY                  OCCURS 15.
013530         10  SF-BRP-LINE               PIC X(75).
013532         10  SF-BRP-CUST-ID            PIC X(60).
013534 01  SF-BRP-PAGE-KEYS.
013536     05  SF-BRP-PAGE-KEY               OCCURS 50.
013538         10  SF-BRP-KEY-NAME           PIC X(50).
013540         10  SF-BRP-KEY-ID             PIC X(60).
013542 01  SF-BRP-NEXT-KEY.
013544     05  SF-BRP-NEXT-NAME              PIC X(50).
013546     05  SF-BRP-NEXT-ID                PIC X(60).
013548 01  SF-BRP-DETAIL.
013550     05  SF-BRD-LINE-NO                PIC Z9.
013552     05  FILLER                        PIC X(01).
013554     05  SF-BRD-CUST-ID                PIC X(20).
013556     05  FILLER                        PIC X(01).
013558     05  SF-BRD-NAME                   PIC X(24).
013560     05  FILLER                        PIC X(01).
013562     05  SF-BRD-CITY                   PIC X(13).
013564     05  FILLER                        PIC X(01).
013566     05  SF-BRD-STATE                  PIC X(02).
013568     05  FILLER                        PIC X(01).
013570     05  SF-BRD-STATUS                 PIC X(09).
013572 01  SF-BRP-SAVE-RECORD                PIC X(250) VALUE SPACES.
013574 01  SF-BRP-SELECT                     PIC 9(02)  VALUE ZERO.
013576 01  SF-BRP-ACTION                     PIC X(01)  VALUE SPACE.
013578 01  SF-BRP-MESSAGE                    PIC X(40)  VALUE SPACES.
013580 01  SF-BRP-ORDER-TEXT                 PIC X(20)  VALUE SPACES.
013582 01  SF-INQ-MESSAGE                    PIC X(40)  VALUE SPACES.
013600 SCREEN SECTION.
013601 01  SF-NOTES-SCREEN.
013602     05  BLANK SCREEN.
013603     05  LINE 01 COL 01 VALUE "SF0400".
013604     05  LINE 01 COL 30 VALUE "CUSTOMER CONTACT NOTES".
013605     05  LINE 02 COL 60 VALUE "PAGE:".
013606     05  LINE 02 COL 66 PIC ZZ9 FROM SF-NTP-PAGE-NO.
013607     05  LINE 03 COL 05 PIC X(60) FROM CUST-ID.
013608     05  LINE 04 COL 05 PIC X(15) FROM CUST-LAST-NAME.
013609     05  LINE 04 COL 21 PIC X(15) FROM CUST-FIRST-NAME.
013610     05  LINE 06 COL 05 PIC X(70) FROM SF-NTP-HEADER(1).
013611     05  LINE 07 COL 07 PIC X(70) FROM SF-NTP-TEXT1(1).
013612     05  LINE 08 COL 07 PIC X(70) FROM SF-NTP-TEXT2(1).
013613     05  LINE 09 COL 05 PIC X(70) FROM SF-NTP-HEADER(2).
013614     05  LINE 10 COL 07 PIC X(70) FROM SF-NTP-TEXT1(2).
013615     05  LINE 11 COL 07 PIC X(70) FROM SF-NTP-TEXT2(2).
013616     05  LINE 12 COL 05 PIC X(70) FROM SF-NTP-HEADER(3).
013617     05  LINE 13 COL 07 PIC X(70) FROM SF-NTP-TEXT1(3).
013618     05  LINE 14 COL 07 PIC X(70) FROM SF-NTP-TEXT2(3).
013619     05  LINE 15 COL 05 PIC X(70) FROM SF-NTP-HEADER(4).
013620     05  LINE 16 COL 07 PIC X(70) FROM SF-NTP-TEXT1(4).
013621     05  LINE 17 COL 07 PIC X(70) FROM SF-NTP-TEXT2(4).
013622     05  LINE 18 COL 05 VALUE "NEW NOTE TYPE:".
013623     05  LINE 18 COL 20 PIC X(01) USING SF-NTP-NEW-TYPE.
013624     05  LINE 18 COL 23
013625         VALUE "(P=PHONE L=LETTER E=EMAIL V=VISIT O=OTHER)".
013626     05  LINE 19 COL 05 PIC X(70) USING SF-NTP-NEW-TEXT1.
013627     05  LINE 20 COL 05 PIC X(70) USING SF-NTP-NEW-TEXT2.
013628     05  LINE 21 COL 05 PIC X(40) FROM SF-NTP-MESSAGE.
013629     05  LINE 22 COL 05
013630         VALUE "ENTER=NEXT PAGE, B=BACK, A=ADD NOTE, X=RETURN".
013631     05  LINE 22 COL 60 PIC X(01) TO SF-NTP-ACTION.
013632 01  SF-HOUSEHOLD-SCREEN.
013633     05  BLANK SCREEN.
013634     05  LINE 01 COL 01 VALUE "SF0500".
013635     05  LINE 01 COL 30 VALUE "HOUSEHOLD MEMBERS".
013636     05  LINE 02 COL 60 VALUE "HOUSEHOLD:".
013637     05  LINE 02 COL 71 PIC 9(08) FROM SF-HHP-CURR-HH-ID.
013638     05  LINE 03 COL 05 PIC X(20) FROM SF-HHP-POSITION.
013639     05  LINE 05 COL 05 VALUE "CUSTOMER ID . . . . . . :".
013640     05  LINE 06 COL 05 PIC X(60) FROM CUST-ID.
013641     05  LINE 07 COL 05 VALUE "LAST NAME . . . . . . . :".
013642     05  LINE 07 COL 32 PIC X(15) FROM CUST-LAST-NAME.
013643     05  LINE 08 COL 05 VALUE "FIRST NAME  . . . . . . :".
013644     05  LINE 08 COL 32 PIC X(15) FROM CUST-FIRST-NAME.
013645     05  LINE 10 COL 05 VALUE "ADDRESS . . . . . . . . :".
013646     05  LINE 10 COL 32 PIC X(30) FROM CUST-ADDR-LINE1.
013647     05  LINE 11 COL 32 PIC X(30) FROM CUST-ADDR-LINE2.
013648     05  LINE 12 COL 32 PIC X(20) FROM CUST-CITY.
013649     05  LINE 12 COL 53 PIC X(02) FROM CUST-STATE.
013650     05  LINE 12 COL 56 PIC X(10) FROM CUST-ZIP-CODE.
013651     05  LINE 14 COL 05 VALUE "PHONE NUMBER  . . . . . :".
013652     05  LINE 14 COL 32 PIC X(15) FROM CUST-PHONE-NUMBER.
013653     05  LINE 15 COL 05 VALUE "ACCOUNT STATUS. . . . . :".
013654     05  LINE 15 COL 32 PIC X(01) FROM CUST-ACCT-STATUS.
013655     05  LINE 16 COL 05 VALUE "LINKED. . . . . . . . . :".
013656     05  LINE 16 COL 32 PIC X(30) FROM SF-HHP-LINK-TEXT.
013657     05  LINE 21 COL 05 PIC X(40) FROM SF-HHP-MESSAGE.
013658     05  LINE 22 COL 05
013659         VALUE "ENTER=NEXT MEMBER, B=BACK, X=RETURN".
013660     05  LINE 22 COL 60 PIC X(01) TO SF-HHP-ACTION.
013661 01  SF-BROWSE-SCREEN.
013662     05  BLANK SCREEN.
013663     05  LINE 01 COL 01 VALUE "SF0600".
013664     05  LINE 01 COL 30 VALUE "CUSTOMER BROWSE LIST".
013665     05  LINE 02 COL 05 PIC X(20) FROM SF-BRP-ORDER-TEXT.
013666     05  LINE 02 COL 60 VALUE "PAGE:".
013667     05  LINE 02 COL 66 PIC ZZ9 FROM SF-BRP-PAGE-NO.
013668     05  LINE 04 COL 03 VALUE "NO".
013669     05  LINE 04 COL 06 VALUE "CUSTOMER ID".
013670     05  LINE 04 COL 27 VALUE "NAME".
013671     05  LINE 04 COL 52 VALUE "CITY".
013672     05  LINE 04 COL 66 VALUE "ST".
013673     05  LINE 04 COL 69 VALUE "STATUS".
013674     05  LINE 05 COL 03 PIC X(75) FROM SF-BRP-LINE(1).
013675     05  LINE 06 COL 03 PIC X(75) FROM SF-BRP-LINE(2).
013676     05  LINE 07 COL 03 PIC X(75) FROM SF-BRP-LINE(3).
013677     05  LINE 08 COL 03 PIC X(75) FROM SF-BRP-LINE(4).
013678     05  LINE 09 COL 03 PIC X(75) FROM SF-BRP-LINE(5).
013679     05  LINE 10 COL 03 PIC X(75) FROM SF-BRP-LINE(6).
013680     05  LINE 11 COL 03 PIC X(75) FROM SF-BRP-LINE(7).
013681     05  LINE 12 COL 03 PIC X(75) FROM SF-BRP-LINE(8).
013682     05  LINE 13 COL 03 PIC X(75) FROM SF-BRP-LINE(9).
013683     05  LINE 14 COL 03 PIC X(75) FROM SF-BRP-LINE(10).
013684     05  LINE 15 COL 03 PIC X(75) FROM SF-BRP-LINE(11).
013685     05  LINE 16 COL 03 PIC X(75) FROM SF-BRP-LINE(12).
013686     05  LINE 17 COL 03 PIC X(75) FROM SF-BRP-LINE(13).
013687     05  LINE 18 COL 03 PIC X(75) FROM SF-BRP-LINE(14).
013688     05  LINE 19 COL 03 PIC X(75) FROM SF-BRP-LINE(15).
013689     05  LINE 21 COL 05 PIC X(40) FROM SF-BRP-MESSAGE.
013690     05  LINE 21 COL 50 VALUE "LINE TO OPEN:".
013691     05  LINE 21 COL 64 PIC 9(02) USING SF-BRP-SELECT.
013692     05  LINE 22 COL 05
013693         VALUE "ENTER=NEXT PAGE, B=BACK, X=RETURN".
013694     05  LINE 22 COL 60 PIC X(01) TO SF-BRP-ACTION.
013700 01  SF-INQUIRY-SCREEN.
013800     05  BLANK SCREEN.
013900     05  LINE 01 COL 01 VALUE "SF0100".
015800     05  LINE 13 COL 32 PIC X(15) FROM CUST-PHONE-NUMBER.
015900     05  LINE 14 COL 05 VALUE "ACCOUNT STATUS. . . . . :".
016000     05  LINE 14 COL 32 PIC X(01) FROM CUST-ACCT-STATUS.
016020     05  LINE 15 COL 05 VALUE "HOUSEHOLD . . . . . . . :".
016040     05  LINE 15 COL 32 PIC X(30) FROM SF-HHD-DISPLAY.
016100     05  LINE 16 COL 05 VALUE "RECORD NUMBER . . . . . :".
016200     05  LINE 16 COL 32 PIC ZZZZ9 FROM SF-RECORD-COUNT-EDIT.
016300     05  LINE 18 COL 05 VALUE "KEY STATUS. . . . . . . :".
016400     05  LINE 18 COL 32 PIC X(15) FROM SF-KEY-STATUS-TEXT.
016420     05  LINE 19 COL 05 PIC X(40) FROM SF-INQ-MESSAGE.
016440     05  LINE 21 COL 05
016460         VALUE "ENTER=NEXT, M=MAINTAIN, N=NAME SEARCH, L=LIST,".
016500     05  LINE 22 COL 05
016600         VALUE "C=CONTACT NOTES, H=HOUSEHOLD, X=EXIT".
016700     05  LINE 22 COL 60 PIC X(01) TO SF-ANY-KEY.
016710 01  SF-MAINT-SCREEN.
016715     05  BLANK SCREEN.
025240                 THRU 8000-LOG-FILE-ERROR-EXIT
025300         END-IF
025400     END-IF.
025405*
025410*    THE CONTACT NOTES FILE IS ONLY NEEDED WHEN THE PANEL CAN
025415*    APPEAR.  A FIRST RUN CREATES IT; A NOTES FILE THAT WILL NOT
025420*    OPEN LEAVES THE INQUIRY RUNNING WITH THE C ACTION DISABLED.
025425*
025430     IF NOT SF-MODE-REPORT-ONLY
025435         PERFORM 1300-OPEN-CONTACT-NOTES
025440             THRU 1300-OPEN-CONTACT-NOTES-EXIT
025445     END-IF.
025450*
025455*    THE HOUSEHOLD FILE IS LIKEWISE ONLY NEEDED FOR THE PANEL,
025460*    AND IS ONLY READ.  A SITE THAT HAS NOT RUN SFHHLD SHOWS NO
025465*    HOUSEHOLDS.
025470*
025475     IF NOT SF-MODE-REPORT-ONLY
025480         PERFORM 1400-OPEN-HOUSEHOLD-FILE
025485             THRU 1400-OPEN-HOUSEHOLD-FILE-EXIT
025490     END-IF.
025500 1000-INITIALIZE-EXIT.
025600     EXIT.
025601*****************************************************************
032295 3410-REDISPLAY-PANEL.
032400     IF SF-OUTPUT-MODE-PARM NOT = "R"
032450         MOVE SPACE TO SF-ANY-KEY
032470         PERFORM 3420-LOAD-HOUSEHOLD
032490             THRU 3420-LOAD-HOUSEHOLD-EXIT
032500         DISPLAY SF-INQUIRY-SCREEN
032600         ACCEPT SF-INQUIRY-SCREEN
032700         IF SF-ANY-KEY = "X" OR SF-ANY-KEY = "x"
032800             MOVE "Y" TO SF-EXIT-REQUESTED-SW
032900         END-IF
032901         IF SF-ANY-KEY = "C" OR SF-ANY-KEY = "c"
032902             OR SF-ANY-KEY = "H" OR SF-ANY-KEY = "h"
032903             OR SF-ANY-KEY = "L" OR SF-ANY-KEY = "l"
032904             PERFORM 3430-PANEL-ACTION THRU 3430-PANEL-ACTION-EXIT
032905             IF SF-END-OF-FILE
032906                 GO TO 3400-SHOW-CUSTOMER-RECORD-EXIT
032907             END-IF
032908             GO TO 3410-REDISPLAY-PANEL
032909         END-IF
032910         IF SF-ANY-KEY = "M" OR SF-ANY-KEY = "m"
032920             PERFORM 3700-MAINTAIN-CURRENT-RECORD
032930                 THRU 3700-MAINTAIN-CURRENT-RECORD-EXIT
033500     END-IF.
033600 3400-SHOW-CUSTOMER-RECORD-EXIT.
033700     EXIT.
033701*****************************************************************
033702*    3420-LOAD-HOUSEHOLD - LOOKS THE DISPLAYED CUSTOMER UP ON THE
033703*    HOUSEHOLD FILE FOR THE SF0100 HOUSEHOLD LINE AND LOADS THE
033704*    OTHER MEMBERS FOR THE H ACTION.  THE PANEL STEPS THROUGH THE
033705*    FIRST 20; THE LINE COUNTS THEM ALL.  THE MASTER'S POSITION
033706*    IS NOT TOUCHED.
033707*****************************************************************
033708 3420-LOAD-HOUSEHOLD.
033709     MOVE ZERO TO SF-HHP-COUNT SF-HHP-OTHERS SF-HHP-CURR-HH-ID.
033710     IF NOT SF-HHOLD-IS-OPEN
033711         MOVE "NOT AVAILABLE" TO SF-HHD-DISPLAY
033712         GO TO 3420-LOAD-HOUSEHOLD-EXIT
033713     END-IF.
033714     MOVE "NONE" TO SF-HHD-DISPLAY.
033715     MOVE CUST-ID TO HHM-CUST-ID.
033716     READ SfHHold KEY IS HHM-CUST-ID
033717         INVALID KEY
033718             GO TO 3420-LOAD-HOUSEHOLD-EXIT
033719     END-READ.
033720     IF NOT SF-HHD-STATUS-OK
033721         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
033722         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
033723         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
033724         GO TO 3420-LOAD-HOUSEHOLD-EXIT
033725     END-IF.
033726     IF HHM-HOUSEHOLD-ID = ZERO
033727         GO TO 3420-LOAD-HOUSEHOLD-EXIT
033728     END-IF.
033729
033730     MOVE HHM-HOUSEHOLD-ID TO SF-HHP-CURR-HH-ID.
033731     MOVE "N" TO SF-HHM-END-SW.
033732     START SfHHold KEY IS = HHM-HOUSEHOLD-ID
033733         INVALID KEY
033734             MOVE "Y" TO SF-HHM-END-SW
033735     END-START.
033736     PERFORM 3425-LOAD-ONE-MEMBER
033737         THRU 3425-LOAD-ONE-MEMBER-EXIT
033738         UNTIL SF-HHM-END.
033739
033740     MOVE SPACES TO SF-HHD-DISPLAY.
033741     MOVE SF-HHP-OTHERS TO SF-HHP-OTHERS-EDIT.
033742     STRING SF-HHP-CURR-HH-ID        DELIMITED BY SIZE
033743             " - OTHER MEMBERS:"     DELIMITED BY SIZE
033744             SF-HHP-OTHERS-EDIT      DELIMITED BY SIZE
033745         INTO SF-HHD-DISPLAY.
033746 3420-LOAD-HOUSEHOLD-EXIT.
033747     EXIT.
033748*****************************************************************
033749*    3425-LOAD-ONE-MEMBER - ONE STEP ALONG THE HOUSEHOLD-ID KEY,
033750*    SKIPPING THE DISPLAYED CUSTOMER ITSELF.
033751*****************************************************************
033752 3425-LOAD-ONE-MEMBER.
033753     READ SfHHold NEXT RECORD
033754         AT END MOVE "Y" TO SF-HHM-END-SW
033755     END-READ.
033756     IF SF-HHM-END OR NOT SF-HHD-STATUS-OK
033757         MOVE "Y" TO SF-HHM-END-SW
033758         GO TO 3425-LOAD-ONE-MEMBER-EXIT
033759     END-IF.
033760     IF HHM-HOUSEHOLD-ID NOT = SF-HHP-CURR-HH-ID
033761         MOVE "Y" TO SF-HHM-END-SW
033762         GO TO 3425-LOAD-ONE-MEMBER-EXIT
033763     END-IF.
033764     IF HHM-CUST-ID = CUST-ID
033765         GO TO 3425-LOAD-ONE-MEMBER-EXIT
033766     END-IF.
033767
033768     ADD 1 TO SF-HHP-OTHERS.
033769     IF SF-HHP-COUNT < SF-HHP-MAX
033770         ADD 1 TO SF-HHP-COUNT
033771         MOVE HHM-CUST-ID TO SF-HHP-MEMBER-ID(SF-HHP-COUNT)
033772         MOVE HHM-LINK-SOURCE
033773             TO SF-HHP-MEMBER-SOURCE(SF-HHP-COUNT)
033774         MOVE HHM-LINK-DATE TO SF-HHP-MEMBER-DATE(SF-HHP-COUNT)
033775     END-IF.
033776 3425-LOAD-ONE-MEMBER-EXIT.
033777     EXIT.
033778*****************************************************************
033779*    3430-PANEL-ACTION - RUNS THE C (CONTACT NOTES), H (HOUSEHOLD)
033780*    AND L (LIST) ACTIONS OF THE SF0100 PANEL.  H AND L READ OTHER
033781*    CUSTOMERS AND COME BACK WITH END OF FILE SET WHEN THE
033782*    DISPLAYED CUSTOMER CANNOT BE RE-READ.
033783*****************************************************************
033784 3430-PANEL-ACTION.
033785     IF SF-ANY-KEY = "C" OR SF-ANY-KEY = "c"
033786         PERFORM 3800-CONTACT-NOTES
033787             THRU 3800-CONTACT-NOTES-EXIT
033788     END-IF.
033789     IF SF-ANY-KEY = "H" OR SF-ANY-KEY = "h"
033790         PERFORM 3860-HOUSEHOLD-MEMBERS
033791             THRU 3860-HOUSEHOLD-MEMBERS-EXIT
033792     END-IF.
033793     IF SF-ANY-KEY = "L" OR SF-ANY-KEY = "l"
033794         PERFORM 3880-BROWSE-LIST
033795             THRU 3880-BROWSE-LIST-EXIT
033796     END-IF.
033797 3430-PANEL-ACTION-EXIT.
033798     EXIT.
033800*****************************************************************
033900*    3500-WRITE-REPORT-LINE - WRITES THE CUSTOMER LISTING TO
034000*    SFRPT, WITH A NEW HEADING AND RUN DATE EVERY 20 LINES.
039995         THRU 3950-STAMP-LIFECYCLE-DATES-EXIT.
039996     MOVE CustomerDetails TO SF-AUDIT-AFTER-IMAGE.
039997
039998     PERFORM 3720-APPLY-CHANGE THRU 3720-APPLY-CHANGE-EXIT.
039999     IF SF-CLOSURE-QUEUED
040001         GO TO 3700-MAINTAIN-CURRENT-RECORD-EXIT
040002     END-IF.
040003*
040004*    AN I-O ERROR THAT IS NOT AN INVALID-KEY CONDITION RAISES
040005*    NEITHER PHRASE, SO THE STATUS IS CHECKED EXPLICITLY.  ON
040172                 THRU 8000-LOG-FILE-ERROR-EXIT
040173         END-IF
040174     END-IF.
040175     MOVE SPACES TO AUD-APPROVER.
040176     IF SF-AUD-IS-OPEN
040177         ACCEPT SF-RUN-TIME FROM TIME
040178         MOVE "C" TO AUD-ACTION
043700     DISPLAY "TOTAL CUSTOMERS READ . . . . : " SF-RECORD-COUNT.
043800     DISPLAY "TOTAL CUSTOMERS DISPLAYED: " SF-DISPLAYED-COUNT.
043900
043902     IF SF-MODE-REPORT-ONLY
043904         PERFORM 8500-WRITE-CONTROL-TOTALS
043906             THRU 8500-WRITE-CONTROL-TOTALS-EXIT
043908     END-IF.
043910
043912     IF SF-NOTES-IS-OPEN
043914         CLOSE SfNotes
043916         IF NOT SF-NOT-STATUS-OK
043918             MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
043920             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
043922             PERFORM 8000-LOG-FILE-ERROR
043924                 THRU 8000-LOG-FILE-ERROR-EXIT
043926         END-IF
043928     END-IF.
043930     IF SF-APQ-IS-OPEN
043932         CLOSE SfAprQ
043934         IF NOT SF-APQ-STATUS-OK
043936             MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
043938             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
043940             PERFORM 8000-LOG-FILE-ERROR
043942                 THRU 8000-LOG-FILE-ERROR-EXIT
043944         END-IF
043946     END-IF.
043948     IF SF-HHOLD-IS-OPEN
043950         CLOSE SfHHold
043952         IF NOT SF-HHD-STATUS-OK
043954             MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
043956             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
043958             PERFORM 8000-LOG-FILE-ERROR
043960                 THRU 8000-LOG-FILE-ERROR-EXIT
043962         END-IF
043964     END-IF.
044000     CLOSE Cla.
044005     IF NOT SF-CLA-STATUS-OK
044010         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
045100*****************************************************************
045200 9999-END-PROGRAM-EXIT.
045300     STOP RUN.
045400*****************************************************************
045500*    1300-OPEN-CONTACT-NOTES - OPENS SFNOTES I-O, CREATING IT
045600*    FRESH THE FIRST TIME, AS SFPURGE DOES FOR ITS ARCHIVE.
045700*****************************************************************
045800 1300-OPEN-CONTACT-NOTES.
045900     OPEN I-O SfNotes.
046000     IF SF-NOT-STATUS-NOT-FOUND
046100         OPEN OUTPUT SfNotes
046200         IF SF-NOT-STATUS-OK
046300             CLOSE SfNotes
046400             OPEN I-O SfNotes
046500         END-IF
046600     END-IF.
046700     IF SF-NOT-STATUS-OK
046800         MOVE "Y" TO SF-NOTES-OPEN-SW
046900     ELSE
047000         DISPLAY "SF0108W - CONTACT NOTES UNAVAILABLE, STATUS "
047100             SF-NOT-FILE-STATUS
047200         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
047300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
047400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
047500     END-IF.
047600 1300-OPEN-CONTACT-NOTES-EXIT.
047700     EXIT.
047800*****************************************************************
047900*    1400-OPEN-HOUSEHOLD-FILE - OPENS SFHHOLD FOR INPUT.  A FILE
048000*    SFHHLD HAS NOT YET CREATED LEAVES THE HOUSEHOLD LINE READING
048100*    NOT AVAILABLE; ANY OTHER FAILURE IS ALSO LOGGED.
048200*****************************************************************
048300 1400-OPEN-HOUSEHOLD-FILE.
048400     OPEN INPUT SfHHold.
048500     IF SF-HHD-STATUS-OK
048600         MOVE "Y" TO SF-HHOLD-OPEN-SW
048700         GO TO 1400-OPEN-HOUSEHOLD-FILE-EXIT
048800     END-IF.
048900     IF NOT SF-HHD-STATUS-NOT-FOUND
049000         DISPLAY "SF0110W - HOUSEHOLDS UNAVAILABLE, STATUS "
049100             SF-HHD-FILE-STATUS
049200         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
049300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
049400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
049500     END-IF.
049600 1400-OPEN-HOUSEHOLD-FILE-EXIT.
049700     EXIT.
049800*****************************************************************
049900*    3720-APPLY-CHANGE - REWRITES THE EDITED RECORD IN PLACE.  A
050000*    CHANGE THAT CLOSES THE ACCOUNT GOES TO THE APPROVAL QUEUE
050100*    INSTEAD OF THE MASTER, AS IN SFM - THE LOCK IS RELEASED AND
050200*    THE BUFFER PUT BACK TO THE BEFORE IMAGE SO THE REDISPLAYED
050300*    PANEL SHOWS WHAT IS REALLY ON FILE UNTIL A SUPERVISOR
050400*    RELEASES THE CLOSURE.
050500*****************************************************************
050600 3720-APPLY-CHANGE.
050700     MOVE "N" TO SF-CLOSURE-QUEUED-SW.
050800     IF CUST-STATUS-CLOSED
050900         MOVE SF-AUDIT-BEFORE-IMAGE TO CustomerDetails
051000         IF NOT CUST-STATUS-CLOSED
051100             MOVE "Y" TO SF-CLOSURE-QUEUED-SW
051200         END-IF
051300         MOVE SF-AUDIT-AFTER-IMAGE TO CustomerDetails
051400     END-IF.
051500     IF SF-CLOSURE-QUEUED
051600         PERFORM 6100-QUEUE-FOR-APPROVAL
051700             THRU 6100-QUEUE-FOR-APPROVAL-EXIT
051800         MOVE SF-AUDIT-BEFORE-IMAGE TO CustomerDetails
051900         UNLOCK Cla
052000         GO TO 3720-APPLY-CHANGE-EXIT
052100     END-IF.
052200
052300     REWRITE CustomerDetails
052400         INVALID KEY
052500             CONTINUE
052600     END-REWRITE.
052700 3720-APPLY-CHANGE-EXIT.
052800     EXIT.
052900*****************************************************************
053000*    3800-CONTACT-NOTES - THE SF0400 PANEL FOR THE DISPLAYED
053100*    CUSTOMER.  ENTER PAGES FORWARD THROUGH THE NOTES IN THE
053200*    ORDER THEY WERE TAKEN, B PAGES BACK, A ADDS THE NOTE KEYED
053300*    ON THE PANEL AND X RETURNS TO THE INQUIRY.  THE CUSTOMER
053400*    RECORD AND THE MASTER'S POSITION ARE NOT DISTURBED.
053500*****************************************************************
053600 3800-CONTACT-NOTES.
053700     MOVE SPACES TO SF-KEY-STATUS-TEXT.
053800     IF NOT SF-NOTES-IS-OPEN
053900         MOVE "NOTES DISABLED" TO SF-KEY-STATUS-TEXT
054000         GO TO 3800-CONTACT-NOTES-EXIT
054100     END-IF.
054200
054300     MOVE CUST-ID TO SF-NTP-START-CUST-ID.
054400     MOVE SPACES TO SF-NTP-START-DATE.
054500     MOVE ZERO TO SF-NTP-START-TIME.
054600     MOVE 1 TO SF-NTP-PAGE-NO.
054700     MOVE SF-NTP-START-KEY TO SF-NTP-PAGE-KEY(1).
054800     MOVE SPACES TO SF-NTP-MESSAGE SF-NTP-NEW-TYPE
054900         SF-NTP-NEW-TEXT1 SF-NTP-NEW-TEXT2.
055000
055100 3800-NOTES-PANEL.
055200     PERFORM 3810-LOAD-NOTES-PAGE
055300         THRU 3810-LOAD-NOTES-PAGE-EXIT.
055400     MOVE SPACE TO SF-NTP-ACTION.
055500     DISPLAY SF-NOTES-SCREEN.
055600     ACCEPT SF-NOTES-SCREEN.
055700     MOVE SPACES TO SF-NTP-MESSAGE.
055800
055900     IF SF-NTP-ACTION = "X" OR SF-NTP-ACTION = "x"
056000         GO TO 3800-CONTACT-NOTES-EXIT
056100     END-IF.
056200     IF SF-NTP-ACTION = "A" OR SF-NTP-ACTION = "a"
056300         PERFORM 3840-ADD-CONTACT-NOTE
056400             THRU 3840-ADD-CONTACT-NOTE-EXIT
056500         GO TO 3800-NOTES-PANEL
056600     END-IF.
056700     IF SF-NTP-ACTION = "B" OR SF-NTP-ACTION = "b"
056800         IF SF-NTP-PAGE-NO > 1
056900             SUBTRACT 1 FROM SF-NTP-PAGE-NO
057000         ELSE
057100             MOVE "ALREADY AT THE FIRST PAGE" TO SF-NTP-MESSAGE
057200         END-IF
057300         GO TO 3800-NOTES-PANEL
057400     END-IF.
057500*
057600*    ENTER (OR ANY OTHER KEY) PAGES FORWARD WHEN THERE IS MORE.
057700*
057800     IF SF-NTP-MORE AND SF-NTP-PAGE-NO < SF-NTP-PAGE-MAX
057900         ADD 1 TO SF-NTP-PAGE-NO
058000         MOVE SF-NTP-NEXT-KEY TO SF-NTP-PAGE-KEY(SF-NTP-PAGE-NO)
058100     ELSE
058200         MOVE "NO MORE NOTES FOR THIS CUSTOMER" TO SF-NTP-MESSAGE
058300     END-IF.
058400     GO TO 3800-NOTES-PANEL.
058500 3800-CONTACT-NOTES-EXIT.
058600     EXIT.
058700*****************************************************************
058800*    3810-LOAD-NOTES-PAGE - FILLS THE PANEL TABLE WITH UP TO FOUR
058900*    NOTES FROM THE CURRENT PAGE'S START KEY.  A FIFTH NOTE FOR
059000*    THE SAME CUSTOMER MEANS THERE IS ANOTHER PAGE; ITS KEY IS
059100*    KEPT AS THE NEXT PAGE'S START.
059200*****************************************************************
059300 3810-LOAD-NOTES-PAGE.
059400     MOVE SPACES TO SF-NTP-TABLE SF-NTP-NEXT-KEY.
059500     MOVE ZERO TO SF-NTP-SUB.
059600     MOVE "N" TO SF-NTP-MORE-SW SF-NOTES-END-SW.
059700     MOVE SF-NTP-PAGE-KEY(SF-NTP-PAGE-NO) TO NOTE-KEY.
059800     START SfNotes KEY IS NOT LESS THAN NOTE-KEY
059900         INVALID KEY
060000             MOVE "Y" TO SF-NOTES-END-SW
060100     END-START.
060200     IF NOT SF-NOTES-END AND NOT SF-NOT-STATUS-OK
060300         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
060400         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
060500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
060600         MOVE "Y" TO SF-NOTES-END-SW
060700     END-IF.
060800
060900     PERFORM 3820-LOAD-ONE-NOTE
061000         THRU 3820-LOAD-ONE-NOTE-EXIT
061100         UNTIL SF-NOTES-END.
061200
061300     IF SF-NTP-SUB = ZERO AND SF-NTP-MESSAGE = SPACES
061400         MOVE "NO NOTES ON FILE FOR THIS CUSTOMER"
061500             TO SF-NTP-MESSAGE
061600     END-IF.
061700 3810-LOAD-NOTES-PAGE-EXIT.
061800     EXIT.
061900*****************************************************************
062000*    3820-LOAD-ONE-NOTE - ONE STEP OF THE PAGE LOAD.  THE READ
062100*    STOPS AT THE FIRST NOTE FOR ANOTHER CUSTOMER.
062200*****************************************************************
062300 3820-LOAD-ONE-NOTE.
062400     READ SfNotes NEXT RECORD
062500         AT END MOVE "Y" TO SF-NOTES-END-SW
062600     END-READ.
062700     IF SF-NOTES-END
062800         GO TO 3820-LOAD-ONE-NOTE-EXIT
062900     END-IF.
063000     IF NOT SF-NOT-STATUS-OK
063100         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
063200         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
063300         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
063400         MOVE "Y" TO SF-NOTES-END-SW
063500         GO TO 3820-LOAD-ONE-NOTE-EXIT
063600     END-IF.
063700     IF NOTE-CUST-ID NOT = CUST-ID
063800         MOVE "Y" TO SF-NOTES-END-SW
063900         GO TO 3820-LOAD-ONE-NOTE-EXIT
064000     END-IF.
064100     IF SF-NTP-SUB >= SF-NTP-PAGE-SIZE
064200         MOVE "Y" TO SF-NTP-MORE-SW
064300         MOVE NOTE-KEY TO SF-NTP-NEXT-KEY
064400         MOVE "Y" TO SF-NOTES-END-SW
064500         GO TO 3820-LOAD-ONE-NOTE-EXIT
064600     END-IF.
064700
064800     ADD 1 TO SF-NTP-SUB.
064900     MOVE NOTE-TIME TO SF-NTP-TIME.
065000     EVALUATE TRUE
065100         WHEN NOTE-TYPE-PHONE
065200             MOVE "PHONE " TO SF-NTP-TYPE-TEXT
065300         WHEN NOTE-TYPE-LETTER
065400             MOVE "LETTER" TO SF-NTP-TYPE-TEXT
065500         WHEN NOTE-TYPE-EMAIL
065600             MOVE "EMAIL " TO SF-NTP-TYPE-TEXT
065700         WHEN NOTE-TYPE-VISIT
065800             MOVE "VISIT " TO SF-NTP-TYPE-TEXT
065900         WHEN OTHER
066000             MOVE "OTHER " TO SF-NTP-TYPE-TEXT
066100     END-EVALUATE.
066200     STRING NOTE-DATE             DELIMITED BY SIZE
066300             " "                  DELIMITED BY SIZE
066400             SF-NTP-TIME-HH       DELIMITED BY SIZE
066500             ":"                  DELIMITED BY SIZE
066600             SF-NTP-TIME-MM       DELIMITED BY SIZE
066700             ":"                  DELIMITED BY SIZE
066800             SF-NTP-TIME-SS       DELIMITED BY SIZE
066900             "  "                 DELIMITED BY SIZE
067000             SF-NTP-TYPE-TEXT     DELIMITED BY SIZE
067100             "  OPERATOR "        DELIMITED BY SIZE
067200             NOTE-OPERATOR        DELIMITED BY SIZE
067300         INTO SF-NTP-HEADER(SF-NTP-SUB).
067400     MOVE NOTE-TEXT-LINE1 TO SF-NTP-TEXT1(SF-NTP-SUB).
067500     MOVE NOTE-TEXT-LINE2 TO SF-NTP-TEXT2(SF-NTP-SUB).
067600 3820-LOAD-ONE-NOTE-EXIT.
067700     EXIT.
067800*****************************************************************
067900*    3840-ADD-CONTACT-NOTE - WRITES THE NOTE KEYED ON THE PANEL,
068000*    STAMPED WITH THE RUN DATE, THE TIME OF DAY AND THE SIGN-ON
068100*    OPERATOR.  ANY OPERATOR ON THE SFOPRF FILE MAY ADD A NOTE -
068200*    IT DOES NOT TOUCH THE MASTER - BUT ONE NOT ON THE FILE IS
068300*    REFUSED AND LOGGED.  TWO NOTES FOR ONE CUSTOMER IN THE SAME
068400*    HUNDREDTH OF A SECOND GET THE SECOND ONE BUMPED BY ONE.
068500*****************************************************************
068600 3840-ADD-CONTACT-NOTE.
068700     IF SF-OPERATOR-AUTHORITY = SPACE
068800         MOVE "NOT AUTHORIZED TO ADD NOTES" TO SF-NTP-MESSAGE
068900         PERFORM 8100-LOG-AUTH-DENIAL
069000             THRU 8100-LOG-AUTH-DENIAL-EXIT
069100         GO TO 3840-ADD-CONTACT-NOTE-EXIT
069200     END-IF.
069300     IF SF-NTP-NEW-TEXT1 = SPACES AND SF-NTP-NEW-TEXT2 = SPACES
069400         MOVE "NOTE TEXT IS BLANK - NOT ADDED" TO SF-NTP-MESSAGE
069500         GO TO 3840-ADD-CONTACT-NOTE-EXIT
069600     END-IF.
069700
069800     MOVE SPACES TO ContactNote.
069900     INSPECT SF-NTP-NEW-TYPE CONVERTING "plevo" TO "PLEVO".
070000     MOVE SF-NTP-NEW-TYPE TO NOTE-CONTACT-TYPE.
070100     IF NOT NOTE-TYPE-VALID
070200         MOVE "CONTACT TYPE MUST BE P, L, E, V OR O"
070300             TO SF-NTP-MESSAGE
070400         GO TO 3840-ADD-CONTACT-NOTE-EXIT
070500     END-IF.
070600
070700     ACCEPT SF-RUN-TIME FROM TIME.
070800     MOVE CUST-ID TO NOTE-CUST-ID.
070900     MOVE SF-RUN-DATE-DISPLAY TO NOTE-DATE.
071000     MOVE SF-RUN-TIME TO NOTE-TIME.
071100     MOVE SF-OPERATOR-ID TO NOTE-OPERATOR.
071200     MOVE SF-NTP-NEW-TEXT1 TO NOTE-TEXT-LINE1.
071300     MOVE SF-NTP-NEW-TEXT2 TO NOTE-TEXT-LINE2.
071400     WRITE ContactNote
071500         INVALID KEY
071600             CONTINUE
071700     END-WRITE.
071800     IF SF-NOT-STATUS-DUP-KEY
071900         ADD 1 TO NOTE-TIME
072000         WRITE ContactNote
072100             INVALID KEY
072200                 CONTINUE
072300         END-WRITE
072400     END-IF.
072500     IF NOT SF-NOT-STATUS-OK
072600         MOVE "NOTE NOT ADDED - FILE ERROR" TO SF-NTP-MESSAGE
072700         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
072800         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
072900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
073000         GO TO 3840-ADD-CONTACT-NOTE-EXIT
073100     END-IF.
073200
073300     MOVE "NOTE ADDED" TO SF-NTP-MESSAGE.
073400     MOVE SPACES TO SF-NTP-NEW-TYPE SF-NTP-NEW-TEXT1
073500         SF-NTP-NEW-TEXT2.
073600 3840-ADD-CONTACT-NOTE-EXIT.
073700     EXIT.
073800*****************************************************************
073900*    3860-HOUSEHOLD-MEMBERS - THE SF0500 PANEL FOR THE DISPLAYED
074000*    CUSTOMER'S HOUSEHOLD.  EACH OTHER MEMBER IS READ FROM THE
074100*    MASTER IN TURN; ENTER STEPS FORWARD, B STEPS BACK AND X
074200*    RETURNS.  THE MEMBER READS MOVE THE MASTER, SO ON RETURN THE
074300*    ORIGINAL CUSTOMER IS RE-READ BY KEY AND A NAME-ORDER WALK IS
074400*    RE-POSITIONED AS AFTER M, AND THE INQUIRY CARRIES ON FROM
074500*    WHERE IT WAS.
074600*****************************************************************
074700 3860-HOUSEHOLD-MEMBERS.
074800     MOVE SPACES TO SF-KEY-STATUS-TEXT.
074900     IF NOT SF-HHOLD-IS-OPEN
075000         MOVE "HHOLD DISABLED" TO SF-KEY-STATUS-TEXT
075100         GO TO 3860-HOUSEHOLD-MEMBERS-EXIT
075200     END-IF.
075300     IF SF-HHP-COUNT = ZERO
075400         MOVE "NO HOUSEHOLD" TO SF-KEY-STATUS-TEXT
075500         GO TO 3860-HOUSEHOLD-MEMBERS-EXIT
075600     END-IF.
075700
075800     MOVE CustomerDetails TO SF-HHP-SAVE-RECORD.
075900     MOVE CUST-NAME TO SF-NSP-SAVE-NAME.
076000     MOVE CUST-ID TO SF-NSP-SAVE-ID.
076100     MOVE 1 TO SF-HHP-SUB.
076200     MOVE SPACES TO SF-HHP-MESSAGE.
076300
076400 3860-MEMBER-PANEL.
076500     PERFORM 3870-READ-HOUSEHOLD-MEMBER
076600         THRU 3870-READ-HOUSEHOLD-MEMBER-EXIT.
076700     MOVE SPACE TO SF-HHP-ACTION.
076800     DISPLAY SF-HOUSEHOLD-SCREEN.
076900     ACCEPT SF-HOUSEHOLD-SCREEN.
077000     MOVE SPACES TO SF-HHP-MESSAGE.
077100
077200     IF SF-HHP-ACTION = "X" OR SF-HHP-ACTION = "x"
077300         GO TO 3860-RESTORE-CUSTOMER
077400     END-IF.
077500     IF SF-HHP-ACTION = "B" OR SF-HHP-ACTION = "b"
077600         IF SF-HHP-SUB > 1
077700             SUBTRACT 1 FROM SF-HHP-SUB
077800         ELSE
077900             MOVE "ALREADY AT THE FIRST MEMBER" TO SF-HHP-MESSAGE
078000         END-IF
078100         GO TO 3860-MEMBER-PANEL
078200     END-IF.
078300*
078400*    ENTER (OR ANY OTHER KEY) STEPS FORWARD WHEN THERE IS MORE.
078500*
078600     IF SF-HHP-SUB < SF-HHP-COUNT
078700         ADD 1 TO SF-HHP-SUB
078800     ELSE
078900         MOVE "NO MORE MEMBERS IN THIS HOUSEHOLD"
079000             TO SF-HHP-MESSAGE
079100     END-IF.
079200     GO TO 3860-MEMBER-PANEL.
079300
079400 3860-RESTORE-CUSTOMER.
079500     MOVE SF-HHP-SAVE-RECORD TO CustomerDetails.
079600     READ Cla
079700         INVALID KEY
079800             MOVE "RECORD GONE" TO SF-KEY-STATUS-TEXT
079900     END-READ.
080000     IF NOT SF-CLA-STATUS-OK
080100         MOVE SF-HHP-SAVE-RECORD TO CustomerDetails
080200     END-IF.
080300     PERFORM 3750-RESTORE-NAME-POSITION
080400         THRU 3750-RESTORE-NAME-POSITION-EXIT.
080500 3860-HOUSEHOLD-MEMBERS-EXIT.
080600     EXIT.
080700*****************************************************************
080800*    3870-READ-HOUSEHOLD-MEMBER - READS THE CURRENT MEMBER FROM
080900*    THE MASTER FOR THE PANEL.  A MEMBER NO LONGER ON THE MASTER
081000*    IS SHOWN BY ITS ID ALONE.
081100*****************************************************************
081200 3870-READ-HOUSEHOLD-MEMBER.
081300     MOVE SPACES TO SF-HHP-POSITION SF-HHP-LINK-TEXT.
081400     MOVE SF-HHP-SUB TO SF-HHP-SUB-EDIT.
081500     MOVE SF-HHP-COUNT TO SF-HHP-COUNT-EDIT.
081600     STRING "MEMBER "                DELIMITED BY SIZE
081700             SF-HHP-SUB-EDIT         DELIMITED BY SIZE
081800             " OF "                  DELIMITED BY SIZE
081900             SF-HHP-COUNT-EDIT       DELIMITED BY SIZE
082000         INTO SF-HHP-POSITION.
082100     IF SF-HHP-MEMBER-SOURCE(SF-HHP-SUB) = "M"
082200         MOVE "BY HAND" TO SF-HHP-LINK-TEXT
082300     ELSE
082400         MOVE "BY BUILD" TO SF-HHP-LINK-TEXT
082500     END-IF.
082600     MOVE SF-HHP-MEMBER-DATE(SF-HHP-SUB)
082700         TO SF-HHP-LINK-TEXT(10:10).
082800
082900     MOVE SPACES TO CustomerDetails.
083000     MOVE SF-HHP-MEMBER-ID(SF-HHP-SUB) TO CUST-ID.
083100     READ Cla
083200         INVALID KEY
083300             MOVE "MEMBER IS NOT ON THE MASTER FILE"
083400                 TO SF-HHP-MESSAGE
083500             GO TO 3870-READ-HOUSEHOLD-MEMBER-EXIT
083600     END-READ.
083700     IF NOT SF-CLA-STATUS-OK
083800         MOVE SPACES TO CustomerDetails
083900         MOVE SF-HHP-MEMBER-ID(SF-HHP-SUB) TO CUST-ID
084000         MOVE "MEMBER RECORD UNAVAILABLE" TO SF-HHP-MESSAGE
084100     END-IF.
084200 3870-READ-HOUSEHOLD-MEMBER-EXIT.
084300     EXIT.
084400*****************************************************************
084500*    3880-BROWSE-LIST - THE SF0600 BROWSE LIST, FIFTEEN CUSTOMERS
084600*    A PAGE FROM THE DISPLAYED ONE ON, IN THE RUNNING SEARCH'S
084700*    ORDER (CUSTOMER-ID, OR NAME ON THE CUST-NAME ALTERNATE
084800*    INDEX) AND STOPPING AT THE END OF ITS MATCHING RANGE.  ENTER
084900*    PAGES FORWARD, B PAGES BACK, A LINE NUMBER OPENS THAT
085000*    CUSTOMER ON THE SF0100 PANEL (3890) AND X RETURNS.  EACH
085100*    PAGE IS RE-READ FROM ITS START KEY, SO CLOSING A SELECTED
085200*    CUSTOMER COMES BACK TO THE SAME PAGE, SHOWING ANY CHANGE
085300*    MADE TO IT.  ON RETURN THE CUSTOMER THE LIST WAS OPENED FROM
085400*    IS RE-READ AND THE INQUIRY CARRIES ON FROM IT, AS AFTER H.
085500*****************************************************************
085600 3880-BROWSE-LIST.
085700     MOVE SPACES TO SF-KEY-STATUS-TEXT SF-BRP-MESSAGE.
085800     MOVE CustomerDetails TO SF-BRP-SAVE-RECORD.
085900     IF SF-SEARCH-BY-NAME
086000         MOVE "IN NAME ORDER" TO SF-BRP-ORDER-TEXT
086100     ELSE
086200         MOVE "IN CUSTOMER-ID ORDER" TO SF-BRP-ORDER-TEXT
086300     END-IF.
086400     MOVE 1 TO SF-BRP-PAGE-NO.
086500     MOVE CUST-NAME TO SF-BRP-KEY-NAME(1).
086600     MOVE CUST-ID TO SF-BRP-KEY-ID(1).
086700
086800 3880-LIST-PANEL.
086900     PERFORM 3882-LOAD-BROWSE-PAGE
087000         THRU 3882-LOAD-BROWSE-PAGE-EXIT.
087100     MOVE SPACE TO SF-BRP-ACTION.
087200     MOVE ZERO TO SF-BRP-SELECT.
087300     DISPLAY SF-BROWSE-SCREEN.
087400     ACCEPT SF-BROWSE-SCREEN.
087500     MOVE SPACES TO SF-BRP-MESSAGE.
087600
087700     IF SF-BRP-ACTION = "X" OR SF-BRP-ACTION = "x"
087800         GO TO 3880-RESTORE-CUSTOMER
087900     END-IF.
088000     IF SF-BRP-SELECT NOT = ZERO
088100         IF SF-BRP-SELECT > SF-BRP-SUB
088200             MOVE "NO SUCH LINE ON THIS PAGE" TO SF-BRP-MESSAGE
088300         ELSE
088400             PERFORM 3890-SHOW-SELECTED
088500                 THRU 3890-SHOW-SELECTED-EXIT
088600         END-IF
088700         GO TO 3880-LIST-PANEL
088800     END-IF.
088900     IF SF-BRP-ACTION = "B" OR SF-BRP-ACTION = "b"
089000         IF SF-BRP-PAGE-NO > 1
089100             SUBTRACT 1 FROM SF-BRP-PAGE-NO
089200         ELSE
089300             MOVE "ALREADY AT THE FIRST PAGE" TO SF-BRP-MESSAGE
089400         END-IF
089500         GO TO 3880-LIST-PANEL
089600     END-IF.
089700*
089800*    ENTER (OR ANY OTHER KEY) PAGES FORWARD WHEN THERE IS MORE.
089900*    THE PAGE-KEY TABLE HOLDS FIFTY PAGES; A SEARCH THAT RUNS
090000*    PAST THAT NEEDS A LONGER PREFIX.
090100*
090200     IF NOT SF-BRP-MORE
090300         MOVE "END OF THE LIST" TO SF-BRP-MESSAGE
090400         GO TO 3880-LIST-PANEL
090500     END-IF.
090600     IF SF-BRP-PAGE-NO NOT < SF-BRP-PAGE-MAX
090700         MOVE "PAGE LIMIT REACHED - NARROW THE SEARCH"
090800             TO SF-BRP-MESSAGE
090900         GO TO 3880-LIST-PANEL
091000     END-IF.
091100     ADD 1 TO SF-BRP-PAGE-NO.
091200     MOVE SF-BRP-NEXT-KEY TO SF-BRP-PAGE-KEY(SF-BRP-PAGE-NO).
091300     GO TO 3880-LIST-PANEL.
091400
091500*
091600*    THE LIST READS (AND ANY H ACTION TAKEN ON A SELECTED
091700*    CUSTOMER) MOVE THE MASTER AND MAY LEAVE THE END-OF-FILE
091800*    SWITCH SET.  THE INQUIRY WAS ON A LIVE RECORD WHEN L WAS
091900*    PRESSED, SO THE SWITCH IS CLEARED AND THE POSITION IS
092000*    RE-ESTABLISHED FROM THAT RECORD, AS 3860 DOES.
092100*
092200 3880-RESTORE-CUSTOMER.
092300     MOVE "N" TO SF-END-OF-FILE-SW.
092400     MOVE SPACES TO SF-INQ-MESSAGE.
092500     MOVE SF-RECORD-COUNT TO SF-RECORD-COUNT-EDIT.
092600     MOVE SF-BRP-SAVE-RECORD TO CustomerDetails.
092700     MOVE CUST-NAME TO SF-NSP-SAVE-NAME.
092800     MOVE CUST-ID TO SF-NSP-SAVE-ID.
092900     READ Cla
093000         INVALID KEY
093100             MOVE "RECORD GONE" TO SF-KEY-STATUS-TEXT
093200     END-READ.
093300     IF NOT SF-CLA-STATUS-OK
093400         MOVE SF-BRP-SAVE-RECORD TO CustomerDetails
093500     END-IF.
093600     PERFORM 3750-RESTORE-NAME-POSITION
093700         THRU 3750-RESTORE-NAME-POSITION-EXIT.
093800 3880-BROWSE-LIST-EXIT.
093900     EXIT.
094000*****************************************************************
094100*    3882-LOAD-BROWSE-PAGE - FILLS THE LIST WITH UP TO FIFTEEN
094200*    CUSTOMERS FROM THE CURRENT PAGE'S START KEY.  A SIXTEENTH
094300*    MATCHING CUSTOMER MEANS THERE IS ANOTHER PAGE; ITS NAME AND
094400*    ID ARE KEPT AS THE NEXT PAGE'S START.  IN NAME ORDER THE
094500*    START IS ON THE CUST-NAME ALTERNATE INDEX AND THE READ THEN
094600*    SKIPS EARLIER DUPLICATES OF THE NAME UP TO THE SAVED ID, AS
094700*    3750 DOES.
094800*****************************************************************
094900 3882-LOAD-BROWSE-PAGE.
095000     MOVE SPACES TO SF-BRP-TABLE SF-BRP-NEXT-KEY.
095100     MOVE ZERO TO SF-BRP-SUB.
095200     MOVE "N" TO SF-BRP-MORE-SW SF-BRP-END-SW.
095300     IF SF-SEARCH-BY-NAME
095400         MOVE SF-BRP-KEY-NAME(SF-BRP-PAGE-NO) TO CUST-NAME
095500         START Cla KEY IS NOT LESS THAN CUST-NAME
095600             INVALID KEY
095700                 MOVE "Y" TO SF-BRP-END-SW
095800         END-START
095900     ELSE
096000         MOVE SF-BRP-KEY-ID(SF-BRP-PAGE-NO) TO CUST-ID
096100         START Cla KEY IS NOT LESS THAN CUST-ID
096200             INVALID KEY
096300                 MOVE "Y" TO SF-BRP-END-SW
096400         END-START
096500     END-IF.
096600     IF NOT SF-BRP-END AND NOT SF-CLA-STATUS-OK
096700         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
096800         MOVE SF-BRP-KEY-ID(SF-BRP-PAGE-NO)
096900             TO SF-LOG-CUST-ID-VALUE
097000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
097100         MOVE "Y" TO SF-BRP-END-SW
097200     END-IF.
097300
097400     IF NOT SF-BRP-END
097500         PERFORM 3884-READ-BROWSE-RECORD
097600             THRU 3884-READ-BROWSE-RECORD-EXIT
097700     END-IF.
097800     IF SF-SEARCH-BY-NAME
097900         PERFORM 3884-READ-BROWSE-RECORD
098000             THRU 3884-READ-BROWSE-RECORD-EXIT
098100             UNTIL SF-BRP-END
098200                 OR CUST-ID = SF-BRP-KEY-ID(SF-BRP-PAGE-NO)
098300                 OR CUST-NAME NOT =
098400                     SF-BRP-KEY-NAME(SF-BRP-PAGE-NO)
098500     END-IF.
098600
098700     PERFORM 3886-LOAD-ONE-CUSTOMER
098800         THRU 3886-LOAD-ONE-CUSTOMER-EXIT
098900         UNTIL SF-BRP-END.
099000
099100     IF SF-BRP-SUB = ZERO AND SF-BRP-MESSAGE = SPACES
099200         MOVE "NO CUSTOMERS TO LIST" TO SF-BRP-MESSAGE
099300     END-IF.
099400 3882-LOAD-BROWSE-PAGE-EXIT.
099500     EXIT.
099600*****************************************************************
099700*    3884-READ-BROWSE-RECORD - ONE READ NEXT FOR THE LIST.  END OF
099800*    FILE OR A READ ERROR ENDS THE PAGE; THE INQUIRY'S OWN
099900*    END-OF-FILE SWITCH IS LEFT ALONE.
100000*****************************************************************
100100 3884-READ-BROWSE-RECORD.
100200     READ Cla NEXT RECORD
100300         AT END MOVE "Y" TO SF-BRP-END-SW
100400     END-READ.
100500     IF NOT SF-BRP-END AND NOT SF-CLA-STATUS-OK
100600         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
100700         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
100800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
100900         MOVE "Y" TO SF-BRP-END-SW
101000     END-IF.
101100 3884-READ-BROWSE-RECORD-EXIT.
101200     EXIT.
101300*****************************************************************
101400*    3886-LOAD-ONE-CUSTOMER - ONE STEP OF THE PAGE LOAD: LISTS THE
101500*    CUSTOMER IN THE BUFFER AND READS THE NEXT.  THE FIRST ONE
101600*    OUTSIDE THE RUNNING SEARCH KEY'S PREFIX ENDS THE LIST, AS IN
101700*    3000.
101800*****************************************************************
101900 3886-LOAD-ONE-CUSTOMER.
102000     IF SF-SEARCH-KEY-PARM NOT = SPACES
102100         IF (SF-SEARCH-BY-NAME AND
102200                 CUST-LAST-NAME(1:SF-SEARCH-KEY-LEN) NOT =
102300                 SF-SEARCH-KEY-PARM(1:SF-SEARCH-KEY-LEN))
102400             OR (SF-SEARCH-BY-ID AND
102500                 CUST-ID(1:SF-SEARCH-KEY-LEN) NOT =
102600                 SF-SEARCH-KEY-PARM(1:SF-SEARCH-KEY-LEN))
102700             MOVE "Y" TO SF-BRP-END-SW
102800             GO TO 3886-LOAD-ONE-CUSTOMER-EXIT
102900         END-IF
103000     END-IF.
103100     IF SF-BRP-SUB >= SF-BRP-PAGE-SIZE
103200         MOVE "Y" TO SF-BRP-MORE-SW
103300         MOVE CUST-NAME TO SF-BRP-NEXT-NAME
103400         MOVE CUST-ID TO SF-BRP-NEXT-ID
103500         MOVE "Y" TO SF-BRP-END-SW
103600         GO TO 3886-LOAD-ONE-CUSTOMER-EXIT
103700     END-IF.
103800
103900     ADD 1 TO SF-BRP-SUB.
104000     MOVE SPACES TO SF-BRP-DETAIL.
104100     MOVE SF-BRP-SUB TO SF-BRD-LINE-NO.
104200     MOVE CUST-ID TO SF-BRD-CUST-ID.
104300     STRING CUST-LAST-NAME         DELIMITED BY "  "
104400             ", "                  DELIMITED BY SIZE
104500             CUST-FIRST-NAME       DELIMITED BY "  "
104600         INTO SF-BRD-NAME.
104700     MOVE CUST-CITY TO SF-BRD-CITY.
104800     MOVE CUST-STATE TO SF-BRD-STATE.
104900     EVALUATE TRUE
105000         WHEN CUST-STATUS-ACTIVE
105100             MOVE "ACTIVE" TO SF-BRD-STATUS
105200         WHEN CUST-STATUS-INACTIVE
105300             MOVE "INACTIVE" TO SF-BRD-STATUS
105400         WHEN CUST-STATUS-CLOSED
105500             MOVE "CLOSED" TO SF-BRD-STATUS
105600         WHEN CUST-STATUS-SUSPENDED
105700             MOVE "SUSPENDED" TO SF-BRD-STATUS
105800         WHEN OTHER
105900             MOVE CUST-ACCT-STATUS TO SF-BRD-STATUS
106000     END-EVALUATE.
106100     MOVE SF-BRP-DETAIL TO SF-BRP-LINE(SF-BRP-SUB).
106200     MOVE CUST-ID TO SF-BRP-CUST-ID(SF-BRP-SUB).
106300
106400     PERFORM 3884-READ-BROWSE-RECORD
106500         THRU 3884-READ-BROWSE-RECORD-EXIT.
106600 3886-LOAD-ONE-CUSTOMER-EXIT.
106700     EXIT.
106800*****************************************************************
106900*    3890-SHOW-SELECTED - OPENS THE CUSTOMER ON THE SELECTED LINE
107000*    ON THE SF0100 PANEL.  M, C AND H WORK AS THEY DO IN THE
107100*    INQUIRY - M STILL ONLY FOR AN OPERATOR WITH MAINTAIN
107200*    AUTHORITY - AND ENTER OR X GOES BACK TO THE LIST.  N AND L
107300*    ARE REFUSED HERE, SINCE BOTH WOULD MOVE THE INQUIRY ITSELF.
107400*    THE RECORD NUMBER SHOWS THE CUSTOMER'S PLACE IN THE LIST.
107500*****************************************************************
107600 3890-SHOW-SELECTED.
107700     MOVE SPACES TO SF-KEY-STATUS-TEXT.
107800     MOVE SF-BRP-CUST-ID(SF-BRP-SELECT) TO CUST-ID.
107900     READ Cla
108000         INVALID KEY
108100             MOVE "CUSTOMER IS NO LONGER ON THE MASTER"
108200                 TO SF-BRP-MESSAGE
108300             GO TO 3890-SHOW-SELECTED-EXIT
108400     END-READ.
108500     IF NOT SF-CLA-STATUS-OK
108600         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
108700         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
108800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
108900         MOVE "CUSTOMER RECORD UNAVAILABLE" TO SF-BRP-MESSAGE
109000         GO TO 3890-SHOW-SELECTED-EXIT
109100     END-IF.
109200     COMPUTE SF-RECORD-COUNT-EDIT =
109300         (SF-BRP-PAGE-NO - 1) * SF-BRP-PAGE-SIZE + SF-BRP-SELECT.
109400     MOVE "LIST SELECTION - ENTER OR X RETURNS" TO SF-INQ-MESSAGE.
109500
109600 3890-DETAIL-PANEL.
109700     MOVE SPACE TO SF-ANY-KEY.
109800     PERFORM 3420-LOAD-HOUSEHOLD
109900         THRU 3420-LOAD-HOUSEHOLD-EXIT.
110000     DISPLAY SF-INQUIRY-SCREEN.
110100     ACCEPT SF-INQUIRY-SCREEN.
110200     IF SF-ANY-KEY = "M" OR SF-ANY-KEY = "m"
110300         PERFORM 3700-MAINTAIN-CURRENT-RECORD
110400             THRU 3700-MAINTAIN-CURRENT-RECORD-EXIT
110500         GO TO 3890-DETAIL-PANEL
110600     END-IF.
110700     IF SF-ANY-KEY = "C" OR SF-ANY-KEY = "c"
110800         PERFORM 3800-CONTACT-NOTES
110900             THRU 3800-CONTACT-NOTES-EXIT
111000         GO TO 3890-DETAIL-PANEL
111100     END-IF.
111200     IF SF-ANY-KEY = "H" OR SF-ANY-KEY = "h"
111300         PERFORM 3860-HOUSEHOLD-MEMBERS
111400             THRU 3860-HOUSEHOLD-MEMBERS-EXIT
111500         GO TO 3890-DETAIL-PANEL
111600     END-IF.
111700     IF SF-ANY-KEY = "N" OR SF-ANY-KEY = "n"
111800         OR SF-ANY-KEY = "L" OR SF-ANY-KEY = "l"
111900         MOVE "NOT FROM LIST" TO SF-KEY-STATUS-TEXT
112000         GO TO 3890-DETAIL-PANEL
112100     END-IF.
112200     MOVE SPACES TO SF-INQ-MESSAGE SF-KEY-STATUS-TEXT.
112300 3890-SHOW-SELECTED-EXIT.
112400     EXIT.
112500*****************************************************************
112600*    6100-QUEUE-FOR-APPROVAL - WRITES THE CLOSURE JUST KEYED ON
112700*    THE SF0200 PANEL TO THE SFAPPRQ APPROVAL QUEUE AS A PENDING
112800*    ENTRY CARRYING THIS OPERATOR AND THE BEFORE AND AFTER
112900*    IMAGES, THE SAME ENTRY SFM WRITES.  A CUSTOMER WITH A
113000*    REQUEST ALREADY PENDING IS NOT QUEUED TWICE.  THE RESULT
113100*    COMES BACK IN THE KEY STATUS FIELD.
113200*****************************************************************
113300 6100-QUEUE-FOR-APPROVAL.
113400     IF NOT SF-APQ-IS-OPEN
113500         PERFORM 6150-OPEN-APPROVAL-QUEUE
113600             THRU 6150-OPEN-APPROVAL-QUEUE-EXIT
113700     END-IF.
113800     IF NOT SF-APQ-IS-OPEN
113900         MOVE "QUEUE DISABLED" TO SF-KEY-STATUS-TEXT
114000         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
114100     END-IF.
114200
114300     PERFORM 6200-CHECK-ALREADY-PENDING
114400         THRU 6200-CHECK-ALREADY-PENDING-EXIT.
114500     IF SF-APQ-PENDING
114600         MOVE "ALREADY PENDING" TO SF-KEY-STATUS-TEXT
114700         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
114800     END-IF.
114900
115000     MOVE SPACES TO ApprovalRequest.
115100     ACCEPT SF-RUN-TIME FROM TIME.
115200     MOVE CUST-ID TO APQ-CUST-ID.
115300     MOVE SF-RUN-DATE-DISPLAY TO APQ-REQ-DATE.
115400     MOVE SF-RUN-TIME TO APQ-REQ-TIME.
115500     MOVE "C" TO APQ-ACTION.
115600     MOVE "SF" TO APQ-SOURCE.
115700     MOVE SF-OPERATOR-ID TO APQ-REQ-OPERATOR.
115800     MOVE "P" TO APQ-STATUS.
115900     MOVE ZERO TO APQ-DECISION-TIME.
116000     MOVE SF-AUDIT-BEFORE-IMAGE TO APQ-BEFORE-IMAGE.
116100     MOVE SF-AUDIT-AFTER-IMAGE TO APQ-AFTER-IMAGE.
116200     WRITE ApprovalRequest
116300         INVALID KEY
116400             CONTINUE
116500     END-WRITE.
116600     IF SF-APQ-STATUS-DUP-KEY
116700         ADD 1 TO APQ-REQ-TIME
116800         WRITE ApprovalRequest
116900             INVALID KEY
117000                 CONTINUE
117100         END-WRITE
117200     END-IF.
117300     IF NOT SF-APQ-STATUS-OK
117400         MOVE "UPDATE FAILED" TO SF-KEY-STATUS-TEXT
117500         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
117600         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
117700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
117800         GO TO 6100-QUEUE-FOR-APPROVAL-EXIT
117900     END-IF.
118000
118100     MOVE "QUEUED FOR APPR" TO SF-KEY-STATUS-TEXT.
118200 6100-QUEUE-FOR-APPROVAL-EXIT.
118300     EXIT.
118400*****************************************************************
118500*    6150-OPEN-APPROVAL-QUEUE - OPENS SFAPPRQ I-O, CREATING IT
118600*    THE FIRST TIME, AS 1300 DOES FOR THE CONTACT NOTES FILE.
118700*****************************************************************
118800 6150-OPEN-APPROVAL-QUEUE.
118900     OPEN I-O SfAprQ.
119000     IF SF-APQ-STATUS-NOT-FOUND
119100         OPEN OUTPUT SfAprQ
119200         IF SF-APQ-STATUS-OK
119300             CLOSE SfAprQ
119400             OPEN I-O SfAprQ
119500         END-IF
119600     END-IF.
119700     IF SF-APQ-STATUS-OK
119800         MOVE "Y" TO SF-APQ-OPEN-SW
119900     ELSE
120000         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
120100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
120200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
120300     END-IF.
120400 6150-OPEN-APPROVAL-QUEUE-EXIT.
120500     EXIT.
120600*****************************************************************
120700*    6200-CHECK-ALREADY-PENDING - POSITIONS ON THE CUSTOMER'S
120800*    FIRST QUEUE ENTRY AND WALKS ITS ENTRIES LOOKING FOR ONE
120900*    STILL PENDING.
121000*****************************************************************
121100 6200-CHECK-ALREADY-PENDING.
121200     MOVE "N" TO SF-APQ-PENDING-SW SF-APQ-SCAN-END-SW.
121300     MOVE CUST-ID TO APQ-CUST-ID.
121400     MOVE SPACES TO APQ-REQ-DATE.
121500     MOVE ZERO TO APQ-REQ-TIME.
121600     START SfAprQ KEY IS NOT LESS THAN APQ-KEY
121700         INVALID KEY
121800             GO TO 6200-CHECK-ALREADY-PENDING-EXIT
121900     END-START.
122000
122100     PERFORM 6250-CHECK-ONE-PENDING
122200         THRU 6250-CHECK-ONE-PENDING-EXIT
122300         UNTIL SF-APQ-SCAN-END OR SF-APQ-PENDING.
122400 6200-CHECK-ALREADY-PENDING-EXIT.
122500     EXIT.
122600*****************************************************************
122700*    6250-CHECK-ONE-PENDING - ONE STEP OF THE PENDING SCAN.
122800*****************************************************************
122900 6250-CHECK-ONE-PENDING.
123000     READ SfAprQ NEXT RECORD
123100         AT END
123200             MOVE "Y" TO SF-APQ-SCAN-END-SW
123300             GO TO 6250-CHECK-ONE-PENDING-EXIT
123400     END-READ.
123500     IF NOT SF-APQ-STATUS-OK
123600         MOVE "Y" TO SF-APQ-SCAN-END-SW
123700         GO TO 6250-CHECK-ONE-PENDING-EXIT
123800     END-IF.
123900     IF APQ-CUST-ID NOT = CUST-ID
124000         MOVE "Y" TO SF-APQ-SCAN-END-SW
124100         GO TO 6250-CHECK-ONE-PENDING-EXIT
124200     END-IF.
124300     IF APQ-STATUS-PENDING
124400         MOVE "Y" TO SF-APQ-PENDING-SW
124500     END-IF.
124600 6250-CHECK-ONE-PENDING-EXIT.
124700     EXIT.
124800*****************************************************************
124900*    8500-WRITE-CONTROL-TOTALS - APPENDS A REPORT-ONLY RUN'S
125000*    COUNTS TO THE SHARED SFCTLTOT FILE FOR SFNITE TO BALANCE:
125100*    RECORDS READ IN, RECORDS LISTED OUT, THE REST DROPPED BY
125200*    THE SEARCH KEY.  A FILE THAT WILL NOT OPEN IS A WARNING
125300*    ONLY HERE - SFNITE TREATS THE MISSING TOTALS AS OUT OF
125400*    BALANCE.
125500*****************************************************************
125600 8500-WRITE-CONTROL-TOTALS.
125700     OPEN EXTEND SfCtlTot.
125800     IF NOT SF-CTT-STATUS-OK
125900         OPEN OUTPUT SfCtlTot
126000     END-IF.
126100     IF NOT SF-CTT-STATUS-OK
126200         DISPLAY "SF0109W - CONTROL TOTALS NOT RECORDED, "
126300             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
126400         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
126500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
126600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
126700         GO TO 8500-WRITE-CONTROL-TOTALS-EXIT
126800     END-IF.
126900
127000     MOVE SPACES TO ControlTotals.
127100     INITIALIZE ControlTotals.
127200     ACCEPT SF-RUN-TIME FROM TIME.
127300     MOVE "SF" TO CTT-STEP-NAME.
127400     MOVE SF-RUN-DATE-DISPLAY TO CTT-RUN-DATE.
127500     MOVE SF-RUN-TIME TO CTT-RUN-TIME.
127600     MOVE RETURN-CODE TO CTT-RETURN-CODE.
127700     MOVE SF-RECORD-COUNT TO CTT-RECORDS-IN.
127800     MOVE SF-DISPLAYED-COUNT TO CTT-RECORDS-OUT.
127900     SUBTRACT SF-DISPLAYED-COUNT FROM SF-RECORD-COUNT
128000         GIVING CTT-RECORDS-DROPPED.
128100     WRITE ControlTotals.
128200     IF NOT SF-CTT-STATUS-OK
128300         DISPLAY "SF0109W - CONTROL TOTALS NOT RECORDED, "
128400             "SFCTLTOT STATUS " SF-CTT-FILE-STATUS
128500         MOVE SF-CTT-FILE-STATUS TO SF-LOG-STATUS-VALUE
128600         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
128700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
128800     END-IF.
128900     CLOSE SfCtlTot.
129000 8500-WRITE-CONTROL-TOTALS-EXIT.
129100     EXIT.
