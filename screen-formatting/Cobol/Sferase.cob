000100*****************************************************************
000200*    PROGRAM......: SFERASE
000300*    DESCRIPTION..: CUSTOMER PERSONAL-DATA ERASURE.  DRIVEN BY
000400*                   THE SFERREQ REQUEST FILE - ONE CUSTOMER-ID
000500*                   AND AN OPTIONAL COMPLIANCE CASE REFERENCE PER
000600*                   RECORD.  FOR EACH FORMER CUSTOMER THE RUN:
000700*
000800*                     - REPLACES THE NAME, ADDRESS AND PHONE ON
000900*                       THE INDEXED Cla MASTER AND ON THE SFPURGE
001000*                       ARCHIVE WITH THE ERASURE MARKER - LAST
001100*                       NAME *ERASED*, EVERY OTHER NAME, ADDRESS
001200*                       AND PHONE FIELD BLANK.  CUST-ID,
001300*                       CUST-STATE, THE ACCOUNT STATUS AND THE
001400*                       LIFECYCLE DATES ARE KEPT FOR THE
001500*                       STATISTICS (SFSTAT AND SFMOVE COUNT BY
001600*                       STATE).
001700*                     - SCRUBS THE SAME FIELDS OUT OF EVERY
001800*                       BEFORE AND AFTER IMAGE JOURNALED FOR THE
001900*                       CUSTOMER - IN THE LIVE SFAUDIT AND IN
002000*                       EVERY ACTIVE JOURNAL GENERATION ON THE
002100*                       SFBKCAT CATALOG - AND OUT OF EVERY ACTIVE
002200*                       SFBKUP BACKUP, SO NO RESTORE OR RECOVERY
002300*                       CAN BRING THE DATA BACK.
002400*                     - SCRUBS THE SAME FIELDS OUT OF THE
002500*                       CUSTOMER'S SFAPPRQ APPROVAL QUEUE IMAGES
002600*                       AND DELETES ITS SFHHOLD HOUSEHOLD LINK,
002700*                       WHOSE MATCH KEY IS BUILT FROM THE
002800*                       ADDRESS, ZIP AND LAST NAME.
002900*                     - JOURNALS THE ERASURE ITSELF AS AN E
003000*                       ENTRY (BOTH IMAGES ALREADY ERASED), WHICH
003100*                       SFRCVR RE-APPLIES ON EVERY RECOVERY.
003200*
003300*                   A CUSTOMER STILL ACTIVE (STATUS A) ON THE
003400*                   MASTER IS REFUSED AND NOTHING OF IT IS
003500*                   TOUCHED.  A CUSTOMER ON NEITHER FILE (A KEYED
003600*                   DELETE) STILL HAS ITS JOURNAL IMAGES AND
003700*                   BACKUP RECORDS SCRUBBED.  A RERUN OF THE SAME
003800*                   REQUEST FILE IS SAFE - A CUSTOMER ALREADY
003900*                   ERASED IS LISTED AS SUCH, IS NOT JOURNALED
004000*                   AGAIN, AND ANY IMAGE A FAILED RUN LEFT BEHIND
004100*                   IS SCRUBBED.  IF THE FAILED RUN NEVER WROTE
004200*                   THE CUSTOMER'S E ENTRY, THE RERUN WRITES IT.
004300*
004400*                   EACH JOURNAL AND BACKUP IS SCRUBBED BY COPYING
004500*                   IT THROUGH THE SFERWRK (JOURNAL) OR SFERBWK
004600*                   (BACKUP) WORK FILE AND IS ONLY COPIED BACK
004700*                   WHEN SOMETHING IN IT CHANGED.  THE QUEUE AND
004800*                   THE HOUSEHOLD FILE ARE UPDATED IN PLACE.  THE
004900*                   SFERRPT REGISTER CARRIES ONE NUMBERED ERASURE
005000*                   CERTIFICATE PER REQUEST, THE FILES SEARCHED,
005100*                   AND COUNTS THAT BALANCE, FOR COMPLIANCE TO
005200*                   FILE.  THE RUN NEEDS SUPERVISOR AUTHORITY ON
005300*                   SFOPRF, AS SFPURGE DOES.
005400*
005500*                   THE CHAINING PARM IS BLANK-DELIMITED:
005600*                     <master> <archive>
005700*
005800*                   RETURN CODES:  0 - EVERY REQUEST ERASED
005900*                                  4 - A REQUEST REFUSED, NOT ON
006000*                                      FILE OR DUPLICATED
006100*                                 16 - FILE ERROR, NOT AUTHORIZED
006200*                                      OR COUNTS OUT OF BALANCE -
006300*                                      RERUN THE SAME REQUESTS
006400*-----------------------------------------------------------------
006500*    MODIFICATION HISTORY
006600*    DATE        INIT  DESCRIPTION
006700*    2026-10-15   CM   ORIGINAL - ERASURE REQUESTS FROM FORMER
006800*                      CUSTOMERS WERE MET BY HAND-EDITING FILES,
006900*                      AND THE ARCHIVE AND JOURNAL KEPT THE DATA.
007000*    2026-10-15   CM   ALSO SCRUBS THE SFAPPRQ QUEUE IMAGES AND
007100*                      DELETES THE SFHHOLD HOUSEHOLD LINK, AND A
007200*                      RERUN WRITES ANY E ENTRY A FAILED RUN LEFT
007300*                      OUT.
007400*****************************************************************
007500 IDENTIFICATION DIVISION.
007600 PROGRAM-ID. sferase.
007700 AUTHOR. C MILLER.
007800 INSTALLATION. DATA PROCESSING.
007900 DATE-WRITTEN. 10/15/2026.
008000 DATE-COMPILED.
008100 ENVIRONMENT DIVISION.
008200 CONFIGURATION SECTION.
008300 SOURCE-COMPUTER. IBM-PC.
008400 OBJECT-COMPUTER. IBM-PC.
008500 INPUT-OUTPUT SECTION.
008600 FILE-CONTROL.
008700*
008800*    ClaMaster IS THE INDEXED CUSTOMER MASTER AND ClaArchive THE
008900*    SFPURGE ARCHIVE, SAME LAYOUT AND KEY.  THEIR NAMES ARRIVE AS
009000*    THE PARM TOKENS.
009100*
009200     SELECT ClaMaster ASSIGN TO SF-ERASE-MASTER
009300             ORGANIZATION IS INDEXED
009400             ACCESS MODE IS DYNAMIC
009500             RECORD KEY IS CUST-ID OF MasterCustomer
009600             ALTERNATE RECORD KEY IS CUST-NAME OF MasterCustomer
009700                 WITH DUPLICATES
009800             FILE STATUS IS SF-MST-FILE-STATUS.
009900     SELECT ClaArchive ASSIGN TO SF-ERASE-ARCHIVE
010000             ORGANIZATION IS INDEXED
010100             ACCESS MODE IS DYNAMIC
010200             RECORD KEY IS CUST-ID OF ArchiveCustomer
010300             ALTERNATE RECORD KEY IS CUST-NAME OF ArchiveCustomer
010400                 WITH DUPLICATES
010500             FILE STATUS IS SF-ARC-FILE-STATUS.
010600*
010700*    SfErReq IS THE ERASURE REQUEST FILE COMPLIANCE SUPPLIES.
010800*
010900     SELECT SfErReq ASSIGN TO "SFERREQ"
011000             ORGANIZATION IS LINE SEQUENTIAL
011100             FILE STATUS IS SF-REQ-FILE-STATUS.
011200*
011300*    SfOpPrf IS THE OPERATOR AUTHORIZATION PROFILE FILE - AN
011400*    ERASURE REQUIRES SUPERVISOR AUTHORITY.
011500*
011600     SELECT SfOpPrf ASSIGN TO "SFOPRF"
011700             ORGANIZATION IS LINE SEQUENTIAL
011800             FILE STATUS IS SF-OPR-FILE-STATUS.
011900*
012000*    SfAudit IS THE LIVE MAINTENANCE AUDIT JOURNAL.  SfBkCat IS
012100*    THE SFBKUP CATALOG; SfAudGen AND SfBkup ARE THE JOURNAL
012200*    GENERATION AND BACKUP NAMED ON A CATALOG ENTRY, ASSIGNED AT
012300*    RUN TIME AS IN SFRCVR.
012400*
012500     SELECT SfAudit ASSIGN TO "SFAUDIT"
012600             ORGANIZATION IS LINE SEQUENTIAL
012700             FILE STATUS IS SF-AUD-FILE-STATUS.
012800     SELECT SfBkCat ASSIGN TO "SFBKCAT"
012900             ORGANIZATION IS INDEXED
013000             ACCESS MODE IS SEQUENTIAL
013100             RECORD KEY IS BKC-KEY
013200             FILE STATUS IS SF-CAT-FILE-STATUS.
013300     SELECT SfAudGen ASSIGN TO SF-GEN-FILE-NAME
013400             ORGANIZATION IS LINE SEQUENTIAL
013500             FILE STATUS IS SF-GEN-FILE-STATUS.
013600     SELECT SfBkup ASSIGN TO SF-BACKUP-NAME
013700             ORGANIZATION IS LINE SEQUENTIAL
013800             FILE STATUS IS SF-BKP-FILE-STATUS.
013900*
014000*    SfAprQ IS THE SUPERVISOR APPROVAL QUEUE AND SfHHold THE
014100*    HOUSEHOLD FILE SFHHLD BUILDS.  BOTH CARRY THE CUSTOMER'S
014200*    NAME AND ADDRESS AND ARE UPDATED IN PLACE.
014300*
014400     SELECT SfAprQ ASSIGN TO "SFAPPRQ"
014500             ORGANIZATION IS INDEXED
014600             ACCESS MODE IS DYNAMIC
014700             RECORD KEY IS APQ-KEY
014800             FILE STATUS IS SF-APQ-FILE-STATUS.
014900     SELECT SfHHold ASSIGN TO "SFHHOLD"
015000             ORGANIZATION IS INDEXED
015100             ACCESS MODE IS DYNAMIC
015200             RECORD KEY IS HHM-CUST-ID
015300             ALTERNATE RECORD KEY IS HHM-HOUSEHOLD-ID
015400                 WITH DUPLICATES
015500             FILE STATUS IS SF-HHD-FILE-STATUS.
015600*
015700*    SfErWrk AND SfErBwk HOLD THE SCRUBBED COPY OF THE JOURNAL
015800*    OR BACKUP IN HAND UNTIL IT IS COPIED BACK.
015900*
016000     SELECT SfErWrk ASSIGN TO "SFERWRK"
016100             ORGANIZATION IS LINE SEQUENTIAL
016200             FILE STATUS IS SF-WRK-FILE-STATUS.
016300     SELECT SfErBwk ASSIGN TO "SFERBWK"
016400             ORGANIZATION IS LINE SEQUENTIAL
016500             FILE STATUS IS SF-BWK-FILE-STATUS.
016600     SELECT SfErRpt ASSIGN TO "SFERRPT"
016700             ORGANIZATION IS LINE SEQUENTIAL
016800             FILE STATUS IS SF-RPT-FILE-STATUS.
016900     SELECT SfErrLog ASSIGN TO "SFERRLOG"
017000             ORGANIZATION IS LINE SEQUENTIAL
017100             FILE STATUS IS SF-LOG-FILE-STATUS.
017200 DATA DIVISION.
017300 FILE SECTION.
017400 FD  ClaMaster.
017500 01  MasterCustomer.
017600     COPY CUSTDTL.
017700 FD  ClaArchive.
017800 01  ArchiveCustomer.
017900     COPY CUSTDTL.
018000 FD  SfErReq.
018100 01  ErasureRequest.
018200     05  ERQ-CUST-ID                  PIC X(60).
018300     05  ERQ-REFERENCE                PIC X(20).
018400 FD  SfOpPrf.
018500 01  OperatorProfile.
018600     COPY OPRPROF.
018700 FD  SfAudit.
018800 01  SF-AUD-RECORD                    PIC X(595).
018900 FD  SfBkCat.
019000 01  BackupCatalog.
019100     COPY CUSTBKC.
019200 FD  SfAudGen.
019300 01  SF-GEN-RECORD                    PIC X(595).
019400 FD  SfBkup.
019500 01  SF-BKP-RECORD                    PIC X(250).
019600 FD  SfAprQ.
019700 01  ApprovalRequest.
019800     COPY CUSTAPRQ.
019900 FD  SfHHold.
020000 01  HouseholdMember.
020100     COPY CUSTHHLD.
020200 FD  SfErWrk.
020300 01  SF-WRK-RECORD                    PIC X(595).
020400 FD  SfErBwk.
020500 01  SF-BWK-RECORD                    PIC X(250).
020600 FD  SfErRpt.
020700 01  SF-RPT-LINE                      PIC X(132).
020800 FD  SfErrLog.
020900 01  SF-LOG-LINE                      PIC X(132).
021000 WORKING-STORAGE SECTION.
021100*-----------------------------------------------------------------
021200*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
021300*    IN 1000-INITIALIZE, THE SAME INTERFACE SF USES.
021400*-----------------------------------------------------------------
021500 01  SF-RUN-PARM                      PIC X(130) VALUE SPACES.
021600 01  SF-ERASE-MASTER                  PIC X(60).
021700 01  SF-ERASE-ARCHIVE                 PIC X(60).
021800*-----------------------------------------------------------------
021900*    FILE STATUS AND SWITCHES
022000*-----------------------------------------------------------------
022100 01  SF-MST-FILE-STATUS               PIC X(02)  VALUE SPACES.
022200     88  SF-MST-STATUS-OK             VALUE "00" "02".
022300     88  SF-MST-STATUS-NO-RECORD      VALUE "23".
022400     88  SF-MST-STATUS-NOT-FOUND      VALUE "35".
022500 01  SF-ARC-FILE-STATUS               PIC X(02)  VALUE SPACES.
022600     88  SF-ARC-STATUS-OK             VALUE "00" "02".
022700     88  SF-ARC-STATUS-NO-RECORD      VALUE "23".
022800     88  SF-ARC-STATUS-NOT-FOUND      VALUE "35".
022900 01  SF-REQ-FILE-STATUS               PIC X(02)  VALUE SPACES.
023000     88  SF-REQ-STATUS-OK             VALUE "00".
023100     88  SF-REQ-STATUS-EOF            VALUE "10".
023200 01  SF-OPR-FILE-STATUS               PIC X(02)  VALUE SPACES.
023300     88  SF-OPR-STATUS-OK             VALUE "00".
023400     88  SF-OPR-STATUS-EOF            VALUE "10".
023500     88  SF-OPR-STATUS-NOT-FOUND      VALUE "35".
023600 01  SF-AUD-FILE-STATUS               PIC X(02)  VALUE SPACES.
023700     88  SF-AUD-STATUS-OK             VALUE "00".
023800     88  SF-AUD-STATUS-NOT-FOUND      VALUE "35".
023900 01  SF-CAT-FILE-STATUS               PIC X(02)  VALUE SPACES.
024000     88  SF-CAT-STATUS-OK             VALUE "00".
024100     88  SF-CAT-STATUS-NOT-FOUND      VALUE "35".
024200 01  SF-GEN-FILE-STATUS               PIC X(02)  VALUE SPACES.
024300     88  SF-GEN-STATUS-OK             VALUE "00".
024400 01  SF-BKP-FILE-STATUS               PIC X(02)  VALUE SPACES.
024500     88  SF-BKP-STATUS-OK             VALUE "00".
024600 01  SF-APQ-FILE-STATUS               PIC X(02)  VALUE SPACES.
024700     88  SF-APQ-STATUS-OK             VALUE "00".
024800     88  SF-APQ-STATUS-NOT-FOUND      VALUE "35".
024900 01  SF-HHD-FILE-STATUS               PIC X(02)  VALUE SPACES.
025000     88  SF-HHD-STATUS-OK             VALUE "00" "02".
025100     88  SF-HHD-STATUS-NO-RECORD      VALUE "23".
025200     88  SF-HHD-STATUS-NOT-FOUND      VALUE "35".
025300 01  SF-WRK-FILE-STATUS               PIC X(02)  VALUE SPACES.
025400     88  SF-WRK-STATUS-OK             VALUE "00".
025500 01  SF-BWK-FILE-STATUS               PIC X(02)  VALUE SPACES.
025600     88  SF-BWK-STATUS-OK             VALUE "00".
025700 01  SF-RPT-FILE-STATUS               PIC X(02)  VALUE SPACES.
025800     88  SF-RPT-STATUS-OK             VALUE "00".
025900 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
026000     88  SF-LOG-STATUS-OK             VALUE "00".
026100 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
026200 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
026300 01  SF-SWITCHES.
026400     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
026500         88  SF-END-OF-FILE           VALUE "Y".
026600     05  SF-COPY-FAILED-SW            PIC X(01)  VALUE "N".
026700         88  SF-COPY-FAILED           VALUE "Y".
026800     05  SF-RUN-FAILED-SW             PIC X(01)  VALUE "N".
026900         88  SF-RUN-FAILED            VALUE "Y".
027000     05  SF-ARC-OPEN-SW               PIC X(01)  VALUE "N".
027100         88  SF-ARC-IS-OPEN           VALUE "Y".
027200     05  SF-E-TARGET-SW               PIC X(01)  VALUE "A".
027300         88  SF-E-TO-WORK             VALUE "W".
027400*
027500*    SET WHEN A COPY BACK FAILS - THE WORK FILE THEN HOLDS THE
027600*    ONLY WHOLE COPY OF THAT FILE AND NO OTHER FILE IS SCRUBBED
027700*    THROUGH IT.
027800*
027900     05  SF-WORK-HELD-SW              PIC X(01)  VALUE "N".
028000         88  SF-WORK-HELD             VALUE "Y".
028100     05  SF-REQ-FOUND-SW              PIC X(01)  VALUE "N".
028200         88  SF-REQ-FOUND             VALUE "Y".
028300     05  SF-IMAGE-CHANGED-SW          PIC X(01)  VALUE "N".
028400         88  SF-IMAGE-CHANGED         VALUE "Y".
028500     05  SF-ENTRY-CHANGED-SW          PIC X(01)  VALUE "N".
028600         88  SF-ENTRY-CHANGED         VALUE "Y".
028700     05  SF-OPR-FOUND-SW              PIC X(01)  VALUE "N".
028800         88  SF-OPR-FOUND             VALUE "Y".
028900     05  SF-OPR-EOF-SW                PIC X(01)  VALUE "N".
029000         88  SF-OPR-EOF               VALUE "Y".
029100     05  SF-CAT-EOF-SW                PIC X(01)  VALUE "N".
029200         88  SF-CAT-EOF               VALUE "Y".
029300     05  SF-RPT-OPEN-SW               PIC X(01)  VALUE "N".
029400         88  SF-RPT-IS-OPEN           VALUE "Y".
029500     05  SF-LOG-OPEN-SW               PIC X(01)  VALUE "N".
029600         88  SF-LOG-IS-OPEN           VALUE "Y".
029700     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
029800         88  SF-EXIT-REQUESTED        VALUE "Y".
029900*-----------------------------------------------------------------
030000*    OPERATOR IDENTITY AND AUTHORITY - THE SIGN-ON OPERATOR IS
030100*    LOOKED UP ON THE SFOPRF PROFILE FILE BY
030200*    1500-CHECK-OPERATOR-AUTHORITY, AS IN SFPURGE.  SPACE MEANS
030300*    THE OPERATOR IS NOT ON THE FILE AND HOLDS NO AUTHORITY.
030400*-----------------------------------------------------------------
030500 01  SF-OPERATOR-ID                   PIC X(08)  VALUE SPACES.
030600 01  SF-OPERATOR-AUTHORITY            PIC X(01)  VALUE SPACE.
030700     88  SF-AUTH-INQUIRY              VALUE "I".
030800     88  SF-AUTH-MAINTAIN             VALUE "M".
030900     88  SF-AUTH-SUPERVISOR           VALUE "S".
031000*-----------------------------------------------------------------
031100*    REQUEST TABLE - ONE ENTRY PER REQUEST RECORD, IN FILE ORDER.
031200*    THE WHOLE FILE IS LOADED BEFORE ANYTHING IS ERASED, SO AN
031300*    OVERSIZED FILE IS REFUSED WHOLE.  SF-ER-STATE IS WHERE THE
031400*    REQUEST HAS GOT TO:
031500*      P - NOT ON MASTER OR ARCHIVE, JOURNAL SCAN STILL TO SAY
031600*      E - ERASED ON THE MASTER AND/OR ARCHIVE THIS RUN
031700*      J - ERASED FROM THE JOURNAL AND BACKUPS ONLY
031800*      X - ALREADY ERASED BY AN EARLIER RUN
031900*      R - REFUSED, STILL ACTIVE ON THE MASTER
032000*      N - NOT ON FILE ANYWHERE
032100*      D - DUPLICATE OF AN EARLIER REQUEST
032200*      F - MASTER OR ARCHIVE I-O ERROR
032300*    SF-ER-MST AND SF-ER-ARC SAY WHAT WAS FOUND ON EACH FILE:
032400*    E - ERASED NOW, X - ALREADY ERASED, A - ACTIVE, N - NOT
032500*    THERE.  SF-ER-IMAGE IS THE ERASED RECORD JOURNALED AS THE
032600*    E ENTRY'S BEFORE AND AFTER IMAGE.  SF-ER-E-FOUND-SW IS Y
032700*    WHEN A JOURNAL ALREADY HOLDS THE CUSTOMER'S E ENTRY, AND L
032800*    WHEN THIS RUN WRITES ONE AN EARLIER RUN LEFT OUT.
032900*-----------------------------------------------------------------
033000 77  SF-ER-MAX                        PIC 9(03)  VALUE 500 COMP.
033100 77  SF-ER-COUNT                      PIC 9(03)  VALUE ZERO COMP.
033200 77  SF-ER-SUB                        PIC 9(03)  VALUE ZERO COMP.
033300 77  SF-ER-HIT                        PIC 9(03)  VALUE ZERO COMP.
033400 01  SF-REQUEST-TABLE.
033500     05  SF-ER-ENTRY                  OCCURS 500.
033600         10  SF-ER-CUST-ID            PIC X(60).
033700         10  SF-ER-REFERENCE          PIC X(20).
033800         10  SF-ER-STATE              PIC X(01).
033900             88  SF-ER-PENDING        VALUE "P".
034000             88  SF-ER-ERASED         VALUE "E".
034100             88  SF-ER-JOURNAL-ONLY   VALUE "J".
034200             88  SF-ER-ALREADY        VALUE "X".
034300             88  SF-ER-REFUSED        VALUE "R".
034400             88  SF-ER-NOT-ON-FILE    VALUE "N".
034500             88  SF-ER-DUPLICATE      VALUE "D".
034600             88  SF-ER-FAILED         VALUE "F".
034700             88  SF-ER-SCRUBBABLE     VALUE "P" "E" "X".
034800         10  SF-ER-MST                PIC X(01).
034900         10  SF-ER-ARC                PIC X(01).
035000         10  SF-ER-E-FOUND-SW         PIC X(01).
035100         10  SF-ER-JRN-COUNT          PIC 9(05)  COMP.
035200         10  SF-ER-BKP-COUNT          PIC 9(05)  COMP.
035300         10  SF-ER-IMAGE              PIC X(250).
035400 01  SF-MATCH-KEY                     PIC X(60)  VALUE SPACES.
035500*-----------------------------------------------------------------
035600*    CATALOG TABLE - THE BACKUP AND JOURNAL GENERATION NAMED ON
035700*    EVERY ACTIVE SFBKCAT ENTRY.  EXPIRED ENTRIES' FILES ARE
035800*    ALREADY DELETED.
035900*-----------------------------------------------------------------
036000 77  SF-CT-MAX                        PIC 9(03)  VALUE 100 COMP.
036100 77  SF-CT-COUNT                      PIC 9(03)  VALUE ZERO COMP.
036200 77  SF-CT-SUB                        PIC 9(03)  VALUE ZERO COMP.
036300 01  SF-CAT-TABLE.
036400     05  SF-CT-ENTRY                  OCCURS 100.
036500         10  SF-CT-BACKUP-NAME        PIC X(80).
036600         10  SF-CT-JOURNAL-NAME       PIC X(80).
036700 01  SF-BACKUP-NAME                   PIC X(80)  VALUE SPACES.
036800 01  SF-GEN-FILE-NAME                 PIC X(80)  VALUE SPACES.
036900*-----------------------------------------------------------------
037000*    FILES SEARCHED - ONE ENTRY PER FILE THE RUN LOOKED THROUGH,
037100*    LISTED AFTER THE CERTIFICATES.  SF-FT-RESULT IS REWRITTEN,
037200*    UNCHANGED, NOT FOUND, FAILED OR SKIPPED (NOT SEARCHED AFTER
037300*    AN EARLIER FILE FAILED TO COPY BACK).
037400*-----------------------------------------------------------------
037500 01  SF-FILE-TABLE.
037600     05  SF-FT-ENTRY                  OCCURS 203.
037700         10  SF-FT-TYPE               PIC X(07).
037800         10  SF-FT-NAME               PIC X(80).
037900         10  SF-FT-READ               PIC 9(07).
038000         10  SF-FT-SCRUBBED           PIC 9(07).
038100         10  SF-FT-RESULT             PIC X(10).
038200 01  SF-FT-COUNT                      PIC 9(03)  VALUE ZERO COMP.
038300 01  SF-FT-SUB                        PIC 9(03)  VALUE ZERO COMP.
038400 01  SF-FT-NEW-NAME                   PIC X(80)  VALUE SPACES.
038500*-----------------------------------------------------------------
038600*    SCRUB WORK AREAS - THE JOURNAL ENTRY IN HAND, ONE CUSTOMER
038700*    IMAGE BEING ERASED AND ITS ORIGINAL FOR COMPARISON, AND THE
038800*    COUNTS FOR THE FILE BEING COPIED THROUGH.
038900*-----------------------------------------------------------------
039000 01  AuditJournal.
039100     COPY CUSTAUD.
039200 01  ImageCustomer.
039300     COPY CUSTDTL.
039400 01  SF-IMAGE-SAVE                    PIC X(250) VALUE SPACES.
039500 01  SF-FILE-READ-COUNT               PIC 9(07)  VALUE ZERO.
039600 01  SF-FILE-SCRUB-COUNT              PIC 9(07)  VALUE ZERO.
039700 01  SF-FILE-BACK-COUNT               PIC 9(07)  VALUE ZERO.
039800*-----------------------------------------------------------------
039900*    COUNTERS - EVERY REQUEST LANDS IN EXACTLY ONE OF THE
040000*    DISPOSITION COUNTS BELOW SF-REQUEST-COUNT.
040100*-----------------------------------------------------------------
040200 01  SF-REQUEST-COUNT                 PIC 9(05)  VALUE ZERO.
040300 01  SF-ERASED-COUNT                  PIC 9(05)  VALUE ZERO.
040400 01  SF-JRN-ONLY-COUNT                PIC 9(05)  VALUE ZERO.
040500 01  SF-ALREADY-COUNT                 PIC 9(05)  VALUE ZERO.
040600 01  SF-REFUSED-COUNT                 PIC 9(05)  VALUE ZERO.
040700 01  SF-NOT-ON-FILE-COUNT             PIC 9(05)  VALUE ZERO.
040800 01  SF-DUPLICATE-COUNT               PIC 9(05)  VALUE ZERO.
040900 01  SF-FAILED-COUNT                  PIC 9(05)  VALUE ZERO.
041000 01  SF-BALANCE-COUNT                 PIC 9(05)  VALUE ZERO.
041100*
041200*    FILE COUNTS.
041300*
041400 01  SF-MST-ERASED-COUNT              PIC 9(05)  VALUE ZERO.
041500 01  SF-ARC-ERASED-COUNT              PIC 9(05)  VALUE ZERO.
041600 01  SF-JOURNALED-COUNT               PIC 9(05)  VALUE ZERO.
041700 01  SF-LATE-E-COUNT                  PIC 9(05)  VALUE ZERO.
041800 01  SF-JRN-FILE-COUNT                PIC 9(05)  VALUE ZERO.
041900 01  SF-JRN-SCRUB-COUNT               PIC 9(07)  VALUE ZERO.
042000 01  SF-BKP-FILE-COUNT                PIC 9(05)  VALUE ZERO.
042100 01  SF-BKP-SCRUB-COUNT               PIC 9(07)  VALUE ZERO.
042200 01  SF-APQ-SCRUB-COUNT               PIC 9(05)  VALUE ZERO.
042300 01  SF-HHD-DELETE-COUNT              PIC 9(05)  VALUE ZERO.
042400 01  SF-REWRITTEN-COUNT               PIC 9(05)  VALUE ZERO.
042500*-----------------------------------------------------------------
042600*    REPORT WORK AREAS - SF-RPT-SECTION PICKS THE COLUMN HEADING:
042700*    C - CERTIFICATES, F - FILES SEARCHED, S - SUMMARY.
042800*-----------------------------------------------------------------
042900 01  SF-LINE-COUNT                    PIC 9(03)  VALUE ZERO COMP.
043000 01  SF-PAGE-COUNT                    PIC 9(03)  VALUE ZERO.
043100 01  SF-RPT-SECTION                   PIC X(01)  VALUE "C".
043200     88  SF-RPT-CERTIFICATES          VALUE "C".
043300     88  SF-RPT-FILES                 VALUE "F".
043400 01  SF-CERT-NUMBER.
043500     05  FILLER                       PIC X(02)  VALUE "ER".
043600     05  SF-CERT-DATE                 PIC 9(06)  VALUE ZERO.
043700     05  FILLER                       PIC X(01)  VALUE "-".
043800     05  SF-CERT-SEQ                  PIC 9(04)  VALUE ZERO.
043900 01  SF-DISP-TEXT                     PIC X(24)  VALUE SPACES.
044000 01  SF-MST-TEXT                      PIC X(07)  VALUE SPACES.
044100 01  SF-ARC-TEXT                      PIC X(07)  VALUE SPACES.
044200 01  SF-WHERE-CODE                    PIC X(01)  VALUE SPACE.
044300 01  SF-WHERE-TEXT                    PIC X(07)  VALUE SPACES.
044400 01  SF-HEADING-LINE-1                PIC X(132).
044500 01  SF-HEADING-LINE-2                PIC X(132).
044600 01  SF-DETAIL-LINE                   PIC X(132).
044700 01  SF-LOG-DETAIL-LINE               PIC X(132).
044800 01  SF-COUNT-EDIT                    PIC ZZZZ9.
044900 01  SF-JRN-EDIT                      PIC ZZZZ9.
045000 01  SF-BKP-EDIT                      PIC ZZZZ9.
045100 01  SF-BIG-EDIT                      PIC Z,ZZZ,ZZ9.
045200 01  SF-BIG-EDIT-2                    PIC Z,ZZZ,ZZ9.
045300*-----------------------------------------------------------------
045400*    DATE AND TIME
045500*-----------------------------------------------------------------
045600 01  SF-RUN-DATE-DISPLAY              PIC X(10)  VALUE SPACES.
045700 01  SF-RUN-DATE.
045800     05  SF-RUN-YY                    PIC 9(02).
045900     05  SF-RUN-MM                    PIC 9(02).
046000     05  SF-RUN-DD                    PIC 9(02).
046100 01  SF-RUN-TIME                      PIC 9(08).
046200 01  SF-START-TIME                    PIC 9(08).
046300 PROCEDURE DIVISION CHAINING SF-RUN-PARM.
046400*****************************************************************
046500 0000-MAINLINE-CONTROL.
046600     PERFORM 1000-INITIALIZE
046700         THRU 1000-INITIALIZE-EXIT.
046800
046900     IF SF-EXIT-REQUESTED
047000         GO TO 9999-END-PROGRAM-EXIT.
047100
047200     PERFORM 2000-ERASE-CUSTOMER
047300         THRU 2000-ERASE-CUSTOMER-EXIT
047400         VARYING SF-ER-SUB FROM 1 BY 1
047500         UNTIL SF-ER-SUB > SF-ER-COUNT.
047600
047700     PERFORM 2500-SCRUB-APPROVAL-QUEUE
047800         THRU 2500-SCRUB-APPROVAL-QUEUE-EXIT.
047900
048000     PERFORM 2700-DELETE-HOUSEHOLD-LINKS
048100         THRU 2700-DELETE-HOUSEHOLD-LINKS-EXIT.
048200*
048300*    THE MASTER, ARCHIVE, QUEUE AND HOUSEHOLD FILE ARE DONE WITH
048400*    BEFORE THE JOURNAL AND BACKUPS ARE SCRUBBED.  THE LIVE
048500*    JOURNAL GOES LAST SO THE E ENTRIES ARE ALWAYS WRITTEN, EVEN
048600*    AFTER A FAILED GENERATION.
048700*
048800     PERFORM 3000-SCRUB-CATALOG-FILES
048900         THRU 3000-SCRUB-CATALOG-FILES-EXIT.
049000
049100     PERFORM 4000-SCRUB-LIVE-JOURNAL
049200         THRU 4000-SCRUB-LIVE-JOURNAL-EXIT.
049300
049400     PERFORM 9000-TERMINATE
049500         THRU 9000-TERMINATE-EXIT.
049600
049700     GO TO 9999-END-PROGRAM-EXIT.
049800*****************************************************************
049900*    1000-INITIALIZE - SPLIT THE PARM, CHECK THE OPERATOR'S
050000*    AUTHORITY, OPEN THE MASTER, ARCHIVE AND REGISTER AND LOAD
050100*    THE REQUEST FILE.
050200*****************************************************************
050300 1000-INITIALIZE.
050400     MOVE SPACES TO SF-ERASE-MASTER SF-ERASE-ARCHIVE.
050500     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
050600         INTO SF-ERASE-MASTER SF-ERASE-ARCHIVE.
050700
050800     ACCEPT SF-RUN-DATE FROM DATE.
050900     ACCEPT SF-RUN-TIME FROM TIME.
051000     MOVE SF-RUN-TIME TO SF-START-TIME.
051100     STRING "20"          DELIMITED BY SIZE
051200             SF-RUN-YY    DELIMITED BY SIZE
051300             "-"          DELIMITED BY SIZE
051400             SF-RUN-MM    DELIMITED BY SIZE
051500             "-"          DELIMITED BY SIZE
051600             SF-RUN-DD    DELIMITED BY SIZE
051700         INTO SF-RUN-DATE-DISPLAY.
051800     MOVE SF-RUN-DATE TO SF-CERT-DATE.
051900
052000     IF SF-ERASE-ARCHIVE = SPACES
052100         DISPLAY "SFER100E - MASTER AND ARCHIVE NAMES REQUIRED "
052200             "ON PARM"
052300         MOVE 16 TO RETURN-CODE
052400         MOVE "Y" TO SF-EXIT-REQUESTED-SW
052500         GO TO 1000-INITIALIZE-EXIT
052600     END-IF.
052700*
052800*    THE OPERATOR ID COMES FROM THE SIGN-ON ENVIRONMENT, AS IN
052900*    SFM; AN ERASURE CANNOT BE UNDONE AND REQUIRES SUPERVISOR
053000*    AUTHORITY ON THE SFOPRF PROFILE FILE.
053100*
053200     ACCEPT SF-OPERATOR-ID FROM ENVIRONMENT "LOGNAME".
053300     IF SF-OPERATOR-ID = SPACES
053400         ACCEPT SF-OPERATOR-ID FROM ENVIRONMENT "USER"
053500     END-IF.
053600     IF SF-OPERATOR-ID = SPACES
053700         MOVE "UNKNOWN" TO SF-OPERATOR-ID
053800     END-IF.
053900
054000     PERFORM 1500-CHECK-OPERATOR-AUTHORITY
054100         THRU 1500-CHECK-OPERATOR-AUTHORITY-EXIT.
054200     IF NOT SF-AUTH-SUPERVISOR
054300         DISPLAY "SFER101E - OPERATOR " SF-OPERATOR-ID
054400             " IS NOT AUTHORIZED TO ERASE"
054500         PERFORM 8100-LOG-AUTH-DENIAL
054600             THRU 8100-LOG-AUTH-DENIAL-EXIT
054700         MOVE 16 TO RETURN-CODE
054800         MOVE "Y" TO SF-EXIT-REQUESTED-SW
054900         GO TO 1000-INITIALIZE-EXIT
055000     END-IF.
055100
055200     PERFORM 1100-LOAD-REQUESTS
055300         THRU 1100-LOAD-REQUESTS-EXIT.
055400     IF SF-EXIT-REQUESTED
055500         GO TO 1000-INITIALIZE-EXIT
055600     END-IF.
055700
055800     OPEN I-O ClaMaster.
055900     IF NOT SF-MST-STATUS-OK
056000         IF SF-MST-STATUS-NOT-FOUND
056100             DISPLAY "SFER102E - MASTER FILE NOT FOUND: "
056200                 SF-ERASE-MASTER
056300         ELSE
056400             DISPLAY "SFER103E - UNABLE TO OPEN MASTER FILE: "
056500                 SF-ERASE-MASTER
056600             DISPLAY "SFER103E - FILE STATUS IS "
056700                 SF-MST-FILE-STATUS
056800         END-IF
056900         MOVE SF-MST-FILE-STATUS TO SF-LOG-STATUS-VALUE
057000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
057100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
057200         MOVE 16 TO RETURN-CODE
057300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
057400         GO TO 1000-INITIALIZE-EXIT
057500     END-IF.
057600*
057700*    A SITE THAT HAS NEVER PURGED HAS NO ARCHIVE YET - THE RUN
057800*    CARRIES ON WITHOUT ONE.
057900*
058000     OPEN I-O ClaArchive.
058100     IF SF-ARC-STATUS-OK
058200         MOVE "Y" TO SF-ARC-OPEN-SW
058300     ELSE
058400         IF SF-ARC-STATUS-NOT-FOUND
058500             DISPLAY "SFER104W - NO ARCHIVE FILE "
058600                 SF-ERASE-ARCHIVE
058700                 " - MASTER ONLY"
058800         ELSE
058900             DISPLAY "SFER105E - UNABLE TO OPEN ARCHIVE FILE, "
059000                 "STATUS " SF-ARC-FILE-STATUS
059100             MOVE SF-ARC-FILE-STATUS TO SF-LOG-STATUS-VALUE
059200             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
059300             PERFORM 8000-LOG-FILE-ERROR
059400                 THRU 8000-LOG-FILE-ERROR-EXIT
059500             MOVE 16 TO RETURN-CODE
059600             MOVE "Y" TO SF-EXIT-REQUESTED-SW
059700             CLOSE ClaMaster
059800             GO TO 1000-INITIALIZE-EXIT
059900         END-IF
060000     END-IF.
060100
060200     OPEN OUTPUT SfErRpt.
060300     IF SF-RPT-STATUS-OK
060400         MOVE "Y" TO SF-RPT-OPEN-SW
060500     ELSE
060600         DISPLAY "SFER106E - UNABLE TO OPEN SFERRPT, STATUS "
060700             SF-RPT-FILE-STATUS
060800         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
060900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
061000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
061100         MOVE 16 TO RETURN-CODE
061200         MOVE "Y" TO SF-EXIT-REQUESTED-SW
061300         CLOSE ClaMaster
061400         IF SF-ARC-IS-OPEN
061500             CLOSE ClaArchive
061600         END-IF
061700         GO TO 1000-INITIALIZE-EXIT
061800     END-IF.
061900
062000     IF SF-ER-COUNT = ZERO
062100         DISPLAY "SFER107W - NO ERASURE REQUESTS ON SFERREQ"
062200     END-IF.
062300 1000-INITIALIZE-EXIT.
062400     EXIT.
062500*****************************************************************
062600*    1100-LOAD-REQUESTS - TABLES THE WHOLE REQUEST FILE.  BLANK
062700*    RECORDS ARE IGNORED; A CUSTOMER ASKED FOR TWICE IS TABLED
062800*    AGAIN AS A DUPLICATE SO THE REGISTER ACCOUNTS FOR EVERY
062900*    RECORD.
063000*****************************************************************
063100 1100-LOAD-REQUESTS.
063200     OPEN INPUT SfErReq.
063300     IF NOT SF-REQ-STATUS-OK
063400         DISPLAY "SFER108E - UNABLE TO OPEN SFERREQ, STATUS "
063500             SF-REQ-FILE-STATUS
063600         MOVE SF-REQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
063700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
063800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
063900         MOVE 16 TO RETURN-CODE
064000         MOVE "Y" TO SF-EXIT-REQUESTED-SW
064100         GO TO 1100-LOAD-REQUESTS-EXIT
064200     END-IF.
064300
064400     MOVE "N" TO SF-END-OF-FILE-SW.
064500     PERFORM 1150-LOAD-ONE-REQUEST
064600         THRU 1150-LOAD-ONE-REQUEST-EXIT
064700         UNTIL SF-END-OF-FILE.
064800     CLOSE SfErReq.
064900 1100-LOAD-REQUESTS-EXIT.
065000     EXIT.
065100*****************************************************************
065200*    1150-LOAD-ONE-REQUEST - A FILE TOO BIG FOR THE TABLE IS
065300*    REFUSED WHOLE RATHER THAN ERASING PART OF IT.
065400*****************************************************************
065500 1150-LOAD-ONE-REQUEST.
065600     READ SfErReq
065700         AT END
065800             MOVE "Y" TO SF-END-OF-FILE-SW
065900             GO TO 1150-LOAD-ONE-REQUEST-EXIT
066000     END-READ.
066100     IF NOT SF-REQ-STATUS-OK
066200         MOVE SF-REQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
066300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
066400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
066500         MOVE 16 TO RETURN-CODE
066600         MOVE "Y" TO SF-END-OF-FILE-SW SF-EXIT-REQUESTED-SW
066700         GO TO 1150-LOAD-ONE-REQUEST-EXIT
066800     END-IF.
066900     IF ERQ-CUST-ID = SPACES
067000         GO TO 1150-LOAD-ONE-REQUEST-EXIT
067100     END-IF.
067200
067300     IF SF-ER-COUNT NOT < SF-ER-MAX
067400         DISPLAY "SFER109E - OVER " SF-ER-MAX " ERASURE REQUESTS "
067500             "- SPLIT SFERREQ, NOTHING ERASED"
067600         MOVE 16 TO RETURN-CODE
067700         MOVE "Y" TO SF-END-OF-FILE-SW SF-EXIT-REQUESTED-SW
067800         GO TO 1150-LOAD-ONE-REQUEST-EXIT
067900     END-IF.
068000
068100     MOVE ERQ-CUST-ID TO SF-MATCH-KEY.
068200     PERFORM 6900-FIND-REQUEST
068300         THRU 6900-FIND-REQUEST-EXIT.
068400
068500     ADD 1 TO SF-ER-COUNT.
068600     MOVE ERQ-CUST-ID TO SF-ER-CUST-ID(SF-ER-COUNT).
068700     MOVE ERQ-REFERENCE TO SF-ER-REFERENCE(SF-ER-COUNT).
068800     MOVE "P" TO SF-ER-STATE(SF-ER-COUNT).
068900     MOVE "N" TO SF-ER-MST(SF-ER-COUNT) SF-ER-ARC(SF-ER-COUNT)
069000         SF-ER-E-FOUND-SW(SF-ER-COUNT).
069100     MOVE ZERO TO SF-ER-JRN-COUNT(SF-ER-COUNT)
069200         SF-ER-BKP-COUNT(SF-ER-COUNT).
069300     MOVE SPACES TO SF-ER-IMAGE(SF-ER-COUNT).
069400     IF SF-REQ-FOUND
069500         MOVE "D" TO SF-ER-STATE(SF-ER-COUNT)
069600     END-IF.
069700 1150-LOAD-ONE-REQUEST-EXIT.
069800     EXIT.
069900*****************************************************************
070000*    1500-CHECK-OPERATOR-AUTHORITY - LOOKS THE SIGN-ON OPERATOR
070100*    UP ON THE SFOPRF PROFILE FILE AND LOADS THE AUTHORITY
070200*    LEVEL, AS SFPURGE DOES.  AN OPERATOR NOT ON THE FILE HOLDS
070300*    NO AUTHORITY; A SITE WITH NO PROFILE FILE AT ALL RUNS
070400*    UNGATED, AS BEFORE THE FILE EXISTED.
070500*****************************************************************
070600 1500-CHECK-OPERATOR-AUTHORITY.
070700     MOVE SPACE TO SF-OPERATOR-AUTHORITY.
070800     MOVE "N" TO SF-OPR-FOUND-SW SF-OPR-EOF-SW.
070900     OPEN INPUT SfOpPrf.
071000     IF SF-OPR-STATUS-NOT-FOUND
071100         DISPLAY "SFER110W - NO SFOPRF PROFILE FILE - OPERATOR "
071200             "AUTHORITY NOT ENFORCED"
071300         MOVE "S" TO SF-OPERATOR-AUTHORITY
071400         GO TO 1500-CHECK-OPERATOR-AUTHORITY-EXIT
071500     END-IF.
071600     IF NOT SF-OPR-STATUS-OK
071700         MOVE SF-OPR-FILE-STATUS TO SF-LOG-STATUS-VALUE
071800         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
071900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
072000         GO TO 1500-CHECK-OPERATOR-AUTHORITY-EXIT
072100     END-IF.
072200
072300     PERFORM 1550-READ-ONE-PROFILE
072400         THRU 1550-READ-ONE-PROFILE-EXIT
072500         UNTIL SF-OPR-EOF OR SF-OPR-FOUND.
072600
072700     CLOSE SfOpPrf.
072800     IF SF-OPR-FOUND
072900         MOVE OPR-AUTHORITY TO SF-OPERATOR-AUTHORITY
073000         IF SF-OPERATOR-AUTHORITY = "i"
073100             MOVE "I" TO SF-OPERATOR-AUTHORITY
073200         END-IF
073300         IF SF-OPERATOR-AUTHORITY = "m"
073400             MOVE "M" TO SF-OPERATOR-AUTHORITY
073500         END-IF
073600         IF SF-OPERATOR-AUTHORITY = "s"
073700             MOVE "S" TO SF-OPERATOR-AUTHORITY
073800         END-IF
073900     END-IF.
074000 1500-CHECK-OPERATOR-AUTHORITY-EXIT.
074100     EXIT.
074200*****************************************************************
074300*    1550-READ-ONE-PROFILE - ONE STEP OF THE PROFILE SCAN.
074400*****************************************************************
074500 1550-READ-ONE-PROFILE.
074600     READ SfOpPrf
074700         AT END MOVE "Y" TO SF-OPR-EOF-SW
074800     END-READ.
074900     IF SF-OPR-STATUS-OK
075000         IF OPR-OPERATOR-ID = SF-OPERATOR-ID
075100             MOVE "Y" TO SF-OPR-FOUND-SW
075200         END-IF
075300     ELSE
075400         IF NOT SF-OPR-STATUS-EOF
075500             MOVE SF-OPR-FILE-STATUS TO SF-LOG-STATUS-VALUE
075600             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
075700             PERFORM 8000-LOG-FILE-ERROR
075800                 THRU 8000-LOG-FILE-ERROR-EXIT
075900             MOVE "Y" TO SF-OPR-EOF-SW
076000         END-IF
076100     END-IF.
076200 1550-READ-ONE-PROFILE-EXIT.
076300     EXIT.
076400*****************************************************************
076500*    2000-ERASE-CUSTOMER - ONE REQUEST AGAINST THE MASTER AND THE
076600*    ARCHIVE.  AN ACTIVE CUSTOMER IS REFUSED BEFORE ANYTHING IS
076700*    CHANGED.  A CUSTOMER ON NEITHER FILE IS LEFT PENDING UNTIL
076800*    THE JOURNAL SCAN SAYS WHETHER IT WAS EVER ON FILE.
076900*****************************************************************
077000 2000-ERASE-CUSTOMER.
077100     IF SF-ER-DUPLICATE(SF-ER-SUB)
077200         GO TO 2000-ERASE-CUSTOMER-EXIT
077300     END-IF.
077400
077500     MOVE SF-ER-CUST-ID(SF-ER-SUB) TO CUST-ID OF MasterCustomer.
077600     READ ClaMaster
077700         KEY IS CUST-ID OF MasterCustomer
077800         INVALID KEY
077900             CONTINUE
078000     END-READ.
078100     IF SF-MST-STATUS-OK
078200         IF CUST-STATUS-ACTIVE OF MasterCustomer
078300             MOVE "A" TO SF-ER-MST(SF-ER-SUB)
078400             MOVE "R" TO SF-ER-STATE(SF-ER-SUB)
078500             GO TO 2000-ERASE-CUSTOMER-EXIT
078600         END-IF
078700         PERFORM 2100-ERASE-MASTER-RECORD
078800             THRU 2100-ERASE-MASTER-RECORD-EXIT
078900     ELSE
079000         IF NOT SF-MST-STATUS-NO-RECORD
079100             DISPLAY "SFER111E - MASTER I-O ERROR, STATUS "
079200                 SF-MST-FILE-STATUS
079300             MOVE SF-MST-FILE-STATUS TO SF-LOG-STATUS-VALUE
079400             MOVE SF-ER-CUST-ID(SF-ER-SUB)(1:30)
079500                 TO SF-LOG-CUST-ID-VALUE
079600             PERFORM 8000-LOG-FILE-ERROR
079700                 THRU 8000-LOG-FILE-ERROR-EXIT
079800             MOVE "F" TO SF-ER-STATE(SF-ER-SUB)
079900             MOVE "Y" TO SF-RUN-FAILED-SW
080000             GO TO 2000-ERASE-CUSTOMER-EXIT
080100         END-IF
080200     END-IF.
080300     IF SF-ER-FAILED(SF-ER-SUB)
080400         GO TO 2000-ERASE-CUSTOMER-EXIT
080500     END-IF.
080600
080700     IF SF-ARC-IS-OPEN
080800         PERFORM 2200-ERASE-ARCHIVE-RECORD
080900             THRU 2200-ERASE-ARCHIVE-RECORD-EXIT
081000     END-IF.
081100     IF SF-ER-FAILED(SF-ER-SUB)
081200         GO TO 2000-ERASE-CUSTOMER-EXIT
081300     END-IF.
081400
081500     IF SF-ER-MST(SF-ER-SUB) = "E" OR SF-ER-ARC(SF-ER-SUB) = "E"
081600         MOVE "E" TO SF-ER-STATE(SF-ER-SUB)
081700     ELSE
081800         IF SF-ER-MST(SF-ER-SUB) = "X"
081900                 OR SF-ER-ARC(SF-ER-SUB) = "X"
082000             MOVE "X" TO SF-ER-STATE(SF-ER-SUB)
082100         END-IF
082200     END-IF.
082300 2000-ERASE-CUSTOMER-EXIT.
082400     EXIT.
082500*****************************************************************
082600*    2100-ERASE-MASTER-RECORD - ERASES THE MASTER RECORD JUST READ
082700*    AND KEEPS THE ERASED IMAGE FOR THE E JOURNAL ENTRY.  A RECORD
082800*    ALREADY CARRYING THE MARKER IS NOT REWRITTEN.
082900*****************************************************************
083000 2100-ERASE-MASTER-RECORD.
083100     MOVE MasterCustomer TO ImageCustomer.
083200     PERFORM 6500-ERASE-IMAGE
083300         THRU 6500-ERASE-IMAGE-EXIT.
083400     MOVE ImageCustomer TO SF-ER-IMAGE(SF-ER-SUB).
083500     IF NOT SF-IMAGE-CHANGED
083600         MOVE "X" TO SF-ER-MST(SF-ER-SUB)
083700         GO TO 2100-ERASE-MASTER-RECORD-EXIT
083800     END-IF.
083900
084000     MOVE ImageCustomer TO MasterCustomer.
084100     REWRITE MasterCustomer
084200         INVALID KEY
084300             CONTINUE
084400     END-REWRITE.
084500     IF NOT SF-MST-STATUS-OK
084600         DISPLAY "SFER111E - MASTER I-O ERROR, STATUS "
084700             SF-MST-FILE-STATUS
084800         MOVE SF-MST-FILE-STATUS TO SF-LOG-STATUS-VALUE
084900         MOVE SF-ER-CUST-ID(SF-ER-SUB)(1:30)
085000             TO SF-LOG-CUST-ID-VALUE
085100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
085200         MOVE "F" TO SF-ER-STATE(SF-ER-SUB)
085300         MOVE "Y" TO SF-RUN-FAILED-SW
085400         GO TO 2100-ERASE-MASTER-RECORD-EXIT
085500     END-IF.
085600     MOVE "E" TO SF-ER-MST(SF-ER-SUB).
085700     ADD 1 TO SF-MST-ERASED-COUNT.
085800 2100-ERASE-MASTER-RECORD-EXIT.
085900     EXIT.
086000*****************************************************************
086100*    2200-ERASE-ARCHIVE-RECORD - THE SAME FOR THE ARCHIVE.  THE
086200*    ARCHIVED IMAGE IS ONLY JOURNALED WHEN THE CUSTOMER IS NOT
086300*    ALSO ON THE MASTER.
086400*****************************************************************
086500 2200-ERASE-ARCHIVE-RECORD.
086600     MOVE SF-ER-CUST-ID(SF-ER-SUB) TO CUST-ID OF ArchiveCustomer.
086700     READ ClaArchive
086800         KEY IS CUST-ID OF ArchiveCustomer
086900         INVALID KEY
087000             CONTINUE
087100     END-READ.
087200     IF NOT SF-ARC-STATUS-OK
087300         IF NOT SF-ARC-STATUS-NO-RECORD
087400             PERFORM 8200-ARCHIVE-ERROR
087500                 THRU 8200-ARCHIVE-ERROR-EXIT
087600         END-IF
087700         GO TO 2200-ERASE-ARCHIVE-RECORD-EXIT
087800     END-IF.
087900
088000     MOVE ArchiveCustomer TO ImageCustomer.
088100     PERFORM 6500-ERASE-IMAGE
088200         THRU 6500-ERASE-IMAGE-EXIT.
088300     IF SF-ER-MST(SF-ER-SUB) = "N"
088400         MOVE ImageCustomer TO SF-ER-IMAGE(SF-ER-SUB)
088500     END-IF.
088600     IF NOT SF-IMAGE-CHANGED
088700         MOVE "X" TO SF-ER-ARC(SF-ER-SUB)
088800         GO TO 2200-ERASE-ARCHIVE-RECORD-EXIT
088900     END-IF.
089000
089100     MOVE ImageCustomer TO ArchiveCustomer.
089200     REWRITE ArchiveCustomer
089300         INVALID KEY
089400             CONTINUE
089500     END-REWRITE.
089600     IF NOT SF-ARC-STATUS-OK
089700         PERFORM 8200-ARCHIVE-ERROR
089800             THRU 8200-ARCHIVE-ERROR-EXIT
089900         GO TO 2200-ERASE-ARCHIVE-RECORD-EXIT
090000     END-IF.
090100     MOVE "E" TO SF-ER-ARC(SF-ER-SUB).
090200     ADD 1 TO SF-ARC-ERASED-COUNT.
090300 2200-ERASE-ARCHIVE-RECORD-EXIT.
090400     EXIT.
090500*****************************************************************
090600*    2500-SCRUB-APPROVAL-QUEUE - ONE PASS OVER SFAPPRQ ERASING
090700*    THE BEFORE AND AFTER IMAGES OF EVERY ENTRY FOR A REQUESTED
090800*    CUSTOMER, DECIDED OR NOT.  A PENDING ENTRY STILL RELEASES IN
090900*    SFAPPR - ITS BEFORE IMAGE IS ERASED THE SAME WAY AS THE
091000*    MASTER RECORD IT IS CHECKED AGAINST.  A SITE WITHOUT THE
091100*    QUEUE HAS NOTHING TO SCRUB.
091200*****************************************************************
091300 2500-SCRUB-APPROVAL-QUEUE.
091400     MOVE "QUEUE" TO SF-WHERE-TEXT.
091500     MOVE "SFAPPRQ (APPROVAL QUEUE)" TO SF-FT-NEW-NAME.
091600     PERFORM 6800-ADD-FILE-ENTRY
091700         THRU 6800-ADD-FILE-ENTRY-EXIT.
091800
091900     OPEN I-O SfAprQ.
092000     IF NOT SF-APQ-STATUS-OK
092100         IF SF-APQ-STATUS-NOT-FOUND
092200             DISPLAY "SFER125W - NO SFAPPRQ APPROVAL QUEUE - NOT "
092300                 "SEARCHED"
092400             MOVE "NOT FOUND" TO SF-FT-RESULT(SF-FT-COUNT)
092500         ELSE
092600             DISPLAY "SFER126E - UNABLE TO OPEN SFAPPRQ, STATUS "
092700                 SF-APQ-FILE-STATUS
092800             MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
092900             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
093000             PERFORM 8000-LOG-FILE-ERROR
093100                 THRU 8000-LOG-FILE-ERROR-EXIT
093200             MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
093300             MOVE "Y" TO SF-RUN-FAILED-SW
093400         END-IF
093500         GO TO 2500-SCRUB-APPROVAL-QUEUE-EXIT
093600     END-IF.
093700
093800     MOVE ZERO TO SF-FILE-READ-COUNT SF-FILE-SCRUB-COUNT.
093900     MOVE "N" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW.
094000     PERFORM 2550-SCRUB-QUEUE-ENTRY
094100         THRU 2550-SCRUB-QUEUE-ENTRY-EXIT
094200         UNTIL SF-END-OF-FILE.
094300     CLOSE SfAprQ.
094400     MOVE SF-FILE-READ-COUNT TO SF-FT-READ(SF-FT-COUNT).
094500     MOVE SF-FILE-SCRUB-COUNT TO SF-FT-SCRUBBED(SF-FT-COUNT).
094600     MOVE SF-FILE-SCRUB-COUNT TO SF-APQ-SCRUB-COUNT.
094700     IF SF-COPY-FAILED
094800         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
094900         MOVE "Y" TO SF-RUN-FAILED-SW
095000         GO TO 2500-SCRUB-APPROVAL-QUEUE-EXIT
095100     END-IF.
095200     IF SF-FILE-SCRUB-COUNT > ZERO
095300         MOVE "REWRITTEN" TO SF-FT-RESULT(SF-FT-COUNT)
095400         ADD 1 TO SF-REWRITTEN-COUNT
095500     END-IF.
095600 2500-SCRUB-APPROVAL-QUEUE-EXIT.
095700     EXIT.
095800*****************************************************************
095900*    2550-SCRUB-QUEUE-ENTRY - ONE QUEUE ENTRY, REWRITTEN IN PLACE
096000*    WHEN EITHER IMAGE CHANGED.
096100*****************************************************************
096200 2550-SCRUB-QUEUE-ENTRY.
096300     READ SfAprQ NEXT RECORD
096400         AT END
096500             MOVE "Y" TO SF-END-OF-FILE-SW
096600             GO TO 2550-SCRUB-QUEUE-ENTRY-EXIT
096700     END-READ.
096800     IF NOT SF-APQ-STATUS-OK
096900         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
097000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
097100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
097200         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
097300         GO TO 2550-SCRUB-QUEUE-ENTRY-EXIT
097400     END-IF.
097500     ADD 1 TO SF-FILE-READ-COUNT.
097600
097700     MOVE APQ-CUST-ID TO SF-MATCH-KEY.
097800     PERFORM 6900-FIND-REQUEST
097900         THRU 6900-FIND-REQUEST-EXIT.
098000     IF NOT SF-REQ-FOUND
098100         GO TO 2550-SCRUB-QUEUE-ENTRY-EXIT
098200     END-IF.
098300     IF NOT SF-ER-SCRUBBABLE(SF-ER-HIT)
098400         GO TO 2550-SCRUB-QUEUE-ENTRY-EXIT
098500     END-IF.
098600
098700     MOVE "N" TO SF-ENTRY-CHANGED-SW.
098800     IF APQ-BEFORE-IMAGE NOT = SPACES
098900         MOVE APQ-BEFORE-IMAGE TO ImageCustomer
099000         PERFORM 6500-ERASE-IMAGE
099100             THRU 6500-ERASE-IMAGE-EXIT
099200         IF SF-IMAGE-CHANGED
099300             MOVE ImageCustomer TO APQ-BEFORE-IMAGE
099400             MOVE "Y" TO SF-ENTRY-CHANGED-SW
099500         END-IF
099600     END-IF.
099700     IF APQ-AFTER-IMAGE NOT = SPACES
099800         MOVE APQ-AFTER-IMAGE TO ImageCustomer
099900         PERFORM 6500-ERASE-IMAGE
100000             THRU 6500-ERASE-IMAGE-EXIT
100100         IF SF-IMAGE-CHANGED
100200             MOVE ImageCustomer TO APQ-AFTER-IMAGE
100300             MOVE "Y" TO SF-ENTRY-CHANGED-SW
100400         END-IF
100500     END-IF.
100600     IF NOT SF-ENTRY-CHANGED
100700         GO TO 2550-SCRUB-QUEUE-ENTRY-EXIT
100800     END-IF.
100900
101000     REWRITE ApprovalRequest
101100         INVALID KEY
101200             CONTINUE
101300     END-REWRITE.
101400     IF NOT SF-APQ-STATUS-OK
101500         DISPLAY "SFER127E - APPROVAL QUEUE I-O ERROR, STATUS "
101600             SF-APQ-FILE-STATUS
101700         MOVE SF-APQ-FILE-STATUS TO SF-LOG-STATUS-VALUE
101800         MOVE APQ-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
101900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
102000         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
102100         GO TO 2550-SCRUB-QUEUE-ENTRY-EXIT
102200     END-IF.
102300     ADD 1 TO SF-FILE-SCRUB-COUNT.
102400 2550-SCRUB-QUEUE-ENTRY-EXIT.
102500     EXIT.
102600*****************************************************************
102700*    2700-DELETE-HOUSEHOLD-LINKS - DELETES EACH REQUESTED
102800*    CUSTOMER'S SFHHOLD RECORD, HAND LINKS INCLUDED - ITS MATCH
102900*    KEY CARRIES THE ADDRESS, ZIP AND LAST NAME.  THE ERASED
103000*    RECORD'S BLANK ADDRESS KEEPS SFHHLD FROM LINKING IT AGAIN.
103100*    A SITE WITHOUT THE FILE HAS NOTHING TO DELETE.
103200*****************************************************************
103300 2700-DELETE-HOUSEHOLD-LINKS.
103400     MOVE "HHOLD" TO SF-WHERE-TEXT.
103500     MOVE "SFHHOLD (HOUSEHOLD FILE)" TO SF-FT-NEW-NAME.
103600     PERFORM 6800-ADD-FILE-ENTRY
103700         THRU 6800-ADD-FILE-ENTRY-EXIT.
103800
103900     OPEN I-O SfHHold.
104000     IF NOT SF-HHD-STATUS-OK
104100         IF SF-HHD-STATUS-NOT-FOUND
104200             DISPLAY "SFER128W - NO SFHHOLD HOUSEHOLD FILE - NOT "
104300                 "SEARCHED"
104400             MOVE "NOT FOUND" TO SF-FT-RESULT(SF-FT-COUNT)
104500         ELSE
104600             DISPLAY "SFER129E - UNABLE TO OPEN SFHHOLD, STATUS "
104700                 SF-HHD-FILE-STATUS
104800             MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
104900             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
105000             PERFORM 8000-LOG-FILE-ERROR
105100                 THRU 8000-LOG-FILE-ERROR-EXIT
105200             MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
105300             MOVE "Y" TO SF-RUN-FAILED-SW
105400         END-IF
105500         GO TO 2700-DELETE-HOUSEHOLD-LINKS-EXIT
105600     END-IF.
105700
105800     MOVE ZERO TO SF-FILE-READ-COUNT SF-FILE-SCRUB-COUNT.
105900     MOVE "N" TO SF-COPY-FAILED-SW.
106000     PERFORM 2750-DELETE-ONE-LINK
106100         THRU 2750-DELETE-ONE-LINK-EXIT
106200         VARYING SF-ER-SUB FROM 1 BY 1
106300         UNTIL SF-ER-SUB > SF-ER-COUNT OR SF-COPY-FAILED.
106400     CLOSE SfHHold.
106500     MOVE SF-FILE-READ-COUNT TO SF-FT-READ(SF-FT-COUNT).
106600     MOVE SF-FILE-SCRUB-COUNT TO SF-FT-SCRUBBED(SF-FT-COUNT).
106700     MOVE SF-FILE-SCRUB-COUNT TO SF-HHD-DELETE-COUNT.
106800     IF SF-COPY-FAILED
106900         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
107000         MOVE "Y" TO SF-RUN-FAILED-SW
107100         GO TO 2700-DELETE-HOUSEHOLD-LINKS-EXIT
107200     END-IF.
107300     IF SF-FILE-SCRUB-COUNT > ZERO
107400         MOVE "REWRITTEN" TO SF-FT-RESULT(SF-FT-COUNT)
107500         ADD 1 TO SF-REWRITTEN-COUNT
107600     END-IF.
107700 2700-DELETE-HOUSEHOLD-LINKS-EXIT.
107800     EXIT.
107900*****************************************************************
108000*    2750-DELETE-ONE-LINK - ONE REQUEST'S HOUSEHOLD RECORD, IF IT
108100*    HAS ONE.
108200*****************************************************************
108300 2750-DELETE-ONE-LINK.
108400     IF NOT SF-ER-SCRUBBABLE(SF-ER-SUB)
108500         GO TO 2750-DELETE-ONE-LINK-EXIT
108600     END-IF.
108700
108800     MOVE SF-ER-CUST-ID(SF-ER-SUB) TO HHM-CUST-ID.
108900     READ SfHHold
109000         KEY IS HHM-CUST-ID
109100         INVALID KEY
109200             CONTINUE
109300     END-READ.
109400     IF SF-HHD-STATUS-NO-RECORD
109500         GO TO 2750-DELETE-ONE-LINK-EXIT
109600     END-IF.
109700     IF SF-HHD-STATUS-OK
109800         ADD 1 TO SF-FILE-READ-COUNT
109900         DELETE SfHHold RECORD
110000             INVALID KEY
110100                 CONTINUE
110200         END-DELETE
110300     END-IF.
110400     IF NOT SF-HHD-STATUS-OK
110500         DISPLAY "SFER130E - HOUSEHOLD FILE I-O ERROR, STATUS "
110600             SF-HHD-FILE-STATUS
110700         MOVE SF-HHD-FILE-STATUS TO SF-LOG-STATUS-VALUE
110800         MOVE SF-ER-CUST-ID(SF-ER-SUB)(1:30)
110900             TO SF-LOG-CUST-ID-VALUE
111000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
111100         MOVE "Y" TO SF-COPY-FAILED-SW
111200         GO TO 2750-DELETE-ONE-LINK-EXIT
111300     END-IF.
111400     ADD 1 TO SF-FILE-SCRUB-COUNT.
111500 2750-DELETE-ONE-LINK-EXIT.
111600     EXIT.
111700*****************************************************************
111800*    3000-SCRUB-CATALOG-FILES - TABLES THE BACKUP AND JOURNAL
111900*    GENERATION OF EVERY ACTIVE SFBKCAT ENTRY AND SCRUBS EACH
112000*    ONE.  A SITE WITHOUT A CATALOG HAS ONLY THE LIVE JOURNAL.
112100*****************************************************************
112200 3000-SCRUB-CATALOG-FILES.
112300     OPEN INPUT SfBkCat.
112400     IF NOT SF-CAT-STATUS-OK
112500         IF SF-CAT-STATUS-NOT-FOUND
112600             DISPLAY "SFER112W - NO BACKUP CATALOG SFBKCAT - "
112700                 "LIVE JOURNAL ONLY"
112800         ELSE
112900             DISPLAY "SFER113E - UNABLE TO OPEN SFBKCAT, STATUS "
113000                 SF-CAT-FILE-STATUS
113100             MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
113200             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
113300             PERFORM 8000-LOG-FILE-ERROR
113400                 THRU 8000-LOG-FILE-ERROR-EXIT
113500             MOVE "Y" TO SF-RUN-FAILED-SW
113600         END-IF
113700         GO TO 3000-SCRUB-CATALOG-FILES-EXIT
113800     END-IF.
113900
114000     MOVE "N" TO SF-CAT-EOF-SW.
114100     MOVE ZERO TO SF-CT-COUNT.
114200     PERFORM 3050-TABLE-CATALOG-ENTRY
114300         THRU 3050-TABLE-CATALOG-ENTRY-EXIT
114400         UNTIL SF-CAT-EOF.
114500     CLOSE SfBkCat.
114600
114700     PERFORM 3100-SCRUB-GENERATION
114800         THRU 3100-SCRUB-GENERATION-EXIT
114900         VARYING SF-CT-SUB FROM 1 BY 1
115000         UNTIL SF-CT-SUB > SF-CT-COUNT.
115100 3000-SCRUB-CATALOG-FILES-EXIT.
115200     EXIT.
115300*****************************************************************
115400*    3050-TABLE-CATALOG-ENTRY - ONE CATALOG ENTRY.  EXPIRED
115500*    ENTRIES ARE PASSED OVER - SFBKUP HAS DELETED THEIR FILES.
115600*****************************************************************
115700 3050-TABLE-CATALOG-ENTRY.
115800     READ SfBkCat
115900         AT END
116000             MOVE "Y" TO SF-CAT-EOF-SW
116100             GO TO 3050-TABLE-CATALOG-ENTRY-EXIT
116200     END-READ.
116300     IF NOT SF-CAT-STATUS-OK
116400         MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
116500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
116600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
116700         MOVE "Y" TO SF-CAT-EOF-SW SF-RUN-FAILED-SW
116800         GO TO 3050-TABLE-CATALOG-ENTRY-EXIT
116900     END-IF.
117000     IF NOT BKC-STATUS-ACTIVE
117100         GO TO 3050-TABLE-CATALOG-ENTRY-EXIT
117200     END-IF.
117300
117400     IF SF-CT-COUNT NOT < SF-CT-MAX
117500         DISPLAY "SFER114E - OVER 100 ACTIVE CATALOG ENTRIES - "
117600             "EXPIRE OLD BACKUPS AND RERUN"
117700         MOVE "Y" TO SF-CAT-EOF-SW SF-RUN-FAILED-SW
117800         GO TO 3050-TABLE-CATALOG-ENTRY-EXIT
117900     END-IF.
118000     ADD 1 TO SF-CT-COUNT.
118100     MOVE BKC-BACKUP-NAME TO SF-CT-BACKUP-NAME(SF-CT-COUNT).
118200     MOVE BKC-JOURNAL-NAME TO SF-CT-JOURNAL-NAME(SF-CT-COUNT).
118300 3050-TABLE-CATALOG-ENTRY-EXIT.
118400     EXIT.
118500*****************************************************************
118600*    3100-SCRUB-GENERATION - THE BACKUP AND THE JOURNAL
118700*    GENERATION OF ONE CATALOG ENTRY.
118800*****************************************************************
118900 3100-SCRUB-GENERATION.
119000     IF SF-CT-BACKUP-NAME(SF-CT-SUB) NOT = SPACES
119100         MOVE SF-CT-BACKUP-NAME(SF-CT-SUB) TO SF-BACKUP-NAME
119200         PERFORM 3200-SCRUB-BACKUP
119300             THRU 3200-SCRUB-BACKUP-EXIT
119400     END-IF.
119500     IF SF-CT-JOURNAL-NAME(SF-CT-SUB) NOT = SPACES
119600         MOVE SF-CT-JOURNAL-NAME(SF-CT-SUB) TO SF-GEN-FILE-NAME
119700         PERFORM 3500-SCRUB-JOURNAL-GEN
119800             THRU 3500-SCRUB-JOURNAL-GEN-EXIT
119900     END-IF.
120000 3100-SCRUB-GENERATION-EXIT.
120100     EXIT.
120200*****************************************************************
120300*    3200-SCRUB-BACKUP - COPIES ONE BACKUP THROUGH SFERBWK WITH
120400*    EVERY REQUESTED CUSTOMER'S RECORD ERASED, THEN COPIES IT
120500*    BACK IF ANYTHING CHANGED.  THE RECORD COUNT IS UNCHANGED, SO
120600*    THE CATALOG STILL PROVES AN SFRCVR RELOAD.
120700*****************************************************************
120800 3200-SCRUB-BACKUP.
120900     ADD 1 TO SF-BKP-FILE-COUNT.
121000     MOVE "BACKUP " TO SF-WHERE-TEXT.
121100     MOVE SF-BACKUP-NAME TO SF-FT-NEW-NAME.
121200     PERFORM 6800-ADD-FILE-ENTRY
121300         THRU 6800-ADD-FILE-ENTRY-EXIT.
121400     IF SF-WORK-HELD
121500         MOVE "SKIPPED" TO SF-FT-RESULT(SF-FT-COUNT)
121600         GO TO 3200-SCRUB-BACKUP-EXIT
121700     END-IF.
121800
121900     OPEN INPUT SfBkup.
122000     IF NOT SF-BKP-STATUS-OK
122100         DISPLAY "SFER115E - BACKUP NOT FOUND: " SF-BACKUP-NAME
122200         MOVE SF-BKP-FILE-STATUS TO SF-LOG-STATUS-VALUE
122300         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
122400         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
122500         MOVE "NOT FOUND" TO SF-FT-RESULT(SF-FT-COUNT)
122600         MOVE "Y" TO SF-RUN-FAILED-SW
122700         GO TO 3200-SCRUB-BACKUP-EXIT
122800     END-IF.
122900     OPEN OUTPUT SfErBwk.
123000     IF NOT SF-BWK-STATUS-OK
123100         DISPLAY "SFER116E - UNABLE TO OPEN SFERBWK, STATUS "
123200             SF-BWK-FILE-STATUS
123300         MOVE SF-BWK-FILE-STATUS TO SF-LOG-STATUS-VALUE
123400         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
123500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
123600         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
123700         MOVE "Y" TO SF-RUN-FAILED-SW
123800         CLOSE SfBkup
123900         GO TO 3200-SCRUB-BACKUP-EXIT
124000     END-IF.
124100
124200     MOVE ZERO TO SF-FILE-READ-COUNT SF-FILE-SCRUB-COUNT
124300         SF-FILE-BACK-COUNT.
124400     MOVE "N" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW.
124500     PERFORM 3250-SCRUB-BACKUP-RECORD
124600         THRU 3250-SCRUB-BACKUP-RECORD-EXIT
124700         UNTIL SF-END-OF-FILE.
124800     CLOSE SfBkup SfErBwk.
124900     MOVE SF-FILE-READ-COUNT TO SF-FT-READ(SF-FT-COUNT).
125000     MOVE SF-FILE-SCRUB-COUNT TO SF-FT-SCRUBBED(SF-FT-COUNT).
125100     IF SF-COPY-FAILED
125200         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
125300         MOVE "Y" TO SF-RUN-FAILED-SW
125400         GO TO 3200-SCRUB-BACKUP-EXIT
125500     END-IF.
125600     IF SF-FILE-SCRUB-COUNT = ZERO
125700         GO TO 3200-SCRUB-BACKUP-EXIT
125800     END-IF.
125900*
126000*    COPY THE SCRUBBED BACKUP BACK OVER THE ORIGINAL.  THE
126100*    ORIGINAL IS NOT OPENED OVER UNTIL THE COPY CAN BE READ.
126200*
126300     OPEN INPUT SfErBwk.
126400     IF NOT SF-BWK-STATUS-OK
126500         MOVE "Y" TO SF-COPY-FAILED-SW
126600     ELSE
126700         OPEN OUTPUT SfBkup
126800         IF NOT SF-BKP-STATUS-OK
126900             MOVE "Y" TO SF-COPY-FAILED-SW
127000         ELSE
127100             MOVE "N" TO SF-END-OF-FILE-SW
127200             PERFORM 3270-COPY-BACK-BACKUP
127300                 THRU 3270-COPY-BACK-BACKUP-EXIT
127400                 UNTIL SF-END-OF-FILE
127500             CLOSE SfBkup
127600         END-IF
127700         CLOSE SfErBwk
127800     END-IF.
127900     IF SF-COPY-FAILED
128000             OR SF-FILE-BACK-COUNT NOT = SF-FILE-READ-COUNT
128100         DISPLAY "SFER117E - BACKUP " SF-BACKUP-NAME
128200         DISPLAY "SFER117E - REWRITE INCOMPLETE - RESTORE IT "
128300             "FROM SFERBWK"
128400         MOVE "Y" TO SF-WORK-HELD-SW
128500         MOVE SF-BKP-FILE-STATUS TO SF-LOG-STATUS-VALUE
128600         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
128700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
128800         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
128900         MOVE "Y" TO SF-RUN-FAILED-SW
129000         GO TO 3200-SCRUB-BACKUP-EXIT
129100     END-IF.
129200     MOVE "REWRITTEN" TO SF-FT-RESULT(SF-FT-COUNT).
129300     ADD 1 TO SF-REWRITTEN-COUNT.
129400     ADD SF-FILE-SCRUB-COUNT TO SF-BKP-SCRUB-COUNT.
129500 3200-SCRUB-BACKUP-EXIT.
129600     EXIT.
129700*****************************************************************
129800*    3250-SCRUB-BACKUP-RECORD - ONE BACKUP RECORD TO SFERBWK,
129900*    ERASED FIRST WHEN IT BELONGS TO A REQUESTED CUSTOMER.
130000*****************************************************************
130100 3250-SCRUB-BACKUP-RECORD.
130200     READ SfBkup
130300         AT END
130400             MOVE "Y" TO SF-END-OF-FILE-SW
130500             GO TO 3250-SCRUB-BACKUP-RECORD-EXIT
130600     END-READ.
130700     IF NOT SF-BKP-STATUS-OK
130800         MOVE SF-BKP-FILE-STATUS TO SF-LOG-STATUS-VALUE
130900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
131000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
131100         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
131200         GO TO 3250-SCRUB-BACKUP-RECORD-EXIT
131300     END-IF.
131400     ADD 1 TO SF-FILE-READ-COUNT.
131500
131600     MOVE SF-BKP-RECORD TO ImageCustomer.
131700     MOVE CUST-ID OF ImageCustomer TO SF-MATCH-KEY.
131800     PERFORM 6900-FIND-REQUEST
131900         THRU 6900-FIND-REQUEST-EXIT.
132000     IF SF-REQ-FOUND
132100         IF SF-ER-SCRUBBABLE(SF-ER-HIT)
132200             ADD 1 TO SF-ER-BKP-COUNT(SF-ER-HIT)
132300             PERFORM 6500-ERASE-IMAGE
132400                 THRU 6500-ERASE-IMAGE-EXIT
132500             IF SF-IMAGE-CHANGED
132600                 ADD 1 TO SF-FILE-SCRUB-COUNT
132700             END-IF
132800         END-IF
132900     END-IF.
133000
133100     WRITE SF-BWK-RECORD FROM ImageCustomer.
133200     IF NOT SF-BWK-STATUS-OK
133300         MOVE SF-BWK-FILE-STATUS TO SF-LOG-STATUS-VALUE
133400         MOVE CUST-ID OF ImageCustomer (1:30)
133500             TO SF-LOG-CUST-ID-VALUE
133600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
133700         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
133800     END-IF.
133900 3250-SCRUB-BACKUP-RECORD-EXIT.
134000     EXIT.
134100*****************************************************************
134200*    3270-COPY-BACK-BACKUP - ONE SCRUBBED RECORD BACK TO THE
134300*    BACKUP.
134400*****************************************************************
134500 3270-COPY-BACK-BACKUP.
134600     READ SfErBwk
134700         AT END
134800             MOVE "Y" TO SF-END-OF-FILE-SW
134900             GO TO 3270-COPY-BACK-BACKUP-EXIT
135000     END-READ.
135100     IF NOT SF-BWK-STATUS-OK
135200         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
135300         GO TO 3270-COPY-BACK-BACKUP-EXIT
135400     END-IF.
135500     WRITE SF-BKP-RECORD FROM SF-BWK-RECORD.
135600     IF NOT SF-BKP-STATUS-OK
135700         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
135800         GO TO 3270-COPY-BACK-BACKUP-EXIT
135900     END-IF.
136000     ADD 1 TO SF-FILE-BACK-COUNT.
136100 3270-COPY-BACK-BACKUP-EXIT.
136200     EXIT.
136300*****************************************************************
136400*    3500-SCRUB-JOURNAL-GEN - COPIES ONE JOURNAL GENERATION
136500*    THROUGH SFERWRK WITH THE REQUESTED CUSTOMERS' IMAGES ERASED,
136600*    THEN COPIES IT BACK IF ANYTHING CHANGED.  THE ENTRY COUNT IS
136700*    UNCHANGED, SO THE CATALOG COUNT STILL HOLDS.
136800*****************************************************************
136900 3500-SCRUB-JOURNAL-GEN.
137000     ADD 1 TO SF-JRN-FILE-COUNT.
137100     MOVE "JOURNAL" TO SF-WHERE-TEXT.
137200     MOVE SF-GEN-FILE-NAME TO SF-FT-NEW-NAME.
137300     PERFORM 6800-ADD-FILE-ENTRY
137400         THRU 6800-ADD-FILE-ENTRY-EXIT.
137500     IF SF-WORK-HELD
137600         MOVE "SKIPPED" TO SF-FT-RESULT(SF-FT-COUNT)
137700         GO TO 3500-SCRUB-JOURNAL-GEN-EXIT
137800     END-IF.
137900
138000     OPEN INPUT SfAudGen.
138100     IF NOT SF-GEN-STATUS-OK
138200         DISPLAY "SFER118E - JOURNAL GENERATION NOT FOUND: "
138300             SF-GEN-FILE-NAME
138400         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
138500         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
138600         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
138700         MOVE "NOT FOUND" TO SF-FT-RESULT(SF-FT-COUNT)
138800         MOVE "Y" TO SF-RUN-FAILED-SW
138900         GO TO 3500-SCRUB-JOURNAL-GEN-EXIT
139000     END-IF.
139100     PERFORM 6700-OPEN-JOURNAL-WORK
139200         THRU 6700-OPEN-JOURNAL-WORK-EXIT.
139300     IF SF-COPY-FAILED
139400         CLOSE SfAudGen
139500         GO TO 3500-SCRUB-JOURNAL-GEN-EXIT
139600     END-IF.
139700
139800     PERFORM 3550-SCRUB-GEN-ENTRY
139900         THRU 3550-SCRUB-GEN-ENTRY-EXIT
140000         UNTIL SF-END-OF-FILE.
140100     CLOSE SfAudGen SfErWrk.
140200     MOVE SF-FILE-READ-COUNT TO SF-FT-READ(SF-FT-COUNT).
140300     MOVE SF-FILE-SCRUB-COUNT TO SF-FT-SCRUBBED(SF-FT-COUNT).
140400     IF SF-COPY-FAILED
140500         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
140600         MOVE "Y" TO SF-RUN-FAILED-SW
140700         GO TO 3500-SCRUB-JOURNAL-GEN-EXIT
140800     END-IF.
140900     IF SF-FILE-SCRUB-COUNT = ZERO
141000         GO TO 3500-SCRUB-JOURNAL-GEN-EXIT
141100     END-IF.
141200*
141300*    COPY THE SCRUBBED GENERATION BACK OVER THE ORIGINAL.  THE
141400*    ORIGINAL IS NOT OPENED OVER UNTIL THE COPY CAN BE READ.
141500*
141600     OPEN INPUT SfErWrk.
141700     IF NOT SF-WRK-STATUS-OK
141800         MOVE "Y" TO SF-COPY-FAILED-SW
141900     ELSE
142000         OPEN OUTPUT SfAudGen
142100         IF NOT SF-GEN-STATUS-OK
142200             MOVE "Y" TO SF-COPY-FAILED-SW
142300         ELSE
142400             MOVE "N" TO SF-END-OF-FILE-SW
142500             PERFORM 3570-COPY-BACK-GEN-ENTRY
142600                 THRU 3570-COPY-BACK-GEN-ENTRY-EXIT
142700                 UNTIL SF-END-OF-FILE
142800             CLOSE SfAudGen
142900         END-IF
143000         CLOSE SfErWrk
143100     END-IF.
143200     IF SF-COPY-FAILED
143300             OR SF-FILE-BACK-COUNT NOT = SF-FILE-READ-COUNT
143400         DISPLAY "SFER119E - JOURNAL GENERATION " SF-GEN-FILE-NAME
143500         DISPLAY "SFER119E - REWRITE INCOMPLETE - RESTORE IT "
143600             "FROM SFERWRK"
143700         MOVE "Y" TO SF-WORK-HELD-SW
143800         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
143900         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
144000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
144100         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
144200         MOVE "Y" TO SF-RUN-FAILED-SW
144300         GO TO 3500-SCRUB-JOURNAL-GEN-EXIT
144400     END-IF.
144500     MOVE "REWRITTEN" TO SF-FT-RESULT(SF-FT-COUNT).
144600     ADD 1 TO SF-REWRITTEN-COUNT.
144700     ADD SF-FILE-SCRUB-COUNT TO SF-JRN-SCRUB-COUNT.
144800 3500-SCRUB-JOURNAL-GEN-EXIT.
144900     EXIT.
145000*****************************************************************
145100*    3550-SCRUB-GEN-ENTRY - ONE GENERATION ENTRY TO SFERWRK.
145200*****************************************************************
145300 3550-SCRUB-GEN-ENTRY.
145400     READ SfAudGen INTO AuditJournal
145500         AT END
145600             MOVE "Y" TO SF-END-OF-FILE-SW
145700             GO TO 3550-SCRUB-GEN-ENTRY-EXIT
145800     END-READ.
145900     IF NOT SF-GEN-STATUS-OK
146000         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
146100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
146200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
146300         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
146400         GO TO 3550-SCRUB-GEN-ENTRY-EXIT
146500     END-IF.
146600     PERFORM 6000-SCRUB-JOURNAL-ENTRY
146700         THRU 6000-SCRUB-JOURNAL-ENTRY-EXIT.
146800 3550-SCRUB-GEN-ENTRY-EXIT.
146900     EXIT.
147000*****************************************************************
147100*    3570-COPY-BACK-GEN-ENTRY - ONE SCRUBBED ENTRY BACK TO THE
147200*    GENERATION.
147300*****************************************************************
147400 3570-COPY-BACK-GEN-ENTRY.
147500     READ SfErWrk
147600         AT END
147700             MOVE "Y" TO SF-END-OF-FILE-SW
147800             GO TO 3570-COPY-BACK-GEN-ENTRY-EXIT
147900     END-READ.
148000     IF NOT SF-WRK-STATUS-OK
148100         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
148200         GO TO 3570-COPY-BACK-GEN-ENTRY-EXIT
148300     END-IF.
148400     WRITE SF-GEN-RECORD FROM SF-WRK-RECORD.
148500     IF NOT SF-GEN-STATUS-OK
148600         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
148700         GO TO 3570-COPY-BACK-GEN-ENTRY-EXIT
148800     END-IF.
148900     ADD 1 TO SF-FILE-BACK-COUNT.
149000 3570-COPY-BACK-GEN-ENTRY-EXIT.
149100     EXIT.
149200*****************************************************************
149300*    4000-SCRUB-LIVE-JOURNAL - SCRUBS THE LIVE SFAUDIT THROUGH
149400*    SFERWRK, SETTLES EVERY REQUEST STILL PENDING NOW THAT ALL
149500*    THE JOURNALS HAVE BEEN SEEN, THEN WRITES SFAUDIT BACK (OR
149600*    SIMPLY APPENDS TO IT WHEN NOTHING IN IT CHANGED) WITH AN E
149700*    ENTRY FOR EVERY CUSTOMER ERASED BY THIS RUN.
149800*****************************************************************
149900 4000-SCRUB-LIVE-JOURNAL.
150000     ADD 1 TO SF-JRN-FILE-COUNT.
150100     MOVE "JOURNAL" TO SF-WHERE-TEXT.
150200     MOVE "SFAUDIT (LIVE JOURNAL)" TO SF-FT-NEW-NAME.
150300     PERFORM 6800-ADD-FILE-ENTRY
150400         THRU 6800-ADD-FILE-ENTRY-EXIT.
150500     MOVE ZERO TO SF-FILE-READ-COUNT SF-FILE-SCRUB-COUNT
150600         SF-FILE-BACK-COUNT.
150700     IF SF-WORK-HELD
150800         MOVE "SKIPPED" TO SF-FT-RESULT(SF-FT-COUNT)
150900         GO TO 4000-SCRUB-LIVE-JOURNAL-WRITE
151000     END-IF.
151100
151200     OPEN INPUT SfAudit.
151300     IF NOT SF-AUD-STATUS-OK
151400         IF SF-AUD-STATUS-NOT-FOUND
151500             MOVE "NOT FOUND" TO SF-FT-RESULT(SF-FT-COUNT)
151600         ELSE
151700             DISPLAY "SFER120E - UNABLE TO OPEN SFAUDIT, STATUS "
151800                 SF-AUD-FILE-STATUS
151900             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
152000             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
152100             PERFORM 8000-LOG-FILE-ERROR
152200                 THRU 8000-LOG-FILE-ERROR-EXIT
152300             MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
152400             MOVE "Y" TO SF-RUN-FAILED-SW
152500         END-IF
152600         GO TO 4000-SCRUB-LIVE-JOURNAL-WRITE
152700     END-IF.
152800     PERFORM 6700-OPEN-JOURNAL-WORK
152900         THRU 6700-OPEN-JOURNAL-WORK-EXIT.
153000     IF SF-COPY-FAILED
153100         CLOSE SfAudit
153200         MOVE ZERO TO SF-FILE-SCRUB-COUNT
153300         GO TO 4000-SCRUB-LIVE-JOURNAL-WRITE
153400     END-IF.
153500
153600     PERFORM 4050-SCRUB-LIVE-ENTRY
153700         THRU 4050-SCRUB-LIVE-ENTRY-EXIT
153800         UNTIL SF-END-OF-FILE.
153900     CLOSE SfAudit SfErWrk.
154000     MOVE SF-FILE-READ-COUNT TO SF-FT-READ(SF-FT-COUNT).
154100     MOVE SF-FILE-SCRUB-COUNT TO SF-FT-SCRUBBED(SF-FT-COUNT).
154200     IF SF-COPY-FAILED
154300         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
154400         MOVE "Y" TO SF-RUN-FAILED-SW
154500         MOVE ZERO TO SF-FILE-SCRUB-COUNT
154600     END-IF.
154700*
154800*    EVERY JOURNAL HAS NOW BEEN SEEN, SO A CUSTOMER ON NEITHER
154900*    FILE CAN BE SETTLED.
155000*
155100 4000-SCRUB-LIVE-JOURNAL-WRITE.
155200     PERFORM 4100-SETTLE-REQUEST
155300         THRU 4100-SETTLE-REQUEST-EXIT
155400         VARYING SF-ER-SUB FROM 1 BY 1
155500         UNTIL SF-ER-SUB > SF-ER-COUNT.
155600*
155700*    A CHANGED JOURNAL HAS ITS E ENTRIES ADDED TO THE SCRUBBED
155800*    COPY, WHICH IS THEN WRITTEN BACK WHOLE - SO SFERWRK HOLDS
155900*    THE COMPLETE JOURNAL IF THE COPY BACK FAILS.  AN UNCHANGED
156000*    JOURNAL HAS THE E ENTRIES APPENDED.
156100*
156200     IF SF-FILE-SCRUB-COUNT > ZERO
156300         OPEN EXTEND SfErWrk
156400         IF SF-WRK-STATUS-OK
156500             MOVE "W" TO SF-E-TARGET-SW
156600             PERFORM 4200-JOURNAL-ERASURE
156700                 THRU 4200-JOURNAL-ERASURE-EXIT
156800                 VARYING SF-ER-SUB FROM 1 BY 1
156900                 UNTIL SF-ER-SUB > SF-ER-COUNT
157000             CLOSE SfErWrk
157100             PERFORM 4300-COPY-BACK-LIVE-JOURNAL
157200                 THRU 4300-COPY-BACK-LIVE-JOURNAL-EXIT
157300             GO TO 4000-SCRUB-LIVE-JOURNAL-EXIT
157400         END-IF
157500         DISPLAY "SFER116E - UNABLE TO OPEN SFERWRK, STATUS "
157600             SF-WRK-FILE-STATUS
157700         MOVE SF-WRK-FILE-STATUS TO SF-LOG-STATUS-VALUE
157800         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
157900         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
158000         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
158100         MOVE "Y" TO SF-RUN-FAILED-SW
158200     END-IF.
158300
158400     OPEN EXTEND SfAudit.
158500     IF NOT SF-AUD-STATUS-OK
158600         OPEN OUTPUT SfAudit
158700     END-IF.
158800     IF NOT SF-AUD-STATUS-OK
158900         DISPLAY "SFER122E - SFAUDIT NOT OPEN - ERASURES NOT "
159000             "JOURNALED"
159100         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
159200         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
159300         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
159400         MOVE "Y" TO SF-RUN-FAILED-SW
159500         GO TO 4000-SCRUB-LIVE-JOURNAL-EXIT
159600     END-IF.
159700     MOVE "A" TO SF-E-TARGET-SW.
159800     PERFORM 4200-JOURNAL-ERASURE
159900         THRU 4200-JOURNAL-ERASURE-EXIT
160000         VARYING SF-ER-SUB FROM 1 BY 1
160100         UNTIL SF-ER-SUB > SF-ER-COUNT.
160200     CLOSE SfAudit.
160300 4000-SCRUB-LIVE-JOURNAL-EXIT.
160400     EXIT.
160500*****************************************************************
160600*    4050-SCRUB-LIVE-ENTRY - ONE LIVE JOURNAL ENTRY TO SFERWRK.
160700*****************************************************************
160800 4050-SCRUB-LIVE-ENTRY.
160900     READ SfAudit INTO AuditJournal
161000         AT END
161100             MOVE "Y" TO SF-END-OF-FILE-SW
161200             GO TO 4050-SCRUB-LIVE-ENTRY-EXIT
161300     END-READ.
161400     IF NOT SF-AUD-STATUS-OK
161500         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
161600         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
161700         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
161800         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
161900         GO TO 4050-SCRUB-LIVE-ENTRY-EXIT
162000     END-IF.
162100     PERFORM 6000-SCRUB-JOURNAL-ENTRY
162200         THRU 6000-SCRUB-JOURNAL-ENTRY-EXIT.
162300 4050-SCRUB-LIVE-ENTRY-EXIT.
162400     EXIT.
162500*****************************************************************
162600*    4070-COPY-BACK-LIVE-ENTRY - ONE SCRUBBED ENTRY BACK TO
162700*    SFAUDIT.
162800*****************************************************************
162900 4070-COPY-BACK-LIVE-ENTRY.
163000     READ SfErWrk
163100         AT END
163200             MOVE "Y" TO SF-END-OF-FILE-SW
163300             GO TO 4070-COPY-BACK-LIVE-ENTRY-EXIT
163400     END-READ.
163500     IF NOT SF-WRK-STATUS-OK
163600         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
163700         GO TO 4070-COPY-BACK-LIVE-ENTRY-EXIT
163800     END-IF.
163900     WRITE SF-AUD-RECORD FROM SF-WRK-RECORD.
164000     IF NOT SF-AUD-STATUS-OK
164100         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
164200         GO TO 4070-COPY-BACK-LIVE-ENTRY-EXIT
164300     END-IF.
164400     ADD 1 TO SF-FILE-BACK-COUNT.
164500 4070-COPY-BACK-LIVE-ENTRY-EXIT.
164600     EXIT.
164700*****************************************************************
164800*    4100-SETTLE-REQUEST - A CUSTOMER ON NEITHER FILE IS ERASED
164900*    FROM THE JOURNAL ONLY IF ANY JOURNAL OR BACKUP HELD IT,
165000*    ALREADY ERASED IF AN EARLIER RUN JOURNALED ITS ERASURE, AND
165100*    OTHERWISE WAS NEVER ON FILE.  A CUSTOMER ALREADY ERASED
165200*    WHOSE E ENTRY NO JOURNAL HOLDS IS MARKED FOR ONE NOW.  THE
165300*    DISPOSITION IS COUNTED.
165400*****************************************************************
165500 4100-SETTLE-REQUEST.
165600     IF SF-ER-PENDING(SF-ER-SUB)
165700         IF SF-ER-E-FOUND-SW(SF-ER-SUB) = "Y"
165800             MOVE "X" TO SF-ER-STATE(SF-ER-SUB)
165900         ELSE
166000             IF SF-ER-JRN-COUNT(SF-ER-SUB) > ZERO
166100                     OR SF-ER-BKP-COUNT(SF-ER-SUB) > ZERO
166200                 MOVE "J" TO SF-ER-STATE(SF-ER-SUB)
166300             ELSE
166400                 MOVE "N" TO SF-ER-STATE(SF-ER-SUB)
166500             END-IF
166600         END-IF
166700     END-IF.
166800
166900*
167000*    AN EARLIER RUN THAT FAILED AFTER ERASING THE MASTER OR THE
167100*    ARCHIVE BUT BEFORE JOURNALING LEFT NO E ENTRY, SO SFRCVR
167200*    COULD BRING THE DATA BACK.  THE ERASED RECORD IN SF-ER-IMAGE
167300*    IS JOURNALED NOW.  SHOULD A SKIPPED JOURNAL HAVE HELD THE
167400*    ENTRY AFTER ALL, A SECOND ONE ONLY ERASES THE RECORD AGAIN.
167500*
167600     IF SF-ER-ALREADY(SF-ER-SUB)
167700             AND SF-ER-E-FOUND-SW(SF-ER-SUB) = "N"
167800         MOVE "L" TO SF-ER-E-FOUND-SW(SF-ER-SUB)
167900     END-IF.
168000     ADD 1 TO SF-REQUEST-COUNT.
168100
168200     EVALUATE TRUE
168300         WHEN SF-ER-ERASED(SF-ER-SUB)
168400             ADD 1 TO SF-ERASED-COUNT
168500         WHEN SF-ER-JOURNAL-ONLY(SF-ER-SUB)
168600             ADD 1 TO SF-JRN-ONLY-COUNT
168700         WHEN SF-ER-ALREADY(SF-ER-SUB)
168800             ADD 1 TO SF-ALREADY-COUNT
168900         WHEN SF-ER-REFUSED(SF-ER-SUB)
169000             ADD 1 TO SF-REFUSED-COUNT
169100         WHEN SF-ER-NOT-ON-FILE(SF-ER-SUB)
169200             ADD 1 TO SF-NOT-ON-FILE-COUNT
169300         WHEN SF-ER-DUPLICATE(SF-ER-SUB)
169400             ADD 1 TO SF-DUPLICATE-COUNT
169500         WHEN SF-ER-FAILED(SF-ER-SUB)
169600             ADD 1 TO SF-FAILED-COUNT
169700     END-EVALUATE.
169800 4100-SETTLE-REQUEST-EXIT.
169900     EXIT.
170000*****************************************************************
170100*    4200-JOURNAL-ERASURE - AN E ENTRY FOR A CUSTOMER ERASED BY
170200*    THIS RUN, OR ERASED BY AN EARLIER ONE THAT NEVER JOURNALED
170300*    IT, IN THE SAME CUSTAUD RECORD SFM WRITES.  BOTH IMAGES ARE
170400*    THE ERASED RECORD, SO THE JOURNAL NEVER CARRIES THE DATA
170500*    AGAIN; A JOURNAL-ONLY ERASURE HAS BLANK IMAGES.
170600*    SF-E-TARGET-SW SAYS WHETHER IT GOES ON THE SCRUBBED COPY
170700*    IN SFERWRK OR STRAIGHT ONTO SFAUDIT.
170800*****************************************************************
170900 4200-JOURNAL-ERASURE.
171000     IF NOT SF-ER-ERASED(SF-ER-SUB)
171100             AND NOT SF-ER-JOURNAL-ONLY(SF-ER-SUB)
171200             AND SF-ER-E-FOUND-SW(SF-ER-SUB) NOT = "L"
171300         GO TO 4200-JOURNAL-ERASURE-EXIT
171400     END-IF.
171500
171600     ACCEPT SF-RUN-TIME FROM TIME.
171700     MOVE SPACES TO AuditJournal.
171800     MOVE "E" TO AUD-ACTION.
171900     MOVE SF-RUN-DATE-DISPLAY TO AUD-DATE.
172000     MOVE SF-RUN-TIME TO AUD-TIME.
172100     MOVE SF-OPERATOR-ID TO AUD-OPERATOR.
172200     MOVE SF-ER-CUST-ID(SF-ER-SUB) TO AUD-CUST-ID.
172300     MOVE SF-ER-IMAGE(SF-ER-SUB) TO AUD-BEFORE-IMAGE.
172400     MOVE SF-ER-IMAGE(SF-ER-SUB) TO AUD-AFTER-IMAGE.
172500     IF SF-E-TO-WORK
172600         WRITE SF-WRK-RECORD FROM AuditJournal
172700         MOVE SF-WRK-FILE-STATUS TO SF-LOG-STATUS-VALUE
172800     ELSE
172900         WRITE SF-AUD-RECORD FROM AuditJournal
173000         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
173100     END-IF.
173200     IF SF-LOG-STATUS-VALUE NOT = "00"
173300         MOVE SF-ER-CUST-ID(SF-ER-SUB)(1:30)
173400             TO SF-LOG-CUST-ID-VALUE
173500         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
173600         MOVE "Y" TO SF-RUN-FAILED-SW
173700         GO TO 4200-JOURNAL-ERASURE-EXIT
173800     END-IF.
173900     ADD 1 TO SF-JOURNALED-COUNT.
174000     IF SF-ER-E-FOUND-SW(SF-ER-SUB) = "L"
174100         ADD 1 TO SF-LATE-E-COUNT
174200     END-IF.
174300 4200-JOURNAL-ERASURE-EXIT.
174400     EXIT.
174500*****************************************************************
174600*    4300-COPY-BACK-LIVE-JOURNAL - WRITES THE SCRUBBED LIVE
174700*    JOURNAL, E ENTRIES INCLUDED, BACK OVER SFAUDIT.  SFAUDIT IS
174800*    NOT OPENED OVER UNTIL THE COPY CAN BE READ.
174900*****************************************************************
175000 4300-COPY-BACK-LIVE-JOURNAL.
175100     OPEN INPUT SfErWrk.
175200     IF NOT SF-WRK-STATUS-OK
175300         MOVE "Y" TO SF-COPY-FAILED-SW
175400     ELSE
175500         OPEN OUTPUT SfAudit
175600         IF NOT SF-AUD-STATUS-OK
175700             MOVE "Y" TO SF-COPY-FAILED-SW
175800         ELSE
175900             MOVE "N" TO SF-END-OF-FILE-SW
176000             PERFORM 4070-COPY-BACK-LIVE-ENTRY
176100                 THRU 4070-COPY-BACK-LIVE-ENTRY-EXIT
176200                 UNTIL SF-END-OF-FILE
176300             CLOSE SfAudit
176400         END-IF
176500         CLOSE SfErWrk
176600     END-IF.
176700*
176800*    THE COPY NOW CARRIES THE E ENTRIES AS WELL.
176900*
177000     ADD SF-JOURNALED-COUNT TO SF-FILE-READ-COUNT.
177100     IF SF-COPY-FAILED
177200             OR SF-FILE-BACK-COUNT NOT = SF-FILE-READ-COUNT
177300         DISPLAY "SFER121E - SFAUDIT REWRITE INCOMPLETE - "
177400             "RESTORE IT FROM SFERWRK"
177500         MOVE "Y" TO SF-WORK-HELD-SW
177600         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
177700         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
177800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
177900         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
178000         MOVE "Y" TO SF-RUN-FAILED-SW
178100         GO TO 4300-COPY-BACK-LIVE-JOURNAL-EXIT
178200     END-IF.
178300     MOVE "REWRITTEN" TO SF-FT-RESULT(SF-FT-COUNT).
178400     ADD 1 TO SF-REWRITTEN-COUNT.
178500     ADD SF-FILE-SCRUB-COUNT TO SF-JRN-SCRUB-COUNT.
178600 4300-COPY-BACK-LIVE-JOURNAL-EXIT.
178700     EXIT.
178800*****************************************************************
178900*    5000-WRITE-RPT-LINE - WRITES SF-DETAIL-LINE TO SFERRPT WITH
179000*    A NEW HEADING EVERY 50 LINES.
179100*****************************************************************
179200 5000-WRITE-RPT-LINE.
179300     IF NOT SF-RPT-IS-OPEN
179400         GO TO 5000-WRITE-RPT-LINE-EXIT
179500     END-IF.
179600
179700     IF SF-LINE-COUNT = ZERO OR SF-LINE-COUNT >= 50
179800         PERFORM 5100-WRITE-RPT-HEADING
179900             THRU 5100-WRITE-RPT-HEADING-EXIT
180000     END-IF.
180100
180200     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
180300     WRITE SF-RPT-LINE.
180400     ADD 1 TO SF-LINE-COUNT.
180500 5000-WRITE-RPT-LINE-EXIT.
180600     EXIT.
180700*****************************************************************
180800*    5100-WRITE-RPT-HEADING - THE COLUMN HEADING FOLLOWS THE
180900*    SECTION BEING PRINTED.
181000*****************************************************************
181100 5100-WRITE-RPT-HEADING.
181200     IF NOT SF-RPT-IS-OPEN
181300         GO TO 5100-WRITE-RPT-HEADING-EXIT
181400     END-IF.
181500     ADD 1 TO SF-PAGE-COUNT.
181600     MOVE SPACES TO SF-HEADING-LINE-1 SF-HEADING-LINE-2.
181700     STRING "PERSONAL-DATA ERASURE CERTIFICATE REGISTER"
181800                                   DELIMITED BY SIZE
181900             "   RUN DATE: "       DELIMITED BY SIZE
182000             SF-RUN-DATE-DISPLAY   DELIMITED BY SIZE
182100             "   PAGE: "           DELIMITED BY SIZE
182200             SF-PAGE-COUNT         DELIMITED BY SIZE
182300         INTO SF-HEADING-LINE-1.
182400     EVALUATE TRUE
182500         WHEN SF-RPT-CERTIFICATES
182600             MOVE "CERTIFICATE" TO SF-HEADING-LINE-2(1:11)
182700             MOVE "CUSTOMER-ID" TO SF-HEADING-LINE-2(16:11)
182800             MOVE "CASE REFERENCE" TO SF-HEADING-LINE-2(48:14)
182900             MOVE "DISPOSITION" TO SF-HEADING-LINE-2(69:11)
183000             MOVE "MASTER" TO SF-HEADING-LINE-2(94:6)
183100             MOVE "ARCHIVE" TO SF-HEADING-LINE-2(103:7)
183200             MOVE "JRNL  BKUP" TO SF-HEADING-LINE-2(112:10)
183300         WHEN SF-RPT-FILES
183400             MOVE "FILES SEARCHED" TO SF-HEADING-LINE-2(1:14)
183500             MOVE "TYPE" TO SF-HEADING-LINE-2(17:4)
183600             MOVE "RECORDS" TO SF-HEADING-LINE-2(29:7)
183700             MOVE "SCRUBBED" TO SF-HEADING-LINE-2(39:8)
183800             MOVE "RESULT" TO SF-HEADING-LINE-2(49:6)
183900             MOVE "FILE NAME" TO SF-HEADING-LINE-2(60:9)
184000         WHEN OTHER
184100             MOVE "RUN SUMMARY AND CERTIFICATION"
184200                 TO SF-HEADING-LINE-2
184300     END-EVALUATE.
184400
184500     IF SF-PAGE-COUNT > 1
184600         MOVE SPACES TO SF-RPT-LINE
184700         WRITE SF-RPT-LINE BEFORE ADVANCING PAGE
184800     END-IF.
184900     MOVE SF-HEADING-LINE-1 TO SF-RPT-LINE.
185000     WRITE SF-RPT-LINE.
185100     MOVE SF-HEADING-LINE-2 TO SF-RPT-LINE.
185200     WRITE SF-RPT-LINE.
185300     MOVE SPACES TO SF-RPT-LINE.
185400     WRITE SF-RPT-LINE.
185500     MOVE 3 TO SF-LINE-COUNT.
185600 5100-WRITE-RPT-HEADING-EXIT.
185700     EXIT.
185800*****************************************************************
185900*    5200-WRITE-CERTIFICATE - ONE NUMBERED CERTIFICATE LINE PER
186000*    REQUEST: WHAT WAS DONE, WHERE, AND HOW MANY JOURNAL ENTRIES
186100*    AND BACKUP RECORDS WERE FOUND FOR THE CUSTOMER.  AN ERASURE
186200*    WHOSE MISSING E ENTRY THIS RUN WROTE SAYS SO.
186300*****************************************************************
186400 5200-WRITE-CERTIFICATE.
186500     MOVE SF-ER-SUB TO SF-CERT-SEQ.
186600     EVALUATE TRUE
186700         WHEN SF-ER-ERASED(SF-ER-SUB)
186800             MOVE "ERASED" TO SF-DISP-TEXT
186900         WHEN SF-ER-JOURNAL-ONLY(SF-ER-SUB)
187000             MOVE "ERASED - JOURNAL ONLY" TO SF-DISP-TEXT
187100         WHEN SF-ER-ALREADY(SF-ER-SUB)
187200                 AND SF-ER-E-FOUND-SW(SF-ER-SUB) = "L"
187300             MOVE "ERASED EARLIER - E ADDED" TO SF-DISP-TEXT
187400         WHEN SF-ER-ALREADY(SF-ER-SUB)
187500             MOVE "ALREADY ERASED" TO SF-DISP-TEXT
187600         WHEN SF-ER-REFUSED(SF-ER-SUB)
187700             MOVE "REFUSED - ACCOUNT ACTIVE" TO SF-DISP-TEXT
187800         WHEN SF-ER-NOT-ON-FILE(SF-ER-SUB)
187900             MOVE "NOT ON FILE" TO SF-DISP-TEXT
188000         WHEN SF-ER-DUPLICATE(SF-ER-SUB)
188100             MOVE "DUPLICATE REQUEST" TO SF-DISP-TEXT
188200         WHEN OTHER
188300             MOVE "FAILED - SEE SFERRLOG" TO SF-DISP-TEXT
188400     END-EVALUATE.
188500     MOVE SF-ER-MST(SF-ER-SUB) TO SF-WHERE-CODE.
188600     PERFORM 5250-SET-WHERE-TEXT
188700         THRU 5250-SET-WHERE-TEXT-EXIT.
188800     MOVE SF-WHERE-TEXT TO SF-MST-TEXT.
188900     MOVE SF-ER-ARC(SF-ER-SUB) TO SF-WHERE-CODE.
189000     PERFORM 5250-SET-WHERE-TEXT
189100         THRU 5250-SET-WHERE-TEXT-EXIT.
189200     MOVE SF-WHERE-TEXT TO SF-ARC-TEXT.
189300     MOVE SF-ER-JRN-COUNT(SF-ER-SUB) TO SF-JRN-EDIT.
189400     MOVE SF-ER-BKP-COUNT(SF-ER-SUB) TO SF-BKP-EDIT.
189500
189600     MOVE SPACES TO SF-DETAIL-LINE.
189700     STRING SF-CERT-NUMBER                DELIMITED BY SIZE
189800             "  "                         DELIMITED BY SIZE
189900             SF-ER-CUST-ID(SF-ER-SUB)(1:30)
190000                                          DELIMITED BY SIZE
190100             "  "                         DELIMITED BY SIZE
190200             SF-ER-REFERENCE(SF-ER-SUB)   DELIMITED BY SIZE
190300             " "                          DELIMITED BY SIZE
190400             SF-DISP-TEXT                 DELIMITED BY SIZE
190500             " "                          DELIMITED BY SIZE
190600             SF-MST-TEXT                  DELIMITED BY SIZE
190700             "  "                         DELIMITED BY SIZE
190800             SF-ARC-TEXT                  DELIMITED BY SIZE
190900             " "                          DELIMITED BY SIZE
191000             SF-JRN-EDIT                  DELIMITED BY SIZE
191100             " "                          DELIMITED BY SIZE
191200             SF-BKP-EDIT                  DELIMITED BY SIZE
191300         INTO SF-DETAIL-LINE.
191400     PERFORM 5000-WRITE-RPT-LINE
191500         THRU 5000-WRITE-RPT-LINE-EXIT.
191600 5200-WRITE-CERTIFICATE-EXIT.
191700     EXIT.
191800*****************************************************************
191900*    5250-SET-WHERE-TEXT - WHAT WAS FOUND ON THE MASTER OR THE
192000*    ARCHIVE, FROM THE CODE IN SF-WHERE-CODE.
192100*****************************************************************
192200 5250-SET-WHERE-TEXT.
192300     EVALUATE SF-WHERE-CODE
192400         WHEN "E"
192500             MOVE "ERASED" TO SF-WHERE-TEXT
192600         WHEN "X"
192700             MOVE "EARLIER" TO SF-WHERE-TEXT
192800         WHEN "A"
192900             MOVE "ACTIVE" TO SF-WHERE-TEXT
193000         WHEN OTHER
193100             MOVE "-" TO SF-WHERE-TEXT
193200     END-EVALUATE.
193300 5250-SET-WHERE-TEXT-EXIT.
193400     EXIT.
193500*****************************************************************
193600*    5300-WRITE-FILE-LINE - ONE LINE PER FILE SEARCHED.
193700*****************************************************************
193800 5300-WRITE-FILE-LINE.
193900     MOVE SF-FT-READ(SF-FT-SUB) TO SF-BIG-EDIT.
194000     MOVE SF-FT-SCRUBBED(SF-FT-SUB) TO SF-BIG-EDIT-2.
194100     MOVE SPACES TO SF-DETAIL-LINE.
194200     STRING "                "        DELIMITED BY SIZE
194300             SF-FT-TYPE(SF-FT-SUB)    DELIMITED BY SIZE
194400             "   "                    DELIMITED BY SIZE
194500             SF-BIG-EDIT              DELIMITED BY SIZE
194600             "  "                     DELIMITED BY SIZE
194700             SF-BIG-EDIT-2            DELIMITED BY SIZE
194800             "  "                     DELIMITED BY SIZE
194900             SF-FT-RESULT(SF-FT-SUB)  DELIMITED BY SIZE
195000             " "                      DELIMITED BY SIZE
195100             SF-FT-NAME(SF-FT-SUB)    DELIMITED BY SIZE
195200         INTO SF-DETAIL-LINE.
195300     PERFORM 5000-WRITE-RPT-LINE
195400         THRU 5000-WRITE-RPT-LINE-EXIT.
195500 5300-WRITE-FILE-LINE-EXIT.
195600     EXIT.
195700*****************************************************************
195800*    5400-WRITE-SUMMARY - THE COUNTS COMPLIANCE FILES WITH THE
195900*    CERTIFICATES: EVERY REQUEST IN EXACTLY ONE DISPOSITION, THE
196000*    FILES TOUCHED, AND THE OPERATOR WHO RAN THE ERASURE.
196100*****************************************************************
196200 5400-WRITE-SUMMARY.
196300     MOVE "S" TO SF-RPT-SECTION.
196400     MOVE ZERO TO SF-LINE-COUNT.
196500
196600     MOVE SF-REQUEST-COUNT TO SF-COUNT-EDIT.
196700     MOVE SPACES TO SF-DETAIL-LINE.
196800     STRING "ERASURE REQUESTS READ . . . : " DELIMITED BY SIZE
196900             SF-COUNT-EDIT                   DELIMITED BY SIZE
197000         INTO SF-DETAIL-LINE.
197100     PERFORM 5000-WRITE-RPT-LINE
197200         THRU 5000-WRITE-RPT-LINE-EXIT.
197300
197400     MOVE SF-ERASED-COUNT TO SF-COUNT-EDIT.
197500     MOVE SPACES TO SF-DETAIL-LINE.
197600     STRING "  ERASED  . . . . . . . . . : " DELIMITED BY SIZE
197700             SF-COUNT-EDIT                   DELIMITED BY SIZE
197800         INTO SF-DETAIL-LINE.
197900     PERFORM 5000-WRITE-RPT-LINE
198000         THRU 5000-WRITE-RPT-LINE-EXIT.
198100
198200     MOVE SF-JRN-ONLY-COUNT TO SF-COUNT-EDIT.
198300     MOVE SPACES TO SF-DETAIL-LINE.
198400     STRING "  ERASED - JOURNAL ONLY . . : " DELIMITED BY SIZE
198500             SF-COUNT-EDIT                   DELIMITED BY SIZE
198600         INTO SF-DETAIL-LINE.
198700     PERFORM 5000-WRITE-RPT-LINE
198800         THRU 5000-WRITE-RPT-LINE-EXIT.
198900
199000     MOVE SF-ALREADY-COUNT TO SF-COUNT-EDIT.
199100     MOVE SPACES TO SF-DETAIL-LINE.
199200     STRING "  ALREADY ERASED  . . . . . : " DELIMITED BY SIZE
199300             SF-COUNT-EDIT                   DELIMITED BY SIZE
199400         INTO SF-DETAIL-LINE.
199500     PERFORM 5000-WRITE-RPT-LINE
199600         THRU 5000-WRITE-RPT-LINE-EXIT.
199700
199800     MOVE SF-REFUSED-COUNT TO SF-COUNT-EDIT.
199900     MOVE SPACES TO SF-DETAIL-LINE.
200000     STRING "  REFUSED - ACCOUNT ACTIVE  : " DELIMITED BY SIZE
200100             SF-COUNT-EDIT                   DELIMITED BY SIZE
200200         INTO SF-DETAIL-LINE.
200300     PERFORM 5000-WRITE-RPT-LINE
200400         THRU 5000-WRITE-RPT-LINE-EXIT.
200500
200600     MOVE SF-NOT-ON-FILE-COUNT TO SF-COUNT-EDIT.
200700     MOVE SPACES TO SF-DETAIL-LINE.
200800     STRING "  NOT ON FILE . . . . . . . : " DELIMITED BY SIZE
200900             SF-COUNT-EDIT                   DELIMITED BY SIZE
201000         INTO SF-DETAIL-LINE.
201100     PERFORM 5000-WRITE-RPT-LINE
201200         THRU 5000-WRITE-RPT-LINE-EXIT.
201300
201400     MOVE SF-DUPLICATE-COUNT TO SF-COUNT-EDIT.
201500     MOVE SPACES TO SF-DETAIL-LINE.
201600     STRING "  DUPLICATE REQUEST . . . . : " DELIMITED BY SIZE
201700             SF-COUNT-EDIT                   DELIMITED BY SIZE
201800         INTO SF-DETAIL-LINE.
201900     PERFORM 5000-WRITE-RPT-LINE
202000         THRU 5000-WRITE-RPT-LINE-EXIT.
202100
202200     MOVE SF-FAILED-COUNT TO SF-COUNT-EDIT.
202300     MOVE SPACES TO SF-DETAIL-LINE.
202400     STRING "  FAILED - SEE SFERRLOG . . : " DELIMITED BY SIZE
202500             SF-COUNT-EDIT                   DELIMITED BY SIZE
202600         INTO SF-DETAIL-LINE.
202700     PERFORM 5000-WRITE-RPT-LINE
202800         THRU 5000-WRITE-RPT-LINE-EXIT.
202900
203000     COMPUTE SF-BALANCE-COUNT = SF-ERASED-COUNT
203100         + SF-JRN-ONLY-COUNT + SF-ALREADY-COUNT
203200         + SF-REFUSED-COUNT + SF-NOT-ON-FILE-COUNT
203300         + SF-DUPLICATE-COUNT + SF-FAILED-COUNT.
203400     MOVE SPACES TO SF-DETAIL-LINE.
203500     IF SF-BALANCE-COUNT = SF-REQUEST-COUNT
203600             AND SF-REQUEST-COUNT = SF-ER-COUNT
203700         MOVE "REQUEST COUNTS IN BALANCE" TO SF-DETAIL-LINE
203800     ELSE
203900         MOVE "*** REQUEST COUNTS OUT OF BALANCE ***"
204000             TO SF-DETAIL-LINE
204100         MOVE "Y" TO SF-RUN-FAILED-SW
204200     END-IF.
204300     PERFORM 5000-WRITE-RPT-LINE
204400         THRU 5000-WRITE-RPT-LINE-EXIT.
204500
204600     MOVE SPACES TO SF-DETAIL-LINE.
204700     PERFORM 5000-WRITE-RPT-LINE
204800         THRU 5000-WRITE-RPT-LINE-EXIT.
204900
205000     MOVE SF-MST-ERASED-COUNT TO SF-COUNT-EDIT.
205100     MOVE SPACES TO SF-DETAIL-LINE.
205200     STRING "MASTER RECORDS ERASED . . . : " DELIMITED BY SIZE
205300             SF-COUNT-EDIT                   DELIMITED BY SIZE
205400         INTO SF-DETAIL-LINE.
205500     PERFORM 5000-WRITE-RPT-LINE
205600         THRU 5000-WRITE-RPT-LINE-EXIT.
205700
205800     MOVE SF-ARC-ERASED-COUNT TO SF-COUNT-EDIT.
205900     MOVE SPACES TO SF-DETAIL-LINE.
206000     STRING "ARCHIVE RECORDS ERASED  . . : " DELIMITED BY SIZE
206100             SF-COUNT-EDIT                   DELIMITED BY SIZE
206200         INTO SF-DETAIL-LINE.
206300     PERFORM 5000-WRITE-RPT-LINE
206400         THRU 5000-WRITE-RPT-LINE-EXIT.
206500
206600     MOVE SF-JOURNALED-COUNT TO SF-COUNT-EDIT.
206700     MOVE SPACES TO SF-DETAIL-LINE.
206800     STRING "ERASURES JOURNALED (E)  . . : " DELIMITED BY SIZE
206900             SF-COUNT-EDIT                   DELIMITED BY SIZE
207000         INTO SF-DETAIL-LINE.
207100     PERFORM 5000-WRITE-RPT-LINE
207200         THRU 5000-WRITE-RPT-LINE-EXIT.
207300     MOVE SF-LATE-E-COUNT TO SF-COUNT-EDIT.
207400     MOVE SPACES TO SF-DETAIL-LINE.
207500     STRING "  OF WHICH MISSED EARLIER . : " DELIMITED BY SIZE
207600             SF-COUNT-EDIT                   DELIMITED BY SIZE
207700         INTO SF-DETAIL-LINE.
207800     PERFORM 5000-WRITE-RPT-LINE
207900         THRU 5000-WRITE-RPT-LINE-EXIT.
208000
208100     MOVE SF-JRN-FILE-COUNT TO SF-COUNT-EDIT.
208200     MOVE SPACES TO SF-DETAIL-LINE.
208300     STRING "JOURNAL FILES SEARCHED  . . : " DELIMITED BY SIZE
208400             SF-COUNT-EDIT                   DELIMITED BY SIZE
208500         INTO SF-DETAIL-LINE.
208600     PERFORM 5000-WRITE-RPT-LINE
208700         THRU 5000-WRITE-RPT-LINE-EXIT.
208800
208900     MOVE SF-JRN-SCRUB-COUNT TO SF-BIG-EDIT.
209000     MOVE SPACES TO SF-DETAIL-LINE.
209100     STRING "JOURNAL ENTRIES SCRUBBED  . : " DELIMITED BY SIZE
209200             SF-BIG-EDIT                     DELIMITED BY SIZE
209300         INTO SF-DETAIL-LINE.
209400     PERFORM 5000-WRITE-RPT-LINE
209500         THRU 5000-WRITE-RPT-LINE-EXIT.
209600
209700     MOVE SF-BKP-FILE-COUNT TO SF-COUNT-EDIT.
209800     MOVE SPACES TO SF-DETAIL-LINE.
209900     STRING "BACKUP FILES SEARCHED . . . : " DELIMITED BY SIZE
210000             SF-COUNT-EDIT                   DELIMITED BY SIZE
210100         INTO SF-DETAIL-LINE.
210200     PERFORM 5000-WRITE-RPT-LINE
210300         THRU 5000-WRITE-RPT-LINE-EXIT.
210400
210500     MOVE SF-BKP-SCRUB-COUNT TO SF-BIG-EDIT.
210600     MOVE SPACES TO SF-DETAIL-LINE.
210700     STRING "BACKUP RECORDS SCRUBBED . . : " DELIMITED BY SIZE
210800             SF-BIG-EDIT                     DELIMITED BY SIZE
210900         INTO SF-DETAIL-LINE.
211000     PERFORM 5000-WRITE-RPT-LINE
211100         THRU 5000-WRITE-RPT-LINE-EXIT.
211200     MOVE SF-APQ-SCRUB-COUNT TO SF-COUNT-EDIT.
211300     MOVE SPACES TO SF-DETAIL-LINE.
211400     STRING "QUEUE ENTRIES SCRUBBED  . . : " DELIMITED BY SIZE
211500             SF-COUNT-EDIT                   DELIMITED BY SIZE
211600         INTO SF-DETAIL-LINE.
211700     PERFORM 5000-WRITE-RPT-LINE
211800         THRU 5000-WRITE-RPT-LINE-EXIT.
211900
212000     MOVE SF-HHD-DELETE-COUNT TO SF-COUNT-EDIT.
212100     MOVE SPACES TO SF-DETAIL-LINE.
212200     STRING "HOUSEHOLD LINKS REMOVED . . : " DELIMITED BY SIZE
212300             SF-COUNT-EDIT                   DELIMITED BY SIZE
212400         INTO SF-DETAIL-LINE.
212500     PERFORM 5000-WRITE-RPT-LINE
212600         THRU 5000-WRITE-RPT-LINE-EXIT.
212700
212800     MOVE SF-REWRITTEN-COUNT TO SF-COUNT-EDIT.
212900     MOVE SPACES TO SF-DETAIL-LINE.
213000     STRING "FILES REWRITTEN . . . . . . : " DELIMITED BY SIZE
213100             SF-COUNT-EDIT                   DELIMITED BY SIZE
213200         INTO SF-DETAIL-LINE.
213300     PERFORM 5000-WRITE-RPT-LINE
213400         THRU 5000-WRITE-RPT-LINE-EXIT.
213500
213600     MOVE SPACES TO SF-DETAIL-LINE.
213700     PERFORM 5000-WRITE-RPT-LINE
213800         THRU 5000-WRITE-RPT-LINE-EXIT.
213900*
214000*    A FAILED RUN CERTIFIES NOTHING - THE SAME REQUEST FILE IS
214100*    RERUN ONCE THE ERROR IS CLEARED.
214200*
214300     MOVE SPACES TO SF-DETAIL-LINE.
214400     IF SF-RUN-FAILED
214500         MOVE "*** RUN FAILED - ERASURE INCOMPLETE, RERUN THE "
214600             TO SF-DETAIL-LINE(1:47)
214700         MOVE "SAME REQUESTS ***" TO SF-DETAIL-LINE(48:17)
214800     ELSE
214900         STRING "ERASURE RUN BY OPERATOR "  DELIMITED BY SIZE
215000                 SF-OPERATOR-ID             DELIMITED BY SPACE
215100                 " ON "                     DELIMITED BY SIZE
215200                 SF-RUN-DATE-DISPLAY        DELIMITED BY SIZE
215300                 " AT "                     DELIMITED BY SIZE
215400                 SF-START-TIME              DELIMITED BY SIZE
215500                 " - CUSTOMERS CERTIFIED ERASED ABOVE"
215600                                            DELIMITED BY SIZE
215700                 " ARE GONE FROM EVERY FILE LISTED"
215800                                            DELIMITED BY SIZE
215900             INTO SF-DETAIL-LINE
216000     END-IF.
216100     PERFORM 5000-WRITE-RPT-LINE
216200         THRU 5000-WRITE-RPT-LINE-EXIT.
216300
216400     MOVE SPACES TO SF-DETAIL-LINE.
216500     PERFORM 5000-WRITE-RPT-LINE
216600         THRU 5000-WRITE-RPT-LINE-EXIT.
216700     MOVE "OPERATIONS ____________________   COMPLIANCE ________"
216800         TO SF-DETAIL-LINE.
216900     MOVE "____________   DATE __________"
217000         TO SF-DETAIL-LINE(54:30).
217100     PERFORM 5000-WRITE-RPT-LINE
217200         THRU 5000-WRITE-RPT-LINE-EXIT.
217300 5400-WRITE-SUMMARY-EXIT.
217400     EXIT.
217500*****************************************************************
217600*    6000-SCRUB-JOURNAL-ENTRY - ERASES BOTH IMAGES OF THE JOURNAL
217700*    ENTRY IN AuditJournal WHEN IT BELONGS TO A REQUESTED
217800*    CUSTOMER, AND WRITES THE ENTRY TO SFERWRK EITHER WAY.  AN E
217900*    ENTRY IS ALREADY ERASED; FINDING ONE MEANS AN EARLIER RUN
218000*    ERASED THE CUSTOMER.
218100*****************************************************************
218200 6000-SCRUB-JOURNAL-ENTRY.
218300     ADD 1 TO SF-FILE-READ-COUNT.
218400     MOVE AUD-CUST-ID TO SF-MATCH-KEY.
218500     PERFORM 6900-FIND-REQUEST
218600         THRU 6900-FIND-REQUEST-EXIT.
218700     IF NOT SF-REQ-FOUND
218800         GO TO 6000-SCRUB-JOURNAL-ENTRY-WRITE
218900     END-IF.
219000     IF NOT SF-ER-SCRUBBABLE(SF-ER-HIT)
219100         GO TO 6000-SCRUB-JOURNAL-ENTRY-WRITE
219200     END-IF.
219300
219400     ADD 1 TO SF-ER-JRN-COUNT(SF-ER-HIT).
219500     IF AUD-ACTION-ERASE
219600         MOVE "Y" TO SF-ER-E-FOUND-SW(SF-ER-HIT)
219700         GO TO 6000-SCRUB-JOURNAL-ENTRY-WRITE
219800     END-IF.
219900
220000     MOVE "N" TO SF-ENTRY-CHANGED-SW.
220100     IF AUD-BEFORE-IMAGE NOT = SPACES
220200         MOVE AUD-BEFORE-IMAGE TO ImageCustomer
220300         PERFORM 6500-ERASE-IMAGE
220400             THRU 6500-ERASE-IMAGE-EXIT
220500         IF SF-IMAGE-CHANGED
220600             MOVE ImageCustomer TO AUD-BEFORE-IMAGE
220700             MOVE "Y" TO SF-ENTRY-CHANGED-SW
220800         END-IF
220900     END-IF.
221000     IF AUD-AFTER-IMAGE NOT = SPACES
221100         MOVE AUD-AFTER-IMAGE TO ImageCustomer
221200         PERFORM 6500-ERASE-IMAGE
221300             THRU 6500-ERASE-IMAGE-EXIT
221400         IF SF-IMAGE-CHANGED
221500             MOVE ImageCustomer TO AUD-AFTER-IMAGE
221600             MOVE "Y" TO SF-ENTRY-CHANGED-SW
221700         END-IF
221800     END-IF.
221900     IF SF-ENTRY-CHANGED
222000         ADD 1 TO SF-FILE-SCRUB-COUNT
222100     END-IF.
222200
222300 6000-SCRUB-JOURNAL-ENTRY-WRITE.
222400     WRITE SF-WRK-RECORD FROM AuditJournal.
222500     IF NOT SF-WRK-STATUS-OK
222600         MOVE SF-WRK-FILE-STATUS TO SF-LOG-STATUS-VALUE
222700         MOVE AUD-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
222800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
222900         MOVE "Y" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW
223000     END-IF.
223100 6000-SCRUB-JOURNAL-ENTRY-EXIT.
223200     EXIT.
223300*****************************************************************
223400*    6500-ERASE-IMAGE - PUTS THE ERASURE MARKER ON THE CUSTOMER
223500*    IMAGE IN ImageCustomer: LAST NAME *ERASED* (CUSTDTL 88
223600*    CUST-NAME-ERASED) AND EVERY OTHER NAME, ADDRESS AND PHONE
223700*    FIELD BLANK.  CUST-ID, CUST-STATE, STATUS AND DATES STAY.
223800*    SF-IMAGE-CHANGED SAYS WHETHER THE IMAGE WAS NOT ALREADY SO.
223900*****************************************************************
224000 6500-ERASE-IMAGE.
224100     MOVE ImageCustomer TO SF-IMAGE-SAVE.
224200     MOVE "*ERASED*" TO CUST-LAST-NAME OF ImageCustomer.
224300     MOVE SPACES TO CUST-FIRST-NAME OF ImageCustomer
224400         CUST-MIDDLE-NAME OF ImageCustomer
224500         CUST-ADDR-LINE1 OF ImageCustomer
224600         CUST-ADDR-LINE2 OF ImageCustomer
224700         CUST-CITY OF ImageCustomer
224800         CUST-ZIP-CODE OF ImageCustomer
224900         CUST-PHONE-NUMBER OF ImageCustomer.
225000     IF ImageCustomer = SF-IMAGE-SAVE
225100         MOVE "N" TO SF-IMAGE-CHANGED-SW
225200     ELSE
225300         MOVE "Y" TO SF-IMAGE-CHANGED-SW
225400     END-IF.
225500 6500-ERASE-IMAGE-EXIT.
225600     EXIT.
225700*****************************************************************
225800*    6700-OPEN-JOURNAL-WORK - OPENS SFERWRK FOR A JOURNAL COPY
225900*    AND CLEARS THE FILE COUNTS.
226000*****************************************************************
226100 6700-OPEN-JOURNAL-WORK.
226200     MOVE ZERO TO SF-FILE-READ-COUNT SF-FILE-SCRUB-COUNT
226300         SF-FILE-BACK-COUNT.
226400     MOVE "N" TO SF-END-OF-FILE-SW SF-COPY-FAILED-SW.
226500     OPEN OUTPUT SfErWrk.
226600     IF NOT SF-WRK-STATUS-OK
226700         DISPLAY "SFER116E - UNABLE TO OPEN SFERWRK, STATUS "
226800             SF-WRK-FILE-STATUS
226900         MOVE SF-WRK-FILE-STATUS TO SF-LOG-STATUS-VALUE
227000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
227100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
227200         MOVE "FAILED" TO SF-FT-RESULT(SF-FT-COUNT)
227300         MOVE "Y" TO SF-COPY-FAILED-SW SF-RUN-FAILED-SW
227400     END-IF.
227500 6700-OPEN-JOURNAL-WORK-EXIT.
227600     EXIT.
227700*****************************************************************
227800*    6800-ADD-FILE-ENTRY - STARTS THE FILES-SEARCHED ENTRY FOR
227900*    THE FILE OF TYPE SF-WHERE-TEXT NAMED IN SF-FT-NEW-NAME.
228000*    IT READS UNCHANGED UNTIL THE COPY SAYS OTHERWISE.
228100*****************************************************************
228200 6800-ADD-FILE-ENTRY.
228300     ADD 1 TO SF-FT-COUNT.
228400     MOVE SF-WHERE-TEXT TO SF-FT-TYPE(SF-FT-COUNT).
228500     MOVE SF-FT-NEW-NAME TO SF-FT-NAME(SF-FT-COUNT).
228600     MOVE ZERO TO SF-FT-READ(SF-FT-COUNT)
228700         SF-FT-SCRUBBED(SF-FT-COUNT).
228800     MOVE "UNCHANGED" TO SF-FT-RESULT(SF-FT-COUNT).
228900 6800-ADD-FILE-ENTRY-EXIT.
229000     EXIT.
229100*****************************************************************
229200*    6900-FIND-REQUEST - LOOKS SF-MATCH-KEY UP IN THE REQUEST
229300*    TABLE.  THE FIRST REQUEST FOR THE CUSTOMER IS LEFT IN
229400*    SF-ER-HIT.
229500*****************************************************************
229600 6900-FIND-REQUEST.
229700     MOVE "N" TO SF-REQ-FOUND-SW.
229800     MOVE ZERO TO SF-ER-HIT.
229900     PERFORM 6950-CHECK-ONE-REQUEST
230000         THRU 6950-CHECK-ONE-REQUEST-EXIT
230100         VARYING SF-ER-SUB FROM 1 BY 1
230200         UNTIL SF-ER-SUB > SF-ER-COUNT OR SF-REQ-FOUND.
230300 6900-FIND-REQUEST-EXIT.
230400     EXIT.
230500*****************************************************************
230600*    6950-CHECK-ONE-REQUEST
230700*****************************************************************
230800 6950-CHECK-ONE-REQUEST.
230900     IF SF-ER-CUST-ID(SF-ER-SUB) = SF-MATCH-KEY
231000         MOVE "Y" TO SF-REQ-FOUND-SW
231100         MOVE SF-ER-SUB TO SF-ER-HIT
231200     END-IF.
231300 6950-CHECK-ONE-REQUEST-EXIT.
231400     EXIT.
231500*****************************************************************
231600*    8000-LOG-FILE-ERROR - APPENDS A TIMESTAMPED ENTRY TO THE
231700*    SAME SFERRLOG FILE SF AND SFM USE.
231800*****************************************************************
231900 8000-LOG-FILE-ERROR.
232000     IF NOT SF-LOG-IS-OPEN
232100         OPEN EXTEND SfErrLog
232200         IF NOT SF-LOG-STATUS-OK
232300             OPEN OUTPUT SfErrLog
232400         END-IF
232500         IF SF-LOG-STATUS-OK
232600             MOVE "Y" TO SF-LOG-OPEN-SW
232700         END-IF
232800     END-IF.
232900
233000     IF SF-LOG-IS-OPEN
233100         ACCEPT SF-RUN-TIME FROM TIME
233200         MOVE SPACES TO SF-LOG-DETAIL-LINE
233300         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
233400                 " "                   DELIMITED BY SIZE
233500                 SF-RUN-TIME           DELIMITED BY SIZE
233600                 "  SFERASE FILE STATUS " DELIMITED BY SIZE
233700                 SF-LOG-STATUS-VALUE   DELIMITED BY SIZE
233800                 "  CUSTOMER-ID "      DELIMITED BY SIZE
233900                 SF-LOG-CUST-ID-VALUE  DELIMITED BY SIZE
234000             INTO SF-LOG-DETAIL-LINE
234100         MOVE SF-LOG-DETAIL-LINE TO SF-LOG-LINE
234200         WRITE SF-LOG-LINE
234300     END-IF.
234400 8000-LOG-FILE-ERROR-EXIT.
234500     EXIT.
234600*****************************************************************
234700*    8100-LOG-AUTH-DENIAL - RECORDS A REFUSED ERASURE ATTEMPT ON
234800*    SFERRLOG, AS SFPURGE DOES FOR A REFUSED PURGE.
234900*****************************************************************
235000 8100-LOG-AUTH-DENIAL.
235100     IF NOT SF-LOG-IS-OPEN
235200         OPEN EXTEND SfErrLog
235300         IF NOT SF-LOG-STATUS-OK
235400             OPEN OUTPUT SfErrLog
235500         END-IF
235600         IF SF-LOG-STATUS-OK
235700             MOVE "Y" TO SF-LOG-OPEN-SW
235800         END-IF
235900     END-IF.
236000
236100     IF SF-LOG-IS-OPEN
236200         ACCEPT SF-RUN-TIME FROM TIME
236300         MOVE SPACES TO SF-LOG-LINE
236400         STRING SF-RUN-DATE-DISPLAY    DELIMITED BY SIZE
236500                 " "                   DELIMITED BY SIZE
236600                 SF-RUN-TIME           DELIMITED BY SIZE
236700                 "  SFERASE ACCESS DENIED - OPERATOR "
236800                                       DELIMITED BY SIZE
236900                 SF-OPERATOR-ID        DELIMITED BY SIZE
237000                 " AUTHORITY "         DELIMITED BY SIZE
237100                 SF-OPERATOR-AUTHORITY DELIMITED BY SIZE
237200             INTO SF-LOG-LINE
237300         WRITE SF-LOG-LINE
237400     END-IF.
237500 8100-LOG-AUTH-DENIAL-EXIT.
237600     EXIT.
237700*****************************************************************
237800*    8200-ARCHIVE-ERROR - A FAILED READ OR REWRITE ON THE ARCHIVE
237900*    FAILS THE CUSTOMER AND THE RUN.
238000*****************************************************************
238100 8200-ARCHIVE-ERROR.
238200     DISPLAY "SFER123E - ARCHIVE I-O ERROR, STATUS "
238300         SF-ARC-FILE-STATUS.
238400     MOVE SF-ARC-FILE-STATUS TO SF-LOG-STATUS-VALUE.
238500     MOVE SF-ER-CUST-ID(SF-ER-SUB)(1:30) TO SF-LOG-CUST-ID-VALUE.
238600     PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT.
238700     MOVE "F" TO SF-ER-STATE(SF-ER-SUB).
238800     MOVE "Y" TO SF-RUN-FAILED-SW.
238900 8200-ARCHIVE-ERROR-EXIT.
239000     EXIT.
239100*****************************************************************
239200*    9000-TERMINATE - PRINT THE CERTIFICATES, THE FILES SEARCHED
239300*    AND THE SUMMARY, SET THE RETURN CODE, ECHO THE COUNTS AND
239400*    CLOSE EVERYTHING.
239500*****************************************************************
239600 9000-TERMINATE.
239700     MOVE "C" TO SF-RPT-SECTION.
239800     MOVE ZERO TO SF-LINE-COUNT.
239900     PERFORM 5200-WRITE-CERTIFICATE
240000         THRU 5200-WRITE-CERTIFICATE-EXIT
240100         VARYING SF-ER-SUB FROM 1 BY 1
240200         UNTIL SF-ER-SUB > SF-ER-COUNT.
240300
240400     MOVE "F" TO SF-RPT-SECTION.
240500     MOVE ZERO TO SF-LINE-COUNT.
240600     PERFORM 5300-WRITE-FILE-LINE
240700         THRU 5300-WRITE-FILE-LINE-EXIT
240800         VARYING SF-FT-SUB FROM 1 BY 1
240900         UNTIL SF-FT-SUB > SF-FT-COUNT.
241000
241100     PERFORM 5400-WRITE-SUMMARY
241200         THRU 5400-WRITE-SUMMARY-EXIT.
241300
241400     DISPLAY " ".
241500     DISPLAY "ERASURE REQUESTS READ : " SF-REQUEST-COUNT.
241600     DISPLAY "ERASED  . . . . . . . : " SF-ERASED-COUNT.
241700     DISPLAY "ERASED - JOURNAL ONLY : " SF-JRN-ONLY-COUNT.
241800     DISPLAY "ALREADY ERASED  . . . : " SF-ALREADY-COUNT.
241900     DISPLAY "REFUSED - ACTIVE  . . : " SF-REFUSED-COUNT.
242000     DISPLAY "NOT ON FILE . . . . . : " SF-NOT-ON-FILE-COUNT.
242100     DISPLAY "JOURNAL ENTRIES SCRUB : " SF-JRN-SCRUB-COUNT.
242200     DISPLAY "BACKUP RECORDS SCRUB  : " SF-BKP-SCRUB-COUNT.
242300     DISPLAY "QUEUE ENTRIES SCRUB . : " SF-APQ-SCRUB-COUNT.
242400     DISPLAY "HOUSEHOLD LINKS DEL . : " SF-HHD-DELETE-COUNT.
242500*
242600*    A REFUSED, UNKNOWN OR DUPLICATED REQUEST ENDS THE STEP AT 4
242700*    SO COMPLIANCE LOOKS AT THE REGISTER BEFORE FILING IT.
242800*
242900     IF SF-RUN-FAILED
243000         MOVE 16 TO RETURN-CODE
243100     END-IF.
243200     IF RETURN-CODE = ZERO
243300         IF SF-REFUSED-COUNT > ZERO OR SF-NOT-ON-FILE-COUNT > ZERO
243400                 OR SF-DUPLICATE-COUNT > ZERO
243500             MOVE 4 TO RETURN-CODE
243600         END-IF
243700     END-IF.
243800
243900     CLOSE ClaMaster.
244000     IF SF-ARC-IS-OPEN
244100         CLOSE ClaArchive
244200     END-IF.
244300     IF SF-RPT-IS-OPEN
244400         CLOSE SfErRpt
244500         IF NOT SF-RPT-STATUS-OK
244600             MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
244700             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
244800             PERFORM 8000-LOG-FILE-ERROR
244900                 THRU 8000-LOG-FILE-ERROR-EXIT
245000         END-IF
245100     END-IF.
245200     IF SF-LOG-IS-OPEN
245300         CLOSE SfErrLog
245400         IF NOT SF-LOG-STATUS-OK
245500             DISPLAY "SFER124E - ERROR CLOSING SFERRLOG, STATUS "
245600                 SF-LOG-FILE-STATUS
245700         END-IF
245800     END-IF.
245900 9000-TERMINATE-EXIT.
246000     EXIT.
246100*****************************************************************
246200*    9999-END-PROGRAM-EXIT - SINGLE EXIT POINT FOR THE RUN.
246300*****************************************************************
246400 9999-END-PROGRAM-EXIT.
246500     STOP RUN.
