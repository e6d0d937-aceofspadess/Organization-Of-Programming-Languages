001900*                   JOURNAL, AND JOURNALING THEM AGAIN WOULD
002000*                   DOUBLE THEM ON THE NEXT RECOVERY.
002100*
002200*                   THE CHAINING PARM IS THE MASTER NAME AND THE
002204*                   RECOVERY POINT, IN ONE OF THREE FORMS:
002208*
002212*                     YYYY-MM-DD [HHMMSSCC] - THE MASTER HAS BEEN
002216*                         RESTORED BY HAND; ENTRIES TIMESTAMPED
002220*                         BEFORE THE STARTING POINT ARE SKIPPED AS
002224*                         ALREADY IN THE BACKUP.  AN OMITTED TIME
002228*                         MEANS THE START OF THE DAY.
002232*                     LATEST - RESTORE THE MOST RECENT SFBKUP
002236*                         BACKUP ON THE SFBKCAT CATALOG AND REPLAY
002240*                         EVERY JOURNAL ENTRY SINCE ITS CUTOVER.
002244*                     ASOF YYYY-MM-DD [HHMMSSCC] - RESTORE THE
002248*                         LAST BACKUP TAKEN AT OR BEFORE THE POINT
002252*                         AND REPLAY ONLY UP TO IT.  AN OMITTED
002256*                         TIME MEANS THE END OF THE DAY.
002260*
002264*                   IN THE CATALOG FORMS THE RUN RELOADS THE
002268*                   MASTER FROM THE CHOSEN BACKUP ITSELF AND READS
002272*                   ONLY THE JOURNAL GENERATIONS CLOSED OUT AFTER
002276*                   THAT BACKUP, PLUS THE LIVE SFAUDIT WHEN THE
002280*                   POINT IS PAST THE LAST CUTOVER.
002282*
002284*                   AN E (ERASE) ENTRY FROM SFERASE IS RE-APPLIED
002286*                   WHATEVER THE RECOVERY POINT, SO A RECOVERY
002288*                   NEVER BRINGS BACK AN ERASED CUSTOMER'S DATA.
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY
003000*    DATE        INIT  DESCRIPTION
003300*                      IN SFAUDIT THE WHOLE TIME.  THE JOURNAL IS
003400*                      NOW THE RECOVERY PATH, NOT JUST SFAUDR'S
003500*                      REPORTING SOURCE.
003510*    2026-10-15   CM   CARRIED THE NEW CUSTAUD AUD-APPROVER FIELD
003520*                      THROUGH THE JOURNAL SORT WORK RECORDS.
003530*    2026-10-15   CM   LATEST AND ASOF RECOVERY FROM THE SFBKCAT
003540*                      BACKUP CATALOG - THE RUN PICKS AND RELOADS
003550*                      THE BACKUP AND REPLAYS ONLY THE JOURNAL
003560*                      GENERATIONS IT NEEDS.
003570*    2026-10-15   CM   REPLAYS SFPURGE'S NEW P-ACTION (PURGE)
003580*                      JOURNAL ENTRIES AS DELETES, SO A RECOVERY
003590*                      NO LONGER PUTS PURGED CUSTOMERS BACK ON
003595*                      THE MASTER.
003596*    2026-10-15   CM   RE-APPLIES SFERASE'S E-ACTION (ERASE)
003597*                      ENTRIES EVEN OUTSIDE THE RECOVERY WINDOW,
003598*                      SO ERASED PERSONAL DATA STAYS ERASED.
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. sfrcvr.
006900     SELECT SfAudWrk ASSIGN TO "SFAUDW"
007000             ORGANIZATION IS LINE SEQUENTIAL
007100             FILE STATUS IS SF-WRK-FILE-STATUS.
007110*
007115*    SfBkCat IS THE SFBKUP BACKUP CATALOG, SfBkup THE BACKUP IT
007120*    NAMES AND SfAudGen ONE CLOSED-OUT JOURNAL GENERATION - ALL
007125*    THREE USED ONLY BY THE LATEST AND ASOF FORMS.
007130*
007135     SELECT SfBkCat ASSIGN TO "SFBKCAT"
007140             ORGANIZATION IS INDEXED
007145             ACCESS MODE IS SEQUENTIAL
007150             RECORD KEY IS BKC-KEY
007155             FILE STATUS IS SF-CAT-FILE-STATUS.
007160     SELECT SfBkup ASSIGN TO SF-BACKUP-NAME
007165             ORGANIZATION IS LINE SEQUENTIAL
007170             FILE STATUS IS SF-BKP-FILE-STATUS.
007175     SELECT SfAudGen ASSIGN TO SF-GEN-FILE-NAME
007180             ORGANIZATION IS LINE SEQUENTIAL
007185             FILE STATUS IS SF-GEN-FILE-STATUS.
007200     SELECT SfrSort ASSIGN TO "SFRSORT".
007300     SELECT SfRcvRpt ASSIGN TO "SFRCRPT"
007400             ORGANIZATION IS LINE SEQUENTIAL
009300     05  SFW-CUST-ID                  PIC X(60).
009400     05  SFW-BEFORE-IMAGE             PIC X(250).
009500     05  SFW-AFTER-IMAGE              PIC X(250).
009510     05  SFW-APPROVER                 PIC X(08).
009600 SD  SfrSort.
009700 01  SortJournal.
009800     05  SRT-ACTION                   PIC X(01).
010200     05  SRT-CUST-ID                  PIC X(60).
010300     05  SRT-BEFORE-IMAGE             PIC X(250).
010400     05  SRT-AFTER-IMAGE              PIC X(250).
010410     05  SRT-APPROVER                 PIC X(08).
010500 FD  SfRcvRpt.
010600 01  SF-RPT-LINE                      PIC X(132).
010700 FD  SfErrLog.
010800 01  SF-LOG-LINE                      PIC X(132).
010810 FD  SfBkCat.
010820 01  BackupCatalog.
010830     COPY CUSTBKC.
010840 FD  SfBkup.
010850 01  SF-BKP-RECORD                    PIC X(250).
010860 FD  SfAudGen.
010870 01  SF-GEN-RECORD                    PIC X(595).
010900 WORKING-STORAGE SECTION.
011000*-----------------------------------------------------------------
011100*    CHAINING PARAMETERS - ONE BLANK-DELIMITED PARM STRING, SPLIT
011600 01  SF-FROM-DATE-PARM                PIC X(10)  VALUE SPACES.
011700 01  SF-FROM-TIME-PARM                PIC X(08)  VALUE SPACES.
011800 01  SF-FROM-TIME                     PIC 9(08)  VALUE ZERO.
011802 01  SF-PARM-TOKEN-2                  PIC X(10)  VALUE SPACES.
011804 01  SF-PARM-TOKEN-3                  PIC X(10)  VALUE SPACES.
011806 01  SF-PARM-TOKEN-4                  PIC X(10)  VALUE SPACES.
011808 01  SF-RECOVERY-MODE                 PIC X(01)  VALUE "D".
011810     88  SF-MODE-DATE                 VALUE "D".
011812     88  SF-MODE-LATEST               VALUE "L".
011814     88  SF-MODE-ASOF                 VALUE "A".
011816     88  SF-MODE-CATALOG              VALUE "L" "A".
011818*-----------------------------------------------------------------
011820*    RECOVERY END POINT - ENTRIES AFTER IT ARE SKIPPED.  LATEST
011822*    AND THE HAND-RESTORED FORM LEAVE IT AT THE END OF TIME.  IT
011824*    IS LAID OUT AS BKC-KEY SO THE TWO COMPARE DIRECTLY.
011826*-----------------------------------------------------------------
011828 01  SF-TARGET-STAMP.
011830     05  SF-TO-DATE                   PIC X(10)
011832         VALUE "9999-12-31".
011834     05  SF-TO-TIME                   PIC 9(08)  VALUE 99999999.
011836 01  SF-PREV-STAMP.
011838     05  SF-PREV-DATE                 PIC X(10)  VALUE SPACES.
011840     05  SF-PREV-TIME                 PIC 9(08)  VALUE ZERO.
011842*-----------------------------------------------------------------
011844*    CATALOG SELECTION - THE BACKUP CHOSEN FROM SFBKCAT AND THE
011846*    JOURNAL GENERATIONS CLOSED OUT AFTER IT, IN CUTOVER ORDER.
011848*-----------------------------------------------------------------
011850 01  SF-CHOSEN-BACKUP.
011852     05  SF-CHOSEN-DATE               PIC X(10)  VALUE SPACES.
011854     05  SF-CHOSEN-TIME               PIC 9(08)  VALUE ZERO.
011856     05  SF-CHOSEN-NAME               PIC X(80)  VALUE SPACES.
011858     05  SF-CHOSEN-COUNT              PIC 9(07)  VALUE ZERO.
011860 01  SF-GEN-TABLE.
011862     05  SF-GEN-NAME                  PIC X(80)  OCCURS 100.
011864 01  SF-GEN-MAX                       PIC 9(03)  VALUE 100 COMP.
011866 01  SF-GEN-COUNT                     PIC 9(03)  VALUE ZERO COMP.
011868 01  SF-GEN-SUB                       PIC 9(03)  VALUE ZERO COMP.
011870 01  SF-BACKUP-NAME                   PIC X(80)  VALUE SPACES.
011872 01  SF-GEN-FILE-NAME                 PIC X(80)  VALUE SPACES.
011900*-----------------------------------------------------------------
012000*    FILE STATUS AND SWITCHES
012100*-----------------------------------------------------------------
013500     88  SF-RPT-STATUS-OK             VALUE "00".
013600 01  SF-LOG-FILE-STATUS               PIC X(02)  VALUE SPACES.
013700     88  SF-LOG-STATUS-OK             VALUE "00".
013708 01  SF-CAT-FILE-STATUS               PIC X(02)  VALUE SPACES.
013716     88  SF-CAT-STATUS-OK             VALUE "00".
013724     88  SF-CAT-STATUS-EOF            VALUE "10".
013732     88  SF-CAT-STATUS-NOT-FOUND      VALUE "35".
013740 01  SF-BKP-FILE-STATUS               PIC X(02)  VALUE SPACES.
013748     88  SF-BKP-STATUS-OK             VALUE "00".
013756     88  SF-BKP-STATUS-EOF            VALUE "10".
013764     88  SF-BKP-STATUS-NOT-FOUND      VALUE "35".
013772 01  SF-GEN-FILE-STATUS               PIC X(02)  VALUE SPACES.
013780     88  SF-GEN-STATUS-OK             VALUE "00".
013788     88  SF-GEN-STATUS-EOF            VALUE "10".
013796     88  SF-GEN-STATUS-NOT-FOUND      VALUE "35".
013800 01  SF-LOG-STATUS-VALUE              PIC X(09)  VALUE SPACES.
013900 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
014000 01  SF-SWITCHES.
014600         88  SF-RPT-IS-OPEN           VALUE "Y".
014700     05  SF-EXIT-REQUESTED-SW         PIC X(01)  VALUE "N".
014800         88  SF-EXIT-REQUESTED        VALUE "Y".
014809     05  SF-CAT-EOF-SW                PIC X(01)  VALUE "N".
014818         88  SF-CAT-EOF               VALUE "Y".
014827     05  SF-BKP-EOF-SW                PIC X(01)  VALUE "N".
014836         88  SF-BKP-EOF               VALUE "Y".
014845     05  SF-GEN-EOF-SW                PIC X(01)  VALUE "N".
014854         88  SF-GEN-EOF               VALUE "Y".
014863     05  SF-BACKUP-FOUND-SW           PIC X(01)  VALUE "N".
014872         88  SF-BACKUP-FOUND          VALUE "Y".
014881     05  SF-LIVE-NEEDED-SW            PIC X(01)  VALUE "Y".
014890         88  SF-LIVE-NEEDED           VALUE "Y".
014900*-----------------------------------------------------------------
015000*    CURRENT JOURNAL ENTRY - THE SORTED ENTRY JUST READ IS HELD
015100*    HERE SO THE RUN NEVER WORKS FROM AN UNDEFINED RECORD BUFFER
015500     05  SF-JRN-ACTION                PIC X(01).
015600         88  SF-JRN-ADD               VALUE "A".
015700         88  SF-JRN-CHANGE            VALUE "C".
015710*
015720*        A P (PURGE) ENTRY IS SFPURGE'S ARCHIVAL DELETE - IT
015730*        TAKES THE CUSTOMER OFF THE MASTER AND REPLAYS AS ONE.
015740*
015800         88  SF-JRN-DELETE            VALUE "D" "P".
015810*
015820*        AN E (ERASE) ENTRY IS SFERASE BLANKING A FORMER
015830*        CUSTOMER'S NAME, ADDRESS AND PHONE.
015840*
015850         88  SF-JRN-ERASE             VALUE "E".
015900     05  SF-JRN-DATE                  PIC X(10).
016000     05  SF-JRN-TIME                  PIC 9(08).
016100     05  SF-JRN-OPERATOR              PIC X(08).
017100 01  SF-ADDED-COUNT                   PIC 9(05)  VALUE ZERO.
017200 01  SF-CHANGED-COUNT                 PIC 9(05)  VALUE ZERO.
017300 01  SF-DELETED-COUNT                 PIC 9(05)  VALUE ZERO.
017305 01  SF-ERASED-COUNT                  PIC 9(05)  VALUE ZERO.
017310 01  SF-RESTORED-COUNT                PIC 9(07)  VALUE ZERO.
017320 01  SF-GEN-READ-COUNT                PIC 9(05)  VALUE ZERO.
017400*-----------------------------------------------------------------
017500*    REPORT WORK AREAS
017600*-----------------------------------------------------------------
022100*****************************************************************
022200*    1000-INITIALIZE - SPLIT THE PARM, VALIDATE THE STARTING
022300*    TIMESTAMP, OPEN THE RESTORED MASTER I-O, PROVE THE JOURNAL
022400*    EXISTS AND OPEN THE RECOVERY REGISTER.  FOR LATEST AND ASOF
022420*    THE MASTER IS FIRST RELOADED FROM THE BACKUP THE CATALOG
022440*    NAMES.
022500*****************************************************************
022600 1000-INITIALIZE.
022610     MOVE SPACES TO SF-FILE-NAME-PARM SF-FROM-DATE-PARM
022620         SF-FROM-TIME-PARM SF-PARM-TOKEN-2 SF-PARM-TOKEN-3
022630         SF-PARM-TOKEN-4.
022640     UNSTRING SF-RUN-PARM DELIMITED BY ALL SPACE
022650         INTO SF-FILE-NAME-PARM SF-PARM-TOKEN-2
022660             SF-PARM-TOKEN-3 SF-PARM-TOKEN-4.
022670*
022680*    LATEST AND ASOF TAKE THE BACKUP AND STARTING POINT FROM THE
022690*    CATALOG; ANYTHING ELSE IS THE STARTING DATE OF A MASTER
022700*    ALREADY RESTORED BY HAND.
022710*
022720     EVALUATE SF-PARM-TOKEN-2
022730         WHEN "LATEST"
022740             MOVE "L" TO SF-RECOVERY-MODE
022750         WHEN "ASOF"
022760             MOVE "A" TO SF-RECOVERY-MODE
022770         WHEN OTHER
022780             MOVE "D" TO SF-RECOVERY-MODE
022790             MOVE SF-PARM-TOKEN-2 TO SF-FROM-DATE-PARM
022800             MOVE SF-PARM-TOKEN-3 TO SF-FROM-TIME-PARM
022810     END-EVALUATE.
022820
022830     ACCEPT SF-RUN-DATE FROM DATE.
022840     STRING "20"          DELIMITED BY SIZE
022850             SF-RUN-YY    DELIMITED BY SIZE
022860             "-"          DELIMITED BY SIZE
022870             SF-RUN-MM    DELIMITED BY SIZE
022880             "-"          DELIMITED BY SIZE
022890             SF-RUN-DD    DELIMITED BY SIZE
022900         INTO SF-RUN-DATE-DISPLAY.
022910
022920     IF SF-MODE-CATALOG
022930         PERFORM 1100-CHECK-RECOVERY-POINT
022940             THRU 1100-CHECK-RECOVERY-POINT-EXIT
022950         IF NOT SF-EXIT-REQUESTED
022960             PERFORM 1200-SELECT-BACKUP
022970                 THRU 1200-SELECT-BACKUP-EXIT
022980         END-IF
022990         IF NOT SF-EXIT-REQUESTED
023000             PERFORM 1300-RESTORE-BACKUP
023010                 THRU 1300-RESTORE-BACKUP-EXIT
023020         END-IF
023030         IF SF-EXIT-REQUESTED
023040             GO TO 1000-INITIALIZE-EXIT
023050         END-IF
023060         GO TO 1000-INITIALIZE-OPEN
023070     END-IF.
023080
023090     IF SF-FROM-DATE-PARM = SPACES
023100         DISPLAY "SFRC100E - STARTING DATE MISSING FROM PARM"
023110         DISPLAY "SFRC100E - PARM IS: MASTER-NAME YYYY-MM-DD "
023120             "[HHMMSSCC]"
023130         DISPLAY "SFRC100E -          OR MASTER-NAME LATEST"
023140         DISPLAY "SFRC100E -          OR MASTER-NAME ASOF "
023150             "YYYY-MM-DD [HHMMSSCC]"
023160         MOVE 16 TO RETURN-CODE
023170         MOVE "Y" TO SF-EXIT-REQUESTED-SW
023180         GO TO 1000-INITIALIZE-EXIT
023190     END-IF.
023200*
023210*    AN OMITTED STARTING TIME MEANS THE START OF THE DAY; A
023220*    NON-NUMERIC ONE IS A KEYING ERROR, NOT A DEFAULT.
023230*
023240     IF SF-FROM-TIME-PARM = SPACES
023250         MOVE ZERO TO SF-FROM-TIME
023260     ELSE
023270         IF SF-FROM-TIME-PARM IS NUMERIC
023280             MOVE SF-FROM-TIME-PARM TO SF-FROM-TIME
023290         ELSE
023300             DISPLAY "SFRC101E - STARTING TIME NOT NUMERIC: "
023310                 SF-FROM-TIME-PARM
023320             MOVE 16 TO RETURN-CODE
023330             MOVE "Y" TO SF-EXIT-REQUESTED-SW
023340             GO TO 1000-INITIALIZE-EXIT
023350         END-IF
023360     END-IF.
023370
023380 1000-INITIALIZE-OPEN.
023390     OPEN I-O Cla.
023400     IF NOT SF-CLA-STATUS-OK
023410         IF SF-CLA-STATUS-NOT-FOUND
023420             DISPLAY "SFRC102E - RESTORED MASTER NOT FOUND: "
023430                 SF-FILE-NAME-PARM
023440         ELSE
023450             DISPLAY "SFRC103E - UNABLE TO OPEN MASTER FILE: "
023460                 SF-FILE-NAME-PARM
023470             DISPLAY "SFRC103E - FILE STATUS IS "
023480                 SF-CLA-FILE-STATUS
023490         END-IF
023500         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
023510         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
023520         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
023530         MOVE 16 TO RETURN-CODE
023540         MOVE "Y" TO SF-EXIT-REQUESTED-SW
023550         GO TO 1000-INITIALIZE-EXIT
023560     END-IF.
023570
023580     OPEN INPUT SfAudit.
023590     IF NOT SF-AUD-STATUS-OK
023600         IF SF-AUD-STATUS-NOT-FOUND
023610             DISPLAY "SFRC104E - AUDIT JOURNAL NOT FOUND"
023620         ELSE
023630             DISPLAY "SFRC105E - UNABLE TO OPEN SFAUDIT, STATUS "
023640                 SF-AUD-FILE-STATUS
023650         END-IF
023660         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
023670         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
023680         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
023690         MOVE 16 TO RETURN-CODE
023700         MOVE "Y" TO SF-EXIT-REQUESTED-SW
023710         CLOSE Cla
023720         GO TO 1000-INITIALIZE-EXIT
023730     END-IF.
023740     CLOSE SfAudit.
023750
023760     OPEN OUTPUT SfRcvRpt.
023770     IF SF-RPT-STATUS-OK
023780         MOVE "Y" TO SF-RPT-OPEN-SW
023790     ELSE
023800         DISPLAY "SFRC106E - UNABLE TO OPEN SFRCRPT, STATUS "
023810             SF-RPT-FILE-STATUS
023820         MOVE SF-RPT-FILE-STATUS TO SF-LOG-STATUS-VALUE
023830         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
023840         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
023850         MOVE 16 TO RETURN-CODE
023860         MOVE "Y" TO SF-EXIT-REQUESTED-SW
023870         CLOSE Cla
023880     END-IF.
023890 1000-INITIALIZE-EXIT.
023900     EXIT.
023910*****************************************************************
023920*    1100-CHECK-RECOVERY-POINT - FOR ASOF, TAKES THE RECOVERY
023930*    POINT FROM THE PARM.  AN OMITTED TIME MEANS THE END OF THE
023940*    DAY; A NON-NUMERIC ONE IS A KEYING ERROR, NOT A DEFAULT.
023950*    LATEST LEAVES THE POINT AT THE END OF TIME.
023960*****************************************************************
023970 1100-CHECK-RECOVERY-POINT.
023980     IF SF-MODE-LATEST
023990         GO TO 1100-CHECK-RECOVERY-POINT-EXIT
024000     END-IF.
024010
024020     IF SF-PARM-TOKEN-3 = SPACES
024030         DISPLAY "SFRC110E - RECOVERY POINT DATE MISSING"
024040         DISPLAY "SFRC110E - PARM IS: MASTER-NAME ASOF "
024050             "YYYY-MM-DD [HHMMSSCC]"
024060         MOVE 16 TO RETURN-CODE
024070         MOVE "Y" TO SF-EXIT-REQUESTED-SW
024080         GO TO 1100-CHECK-RECOVERY-POINT-EXIT
024090     END-IF.
024100     MOVE SF-PARM-TOKEN-3 TO SF-TO-DATE.
024110
024120     IF SF-PARM-TOKEN-4 = SPACES
024130         MOVE 23595999 TO SF-TO-TIME
024140     ELSE
024150         IF SF-PARM-TOKEN-4(1:8) IS NUMERIC
024160             AND SF-PARM-TOKEN-4(9:2) = SPACES
024170             MOVE SF-PARM-TOKEN-4(1:8) TO SF-TO-TIME
024180         ELSE
024190             DISPLAY "SFRC111E - RECOVERY TIME NOT NUMERIC: "
024200                 SF-PARM-TOKEN-4
024210             MOVE 16 TO RETURN-CODE
024220             MOVE "Y" TO SF-EXIT-REQUESTED-SW
024230         END-IF
024240     END-IF.
024250 1100-CHECK-RECOVERY-POINT-EXIT.
024260     EXIT.
024270*****************************************************************
024280*    1200-SELECT-BACKUP - ONE PASS OVER THE SFBKCAT CATALOG IN
024290*    CUTOVER ORDER PICKS THE LAST ACTIVE BACKUP TAKEN AT OR
024300*    BEFORE THE RECOVERY POINT AND LISTS THE JOURNAL GENERATIONS
024310*    CLOSED OUT AFTER IT THAT CAN HOLD ENTRIES UP TO THE POINT.
024320*    THE LIVE SFAUDIT IS ONLY NEEDED WHEN THE POINT IS PAST THE
024330*    LAST CUTOVER.  EVERY GENERATION IS PROVED TO EXIST BEFORE
024340*    THE MASTER IS TOUCHED.
024350*****************************************************************
024360 1200-SELECT-BACKUP.
024370     OPEN INPUT SfBkCat.
024380     IF NOT SF-CAT-STATUS-OK
024390         IF SF-CAT-STATUS-NOT-FOUND
024400             DISPLAY "SFRC112E - BACKUP CATALOG SFBKCAT NOT FOUND"
024410         ELSE
024420             DISPLAY "SFRC113E - UNABLE TO OPEN SFBKCAT, STATUS "
024430                 SF-CAT-FILE-STATUS
024440         END-IF
024450         MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
024460         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
024470         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
024480         MOVE 16 TO RETURN-CODE
024490         MOVE "Y" TO SF-EXIT-REQUESTED-SW
024500         GO TO 1200-SELECT-BACKUP-EXIT
024510     END-IF.
024520
024530     MOVE "N" TO SF-CAT-EOF-SW SF-BACKUP-FOUND-SW.
024540     MOVE ZERO TO SF-GEN-COUNT.
024550     PERFORM 1250-SCAN-CATALOG-ENTRY
024560         THRU 1250-SCAN-CATALOG-ENTRY-EXIT
024570         UNTIL SF-CAT-EOF.
024580     CLOSE SfBkCat.
024590     IF SF-EXIT-REQUESTED
024600         GO TO 1200-SELECT-BACKUP-EXIT
024610     END-IF.
024620
024630     IF NOT SF-BACKUP-FOUND
024640         DISPLAY "SFRC114E - NO ACTIVE BACKUP ON FILE AT OR "
024650             "BEFORE " SF-TO-DATE " " SF-TO-TIME
024660         MOVE 16 TO RETURN-CODE
024670         MOVE "Y" TO SF-EXIT-REQUESTED-SW
024680         GO TO 1200-SELECT-BACKUP-EXIT
024690     END-IF.
024700*
024710*    SF-PREV-STAMP NOW HOLDS THE LAST CUTOVER ON THE CATALOG.
024720*
024730     IF SF-PREV-STAMP < SF-TARGET-STAMP
024740         MOVE "Y" TO SF-LIVE-NEEDED-SW
024750     ELSE
024760         MOVE "N" TO SF-LIVE-NEEDED-SW
024770     END-IF.
024780
024790     MOVE SF-CHOSEN-DATE TO SF-FROM-DATE-PARM.
024800     MOVE SF-CHOSEN-TIME TO SF-FROM-TIME.
024810
024820     PERFORM 1270-VERIFY-GENERATION
024830         THRU 1270-VERIFY-GENERATION-EXIT
024840         VARYING SF-GEN-SUB FROM 1 BY 1
024850         UNTIL SF-GEN-SUB > SF-GEN-COUNT.
024860     IF SF-EXIT-REQUESTED
024870         GO TO 1200-SELECT-BACKUP-EXIT
024880     END-IF.
024890
024900     DISPLAY "SFRC115I - RECOVERING FROM BACKUP " SF-CHOSEN-NAME.
024910     DISPLAY "SFRC115I - TAKEN " SF-CHOSEN-DATE " " SF-CHOSEN-TIME
024920         ", JOURNAL GENERATIONS TO REPLAY: " SF-GEN-COUNT.
024930 1200-SELECT-BACKUP-EXIT.
024940     EXIT.
024950*****************************************************************
024960*    1250-SCAN-CATALOG-ENTRY - READS THE NEXT CATALOG ENTRY.  ONCE
024970*    A BACKUP HAS BEEN CHOSEN, EACH LATER ENTRY'S GENERATION IS
024980*    NEEDED IF THE CUTOVER BEFORE IT FELL BEFORE THE RECOVERY
024990*    POINT.  AN ACTIVE ENTRY AT OR BEFORE THE POINT REPLACES THE
025000*    CHOSEN BACKUP AND STARTS THE GENERATION LIST AGAIN.
025010*****************************************************************
025020 1250-SCAN-CATALOG-ENTRY.
025030     READ SfBkCat
025040         AT END
025050             MOVE "Y" TO SF-CAT-EOF-SW
025060             GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
025070     END-READ.
025080     IF NOT SF-CAT-STATUS-OK
025090         MOVE SF-CAT-FILE-STATUS TO SF-LOG-STATUS-VALUE
025100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
025110         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
025120         MOVE 16 TO RETURN-CODE
025130         MOVE "Y" TO SF-EXIT-REQUESTED-SW SF-CAT-EOF-SW
025140         GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
025150     END-IF.
025160
025170     IF SF-BACKUP-FOUND AND SF-PREV-STAMP < SF-TARGET-STAMP
025180         IF BKC-STATUS-EXPIRED
025190             DISPLAY "SFRC116E - JOURNAL GENERATION EXPIRED: "
025200                 BKC-JOURNAL-NAME
025210             MOVE 16 TO RETURN-CODE
025220             MOVE "Y" TO SF-EXIT-REQUESTED-SW SF-CAT-EOF-SW
025230             GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
025240         END-IF
025250         IF SF-GEN-COUNT NOT < SF-GEN-MAX
025260             DISPLAY "SFRC117E - OVER 100 JOURNAL GENERATIONS "
025270                 "TO REPLAY - RECOVER FROM A LATER BACKUP"
025280             MOVE 16 TO RETURN-CODE
025290             MOVE "Y" TO SF-EXIT-REQUESTED-SW SF-CAT-EOF-SW
025300             GO TO 1250-SCAN-CATALOG-ENTRY-EXIT
025310         END-IF
025320         ADD 1 TO SF-GEN-COUNT
025330         MOVE BKC-JOURNAL-NAME TO SF-GEN-NAME(SF-GEN-COUNT)
025340     END-IF.
025350
025360     IF BKC-STATUS-ACTIVE AND BKC-KEY NOT > SF-TARGET-STAMP
025370         MOVE BKC-CUTOVER-DATE TO SF-CHOSEN-DATE
025380         MOVE BKC-CUTOVER-TIME TO SF-CHOSEN-TIME
025390         MOVE BKC-BACKUP-NAME TO SF-CHOSEN-NAME
025400         MOVE BKC-RECORD-COUNT TO SF-CHOSEN-COUNT
025410         MOVE "Y" TO SF-BACKUP-FOUND-SW
025420         MOVE ZERO TO SF-GEN-COUNT
025430     END-IF.
025440
025450     MOVE BKC-KEY TO SF-PREV-STAMP.
025460 1250-SCAN-CATALOG-ENTRY-EXIT.
025470     EXIT.
025480*****************************************************************
025490*    1270-VERIFY-GENERATION - PROVES ONE NEEDED JOURNAL
025500*    GENERATION CAN BE OPENED.
025510*****************************************************************
025520 1270-VERIFY-GENERATION.
025530     MOVE SF-GEN-NAME(SF-GEN-SUB) TO SF-GEN-FILE-NAME.
025540     OPEN INPUT SfAudGen.
025550     IF SF-GEN-STATUS-OK
025560         CLOSE SfAudGen
025570     ELSE
025580         DISPLAY "SFRC118E - JOURNAL GENERATION NOT FOUND: "
025590             SF-GEN-FILE-NAME
025600         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
025610         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
025620         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
025630         MOVE 16 TO RETURN-CODE
025640         MOVE "Y" TO SF-EXIT-REQUESTED-SW
025650     END-IF.
025660 1270-VERIFY-GENERATION-EXIT.
025670     EXIT.
025680*****************************************************************
025690*    1300-RESTORE-BACKUP - RELOADS THE MASTER NAMED ON THE PARM
025700*    FROM THE CHOSEN BACKUP.  THE RELOAD MUST MATCH THE RECORD
025710*    COUNT ON THE CATALOG OR NOTHING IS REPLAYED.
025720*****************************************************************
025730 1300-RESTORE-BACKUP.
025740     MOVE SF-CHOSEN-NAME TO SF-BACKUP-NAME.
025750     OPEN INPUT SfBkup.
025760     IF NOT SF-BKP-STATUS-OK
025770         DISPLAY "SFRC119E - BACKUP NOT FOUND: " SF-BACKUP-NAME
025780         MOVE SF-BKP-FILE-STATUS TO SF-LOG-STATUS-VALUE
025790         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
025800         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
025810         MOVE 16 TO RETURN-CODE
025820         MOVE "Y" TO SF-EXIT-REQUESTED-SW
025830         GO TO 1300-RESTORE-BACKUP-EXIT
025840     END-IF.
025850
025860     OPEN OUTPUT Cla.
025870     IF NOT SF-CLA-STATUS-OK
025880         DISPLAY "SFRC103E - UNABLE TO OPEN MASTER FILE: "
025890             SF-FILE-NAME-PARM
025900         DISPLAY "SFRC103E - FILE STATUS IS " SF-CLA-FILE-STATUS
025910         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
025920         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
025930         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
025940         MOVE 16 TO RETURN-CODE
025950         MOVE "Y" TO SF-EXIT-REQUESTED-SW
025960         CLOSE SfBkup
025970         GO TO 1300-RESTORE-BACKUP-EXIT
025980     END-IF.
025990
026000     MOVE "N" TO SF-BKP-EOF-SW.
026010     PERFORM 1350-RESTORE-ONE-RECORD
026020         THRU 1350-RESTORE-ONE-RECORD-EXIT
026030         UNTIL SF-BKP-EOF.
026040     CLOSE SfBkup.
026050     CLOSE Cla.
026060
026070     IF SF-RESTORED-COUNT NOT = SF-CHOSEN-COUNT
026080         DISPLAY "SFRC120E - BACKUP RELOADED " SF-RESTORED-COUNT
026090             " RECORDS, CATALOG SAYS " SF-CHOSEN-COUNT
026100         MOVE 16 TO RETURN-CODE
026110         MOVE "Y" TO SF-EXIT-REQUESTED-SW
026120         GO TO 1300-RESTORE-BACKUP-EXIT
026130     END-IF.
026140     DISPLAY "SFRC121I - MASTER RELOADED FROM BACKUP, RECORDS: "
026150         SF-RESTORED-COUNT.
026160 1300-RESTORE-BACKUP-EXIT.
026170     EXIT.
026180*****************************************************************
026190*    1350-RESTORE-ONE-RECORD - ONE BACKUP RECORD TO THE MASTER.
026200*    A HARD ERROR ENDS THE RELOAD; THE COUNT CHECK IN 1300 THEN
026210*    FAILS THE RUN.
026220*****************************************************************
026230 1350-RESTORE-ONE-RECORD.
026240     READ SfBkup
026250         AT END
026260             MOVE "Y" TO SF-BKP-EOF-SW
026270             GO TO 1350-RESTORE-ONE-RECORD-EXIT
026280     END-READ.
026290     IF NOT SF-BKP-STATUS-OK
026300         MOVE SF-BKP-FILE-STATUS TO SF-LOG-STATUS-VALUE
026310         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
026320         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
026330         MOVE "Y" TO SF-BKP-EOF-SW
026340         GO TO 1350-RESTORE-ONE-RECORD-EXIT
026350     END-IF.
026360
026370     MOVE SF-BKP-RECORD TO CustomerDetails.
026380     WRITE CustomerDetails
026390         INVALID KEY
026400             CONTINUE
026410     END-WRITE.
026420     IF NOT SF-CLA-STATUS-OK
026430         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
026440         MOVE CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
026450         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
026460         MOVE "Y" TO SF-BKP-EOF-SW
026470         GO TO 1350-RESTORE-ONE-RECORD-EXIT
026480     END-IF.
026490     ADD 1 TO SF-RESTORED-COUNT.
026500 1350-RESTORE-ONE-RECORD-EXIT.
026510     EXIT.
032000*****************************************************************
032010*    2000-SORT-JOURNAL - SORTS THE JOURNAL INTO ASCENDING
032020*    DATE/TIME ORDER.  DUPLICATES ARE KEPT IN THEIR JOURNALED
032030*    ORDER SO SEVERAL SAME-TIMESTAMP ENTRIES AGAINST ONE
032040*    CUSTOMER RE-APPLY IN THE ORDER THEY WERE WRITTEN.  THE
032050*    CATALOG FORMS FEED THE SORT FROM THE NEEDED GENERATIONS
032060*    (AND THE LIVE JOURNAL) INSTEAD OF SFAUDIT ALONE.
032070*****************************************************************
032080 2000-SORT-JOURNAL.
032090     IF SF-MODE-CATALOG
032100         SORT SfrSort
032110             ON ASCENDING KEY SRT-DATE SRT-TIME
032120             WITH DUPLICATES IN ORDER
032130             INPUT PROCEDURE IS 2100-RELEASE-JOURNALS
032140                 THRU 2100-RELEASE-JOURNALS-EXIT
032150             GIVING SfAudWrk
032160     ELSE
032170         SORT SfrSort
032180             ON ASCENDING KEY SRT-DATE SRT-TIME
032190             WITH DUPLICATES IN ORDER
032200             USING SfAudit
032210             GIVING SfAudWrk
032220     END-IF.
032230     IF SORT-RETURN NOT = ZERO
032240         DISPLAY "SFRC107E - JOURNAL SORT FAILED, CODE "
032250             SORT-RETURN
032260         MOVE 16 TO RETURN-CODE
032270         MOVE "Y" TO SF-EXIT-REQUESTED-SW
032280     END-IF.
032290 2000-SORT-JOURNAL-EXIT.
032300     EXIT.
032310*****************************************************************
032320*    2100-RELEASE-JOURNALS - SORT INPUT FOR THE CATALOG FORMS:
032330*    EVERY ENTRY OF EACH NEEDED GENERATION, OLDEST FIRST, THEN
032340*    THE LIVE SFAUDIT WHEN THE RECOVERY POINT IS PAST THE LAST
032350*    CUTOVER.  A GENERATION THAT CANNOT BE READ FAILS THE RUN.
032360*****************************************************************
032370 2100-RELEASE-JOURNALS.
032380     PERFORM 2150-RELEASE-GENERATION
032390         THRU 2150-RELEASE-GENERATION-EXIT
032400         VARYING SF-GEN-SUB FROM 1 BY 1
032410         UNTIL SF-GEN-SUB > SF-GEN-COUNT.
032420
032430     IF NOT SF-LIVE-NEEDED
032440         GO TO 2100-RELEASE-JOURNALS-EXIT
032450     END-IF.
032460     OPEN INPUT SfAudit.
032470     IF NOT SF-AUD-STATUS-OK
032480         DISPLAY "SFRC105E - UNABLE TO OPEN SFAUDIT, STATUS "
032490             SF-AUD-FILE-STATUS
032500         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
032510         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
032520         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
032530         MOVE 16 TO RETURN-CODE
032540         MOVE "Y" TO SF-EXIT-REQUESTED-SW
032550         GO TO 2100-RELEASE-JOURNALS-EXIT
032560     END-IF.
032570     MOVE "N" TO SF-GEN-EOF-SW.
032580     PERFORM 2200-RELEASE-LIVE-ENTRY
032590         THRU 2200-RELEASE-LIVE-ENTRY-EXIT
032600         UNTIL SF-GEN-EOF.
032610     CLOSE SfAudit.
032620 2100-RELEASE-JOURNALS-EXIT.
032630     EXIT.
032640*****************************************************************
032650*    2150-RELEASE-GENERATION - EVERY ENTRY OF ONE GENERATION.
032660*****************************************************************
032670 2150-RELEASE-GENERATION.
032680     MOVE SF-GEN-NAME(SF-GEN-SUB) TO SF-GEN-FILE-NAME.
032690     OPEN INPUT SfAudGen.
032700     IF NOT SF-GEN-STATUS-OK
032710         DISPLAY "SFRC118E - JOURNAL GENERATION NOT FOUND: "
032720             SF-GEN-FILE-NAME
032730         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
032740         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
032750         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
032760         MOVE 16 TO RETURN-CODE
032770         MOVE "Y" TO SF-EXIT-REQUESTED-SW
032780         GO TO 2150-RELEASE-GENERATION-EXIT
032790     END-IF.
032800     ADD 1 TO SF-GEN-READ-COUNT.
032810     MOVE "N" TO SF-GEN-EOF-SW.
032820     PERFORM 2160-RELEASE-GEN-ENTRY
032830         THRU 2160-RELEASE-GEN-ENTRY-EXIT
032840         UNTIL SF-GEN-EOF.
032850     CLOSE SfAudGen.
032860 2150-RELEASE-GENERATION-EXIT.
032870     EXIT.
032880*****************************************************************
032890*    2160-RELEASE-GEN-ENTRY
032900*****************************************************************
032910 2160-RELEASE-GEN-ENTRY.
032920     READ SfAudGen
032930         AT END
032940             MOVE "Y" TO SF-GEN-EOF-SW
032950             GO TO 2160-RELEASE-GEN-ENTRY-EXIT
032960     END-READ.
032970     IF NOT SF-GEN-STATUS-OK
032980         MOVE SF-GEN-FILE-STATUS TO SF-LOG-STATUS-VALUE
032990         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
033000         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
033010         MOVE 16 TO RETURN-CODE
033020         MOVE "Y" TO SF-EXIT-REQUESTED-SW SF-GEN-EOF-SW
033030         GO TO 2160-RELEASE-GEN-ENTRY-EXIT
033040     END-IF.
033050     RELEASE SortJournal FROM SF-GEN-RECORD.
033060 2160-RELEASE-GEN-ENTRY-EXIT.
033070     EXIT.
033080*****************************************************************
033090*    2200-RELEASE-LIVE-ENTRY
033100*****************************************************************
033110 2200-RELEASE-LIVE-ENTRY.
033120     READ SfAudit
033130         AT END
033140             MOVE "Y" TO SF-GEN-EOF-SW
033150             GO TO 2200-RELEASE-LIVE-ENTRY-EXIT
033160     END-READ.
033170     IF NOT SF-AUD-STATUS-OK
033180         MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
033190         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
033200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
033210         MOVE 16 TO RETURN-CODE
033220         MOVE "Y" TO SF-EXIT-REQUESTED-SW SF-GEN-EOF-SW
033230         GO TO 2200-RELEASE-LIVE-ENTRY-EXIT
033240     END-IF.
033250     RELEASE SortJournal FROM AuditJournal.
033260 2200-RELEASE-LIVE-ENTRY-EXIT.
033270     EXIT.
034000*****************************************************************
034100*    3000-APPLY-JOURNAL-ENTRIES - ONE PASS OVER THE SORTED
034200*    JOURNAL, EACH QUALIFYING ENTRY RE-APPLIED IN PLACE AGAINST
041000     MOVE SPACES TO SF-ENTRY-REASON.
041100     MOVE "APPLIED " TO SF-ENTRY-DISPOSITION.
041200
041210*
041220*    AN ERASURE RE-APPLIES WHEREVER IT FALLS AGAINST THE RECOVERY
041230*    POINTS - WHATEVER STATE THE MASTER IS BROUGHT BACK TO, A
041240*    CUSTOMER ERASED SINCE MUST NOT REAPPEAR WITH ITS DATA.
041250*
041260     IF SF-JRN-ERASE
041270         PERFORM 3440-APPLY-ERASE
041280             THRU 3440-APPLY-ERASE-EXIT
041290         GO TO 3300-APPLY-ONE-ENTRY-COUNT
041295     END-IF.
041300*
041400*    ENTRIES TIMESTAMPED BEFORE THE STARTING POINT ARE ALREADY
041500*    REFLECTED IN THE BACKUP AND MUST NOT RE-APPLY.
042100         MOVE "BEFORE RECOVERY START POINT" TO SF-ENTRY-REASON
042200         GO TO 3300-APPLY-ONE-ENTRY-COUNT
042300     END-IF.
042308*
042316*    ENTRIES AFTER AN ASOF RECOVERY POINT ARE LEFT OUT SO THE
042324*    MASTER COMES BACK AS IT STOOD AT THAT MOMENT.
042332*
042340     IF SF-JRN-DATE > SF-TO-DATE OR
042348             (SF-JRN-DATE = SF-TO-DATE AND
042356              SF-JRN-TIME > SF-TO-TIME)
042364         MOVE "SKIPPED " TO SF-ENTRY-DISPOSITION
042372         MOVE "AFTER RECOVERY END POINT" TO SF-ENTRY-REASON
042380         GO TO 3300-APPLY-ONE-ENTRY-COUNT
042388     END-IF.
042400
042500     IF SF-JRN-ADD
042600         PERFORM 3410-APPLY-ADD
058200     ADD 1 TO SF-DELETED-COUNT.
058300 3430-APPLY-DELETE-EXIT.
058400     EXIT.
058401*****************************************************************
058402*    3440-APPLY-ERASE - RE-APPLIES AN ERASURE BY BLANKING THE
058403*    NAME, ADDRESS (EXCEPT STATE) AND PHONE OF THE KEYED RECORD
058404*    AND MARKING IT *ERASED*, AS SFERASE DID.  A CUSTOMER NOT ON
058405*    THE MASTER WAS DELETED OR PURGED FIRST AND IS SKIPPED; ONE
058406*    OPENED AFTER THE ERASURE IS A NEW ACCOUNT ON A RE-USED ID
058407*    AND IS LEFT ALONE.
058408*****************************************************************
058409 3440-APPLY-ERASE.
058410     MOVE SF-JRN-CUST-ID TO CUST-ID.
058411     READ Cla
058412         INVALID KEY
058413             MOVE "SKIPPED " TO SF-ENTRY-DISPOSITION
058414             MOVE "CUSTOMER ID NOT FOUND" TO SF-ENTRY-REASON
058415             GO TO 3440-APPLY-ERASE-EXIT
058416     END-READ.
058417
058418     IF CUST-DATE-OPENED > SF-JRN-DATE
058419         MOVE "SKIPPED " TO SF-ENTRY-DISPOSITION
058420         MOVE "CUSTOMER RE-OPENED AFTER ERASURE"
058421             TO SF-ENTRY-REASON
058422         GO TO 3440-APPLY-ERASE-EXIT
058423     END-IF.
058424
058425     MOVE "*ERASED*" TO CUST-LAST-NAME.
058426     MOVE SPACES TO CUST-FIRST-NAME CUST-MIDDLE-NAME
058427         CUST-ADDR-LINE1 CUST-ADDR-LINE2 CUST-CITY
058428         CUST-ZIP-CODE CUST-PHONE-NUMBER.
058429     REWRITE CustomerDetails
058430         INVALID KEY
058431             MOVE "SKIPPED " TO SF-ENTRY-DISPOSITION
058432             MOVE "MASTER FILE ERROR - SEE ERRLOG"
058433                 TO SF-ENTRY-REASON
058434             MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
058435             MOVE SF-JRN-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
058436             PERFORM 8000-LOG-FILE-ERROR
058437                 THRU 8000-LOG-FILE-ERROR-EXIT
058438             GO TO 3440-APPLY-ERASE-EXIT
058439     END-REWRITE.
058440*
058441*    A NON-INVALID-KEY I-O ERROR RAISES NEITHER PHRASE, SO THE
058442*    STATUS IS CHECKED EXPLICITLY, AS IN 3410.
058443*
058444     IF NOT SF-CLA-STATUS-OK
058445         MOVE "SKIPPED " TO SF-ENTRY-DISPOSITION
058446         MOVE "MASTER FILE ERROR - SEE ERRLOG" TO SF-ENTRY-REASON
058447         MOVE SF-CLA-FILE-STATUS TO SF-LOG-STATUS-VALUE
058448         MOVE SF-JRN-CUST-ID(1:30) TO SF-LOG-CUST-ID-VALUE
058449         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
058450         GO TO 3440-APPLY-ERASE-EXIT
058451     END-IF.
058452
058453     ADD 1 TO SF-ERASED-COUNT.
058454 3440-APPLY-ERASE-EXIT.
058455     EXIT.
058500*****************************************************************
058600*    4000-WRITE-REGISTER-LINE - ONE LINE PER JOURNAL ENTRY, WITH
058700*    A NEW HEADING EVERY 50 LINES.
070400     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
070500     WRITE SF-RPT-LINE.
070600
070610     MOVE SF-ERASED-COUNT TO SF-COUNT-EDIT.
070620     MOVE SPACES TO SF-DETAIL-LINE.
070630     STRING "CUSTOMERS ERASED  . . . . . : " DELIMITED BY SIZE
070640             SF-COUNT-EDIT                   DELIMITED BY SIZE
070650         INTO SF-DETAIL-LINE.
070660     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
070670     WRITE SF-RPT-LINE.
070680
070700     MOVE SF-DELETED-COUNT TO SF-COUNT-EDIT.
070800     MOVE SPACES TO SF-DETAIL-LINE.
070900     STRING "CUSTOMERS DELETED . . . . . : " DELIMITED BY SIZE
071100         INTO SF-DETAIL-LINE.
071200     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
071300     WRITE SF-RPT-LINE.
071303
071306*
071309*    THE CATALOG FORMS ALSO SHOW WHAT WAS RELOADED AND REPLAYED.
071312*
071315     IF SF-MODE-CATALOG
071318         MOVE SPACES TO SF-DETAIL-LINE
071321         STRING "BACKUP RELOADED . . . . . . : " DELIMITED BY SIZE
071324                 SF-CHOSEN-NAME                  DELIMITED BY SIZE
071327             INTO SF-DETAIL-LINE
071330         MOVE SF-DETAIL-LINE TO SF-RPT-LINE
071333         WRITE SF-RPT-LINE
071336         MOVE SF-RESTORED-COUNT TO SF-COUNT-EDIT
071339         MOVE SPACES TO SF-DETAIL-LINE
071342         STRING "RECORDS RELOADED  . . . . . : " DELIMITED BY SIZE
071345                 SF-COUNT-EDIT                   DELIMITED BY SIZE
071348             INTO SF-DETAIL-LINE
071351         MOVE SF-DETAIL-LINE TO SF-RPT-LINE
071354         WRITE SF-RPT-LINE
071357         MOVE SF-GEN-READ-COUNT TO SF-COUNT-EDIT
071360         MOVE SPACES TO SF-DETAIL-LINE
071363         STRING "JOURNAL GENERATIONS READ  . : " DELIMITED BY SIZE
071366                 SF-COUNT-EDIT                   DELIMITED BY SIZE
071369             INTO SF-DETAIL-LINE
071372         MOVE SF-DETAIL-LINE TO SF-RPT-LINE
071375         WRITE SF-RPT-LINE
071378     END-IF.
071400
071500*
071600*    THE BALANCE PROOF: READ MUST EQUAL APPLIED + SKIPPED.  A
077500     DISPLAY "CUSTOMERS ADDED . . . . : " SF-ADDED-COUNT.
077600     DISPLAY "CUSTOMERS CHANGED . . . : " SF-CHANGED-COUNT.
077700     DISPLAY "CUSTOMERS DELETED . . . : " SF-DELETED-COUNT.
077705     DISPLAY "CUSTOMERS ERASED  . . . : " SF-ERASED-COUNT.
077710     IF SF-MODE-CATALOG
077720         DISPLAY "BACKUP RELOADED . . . . : " SF-CHOSEN-NAME
077730         DISPLAY "RECORDS RELOADED  . . . : " SF-RESTORED-COUNT
077740         DISPLAY "JOURNAL GENERATIONS READ: " SF-GEN-READ-COUNT
077750     END-IF.
077800
077900     CLOSE Cla.
078000     IF NOT SF-CLA-STATUS-OK
