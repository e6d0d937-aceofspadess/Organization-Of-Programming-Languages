002906*                      AS DELETES WITHOUT JOURNAL ENTRIES; READ
002907*                      THAT REPORT WITH THE SFPURPT REGISTER
002908*                      ALONGSIDE.
002909*    2026-10-15   CM   A PURGED CUSTOMER'S CONTACT NOTES NOW MOVE
002910*                      FROM SFNOTES TO THE SFNOTARC NOTES ARCHIVE
002911*                      WITH THE CUSTOMER RECORD.  A SITE WITH NO
002912*                      SFNOTES FILE YET PURGES AS BEFORE.
002913*    2026-10-15   CM   BLANKS THE NEW CUSTAUD AUD-APPROVER FIELD
002914*                      ON EVERY JOURNAL ENTRY IT WRITES.
002915*    2026-10-15   CM   EACH ARCHIVAL DELETE IS NOW JOURNALED TO
002916*                      SFAUDIT AS A P-ACTION (PURGE) CUSTAUD
002917*                      RECORD CARRYING THE PURGED IMAGE, SO
002918*                      SFRECON MATCHES PURGE-NIGHT DELETES,
002919*                      SFRCVR REPLAYS THEM, AND THE SFMOVE
002920*                      MOVEMENT REPORT CAN DATE EVERY PURGE.
002921*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. sfpurge.
003200 AUTHOR. C MILLER.
005484*    SfAudit IS THE RUNNING MAINTENANCE AUDIT JOURNAL SHARED
005486*    WITH SFM AND SFMB - THE CLOSE-DATE STAMP IS A MASTER
005488*    REWRITE AND JOURNALS LIKE ANY OTHER CHANGE, SO SFRECON
005489*    DOES NOT REPORT IT AS AN OFF-BOOK EDIT.  EACH ARCHIVAL
005490*    DELETE IS JOURNALED TOO, AS A P (PURGE) ACTION.
005492*
005494     SELECT SfAudit ASSIGN TO "SFAUDIT"
005496             ORGANIZATION IS LINE SEQUENTIAL
005500     SELECT SfErrLog ASSIGN TO "SFERRLOG"
005600             ORGANIZATION IS LINE SEQUENTIAL
005700             FILE STATUS IS SF-LOG-FILE-STATUS.
005705*
005710*    SfNotes IS THE CONTACT NOTES FILE SF ADDS TO, AND SfNotArc
005715*    ITS CUMULATIVE ARCHIVE - SAME CUSTNOTE LAYOUT AND KEY.  A
005720*    PURGED CUSTOMER'S NOTES MOVE WITH THE CUSTOMER RECORD.
005725*
005730     SELECT SfNotes ASSIGN TO "SFNOTES"
005735             ORGANIZATION IS INDEXED
005740             ACCESS MODE IS DYNAMIC
005745             RECORD KEY IS NOTE-KEY OF ContactNote
005750             FILE STATUS IS SF-NOT-FILE-STATUS.
005755     SELECT SfNotArc ASSIGN TO "SFNOTARC"
005760             ORGANIZATION IS INDEXED
005765             ACCESS MODE IS DYNAMIC
005770             RECORD KEY IS NOTE-KEY OF ArchiveNote
005775             FILE STATUS IS SF-NTA-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ClaMaster.
006740 FD  SfAudit.
006750 01  AuditJournal.
006760     COPY CUSTAUD.
006765 FD  SfNotes.
006770 01  ContactNote.
006775     COPY CUSTNOTE.
006780 FD  SfNotArc.
006785 01  ArchiveNote.
006790     COPY CUSTNOTE.
006800 FD  SfErrLog.
006900 01  SF-LOG-LINE                      PIC X(132).
007000 WORKING-STORAGE SECTION.
009240     88  SF-OPR-STATUS-NOT-FOUND      VALUE "35".
009250 01  SF-AUD-FILE-STATUS               PIC X(02)  VALUE SPACES.
009260     88  SF-AUD-STATUS-OK             VALUE "00".
009264 01  SF-NOT-FILE-STATUS               PIC X(02)  VALUE SPACES.
009268     88  SF-NOT-STATUS-OK             VALUE "00".
009272     88  SF-NOT-STATUS-EOF            VALUE "10".
009276     88  SF-NOT-STATUS-NOT-FOUND      VALUE "35".
009280 01  SF-NTA-FILE-STATUS               PIC X(02)  VALUE SPACES.
009284     88  SF-NTA-STATUS-OK             VALUE "00".
009288     88  SF-NTA-STATUS-DUP-KEY        VALUE "22".
009292     88  SF-NTA-STATUS-NOT-FOUND      VALUE "35".
009300 01  SF-LOG-STATUS-VALUE              PIC X(02)  VALUE SPACES.
009400 01  SF-LOG-CUST-ID-VALUE             PIC X(30)  VALUE SPACES.
009450 01  SF-AUDIT-ACTION                  PIC X(01)  VALUE "C".
009500 01  SF-SWITCHES.
009600     05  SF-END-OF-FILE-SW            PIC X(01)  VALUE "N".
009700         88  SF-END-OF-FILE           VALUE "Y".
010540         88  SF-OPR-EOF               VALUE "Y".
010542     05  SF-AUD-OPEN-SW               PIC X(01)  VALUE "N".
010544         88  SF-AUD-IS-OPEN           VALUE "Y".
010545     05  SF-NOTES-OPEN-SW             PIC X(01)  VALUE "N".
010546         88  SF-NOTES-IS-OPEN         VALUE "Y".
010547     05  SF-NOTES-END-SW              PIC X(01)  VALUE "N".
010548         88  SF-NOTES-END             VALUE "Y".
010550*-----------------------------------------------------------------
010560*    OPERATOR IDENTITY AND AUTHORITY - THE SIGN-ON OPERATOR IS
010570*    LOOKED UP ON THE SFOPRF PROFILE FILE BY
010595     88  SF-AUTH-MAINTAIN             VALUE "M".
010596     88  SF-AUTH-SUPERVISOR           VALUE "S".
010597*-----------------------------------------------------------------
010598*    AUDIT JOURNAL WORK AREAS - THE ACTION AND THE BEFORE AND
010599*    AFTER IMAGES OF THE CLOSE-DATE STAMP (C) OR THE ARCHIVAL
010600*    DELETE (P), WRITTEN BY 6000-WRITE-AUDIT-RECORD AS SFM DOES.
010601*-----------------------------------------------------------------
010602 01  SF-AUDIT-BEFORE-IMAGE            PIC X(250) VALUE SPACES.
010603 01  SF-AUDIT-AFTER-IMAGE             PIC X(250) VALUE SPACES.
011200 01  SF-REARCHIVED-COUNT              PIC 9(05)  VALUE ZERO.
011210 01  SF-HELD-COUNT                    PIC 9(05)  VALUE ZERO.
011220 01  SF-STAMPED-COUNT                 PIC 9(05)  VALUE ZERO.
011225 01  SF-NOTES-MOVED-COUNT             PIC 9(05)  VALUE ZERO.
011230*-----------------------------------------------------------------
011240*    RETENTION ELIGIBILITY WORK AREAS - THE CLOSE DATE PLUS THE
011250*    RETENTION MONTHS, CARRIED AS YYYY-MM-DD TEXT SO IT COMPARES
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF.
022000
022005*
022010*    THE CONTACT NOTES AND THEIR ARCHIVE.  NO NOTES FILE AT ALL
022015*    MEANS NO NOTES HAVE EVER BEEN TAKEN - THE PURGE RUNS AS
022020*    BEFORE.  A NOTES ARCHIVE THAT WILL NOT OPEN FAILS THE RUN,
022025*    AS THE CUSTOMER ARCHIVE DOES - NOTES ARE NEVER LEFT BEHIND
022030*    FOR A CUSTOMER WHO IS GONE.
022035*
022040     PERFORM 1300-OPEN-CONTACT-NOTES
022045         THRU 1300-OPEN-CONTACT-NOTES-EXIT.
022050     IF SF-EXIT-REQUESTED
022055         CLOSE ClaMaster ClaArchive
022060         GO TO 1000-INITIALIZE-EXIT
022065     END-IF.
022070
022100     OPEN OUTPUT SfPurRpt.
022200     IF SF-RPT-STATUS-OK
022300         MOVE "Y" TO SF-RPT-OPEN-SW
033900     EXIT.
034000*****************************************************************
034100*    3400-DELETE-MASTER-RECORD - REMOVES THE ARCHIVED RECORD
034150*    FROM THE MASTER IN PLACE AND JOURNALS THE REMOVAL AS A
034200*    PURGE.  THE IMAGE IS TAKEN BEFORE THE DELETE, WHILE THE
034250*    RECORD AREA STILL HOLDS IT.
034300*****************************************************************
034400 3400-DELETE-MASTER-RECORD.
034450     MOVE MasterCustomer TO SF-AUDIT-BEFORE-IMAGE.
034500     DELETE ClaMaster RECORD
034600         INVALID KEY
034700             CONTINUE
034800     END-DELETE.
034900     IF SF-MST-STATUS-OK
035000         ADD 1 TO SF-PURGED-COUNT
035010         MOVE "P" TO SF-AUDIT-ACTION
035020         MOVE SPACES TO SF-AUDIT-AFTER-IMAGE
035030         PERFORM 6000-WRITE-AUDIT-RECORD
035040             THRU 6000-WRITE-AUDIT-RECORD-EXIT
035050         IF SF-NOTES-IS-OPEN
035060             PERFORM 3500-ARCHIVE-CONTACT-NOTES
035070                 THRU 3500-ARCHIVE-CONTACT-NOTES-EXIT
035080         END-IF
035100     ELSE
035200         MOVE SF-MST-FILE-STATUS TO SF-LOG-STATUS-VALUE
035300         MOVE CUST-ID OF MasterCustomer(1:30)
035800     END-IF.
035900 3400-DELETE-MASTER-RECORD-EXIT.
036000     EXIT.
036001*****************************************************************
036002*    3500-ARCHIVE-CONTACT-NOTES - MOVES EVERY CONTACT NOTE FOR
036003*    THE CUSTOMER JUST PURGED FROM SFNOTES TO SFNOTARC.  AS WITH
036004*    THE CUSTOMER RECORD, A NOTE IS ONLY DELETED ONCE ITS
036005*    ARCHIVE COPY IS SAFELY WRITTEN; AN ARCHIVE WRITE FAILURE
036006*    ENDS THE RUN WITH THE NOTE STILL ON SFNOTES.
036007*****************************************************************
036008 3500-ARCHIVE-CONTACT-NOTES.
036009     MOVE CUST-ID OF MasterCustomer
036010         TO NOTE-CUST-ID OF ContactNote.
036011     MOVE SPACES TO NOTE-DATE OF ContactNote.
036012     MOVE ZERO TO NOTE-TIME OF ContactNote.
036013     MOVE "N" TO SF-NOTES-END-SW.
036014     START SfNotes KEY IS NOT LESS THAN NOTE-KEY OF ContactNote
036015         INVALID KEY
036016             MOVE "Y" TO SF-NOTES-END-SW
036017     END-START.
036018     IF NOT SF-NOTES-END AND NOT SF-NOT-STATUS-OK
036019         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
036020         MOVE CUST-ID OF MasterCustomer(1:30)
036021             TO SF-LOG-CUST-ID-VALUE
036022         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
036023         MOVE "Y" TO SF-NOTES-END-SW
036024     END-IF.
036025     PERFORM 3550-ARCHIVE-ONE-NOTE
036026         THRU 3550-ARCHIVE-ONE-NOTE-EXIT
036027         UNTIL SF-NOTES-END.
036028 3500-ARCHIVE-CONTACT-NOTES-EXIT.
036029     EXIT.
036030*****************************************************************
036031*    3550-ARCHIVE-ONE-NOTE - READS THE NEXT NOTE; WHILE IT STILL
036032*    BELONGS TO THE PURGED CUSTOMER, WRITES IT TO THE ARCHIVE
036033*    (REWRITING A COPY LEFT BY AN EARLIER PURGE) AND DELETES IT.
036034*****************************************************************
036035 3550-ARCHIVE-ONE-NOTE.
036036     READ SfNotes NEXT RECORD
036037         AT END MOVE "Y" TO SF-NOTES-END-SW
036038     END-READ.
036039     IF SF-NOTES-END
036040         GO TO 3550-ARCHIVE-ONE-NOTE-EXIT
036041     END-IF.
036042     IF NOT SF-NOT-STATUS-OK
036043         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
036044         MOVE CUST-ID OF MasterCustomer(1:30)
036045             TO SF-LOG-CUST-ID-VALUE
036046         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
036047         MOVE "Y" TO SF-NOTES-END-SW
036048         MOVE 16 TO RETURN-CODE
036049         GO TO 3550-ARCHIVE-ONE-NOTE-EXIT
036050     END-IF.
036051     IF NOTE-CUST-ID OF ContactNote
036052             NOT = CUST-ID OF MasterCustomer
036053         MOVE "Y" TO SF-NOTES-END-SW
036054         GO TO 3550-ARCHIVE-ONE-NOTE-EXIT
036055     END-IF.
036056
036057     MOVE ContactNote TO ArchiveNote.
036058     WRITE ArchiveNote
036059         INVALID KEY
036060             CONTINUE
036061     END-WRITE.
036062     IF SF-NTA-STATUS-DUP-KEY
036063         MOVE ContactNote TO ArchiveNote
036064         REWRITE ArchiveNote
036065             INVALID KEY
036066                 CONTINUE
036067         END-REWRITE
036068     END-IF.
036069     IF NOT SF-NTA-STATUS-OK
036070         MOVE SF-NTA-FILE-STATUS TO SF-LOG-STATUS-VALUE
036071         MOVE CUST-ID OF MasterCustomer(1:30)
036072             TO SF-LOG-CUST-ID-VALUE
036073         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
036074         MOVE "Y" TO SF-NOTES-END-SW SF-END-OF-FILE-SW
036075         MOVE 16 TO RETURN-CODE
036076         GO TO 3550-ARCHIVE-ONE-NOTE-EXIT
036077     END-IF.
036078
036079     DELETE SfNotes RECORD
036080         INVALID KEY
036081             CONTINUE
036082     END-DELETE.
036083     IF SF-NOT-STATUS-OK
036084         ADD 1 TO SF-NOTES-MOVED-COUNT
036085     ELSE
036086         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
036087         MOVE CUST-ID OF MasterCustomer(1:30)
036088             TO SF-LOG-CUST-ID-VALUE
036089         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
036090         MOVE "Y" TO SF-NOTES-END-SW SF-END-OF-FILE-SW
036091         MOVE 16 TO RETURN-CODE
036092     END-IF.
036093 3550-ARCHIVE-ONE-NOTE-EXIT.
036094     EXIT.
036100*****************************************************************
036200*    4000-WRITE-REGISTER-LINE - ONE LINE PER ARCHIVED CUSTOMER,
036300*    WITH A NEW HEADING EVERY 50 LINES.
046296     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
046297     WRITE SF-RPT-LINE.
046300
046310     MOVE SF-NOTES-MOVED-COUNT TO SF-COUNT-EDIT.
046320     MOVE SPACES TO SF-DETAIL-LINE.
046330     STRING "CONTACT NOTES ARCHIVED  . . : " DELIMITED BY SIZE
046340             SF-COUNT-EDIT                   DELIMITED BY SIZE
046350         INTO SF-DETAIL-LINE.
046360     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
046370     WRITE SF-RPT-LINE.
046380
046400*
046500*    THE BALANCE PROOF: READ MUST EQUAL KEPT + PURGED.  A RUN
046600*    THAT DOES NOT BALANCE FAILS THE STEP.
048000     EXIT.
048010*****************************************************************
048020*    6000-WRITE-AUDIT-RECORD - APPENDS ONE CUSTAUD JOURNAL
048030*    RECORD FOR THE CLOSE-DATE STAMP (C) OR ARCHIVAL DELETE (P)
048040*    JUST APPLIED, THE SAME RECORD SFM AND SFMB WRITE.  THE
048050*    CALLER LOADS THE ACTION AND THE BEFORE AND AFTER IMAGES.
048060*    A JOURNAL THAT CANNOT BE WRITTEN IS REPORTED TO SFERRLOG
048070*    BUT DOES NOT UNDO THE STAMP OR THE PURGE.
048080*****************************************************************
048081 6000-WRITE-AUDIT-RECORD.
048082     IF NOT SF-AUD-IS-OPEN
048088             MOVE "Y" TO SF-AUD-OPEN-SW
048089         ELSE
048090             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
048091             MOVE SF-AUDIT-BEFORE-IMAGE(1:30)
048092                 TO SF-LOG-CUST-ID-VALUE
048093             PERFORM 8000-LOG-FILE-ERROR
048094                 THRU 8000-LOG-FILE-ERROR-EXIT
048097
048098     IF SF-AUD-IS-OPEN
048099         ACCEPT SF-RUN-TIME FROM TIME
048100         PERFORM 6050-SET-ACTION THRU 6050-SET-ACTION-EXIT
048101         MOVE SF-RUN-DATE-DISPLAY TO AUD-DATE
048102         MOVE SF-RUN-TIME TO AUD-TIME
048103         MOVE SF-OPERATOR-ID TO AUD-OPERATOR
048104         MOVE SF-AUDIT-BEFORE-IMAGE(1:60) TO AUD-CUST-ID
048105         MOVE SF-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
048106         MOVE SF-AUDIT-AFTER-IMAGE TO AUD-AFTER-IMAGE
048107         WRITE AuditJournal
048108         IF NOT SF-AUD-STATUS-OK
048109             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
048110             MOVE SF-AUDIT-BEFORE-IMAGE(1:30)
048111                 TO SF-LOG-CUST-ID-VALUE
048112             PERFORM 8000-LOG-FILE-ERROR
048113                 THRU 8000-LOG-FILE-ERROR-EXIT
051900     DISPLAY "OF WHICH RE-ARCHIVED  : " SF-REARCHIVED-COUNT.
051910     DISPLAY "HELD FOR RETENTION  . : " SF-HELD-COUNT.
051920     DISPLAY "CLOSE DATES SET . . . : " SF-STAMPED-COUNT.
051970     DISPLAY "CONTACT NOTES MOVED . : " SF-NOTES-MOVED-COUNT.
052000
052100     CLOSE ClaMaster ClaArchive SfPurRpt.
052200     IF NOT SF-MST-STATUS-OK
053170                 THRU 8000-LOG-FILE-ERROR-EXIT
053180         END-IF
053190     END-IF.
053191     IF SF-NOTES-IS-OPEN
053192         CLOSE SfNotes SfNotArc
053193         IF NOT SF-NOT-STATUS-OK OR NOT SF-NTA-STATUS-OK
053194             MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
053195             MOVE SPACES TO SF-LOG-CUST-ID-VALUE
053196             PERFORM 8000-LOG-FILE-ERROR
053197                 THRU 8000-LOG-FILE-ERROR-EXIT
053198         END-IF
053199     END-IF.
053200     IF SF-LOG-IS-OPEN
053300         CLOSE SfErrLog
053400         IF NOT SF-LOG-STATUS-OK
054300*****************************************************************
054400 9999-END-PROGRAM-EXIT.
054500     STOP RUN.
054600*****************************************************************
054700*    1300-OPEN-CONTACT-NOTES - OPENS SFNOTES I-O AND THE SFNOTARC
054800*    NOTES ARCHIVE I-O, CREATING THE ARCHIVE ON ITS FIRST RUN.
054900*****************************************************************
055000 1300-OPEN-CONTACT-NOTES.
055100     OPEN I-O SfNotes.
055200     IF SF-NOT-STATUS-NOT-FOUND
055300         DISPLAY "SFPG110W - NO SFNOTES CONTACT NOTES FILE - "
055400             "NO NOTES TO ARCHIVE"
055500         GO TO 1300-OPEN-CONTACT-NOTES-EXIT
055600     END-IF.
055700     IF NOT SF-NOT-STATUS-OK
055800         DISPLAY "SFPG111E - UNABLE TO OPEN SFNOTES, STATUS "
055900             SF-NOT-FILE-STATUS
056000         MOVE SF-NOT-FILE-STATUS TO SF-LOG-STATUS-VALUE
056100         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
056200         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
056300         MOVE 16 TO RETURN-CODE
056400         MOVE "Y" TO SF-EXIT-REQUESTED-SW
056500         GO TO 1300-OPEN-CONTACT-NOTES-EXIT
056600     END-IF.
056700
056800     OPEN I-O SfNotArc.
056900     IF SF-NTA-STATUS-NOT-FOUND
057000         OPEN OUTPUT SfNotArc
057100         IF SF-NTA-STATUS-OK
057200             CLOSE SfNotArc
057300             OPEN I-O SfNotArc
057400         END-IF
057500     END-IF.
057600     IF NOT SF-NTA-STATUS-OK
057700         DISPLAY "SFPG112E - UNABLE TO OPEN SFNOTARC, STATUS "
057800             SF-NTA-FILE-STATUS
057900         MOVE SF-NTA-FILE-STATUS TO SF-LOG-STATUS-VALUE
058000         MOVE SPACES TO SF-LOG-CUST-ID-VALUE
058100         PERFORM 8000-LOG-FILE-ERROR THRU 8000-LOG-FILE-ERROR-EXIT
058200         MOVE 16 TO RETURN-CODE
058300         MOVE "Y" TO SF-EXIT-REQUESTED-SW
058400         CLOSE SfNotes
058500         GO TO 1300-OPEN-CONTACT-NOTES-EXIT
058600     END-IF.
058700     MOVE "Y" TO SF-NOTES-OPEN-SW.
058800 1300-OPEN-CONTACT-NOTES-EXIT.
058900     EXIT.
059000*****************************************************************
059100*    6050-SET-ACTION - LOADS THE JOURNAL ACTION THE CALLER SET IN
059200*    SF-AUDIT-ACTION (C, THE CLOSE-DATE STAMP, UNLESS SET) AND
059300*    BLANKS AUD-APPROVER, WHICH ONLY SFAPPR FILLS.  THE ACTION
059400*    GOES BACK TO C FOR THE NEXT ENTRY.
059500*****************************************************************
059600 6050-SET-ACTION.
059700     MOVE SF-AUDIT-ACTION TO AUD-ACTION.
059800     MOVE SPACES TO AUD-APPROVER.
059900     MOVE "C" TO SF-AUDIT-ACTION.
060000 6050-SET-ACTION-EXIT.
060100     EXIT.
