003400*                   TO-DATE MEANS ONE DAY, AN OMITTED RANGE
003500*                   MEANS THE WHOLE JOURNAL.
003510*
003520*                   PURGE-NIGHT NOTE: SFPURGE JOURNALS EACH
003530*                   ARCHIVAL DELETE AS A P (PURGE) ENTRY, WHICH
003540*                   COVERS A DELETE JUST AS A D ENTRY DOES.  A
003550*                   RANGE SPANNING A PURGE RUN FROM BEFORE
003560*                   SFPURGE JOURNALED THEM STILL LISTS THOSE AS
003570*                   DELETES WITHOUT JOURNAL ENTRIES - RECONCILE
003580*                   THEM AGAINST THE SFPURPT PURGE REGISTER.
003582*
003584*                   ERASURE NOTE: SFERASE BLANKS A FORMER
003586*                   CUSTOMER'S NAME, ADDRESS AND PHONE ON THE
003588*                   MASTER AND IN EVERY JOURNAL IMAGE.  AN
003590*                   ERASED AFTER IMAGE IS COMPARED WITH THE
003592*                   MASTER RECORD AS ERASED, AN E ENTRY DOES NOT
003594*                   END A DELETE'S COVERAGE, AND AN E ENTRY FOR A
003596*                   CUSTOMER NO LONGER ON THE MASTER IS COUNTED,
003598*                   NOT LISTED AS AN EXCEPTION.
003600*-----------------------------------------------------------------
003700*    MODIFICATION HISTORY
003800*    DATE        INIT  DESCRIPTION
003900*    2026-09-02   CM   ORIGINAL - THE AUDITORS ASKED FOR THE
004000*                      UNMATCHED-DIFFERENCES REPORT; THE JOURNAL
004100*                      ALONE DOES NOT PROVE COMPLETENESS.
004110*    2026-10-15   CM   A P-ACTION (PURGE) JOURNAL ENTRY NOW
004120*                      COVERS A DELETE, AS A D ENTRY DOES.
004130*    2026-10-15   CM   RECONCILES SFERASE'S E-ACTION (ERASE)
004140*                      ENTRIES AND THE ERASED IMAGES IT LEAVES IN
004150*                      THE JOURNAL.
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. sfrecon.
013800 77  SF-JE-COUNT                      PIC 9(05)  VALUE ZERO COMP.
013900 77  SF-JE-SUB                        PIC 9(05)  VALUE ZERO COMP.
014000 77  SF-JE-LAST                       PIC 9(05)  VALUE ZERO COMP.
014010 77  SF-JE-LAST-ACTIVITY              PIC 9(05)  VALUE ZERO COMP.
014100 01  SF-JOURNAL-TABLE.
014200     05  SF-JRN-ENTRY                 OCCURS 2000.
014300         10  SF-JE-ACTION             PIC X(01).
015400 01  SF-DELETED-COUNT                 PIC 9(05)  VALUE ZERO.
015500 01  SF-CHANGED-COUNT                 PIC 9(05)  VALUE ZERO.
015600 01  SF-EXCEPTION-COUNT               PIC 9(05)  VALUE ZERO.
015610 01  SF-ERASURE-OFF-COUNT             PIC 9(05)  VALUE ZERO.
015620*-----------------------------------------------------------------
015630*    ERASED-IMAGE COMPARE - THE LAST JOURNALED AFTER IMAGE, AND
015640*    TODAY'S MASTER RECORD WITH THE SFERASE MARKER APPLIED.
015650*-----------------------------------------------------------------
015660 01  JournalCustomer.
015670     COPY CUSTDTL.
015680 01  MaskedCustomer.
015690     COPY CUSTDTL.
015700*-----------------------------------------------------------------
015800*    REPORT WORK AREAS
015900*-----------------------------------------------------------------
045600*    THE CUSTOMER-ID IN SF-MATCH-KEY AS MATCHED AND REMEMBERS
045700*    THE LAST (MOST RECENT) ONE IN SF-JE-LAST.  THE CALLER
045800*    LOADS SF-MATCH-KEY WITH THE FULL-WIDTH KEY BEFORE
045900*    PERFORMING THIS PARAGRAPH.  SF-JE-LAST-ACTIVITY IS THE LAST
045910*    ENTRY OTHER THAN AN E (ERASE), WHICH ONLY BLANKS PERSONAL
045920*    DATA AND SAYS NOTHING ABOUT AN ADD, CHANGE OR DELETE.
046000*****************************************************************
046100 3300-MATCH-JOURNAL-ENTRIES.
046200     MOVE "N" TO SF-JE-FOUND-SW.
046300     MOVE ZERO TO SF-JE-LAST SF-JE-LAST-ACTIVITY.
046400     PERFORM 3350-CHECK-ONE-ENTRY
046500         THRU 3350-CHECK-ONE-ENTRY-EXIT
046600         VARYING SF-JE-SUB FROM 1 BY 1
047500         MOVE "Y" TO SF-JE-FOUND-SW
047600         MOVE "Y" TO SF-JE-MATCHED-SW(SF-JE-SUB)
047700         MOVE SF-JE-SUB TO SF-JE-LAST
047710         IF SF-JE-ACTION(SF-JE-SUB) NOT = "E"
047720             MOVE SF-JE-SUB TO SF-JE-LAST-ACTIVITY
047730         END-IF
047800     END-IF.
047900 3350-CHECK-ONE-ENTRY-EXIT.
048000     EXIT.
048100*****************************************************************
048200*    3400-VERIFY-DELETE - A CUSTOMER ON YESTERDAY'S MASTER AND
048300*    NOT ON TODAY'S MUST HAVE JOURNAL COVERAGE ENDING IN A
048400*    DELETE - A D ENTRY, OR A P ENTRY FOR AN SFPURGE PURGE.
048410*    AN SFERASE E ENTRY AFTER THE DELETE DOES NOT COUNT.
048500*****************************************************************
048600 3400-VERIFY-DELETE.
048700     MOVE CUST-ID OF OldCustomerDetails TO SF-MATCH-KEY.
049600             THRU 4000-WRITE-EXCEPTION-LINE-EXIT
049700         GO TO 3400-VERIFY-DELETE-EXIT
049800     END-IF.
049810     IF SF-JE-LAST-ACTIVITY = ZERO
049820         MOVE SF-JE-LAST TO SF-JE-LAST-ACTIVITY
049830     END-IF.
049900     IF SF-JE-ACTION(SF-JE-LAST-ACTIVITY) NOT = "D" AND NOT = "P"
050000         MOVE "DELETED BUT LAST JOURNAL ENTRY NOT A DELETE"
050100             TO SF-RCN-TEXT
050200         PERFORM 4000-WRITE-EXCEPTION-LINE
050700*****************************************************************
050800*    3500-VERIFY-ADD-OR-CHANGE - A CUSTOMER ADDED OR CHANGED ON
050900*    TODAY'S MASTER MUST HAVE JOURNAL COVERAGE WHOSE LAST AFTER
051000*    IMAGE MATCHES WHAT IS ACTUALLY ON TODAY'S MASTER.  AN
051010*    IMAGE SFERASE HAS ERASED SINCE IS COMPARED WITH THE MASTER
051020*    RECORD ERASED THE SAME WAY, SO AN EXTRACT TAKEN BEFORE THE
051030*    ERASURE STILL RECONCILES.
051100*****************************************************************
051200 3500-VERIFY-ADD-OR-CHANGE.
051300     MOVE CUST-ID OF NewCustomerDetails TO SF-MATCH-KEY.
052300             THRU 4000-WRITE-EXCEPTION-LINE-EXIT
052400         GO TO 3500-VERIFY-ADD-OR-CHANGE-EXIT
052500     END-IF.
052510     MOVE SF-JE-AFTER-IMAGE(SF-JE-LAST) TO JournalCustomer.
052520     MOVE NewCustomerDetails TO MaskedCustomer.
052530     IF CUST-NAME-ERASED OF JournalCustomer
052540         PERFORM 3550-ERASE-MASTER-IMAGE
052550             THRU 3550-ERASE-MASTER-IMAGE-EXIT
052560     END-IF.
052600     IF JournalCustomer NOT = MaskedCustomer
052700         MOVE "JOURNAL AFTER-IMAGE DOES NOT MATCH MASTER"
052800             TO SF-RCN-TEXT
052900         PERFORM 4000-WRITE-EXCEPTION-LINE
053100     END-IF.
053200 3500-VERIFY-ADD-OR-CHANGE-EXIT.
053300     EXIT.
053305*****************************************************************
053310*    3550-ERASE-MASTER-IMAGE - APPLIES THE SFERASE MARKER TO THE
053315*    COPY OF TODAY'S MASTER RECORD IN MaskedCustomer: LAST NAME
053320*    *ERASED*, EVERY OTHER NAME, ADDRESS AND PHONE FIELD BLANK.
053325*****************************************************************
053330 3550-ERASE-MASTER-IMAGE.
053335     MOVE "*ERASED*" TO CUST-LAST-NAME OF MaskedCustomer.
053340     MOVE SPACES TO CUST-FIRST-NAME OF MaskedCustomer
053345         CUST-MIDDLE-NAME OF MaskedCustomer
053350         CUST-ADDR-LINE1 OF MaskedCustomer
053355         CUST-ADDR-LINE2 OF MaskedCustomer
053360         CUST-CITY OF MaskedCustomer
053365         CUST-ZIP-CODE OF MaskedCustomer
053370         CUST-PHONE-NUMBER OF MaskedCustomer.
053375 3550-ERASE-MASTER-IMAGE-EXIT.
053380     EXIT.
053400*****************************************************************
053500*    4000-WRITE-EXCEPTION-LINE - ONE LINE PER RECONCILIATION
053600*    EXCEPTION, WITH A NEW HEADING EVERY 50 LINES.
065100     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
065200     WRITE SF-RPT-LINE.
065300
065310     MOVE SF-ERASURE-OFF-COUNT TO SF-COUNT-EDIT.
065320     MOVE SPACES TO SF-DETAIL-LINE.
065330     STRING "ERASURES OFF THE MASTER . . : " DELIMITED BY SIZE
065340             SF-COUNT-EDIT                   DELIMITED BY SIZE
065350         INTO SF-DETAIL-LINE.
065360     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
065370     WRITE SF-RPT-LINE.
065380
065400     MOVE SF-EXCEPTION-COUNT TO SF-COUNT-EDIT.
065500     MOVE SPACES TO SF-DETAIL-LINE.
065600     STRING "EXCEPTIONS LISTED . . . . . : " DELIMITED BY SIZE
067600*    ANY TABLED ENTRY STILL UNMATCHED IS A JOURNALED CHANGE
067700*    WITH NO MASTER DIFFERENCE BEHIND IT - EITHER IT NEVER
067800*    STUCK OR IT WAS CHANGED AND REVERSED WITHIN THE RANGE.
067900*    EITHER WAY THE AUDITORS WANT IT ON PAPER.  THE EXCEPTION
067910*    IS AN E (ERASE) ENTRY FOR A CUSTOMER ALREADY DELETED OR
067920*    PURGED, WHICH CHANGES NO MASTER AND IS ONLY COUNTED.
068000*****************************************************************
068100 7000-SWEEP-UNMATCHED-ENTRIES.
068200     PERFORM 7100-SWEEP-ONE-ENTRY
068900*    7100-SWEEP-ONE-ENTRY
069000*****************************************************************
069100 7100-SWEEP-ONE-ENTRY.
069110     IF SF-JE-MATCHED-SW(SF-JE-SUB) = "N" AND
069120             SF-JE-ACTION(SF-JE-SUB) = "E"
069130         ADD 1 TO SF-ERASURE-OFF-COUNT
069140         GO TO 7100-SWEEP-ONE-ENTRY-EXIT
069150     END-IF.
069200     IF SF-JE-MATCHED-SW(SF-JE-SUB) = "N"
069300         MOVE SF-JE-CUST-ID(SF-JE-SUB)(1:40) TO SF-RCN-CUST-ID
069400         MOVE SPACES TO SF-RCN-TEXT
075000     DISPLAY "CUSTOMERS DELETED . . : " SF-DELETED-COUNT.
075100     DISPLAY "CUSTOMERS CHANGED . . : " SF-CHANGED-COUNT.
075200     DISPLAY "JOURNAL ENTRIES . . . : " SF-JE-COUNT.
075210     DISPLAY "ERASURES OFF MASTER . : " SF-ERASURE-OFF-COUNT.
075300     DISPLAY "EXCEPTIONS LISTED . . : " SF-EXCEPTION-COUNT.
075400
075500     IF SF-EXCEPTION-COUNT > ZERO AND RETURN-CODE = ZERO
