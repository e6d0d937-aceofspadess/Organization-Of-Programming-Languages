004000*    2026-09-02   CM   ORIGINAL - EVERY BRANCH CONVERSION LEAVES
004100*                      THE SAME CUSTOMERS ON FILE TWICE UNDER
004200*                      DIFFERENT IDS AND NOTHING COULD FIND THEM.
004210*    2026-10-15   CM   BLANKS THE NEW CUSTAUD AUD-APPROVER FIELD
004220*                      ON EVERY JOURNAL ENTRY IT WRITES.
004300*****************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. sfdup.
090600         MOVE SF-AUDIT-CUST-ID TO AUD-CUST-ID
090700         MOVE SF-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
090800         MOVE SF-AUDIT-AFTER-IMAGE TO AUD-AFTER-IMAGE
090850         MOVE SPACES TO AUD-APPROVER
090900         WRITE AuditJournal
091000         IF NOT SF-AUD-STATUS-OK
091100             MOVE SF-AUD-FILE-STATUS TO SF-LOG-STATUS-VALUE
