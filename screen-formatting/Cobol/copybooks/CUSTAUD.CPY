000700*                    THE BEFORE AND AFTER IMAGES ARE FULL
000800*                    CustomerDetails RECORDS (CUSTDTL LAYOUT);
000900*                    AN ADD CARRIES A BLANK BEFORE IMAGE AND A
001000*                    DELETE A BLANK AFTER IMAGE.  AUD-APPROVER
001010*                    IS THE SUPERVISOR WHO RELEASED A QUEUED
001020*                    DELETE OR CLOSURE IN SFAPPR (AUD-OPERATOR
001030*                    IS THEN THE CLERK WHO ASKED FOR IT) AND IS
001040*                    BLANK ON EVERY OTHER ENTRY.
001050*                    A PURGE IS SFPURGE MOVING A CLOSED
001060*                    CUSTOMER TO THE ARCHIVE - IT TAKES THE
001070*                    RECORD OFF THE MASTER LIKE A DELETE AND IS
001080*                    JOURNALED THE SAME WAY, BLANK AFTER IMAGE.
001082*                    AN ERASE IS SFERASE REMOVING A FORMER
001084*                    CUSTOMER'S PERSONAL DATA - BOTH IMAGES ARE
001086*                    THE ERASED RECORD (BLANK ON A CUSTOMER NO
001088*                    LONGER ON FILE).  SFERASE ALSO ERASES THE
001090*                    CUSTOMER'S OLDER IMAGES IN PLACE, SO EVERY
001092*                    IMAGE MAY CARRY THE CUSTDTL ERASURE MARKER.
001100*-----------------------------------------------------------------
001200*    MODIFICATION HISTORY
001300*    DATE        INIT  DESCRIPTION
001400*    2026-08-22   CM   ORIGINAL - THE AUDITORS ASKED TWICE FOR A
001500*                      BEFORE/AFTER TRACE OF CUSTOMER MAINTENANCE.
001510*    2026-10-15   CM   ADDED AUD-APPROVER AT THE END OF THE
001520*                      RECORD FOR THE SUPERVISOR APPROVAL QUEUE.
001530*                      OLDER ENTRIES READ BACK WITH IT BLANK.
001540*    2026-10-15   CM   ADDED ACTION P FOR SFPURGE'S ARCHIVAL
001550*                      DELETES, WHICH WERE NOT JOURNALED BEFORE.
001560*    2026-10-15   CM   ADDED ACTION E FOR SFERASE'S PERSONAL-DATA
001570*                      ERASURES.
001600*****************************************************************
001700    02  AUD-ACTION                      PIC X(01).
001800        88  AUD-ACTION-ADD              VALUE "A".
001900        88  AUD-ACTION-CHANGE           VALUE "C".
002000        88  AUD-ACTION-DELETE           VALUE "D".
002010        88  AUD-ACTION-PURGE            VALUE "P".
002020        88  AUD-ACTION-ERASE            VALUE "E".
002100    02  AUD-DATE                        PIC X(10).
002200    02  AUD-TIME                        PIC 9(08).
002300    02  AUD-OPERATOR                    PIC X(08).
002400    02  AUD-CUST-ID                     PIC X(60).
002500    02  AUD-BEFORE-IMAGE                PIC X(250).
002600    02  AUD-AFTER-IMAGE                 PIC X(250).
002700    02  AUD-APPROVER                    PIC X(08).
