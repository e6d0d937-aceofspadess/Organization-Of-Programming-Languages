000100*****************************************************************
000200*    COPYBOOK.....: CUSTHHLD.CPY
000300*    DESCRIPTION...: HOUSEHOLD MEMBERSHIP RECORD, ONE PER LINKED
000400*                    CUSTOMER, ON THE INDEXED SFHHOLD FILE.  THE
000500*                    RECORD KEY IS HHM-CUST-ID AND THE ALTERNATE
000600*                    KEY HHM-HOUSEHOLD-ID ALLOWS DUPLICATES, SO
000700*                    ALL OF ONE HOUSEHOLD'S MEMBERS READ BACK
000800*                    TOGETHER.
000900*                    SFHHLD BUILDS THE FILE FROM THE MASTER BY
001000*                    MATCHING THE NORMALIZED ADDRESS LINE 1, THE
001100*                    5-DIGIT ZIP AND THE LAST NAME (HHM-MATCH-KEY)
001200*                    AND APPLIES THE HAND LINKS AND UNLINKS.  A
001300*                    HAND-LINKED MEMBER (SOURCE M) AND A HAND-
001400*                    UNLINKED CUSTOMER (SOURCE U, HOUSEHOLD ZERO)
001500*                    ARE NEVER MOVED BY A LATER BUILD.
001600*-----------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-10-15   CM   ORIGINAL - NOTHING TIED SPOUSES, PARENTS
002000*                      AND JOINT HOLDERS AT ONE ADDRESS TOGETHER.
002100*****************************************************************
002200    02  HHM-CUST-ID                     PIC X(60).
002300    02  HHM-HOUSEHOLD-ID                PIC 9(08).
002400    02  HHM-LINK-SOURCE                 PIC X(01).
002500        88  HHM-LINK-BUILT              VALUE "B".
002600        88  HHM-LINK-MANUAL             VALUE "M".
002700        88  HHM-LINK-EXCLUDED           VALUE "U".
002800    02  HHM-MATCH-KEY.
002900        03  HHM-MATCH-ADDR              PIC X(30).
003000        03  HHM-MATCH-ZIP               PIC X(05).
003100        03  HHM-MATCH-LAST-NAME         PIC X(15).
003200    02  HHM-LINK-DATE                   PIC X(10).
003300    02  HHM-LINK-OPERATOR               PIC X(08).
003400    02  HHM-BUILD-STAMP.
003500        03  HHM-BUILD-DATE              PIC X(10).
003600        03  HHM-BUILD-TIME              PIC 9(08).
003700    02  FILLER                          PIC X(45).
