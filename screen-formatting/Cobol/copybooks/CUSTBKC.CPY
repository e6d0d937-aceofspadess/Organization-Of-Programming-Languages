000100*****************************************************************
000200*    COPYBOOK.....: CUSTBKC.CPY
000300*    DESCRIPTION...: BACKUP CATALOG RECORD, ONE PER SFBKUP
000400*                    CUTOVER, ON THE INDEXED SFBKCAT FILE.  THE
000500*                    RECORD KEY IS THE CUTOVER DATE AND TIME -
000600*                    THE INSTANT THE MASTER WAS COPIED AND THE
000700*                    SFAUDIT JOURNAL WAS CLOSED OUT.  THE BACKUP
000800*                    IS THE MASTER AS OF THE CUTOVER; THE JOURNAL
000900*                    GENERATION HOLDS EVERY ENTRY FROM THE
001000*                    PREVIOUS CUTOVER UP TO THIS ONE.  SFRCVR
001100*                    PICKS ITS BACKUP AND JOURNAL GENERATIONS
001200*                    FROM HERE; SFBKUP MARKS AN ENTRY EXPIRED
001300*                    WHEN RETENTION DELETES ITS FILES.
001400*-----------------------------------------------------------------
001500*    MODIFICATION HISTORY
001600*    DATE        INIT  DESCRIPTION
001700*    2026-10-15   CM   ORIGINAL - OPERATORS HAD TO KNOW WHICH
001800*                      BACKUP TO RESTORE AND KEY THE RECOVERY
001900*                      START TIME FROM MEMORY.
002000*****************************************************************
002100    02  BKC-KEY.
002200        03  BKC-CUTOVER-DATE            PIC X(10).
002300        03  BKC-CUTOVER-TIME            PIC 9(08).
002400    02  BKC-STATUS                      PIC X(01).
002500        88  BKC-STATUS-ACTIVE           VALUE "A".
002600        88  BKC-STATUS-EXPIRED          VALUE "E".
002700    02  BKC-MASTER-NAME                 PIC X(60).
002800    02  BKC-BACKUP-NAME                 PIC X(80).
002900    02  BKC-RECORD-COUNT                PIC 9(07).
003000    02  BKC-JOURNAL-NAME                PIC X(80).
003100    02  BKC-JOURNAL-COUNT               PIC 9(07).
003200    02  BKC-OPERATOR                    PIC X(08).
003300    02  BKC-EXPIRED-DATE                PIC X(10).
003400    02  FILLER                          PIC X(20).
