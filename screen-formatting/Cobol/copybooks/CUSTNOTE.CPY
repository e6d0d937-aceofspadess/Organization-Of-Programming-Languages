000100*****************************************************************
000200*    COPYBOOK.....: CUSTNOTE.CPY
000300*    DESCRIPTION...: CUSTOMER CONTACT NOTE RECORD, ONE PER CALL,
000400*                    LETTER OR VISIT, ON THE INDEXED SFNOTES FILE.
000500*                    THE RECORD KEY IS NOTE-KEY - THE CUSTOMER-ID
000600*                    FOLLOWED BY THE DATE AND TIME THE NOTE WAS
000700*                    TAKEN - SO A CUSTOMER'S NOTES READ BACK
000800*                    TOGETHER IN THE ORDER THEY WERE WRITTEN.
000900*                    THE OPERATOR IS THE SAME SIGN-ON LOGNAME
001000*                    VALUE STAMPED ON THE SFAUDIT JOURNAL.  THE
001100*                    SFPURGE NOTES ARCHIVE (SFNOTARC) CARRIES
001200*                    THE SAME LAYOUT AND KEY.
001300*-----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE        INIT  DESCRIPTION
001600*    2026-10-15   CM   ORIGINAL - CONTACT HISTORY LIVED ON STICKY
001700*                      PADS AND IN EMAIL, NOWHERE ON THE SYSTEM.
001800*****************************************************************
001900    02  NOTE-KEY.
002000        03  NOTE-CUST-ID                PIC X(60).
002100        03  NOTE-DATE                   PIC X(10).
002200        03  NOTE-TIME                   PIC 9(08).
002300    02  NOTE-OPERATOR                   PIC X(08).
002400    02  NOTE-CONTACT-TYPE               PIC X(01).
002500        88  NOTE-TYPE-PHONE             VALUE "P".
002600        88  NOTE-TYPE-LETTER            VALUE "L".
002700        88  NOTE-TYPE-EMAIL             VALUE "E".
002800        88  NOTE-TYPE-VISIT             VALUE "V".
002900        88  NOTE-TYPE-OTHER             VALUE "O".
003000        88  NOTE-TYPE-VALID             VALUE "P" "L" "E" "V" "O".
003100    02  NOTE-TEXT.
003200        03  NOTE-TEXT-LINE1             PIC X(70).
003300        03  NOTE-TEXT-LINE2             PIC X(70).
003400    02  FILLER                          PIC X(23).
