000100*****************************************************************
000200*    COPYBOOK.....: CUSTAPRQ.CPY
000300*    DESCRIPTION...: SUPERVISOR APPROVAL QUEUE RECORD, ONE PER
000400*                    CUSTOMER DELETE OR CLOSURE (STATUS TO C)
000500*                    REQUESTED FROM SFM, THE SF INQUIRY PANEL OR
000600*                    AN SFMB TRANSACTION, ON THE INDEXED SFAPPRQ
000700*                    FILE.  THE RECORD KEY IS APQ-KEY - THE
000800*                    CUSTOMER-ID FOLLOWED BY THE DATE AND TIME
000900*                    THE REQUEST WAS MADE.  NOTHING TOUCHES THE
001000*                    MASTER UNTIL A SUPERVISOR OTHER THAN THE
001100*                    REQUESTER APPROVES THE ENTRY IN SFAPPR.
001200*                    THE BEFORE IMAGE IS THE MASTER RECORD AS
001300*                    THE REQUESTER SAW IT; THE AFTER IMAGE IS
001400*                    THE CLOSED RECORD FOR A CLOSURE AND BLANK
001500*                    FOR A DELETE (CUSTDTL LAYOUT, AS CUSTAUD).
001600*-----------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-10-15   CM   ORIGINAL - AUDIT FINDING: ONE CLERK COULD
002000*                      CLOSE OR DELETE AN ACCOUNT UNREVIEWED.
002100*****************************************************************
002200    02  APQ-KEY.
002300        03  APQ-CUST-ID                 PIC X(60).
002400        03  APQ-REQ-DATE                PIC X(10).
002500        03  APQ-REQ-TIME                PIC 9(08).
002600    02  APQ-ACTION                      PIC X(01).
002700        88  APQ-ACTION-CLOSE            VALUE "C".
002800        88  APQ-ACTION-DELETE           VALUE "D".
002900    02  APQ-SOURCE                      PIC X(04).
003000    02  APQ-REQ-OPERATOR                PIC X(08).
003100    02  APQ-STATUS                      PIC X(01).
003200        88  APQ-STATUS-PENDING          VALUE "P".
003300        88  APQ-STATUS-APPROVED         VALUE "A".
003400        88  APQ-STATUS-REJECTED         VALUE "R".
003500    02  APQ-APPROVER                    PIC X(08).
003600    02  APQ-DECISION-DATE               PIC X(10).
003700    02  APQ-DECISION-TIME               PIC 9(08).
003800    02  APQ-BEFORE-IMAGE                PIC X(250).
003900    02  APQ-AFTER-IMAGE                 PIC X(250).
004000    02  FILLER                          PIC X(20).
