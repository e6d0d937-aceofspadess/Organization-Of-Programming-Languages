002300*    DATE        INIT  DESCRIPTION
002400*    2026-08-22   CM   ORIGINAL - COMPANION TO THE SFAUDIT
002500*                      JOURNAL ADDED TO SFM AND SFMB.
002510*    2026-10-15   CM   ENTRIES APPLIED FROM THE SFAPPRQ APPROVAL
002520*                      QUEUE SHOW THE APPROVING SUPERVISOR.
002530*    2026-10-15   CM   LISTS SFPURGE'S P-ACTION ENTRIES AS PURGE.
002540*    2026-10-15   CM   LISTS SFERASE'S E-ACTION ENTRIES AS ERASE.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. sfaudr.
029200             MOVE "CHANGE" TO SF-ACTION-TEXT
029300         WHEN AUD-ACTION-DELETE
029400             MOVE "DELETE" TO SF-ACTION-TEXT
029410         WHEN AUD-ACTION-PURGE
029420             MOVE "PURGE " TO SF-ACTION-TEXT
029430         WHEN AUD-ACTION-ERASE
029440             MOVE "ERASE " TO SF-ACTION-TEXT
029500         WHEN OTHER
029600             MOVE "??????" TO SF-ACTION-TEXT
029700     END-EVALUATE.
030800             " "                  DELIMITED BY SIZE
030900             AUD-CUST-ID(1:60)    DELIMITED BY SIZE
031000         INTO SF-DETAIL-LINE.
031010*
031020*    A DELETE OR CLOSURE APPLIED FROM THE APPROVAL QUEUE CARRIES
031030*    THE SUPERVISOR WHO APPROVED IT AS WELL AS THE REQUESTER.
031040*
031050     IF AUD-APPROVER NOT = SPACES
031060         STRING "  APPROVED BY "  DELIMITED BY SIZE
031070                 AUD-APPROVER     DELIMITED BY SIZE
031080             INTO SF-DETAIL-LINE(97:)
031090     END-IF.
031100     MOVE SF-DETAIL-LINE TO SF-RPT-LINE.
031200     WRITE SF-RPT-LINE.
031300
