001190*                      LEAVES C.  SFPURGE USES DATE-CLOSED TO
001191*                      ENFORCE THE CLOSED-ACCOUNT RETENTION
001192*                      PERIOD.  ALL THREE ARE YYYY-MM-DD.
001193*    2026-10-15   CM   ADDED CUST-NAME-ERASED.  SFERASE BLANKS THE
001194*                      NAME, ADDRESS (EXCEPT STATE) AND PHONE OF
001195*                      A FORMER CUSTOMER AND LEAVES *ERASED* AS
001196*                      THE LAST NAME; ID, STATE, STATUS AND
001197*                      DATES ARE KEPT FOR THE STATISTICS.
001200*****************************************************************
001300    02  CUST-ID                         PIC X(60).
001400    02  CUST-NAME.
001500        03  CUST-LAST-NAME              PIC X(15).
001510            88  CUST-NAME-ERASED        VALUE "*ERASED*".
001600        03  CUST-FIRST-NAME             PIC X(15).
001700        03  CUST-MIDDLE-NAME            PIC X(20).
001800    02  CUST-ADDRESS.
