000100*****************************************************************
000200*    COPYBOOK.....: CUSTCTOT.CPY
000300*    DESCRIPTION...: NIGHTLY CONTROL-TOTALS RECORD.  SFEDIT,
000400*                    SFSORT, SFCMP, SFMB, SF (REPORT MODE) AND
000500*                    SFEXP EACH APPEND ONE RECORD TO THE SHARED
000600*                    LINE SEQUENTIAL SFCTLTOT FILE AS THEY END.
000700*                    SFNITE READS THE FILE AFTER EVERY STEP TO
000800*                    PROVE THE COUNTS TIE OUT FROM ONE STEP TO THE
000900*                    NEXT BEFORE IT STARTS THE NEXT ONE, AND
001000*                    PRINTS THE SFBALRPT BALANCING REPORT FROM IT
001100*                    AT THE END OF THE NIGHT.  A RERUN STEP
001200*                    APPENDS A FRESH RECORD - THE LAST RECORD FOR
001300*                    A STEP NAME IS THE ONE THAT COUNTS.
001400*
001500*                    RECORDS IN/OUT/REJECTED/DROPPED - WHAT THE
001600*                      STEP READ, WROTE OR APPLIED, REJECTED, AND
001700*                      PASSED OVER (SFSORT DUPLICATES, SFMB
001800*                      TRANSACTIONS HELD OR QUEUED FOR APPROVAL,
001900*                      SF/SFEXP RECORDS NOT SELECTED).
002000*                    BEFORE/ADDS/CHANGES/DELETES/AFTER - FILE
002100*                      COUNTS AROUND A COMPARE (SFCMP OLD AND NEW
002200*                      EXTRACT) OR AN UPDATE (SFMB MASTER).
002300*                    CONTROL COUNT/HASH - THE EXTRACT TRAILER
002400*                      VALUES SFEDIT PROVED THE EXTRACT AGAINST;
002500*                      HASH TOTAL IS THE HASH SFEDIT COMPUTED.
002600*-----------------------------------------------------------------
002700*    MODIFICATION HISTORY
002800*    DATE        INIT  DESCRIPTION
002900*    2026-10-15   CM   ORIGINAL - NIGHTLY STEPS WERE NEVER
003000*                      BALANCED ONE TO THE NEXT.
003100*****************************************************************
003200    02  CTT-STEP-NAME                   PIC X(08).
003300    02  CTT-RUN-DATE                    PIC X(10).
003400    02  CTT-RUN-TIME                    PIC 9(08).
003500    02  CTT-RETURN-CODE                 PIC 9(05).
003600    02  CTT-RECORDS-IN                  PIC 9(09).
003700    02  CTT-RECORDS-OUT                 PIC 9(09).
003800    02  CTT-RECORDS-REJECTED            PIC 9(09).
003900    02  CTT-RECORDS-DROPPED             PIC 9(09).
004000    02  CTT-BEFORE-COUNT                PIC 9(09).
004100    02  CTT-ADDS                        PIC 9(09).
004200    02  CTT-CHANGES                     PIC 9(09).
004300    02  CTT-DELETES                     PIC 9(09).
004400    02  CTT-AFTER-COUNT                 PIC 9(09).
004500    02  CTT-CONTROL-COUNT               PIC 9(09).
004600    02  CTT-HASH-TOTAL                  PIC 9(15).
004700    02  CTT-CONTROL-HASH                PIC 9(15).
004800    02  FILLER                          PIC X(49).
