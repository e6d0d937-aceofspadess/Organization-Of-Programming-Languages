000100*****************************************************************
000200*    COPYBOOK.....: CUSTXCTL.CPY
000300*    DESCRIPTION...: INBOUND Cla EXTRACT HEADER AND TRAILER
000400*                    RECORDS.  THE EXTRACT OPENS WITH ONE HEADER
000500*                    RECORD AND CLOSES WITH ONE TRAILER RECORD,
000600*                    BOTH 250 BYTES SO THEY SHARE THE CUSTDTL
000700*                    RECORD AREA (CODE AS A SECOND 01 UNDER THE
000800*                    EXTRACT FD).  THE TRAILER CARRIES THE NUMBER
000900*                    OF DETAIL RECORDS SENT AND A HASH TOTAL -
001000*                    THE SUM OF THE FIRST FIVE POSITIONS OF
001100*                    CUST-ZIP-CODE OVER EVERY DETAIL RECORD WHOSE
001200*                    FIRST FIVE ZIP POSITIONS ARE NUMERIC.  SFEDIT
001300*                    REFUSES AN EXTRACT THAT DOES NOT BALANCE TO
001400*                    ITS TRAILER.  THE RECORD TYPE CANNOT BE A
001500*                    REAL CUSTOMER-ID (IDS NEVER START WITH "*").
001600*-----------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE        INIT  DESCRIPTION
001900*    2026-10-15   CM   ORIGINAL - NOTHING PROVED THE NIGHTLY
002000*                      EXTRACT ARRIVED WHOLE.
002100*****************************************************************
002200    02  XCT-RECORD-TYPE                 PIC X(08).
002300        88  XCT-HEADER                  VALUE "*HEADER*".
002400        88  XCT-TRAILER                 VALUE "*TRAILER".
002500        88  XCT-CONTROL-RECORD          VALUE "*HEADER*"
002600                                              "*TRAILER".
002700    02  XCT-EXTRACT-DATE                PIC X(10).
002800    02  XCT-RECORD-COUNT                PIC 9(09).
002900    02  XCT-HASH-TOTAL                  PIC 9(15).
003000    02  FILLER                          PIC X(208).
