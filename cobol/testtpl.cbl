000250* DATE        INIT  DESCRIPTION                                  *
000260* ----------  ----  ----------------------------------------     *
000270* 2026-09-02  RM    ORIGINAL VERSION.                            *
000272* 2026-10-15  RM    ADDED THE TEST-STR-1 TO -5 CARDS FOR TEST1'S *
000274*                   STRING-HANDLING GROUP, DEFAULTED TO THE      *
000276*                   IMAGES TEST1 EXPECTS.                        *
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300*
001190      03 FILLER       PIC X(20) VALUE 'TEST-AR-YTY N0400'.
001200      03 FILLER       PIC X(30) VALUE '1999'.
001210      03 FILLER       PIC X(20) VALUE 'TEST-AR-DTY N0800'.
001211      03 FILLER       PIC X(30) VALUE '19850615'.
001212      03 FILLER       PIC X(20) VALUE 'TEST-STR-1  A3000'.
001213      03 FILLER       PIC X(30)
001214         VALUE '>>ACME|NY           010N'.
001215      03 FILLER       PIC X(20) VALUE 'TEST-STR-2  A3000'.
001216      03 FILLER       PIC X(30)
001217         VALUE 'ABCDE006YXXXXXY'.
001218      03 FILLER       PIC X(20) VALUE 'TEST-STR-3  A3000'.
001219      03 FILLER       PIC X(30)
001220         VALUE 'DOE ,3JOHN;4    ;0Q   /1413Y'.
001221      03 FILLER       PIC X(20) VALUE 'TEST-STR-4  A3000'.
001222      03 FILLER       PIC X(30)
001223         VALUE 'NY   2100015USA  33N'.
001224      03 FILLER       PIC X(20) VALUE 'TEST-STR-5  A3000'.
001225      03 FILLER       PIC X(30)
001226         VALUE 'ACME CORP_NY_10001  02'.
001230      03 FILLER       PIC X(20) VALUE 'SOAK-ITER   N0300'.
001240      03 FILLER       PIC X(30) VALUE '0'.
001250      03 FILLER       PIC X(20) VALUE 'SOAK-TOL    N0300'.
001260      03 FILLER       PIC X(30) VALUE '20'.
001270 01  WS-TEMPLATE-TABLE REDEFINES WS-TEMPLATE-DEF.
001280      03 WS-TEMPLATE-ENTRY OCCURS 27 TIMES.
001290       05 WS-TP-NAME          PIC X(12).
001300       05 WS-TP-TYPE          PIC X(01).
001310       05 WS-TP-INT-DIGITS    PIC 9(02).
001320       05 WS-TP-DEC-DIGITS    PIC 9(02).
001330       05 FILLER               PIC X(03).
001340       05 WS-TP-DEFAULT       PIC X(30).
001350 77  WS-TEMPLATE-COUNT          PIC 9(02) COMP VALUE 27.
001360 77  WS-TP-SUB                  PIC 9(02) COMP VALUE ZERO.
001370 77  WS-CARD-COUNT              PIC 9(02) COMP VALUE ZERO.
001380*----------------------------------------------------------------*
