000010*================================================================*
000020* PROGRAM:    TESTCOV                                            *
000030* PURPOSE:    OVERRIDE-DECK COVERAGE FOR THE TESTDRV SCENARIO    *
000040*             PACKS.  READS UP TO FOUR TESTSCN.DAT-FORMAT PACKS  *
000050*             AND MEASURES WHICH TESTIN.DAT FIELDS THEIR C CARDS *
000060*             EVER OVERRIDE, AGAINST THE SAME VALID-CARD         *
000070*             DEFINITIONS TEST1 VALIDATES DECKS WITH AND TESTTPL *
000080*             LISTS.  IT PRINTS:                                 *
000090*               - A FIELD-BY-SCENARIO COVERAGE MATRIX            *
000100*               - THE FIELDS NO SCENARIO EVER OVERRIDES          *
000110*               - EACH FIELD'S BOUNDARY CLASSES, TRIED OR        *
000120*                 MISSING, BY ITS TYPE AND WIDTHS (SEE BELOW)    *
000130*               - SCENARIOS THAT STAGE IDENTICAL DECKS           *
000140*               - FIELD, BOUNDARY AND OVERALL COVERAGE PERCENTS  *
000150*             SO NEGATIVE AND BOUNDARY SCENARIOS CAN BE ADDED    *
000160*             WHERE THE PACKS ARE THIN BEFORE AN UPGRADE RATHER  *
000170*             THAN AFTER ONE.                                    *
000180*                                                                *
000190* PACK SLOTS (ALL OPTIONAL, READ IN THIS ORDER):                 *
000200*   1  TESTSCN.DAT    THE NIGHTLY PACK TESTDRV RUNS              *
000210*   2  TESTSCN2.DAT   3  TESTSCN3.DAT   4  TESTSCN4.DAT          *
000220*      FURTHER PACKS STAGED FOR THE MEASUREMENT                  *
000230*                                                                *
000240* BOUNDARY CLASSES - A CLASS IS TRIED WHEN SOME C CARD FOR THE   *
000250* FIELD CARRIES A VALUE OF THAT KIND:                            *
000260*   FULL-WIDTH  NUMERIC: EXACTLY THE FIELD'S INTEGER DIGITS;     *
000270*               ALPHANUMERIC: A VALUE OF THE FULL LENGTH         *
000280*   FULL-DEC    NUMERIC WITH DECIMALS: ALL ITS DECIMAL DIGITS    *
000290*   NEGATIVE    SIGNED NUMERIC: A VALUE WITH A LEADING MINUS     *
000300*   ZERO        NUMERIC: A ZERO VALUE                            *
000310*   OVER-WIDTH  A VALUE WIDER THAN THE TARGET (MORE INTEGER      *
000320*               OR DECIMAL DIGITS, OR A LONGER ALPHA VALUE) -    *
000330*               A DECK TEST1 MUST REJECT WITH RC 12              *
000340* A CLASS THAT CANNOT APPLY TO A FIELD (FULL-DEC ON AN INTEGER,  *
000350* NEGATIVE ON AN UNSIGNED TARGET, ANY NUMERIC CLASS ON AN ALPHA  *
000360* FIELD) IS NOT COUNTED.                                         *
000370*================================================================*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. TESTCOV.
000400 AUTHOR. R-MATSKO.
000410 INSTALLATION. SD201707.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440*----------------------------------------------------------------*
000450* MODIFICATION HISTORY                                           *
000460*----------------------------------------------------------------*
000470* DATE        INIT  DESCRIPTION                                  *
000480* ----------  ----  ----------------------------------------     *
000490* 2026-10-15  RM    ORIGINAL VERSION.                            *
000492* 2026-10-15  RM    C AND E CARDS OF A SCENARIO PASSED OVER WHEN *
000494*                   THE SCENARIO TABLE IS FULL ARE NO LONGER     *
000496*                   COUNTED AS ORPHANS.                          *
000500*----------------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL PACK1-FILE ASSIGN TO "TESTSCN.DAT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS PACK1-FILE-STATUS.
000580     SELECT OPTIONAL PACK2-FILE ASSIGN TO "TESTSCN2.DAT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS PACK2-FILE-STATUS.
000610     SELECT OPTIONAL PACK3-FILE ASSIGN TO "TESTSCN3.DAT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS PACK3-FILE-STATUS.
000640     SELECT OPTIONAL PACK4-FILE ASSIGN TO "TESTSCN4.DAT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS PACK4-FILE-STATUS.
000670 DATA DIVISION.
000680*
000690 FILE SECTION.
000700*----------------------------------------------------------------*
000710* THE SCENARIO PACKS - 80-BYTE TESTSCN.DAT CARD IMAGES, EACH     *
000720* READ INTO WS-SCN-CARD BELOW.                                   *
000730*----------------------------------------------------------------*
000740 FD  PACK1-FILE
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 80 CHARACTERS
000770     LABEL RECORDS ARE STANDARD.
000780 01  PACK1-RECORD                 PIC X(80).
000790 FD  PACK2-FILE
000800     RECORDING MODE IS F
000810     RECORD CONTAINS 80 CHARACTERS
000820     LABEL RECORDS ARE STANDARD.
000830 01  PACK2-RECORD                 PIC X(80).
000840 FD  PACK3-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 80 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000880 01  PACK3-RECORD                 PIC X(80).
000890 FD  PACK4-FILE
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 80 CHARACTERS
000920     LABEL RECORDS ARE STANDARD.
000930 01  PACK4-RECORD                 PIC X(80).
000940*
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------*
000970* WS-SCN-CARD - THE PACK CARD JUST READ, IN THE TESTDRV          *
000980* TESTSCN.DAT LAYOUT (S = NEW SCENARIO, NAME IN 3-10;            *
000990* C = OVERRIDE CARD, TESTIN.DAT IMAGE IN 3-74; E = EXPECTED      *
001000* RETURN CODE IN 3-4; * OR SPACE = COMMENT).                     *
001010*----------------------------------------------------------------*
001020 01  WS-SCN-CARD.
001030      05 SCN-RECORD-TYPE      PIC X(01).
001040         88 SCN-SCENARIO-CARD VALUE 'S'.
001050         88 SCN-OVERRIDE-CARD VALUE 'C'.
001060         88 SCN-EXPECT-CARD   VALUE 'E'.
001070      05 FILLER                PIC X(01).
001080      05 SCN-SCENARIO-NAME    PIC X(08).
001090      05 FILLER                PIC X(70).
001100 01  WS-SCN-CARD-VIEW REDEFINES WS-SCN-CARD.
001110      05 FILLER                PIC X(02).
001120      05 SCN-CARD-IMAGE       PIC X(72).
001130      05 SCN-CARD-FIELDS REDEFINES SCN-CARD-IMAGE.
001140         10 SCN-FIELD-NAME    PIC X(12).
001150         10 SCN-FIELD-VALUE   PIC X(60).
001160      05 FILLER                PIC X(06).
001170 01  WS-SCN-EXPECT-VIEW REDEFINES WS-SCN-CARD.
001180      05 FILLER                PIC X(02).
001190      05 SCN-EXPECTED-RC      PIC X(02).
001200      05 FILLER                PIC X(76).
001210*----------------------------------------------------------------*
001220* PACK SLOTS - DATASET NAME AND WHAT EACH YIELDED.               *
001230*----------------------------------------------------------------*
001240 01  WS-PACK-DEFAULT-DEF.
001250      05 FILLER                PIC X(12) VALUE 'TESTSCN.DAT'.
001260      05 FILLER                PIC X(12) VALUE 'TESTSCN2.DAT'.
001270      05 FILLER                PIC X(12) VALUE 'TESTSCN3.DAT'.
001280      05 FILLER                PIC X(12) VALUE 'TESTSCN4.DAT'.
001290 01  WS-PACK-DEFAULT-TABLE REDEFINES WS-PACK-DEFAULT-DEF.
001300      05 WS-PACK-DEFAULT-DSN  PIC X(12) OCCURS 4 TIMES.
001310 01  WS-PACK-TABLE.
001320      03 WS-PACK-ENTRY OCCURS 4 TIMES.
001330       05 WS-PACK-DATASET      PIC X(12).
001340       05 WS-PACK-FOUND-SW     PIC X(01).
001350          88 WS-PACK-FOUND     VALUE 'Y'.
001360       05 WS-PACK-SCENARIOS    PIC 9(02) COMP.
001370       05 WS-PACK-ORPHANS      PIC 9(04) COMP.
001380 77  WS-PACK-COUNT              PIC 9(02) COMP VALUE 4.
001390 77  WS-PACK-SUB                PIC 9(02) COMP VALUE ZERO.
001400 77  WS-PACKS-READ              PIC 9(02) COMP VALUE ZERO.
001410 77  WS-PACK-FILE-STATUS        PIC X(02) VALUE ZEROES.
001420    88 WS-PACK-FILE-OK          VALUE '00'.
001430    88 WS-PACK-NOT-FOUND        VALUE '05' '35'.
001440 77  WS-PACK-EOF-SW             PIC X(01) VALUE 'N'.
001450    88 WS-PACK-EOF              VALUE 'Y'.
001460*----------------------------------------------------------------*
001470* VALID OVERRIDE CARDS - THE FIRST 17 BYTES OF EACH ENTRY ARE    *
001480* WS-VALID-CARD-DEF FROM TEST1 VERBATIM (NAME, TYPE, INTEGER     *
001490* AND DECIMAL DIGITS, AS TESTTPL LISTS THEM) AND MUST STAY IN    *
001500* STEP WITH IT.  BYTE 18, SPARE IN TEST1, IS 'S' HERE WHEN THE   *
001510* FIELD'S TARGET IN TEST1 IS SIGNED, SO THE NEGATIVE CLASS       *
001520* APPLIES.                                                       *
001530*----------------------------------------------------------------*
001540 01  WS-VALID-CARD-DEF.
001550      03 FILLER       PIC X(20) VALUE 'TEST-X      A1400'.
001560      03 FILLER       PIC X(20) VALUE 'TEST-9      N0800'.
001570      03 FILLER       PIC X(20) VALUE 'TEST-S      N0700S'.
001580      03 FILLER       PIC X(20) VALUE 'TEST-COMP3  N0902S'.
001590      03 FILLER       PIC X(20) VALUE 'TEST-N-1    A1800'.
001600      03 FILLER       PIC X(20) VALUE 'TEST-N-2    A1800'.
001610      03 FILLER       PIC X(20) VALUE 'TEST-N-3    A1800'.
001620      03 FILLER       PIC X(20) VALUE 'TEST-B      N0500S'.
001630      03 FILLER       PIC X(20) VALUE 'TEST-F1     N0707S'.
001640      03 FILLER       PIC X(20) VALUE 'TEST-F2     N0707S'.
001650      03 FILLER       PIC X(20) VALUE 'TEST-DATE-1 N0800'.
001660      03 FILLER       PIC X(20) VALUE 'TEST-DATE-2 N0800'.
001670      03 FILLER       PIC X(20) VALUE 'TEST-AR-RND N0902S'.
001680      03 FILLER       PIC X(20) VALUE 'TEST-AR-DIVQN0700S'.
001690      03 FILLER       PIC X(20) VALUE 'TEST-AR-DIVRN0700S'.
001700      03 FILLER       PIC X(20) VALUE 'TEST-AR-SGN N0700S'.
001710      03 FILLER       PIC X(20) VALUE 'TEST-AR-NVC N0702S'.
001720      03 FILLER       PIC X(20) VALUE 'TEST-AR-MOD N0400S'.
001730      03 FILLER       PIC X(20) VALUE 'TEST-AR-YTY N0400'.
001740      03 FILLER       PIC X(20) VALUE 'TEST-AR-DTY N0800'.
001750      03 FILLER       PIC X(20) VALUE 'TEST-STR-1  A3000'.
001760      03 FILLER       PIC X(20) VALUE 'TEST-STR-2  A3000'.
001770      03 FILLER       PIC X(20) VALUE 'TEST-STR-3  A3000'.
001780      03 FILLER       PIC X(20) VALUE 'TEST-STR-4  A3000'.
001790      03 FILLER       PIC X(20) VALUE 'TEST-STR-5  A3000'.
001800      03 FILLER       PIC X(20) VALUE 'SOAK-ITER   N0300'.
001810      03 FILLER       PIC X(20) VALUE 'SOAK-TOL    N0300'.
001820 01  WS-VALID-CARD-TABLE REDEFINES WS-VALID-CARD-DEF.
001830      03 WS-VALID-CARD-ENTRY OCCURS 27 TIMES.
001840       05 WS-VC-NAME          PIC X(12).
001850       05 WS-VC-TYPE          PIC X(01).
001860       05 WS-VC-INT-DIGITS    PIC 9(02).
001870       05 WS-VC-DEC-DIGITS    PIC 9(02).
001880       05 WS-VC-SIGNED        PIC X(01).
001890       05 FILLER               PIC X(02).
001900 77  WS-VALID-CARD-COUNT        PIC 9(02) COMP VALUE 27.
001910 77  WS-VC-SUB                  PIC 9(02) COMP VALUE ZERO.
001920 77  WS-VC-FOUND-NUM            PIC 9(02) COMP VALUE ZERO.
001930*----------------------------------------------------------------*
001940* FIELD COVERAGE - PER FIELD, HOW MANY SCENARIOS OVERRIDE IT     *
001950* AND THE STATE OF EACH BOUNDARY CLASS: Y = TRIED, N = APPLIES   *
001960* BUT NOT TRIED, SPACE = DOES NOT APPLY.  CLASSES ARE IN THE     *
001970* ORDER OF WS-CLASS-NAME.                                        *
001980*----------------------------------------------------------------*
001990 01  WS-FIELD-TABLE.
002000      03 WS-FIELD-ENTRY OCCURS 27 TIMES.
002010       05 WS-FC-HIT-COUNT      PIC 9(02) COMP.
002020       05 WS-FC-CLASS          PIC X(01) OCCURS 5 TIMES.
002030 01  WS-CLASS-NAME-DEF.
002040      05 FILLER                PIC X(10) VALUE 'FULL-WIDTH'.
002050      05 FILLER                PIC X(10) VALUE 'FULL-DEC'.
002060      05 FILLER                PIC X(10) VALUE 'NEGATIVE'.
002070      05 FILLER                PIC X(10) VALUE 'ZERO'.
002080      05 FILLER                PIC X(10) VALUE 'OVER-WIDTH'.
002090 01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-DEF.
002100      05 WS-CLASS-NAME        PIC X(10) OCCURS 5 TIMES.
002110 77  WS-CLASS-COUNT             PIC 9(02) COMP VALUE 5.
002120 77  WS-CLASS-SUB               PIC 9(02) COMP VALUE ZERO.
002130*----------------------------------------------------------------*
002140* SCENARIO TABLE - EVERY SCENARIO OF EVERY PACK, WITH THE        *
002150* FIELDS IT OVERRIDES AND ITS STAGED DECK (THE C CARD IMAGES,    *
002160* FOR THE DUPLICATE-DECK CHECK).  80 IS FOUR FULL TESTDRV PACKS  *
002170* OF 20; 40 CARDS COVERS EVERY FIELD CARD PLUS GROUP CARDS.      *
002180*----------------------------------------------------------------*
002190 01  WS-SCENARIO-TABLE.
002200      03 WS-SC-USED-COUNT     PIC 9(02) COMP VALUE ZERO.
002210      03 WS-SC-ENTRY OCCURS 80 TIMES.
002220       05 WS-SC-PACK           PIC 9(01).
002230       05 WS-SC-NAME           PIC X(08).
002240       05 WS-SC-EXPECTED-RC    PIC X(02).
002250       05 WS-SC-CARD-COUNT     PIC 9(02) COMP.
002260       05 WS-SC-CARD-OVERFLOW  PIC X(01).
002270       05 WS-SC-FIELD-HIT      PIC X(01) OCCURS 27 TIMES.
002280       05 WS-SC-CARD           PIC X(72) OCCURS 40 TIMES.
002290 77  WS-SC-SUB                  PIC 9(02) COMP VALUE ZERO.
002300 77  WS-SC-OTHER                PIC 9(02) COMP VALUE ZERO.
002310 77  WS-SC-CURRENT              PIC 9(02) COMP VALUE ZERO.
002320 77  WS-SC-OVERFLOW-COUNT       PIC 9(04) COMP VALUE ZERO.
002323 77  WS-SC-DROPPED-SW           PIC X(01) VALUE 'N'.
002326    88 WS-SC-DROPPED            VALUE 'Y'.
002330 77  WS-CARD-SUB                PIC 9(02) COMP VALUE ZERO.
002340 77  WS-CARD-OTHER              PIC 9(02) COMP VALUE ZERO.
002350 77  WS-DUP-OF                  PIC 9(02) COMP VALUE ZERO.
002360 77  WS-DECK-SAME-SW            PIC X(01) VALUE 'N'.
002370    88 WS-DECK-SAME             VALUE 'Y'.
002380 77  WS-CARD-FOUND-SW           PIC X(01) VALUE 'N'.
002390    88 WS-CARD-FOUND            VALUE 'Y'.
002400*----------------------------------------------------------------*
002410* VALUE CLASSIFICATION WORK AREA - THE SAME FREE-FORM SCAN       *
002420* TEST1'S DECK VALIDATOR MAKES OF A TESTIN.DAT VALUE: FIRST AND  *
002430* LAST NON-BLANK, OPTIONAL LEADING SIGN, AT MOST ONE DECIMAL     *
002440* POINT, DIGITS COUNTED EACH SIDE OF IT.                         *
002450*----------------------------------------------------------------*
002460 77  WS-VAL-START               PIC 9(02) COMP VALUE ZERO.
002470 77  WS-VAL-END                 PIC 9(02) COMP VALUE ZERO.
002480 77  WS-VAL-SUB                 PIC 9(02) COMP VALUE ZERO.
002490 77  WS-VAL-INT-COUNT           PIC 9(02) COMP VALUE ZERO.
002500 77  WS-VAL-DEC-COUNT           PIC 9(02) COMP VALUE ZERO.
002510 77  WS-VAL-ONE-CHAR            PIC X(01) VALUE SPACE.
002520 77  WS-VAL-BAD-SW              PIC X(01) VALUE 'N'.
002530    88 WS-VAL-BAD               VALUE 'Y'.
002540 77  WS-VAL-POINT-SW            PIC X(01) VALUE 'N'.
002550    88 WS-VAL-POINT-SEEN        VALUE 'Y'.
002560 77  WS-VAL-NONZERO-SW          PIC X(01) VALUE 'N'.
002570    88 WS-VAL-NONZERO           VALUE 'Y'.
002580*----------------------------------------------------------------*
002590* TALLIES, PERCENTAGES AND PRINT FIELDS.                         *
002600*----------------------------------------------------------------*
002610 77  WS-FIELDS-HIT              PIC 9(04) COMP VALUE ZERO.
002620 77  WS-CLASSES-APPLY           PIC 9(04) COMP VALUE ZERO.
002630 77  WS-CLASSES-TRIED           PIC 9(04) COMP VALUE ZERO.
002640 77  WS-FIELDS-SHORT            PIC 9(04) COMP VALUE ZERO.
002650 77  WS-DUP-COUNT               PIC 9(04) COMP VALUE ZERO.
002660 77  WS-OTHER-CARDS             PIC 9(04) COMP VALUE ZERO.
002670 77  WS-ITEMS-TOTAL             PIC 9(04) COMP VALUE ZERO.
002680 77  WS-ITEMS-MET               PIC 9(04) COMP VALUE ZERO.
002690 77  WS-PERCENT                 PIC 9(03)V9(01) VALUE ZERO.
002700 77  WS-PRINT-PERCENT           PIC ZZ9.9.
002710 77  WS-PRINT-COUNT             PIC ZZZZ9.
002720 77  WS-PRINT-TOTAL             PIC ZZZZ9.
002730 77  WS-PRINT-NUM               PIC 9(02) VALUE ZERO.
002740 77  WS-PRINT-OTHER             PIC 9(02) VALUE ZERO.
002750 01  WS-MATRIX-LINE.
002760      05 WS-ML-NAME            PIC X(12).
002770      05 FILLER                PIC X(01).
002780      05 WS-ML-DEF             PIC X(05).
002790      05 FILLER                PIC X(01).
002800      05 WS-ML-CELLS           PIC X(80).
002810      05 FILLER                PIC X(01).
002820      05 WS-ML-COUNT           PIC Z9.
002830 01  WS-CLASS-LINE.
002840      05 WS-CL-NAME            PIC X(12).
002850      05 FILLER                PIC X(01).
002860      05 WS-CL-DEF             PIC X(05).
002870      05 WS-CL-CELL            PIC X(11) OCCURS 5 TIMES.
002880*----------------------------------------------------------------*
002890* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
002900*   00  = EVERY FIELD EXERCISED, EVERY BOUNDARY CLASS TRIED AND  *
002910*         NO TWO SCENARIOS STAGE THE SAME DECK                   *
002920*   04  = A GAP - A FIELD NEVER EXERCISED, A BOUNDARY CLASS NOT  *
002930*         TRIED, OR A DUPLICATE DECK                             *
002940*   08  = NO PACK TO MEASURE (NO SLOT PRESENT OR NO SCENARIO IN  *
002950*         ANY) OR AN I/O ERROR READING ONE                       *
002960*----------------------------------------------------------------*
002970 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002980 77  WS-IO-ERROR-SW             PIC X(01) VALUE 'N'.
002990    88 WS-IO-ERROR              VALUE 'Y'.
003000 77  PACK1-FILE-STATUS          PIC X(02) VALUE ZEROES.
003010 77  PACK2-FILE-STATUS          PIC X(02) VALUE ZEROES.
003020 77  PACK3-FILE-STATUS          PIC X(02) VALUE ZEROES.
003030 77  PACK4-FILE-STATUS          PIC X(02) VALUE ZEROES.
003040*
003050 PROCEDURE DIVISION.
003060*================================================================*
003070* MAIN-RTN - LOADS THE PACKS, THEN PRINTS THE MATRIX, THE GAPS,  *
003080* THE DUPLICATES AND THE PERCENTAGES, AND POSTS THE CODE.        *
003090*================================================================*
003100 MAIN-RTN.
003110     PERFORM INIT-FIELD-RTN
003120         VARYING WS-VC-SUB FROM 1 BY 1
003130         UNTIL WS-VC-SUB > WS-VALID-CARD-COUNT.
003140     PERFORM LOAD-PACK-RTN
003150         VARYING WS-PACK-SUB FROM 1 BY 1
003160         UNTIL WS-PACK-SUB > WS-PACK-COUNT.
003170     PERFORM PRINT-PACKS-RTN.
003180     IF NOT WS-IO-ERROR AND WS-SC-USED-COUNT > ZERO
003190         PERFORM PRINT-MATRIX-RTN
003200         PERFORM PRINT-UNEXERCISED-RTN
003210         PERFORM PRINT-CLASSES-RTN
003220         PERFORM PRINT-DUPLICATES-RTN
003230         PERFORM PRINT-SUMMARY-RTN
003240     END-IF.
003250     PERFORM SET-RETURN-CODE-RTN.
003260     GOBACK.
003270*================================================================*
003280* INIT-FIELD-RTN - MARKS WHICH BOUNDARY CLASSES APPLY TO THE     *
003290* FIELD, FROM ITS TYPE, DECIMAL DIGITS AND SIGN.                 *
003300*================================================================*
003310 INIT-FIELD-RTN SECTION.
003320     MOVE ZERO TO WS-FC-HIT-COUNT (WS-VC-SUB).
003330     MOVE SPACES TO WS-FC-CLASS (WS-VC-SUB 1).
003340     MOVE SPACES TO WS-FC-CLASS (WS-VC-SUB 2).
003350     MOVE SPACES TO WS-FC-CLASS (WS-VC-SUB 3).
003360     MOVE SPACES TO WS-FC-CLASS (WS-VC-SUB 4).
003370     MOVE 'N' TO WS-FC-CLASS (WS-VC-SUB 1).
003380     MOVE 'N' TO WS-FC-CLASS (WS-VC-SUB 5).
003390     IF WS-VC-TYPE (WS-VC-SUB) = 'N'
003400         MOVE 'N' TO WS-FC-CLASS (WS-VC-SUB 4)
003410         IF WS-VC-DEC-DIGITS (WS-VC-SUB) > ZERO
003420             MOVE 'N' TO WS-FC-CLASS (WS-VC-SUB 2)
003430         END-IF
003440         IF WS-VC-SIGNED (WS-VC-SUB) = 'S'
003450             MOVE 'N' TO WS-FC-CLASS (WS-VC-SUB 3)
003460         END-IF
003470     END-IF.
003480 EXIT.
003490*================================================================*
003500* LOAD-PACK-RTN - READS ONE PACK SLOT.  A SCENARIO NEVER         *
003510* CARRIES OVER FROM ONE PACK TO THE NEXT, SO C AND E CARDS       *
003520* AHEAD OF A PACK'S FIRST S CARD ARE COUNTED AS ORPHANS.         *
003530*================================================================*
003540 LOAD-PACK-RTN SECTION.
003550     MOVE WS-PACK-DEFAULT-DSN (WS-PACK-SUB)
003560         TO WS-PACK-DATASET (WS-PACK-SUB).
003570     MOVE 'N' TO WS-PACK-FOUND-SW (WS-PACK-SUB).
003580     MOVE ZERO TO WS-PACK-SCENARIOS (WS-PACK-SUB).
003590     MOVE ZERO TO WS-PACK-ORPHANS (WS-PACK-SUB).
003600     MOVE ZERO TO WS-SC-CURRENT.
003605     MOVE 'N' TO WS-SC-DROPPED-SW.
003610     MOVE 'N' TO WS-PACK-EOF-SW.
003620     PERFORM OPEN-PACK-FILE-RTN.
003630     IF WS-PACK-FILE-OK
003640         SET WS-PACK-FOUND (WS-PACK-SUB) TO TRUE
003650         ADD 1 TO WS-PACKS-READ
003660         PERFORM READ-PACK-FILE-RTN UNTIL WS-PACK-EOF
003670         PERFORM CLOSE-PACK-FILE-RTN
003680     ELSE
003690*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
003700*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
003710         IF WS-PACK-FILE-STATUS = '05'
003720             PERFORM CLOSE-PACK-FILE-RTN
003730         ELSE
003740             IF NOT WS-PACK-NOT-FOUND
003750                 DISPLAY WS-PACK-DATASET (WS-PACK-SUB)
003760                     ' OPEN FAILED, FILE STATUS='
003770                     WS-PACK-FILE-STATUS
003780                 SET WS-IO-ERROR TO TRUE
003790             END-IF
003800         END-IF
003810     END-IF.
003820 EXIT.
003830*
003840 OPEN-PACK-FILE-RTN SECTION.
003850     EVALUATE WS-PACK-SUB
003860         WHEN 1
003870             OPEN INPUT PACK1-FILE
003880             MOVE PACK1-FILE-STATUS TO WS-PACK-FILE-STATUS
003890         WHEN 2
003900             OPEN INPUT PACK2-FILE
003910             MOVE PACK2-FILE-STATUS TO WS-PACK-FILE-STATUS
003920         WHEN 3
003930             OPEN INPUT PACK3-FILE
003940             MOVE PACK3-FILE-STATUS TO WS-PACK-FILE-STATUS
003950         WHEN OTHER
003960             OPEN INPUT PACK4-FILE
003970             MOVE PACK4-FILE-STATUS TO WS-PACK-FILE-STATUS
003980     END-EVALUATE.
003990 EXIT.
004000*
004010 CLOSE-PACK-FILE-RTN SECTION.
004020     EVALUATE WS-PACK-SUB
004030         WHEN 1
004040             CLOSE PACK1-FILE
004050         WHEN 2
004060             CLOSE PACK2-FILE
004070         WHEN 3
004080             CLOSE PACK3-FILE
004090         WHEN OTHER
004100             CLOSE PACK4-FILE
004110     END-EVALUATE.
004120 EXIT.
004130*
004140 READ-PACK-FILE-RTN SECTION.
004150     EVALUATE WS-PACK-SUB
004160         WHEN 1
004170             READ PACK1-FILE INTO WS-SCN-CARD
004180                 AT END
004190                     SET WS-PACK-EOF TO TRUE
004200             END-READ
004210             MOVE PACK1-FILE-STATUS TO WS-PACK-FILE-STATUS
004220         WHEN 2
004230             READ PACK2-FILE INTO WS-SCN-CARD
004240                 AT END
004250                     SET WS-PACK-EOF TO TRUE
004260             END-READ
004270             MOVE PACK2-FILE-STATUS TO WS-PACK-FILE-STATUS
004280         WHEN 3
004290             READ PACK3-FILE INTO WS-SCN-CARD
004300                 AT END
004310                     SET WS-PACK-EOF TO TRUE
004320             END-READ
004330             MOVE PACK3-FILE-STATUS TO WS-PACK-FILE-STATUS
004340         WHEN OTHER
004350             READ PACK4-FILE INTO WS-SCN-CARD
004360                 AT END
004370                     SET WS-PACK-EOF TO TRUE
004380             END-READ
004390             MOVE PACK4-FILE-STATUS TO WS-PACK-FILE-STATUS
004400     END-EVALUATE.
004410     IF NOT WS-PACK-EOF
004420         IF WS-PACK-FILE-OK
004430             PERFORM PROCESS-CARD-RTN
004440         ELSE
004450             DISPLAY WS-PACK-DATASET (WS-PACK-SUB)
004460                 ' READ FAILED, FILE STATUS=' WS-PACK-FILE-STATUS
004470             SET WS-IO-ERROR TO TRUE
004480             SET WS-PACK-EOF TO TRUE
004490         END-IF
004500     END-IF.
004510 EXIT.
004520*================================================================*
004530* PROCESS-CARD-RTN - FILES ONE PACK CARD AGAINST THE CURRENT     *
004540* SCENARIO.  WHEN THE SCENARIO TABLE IS FULL, LATER SCENARIOS    *
004546* ARE COUNTED AND PASSED OVER, AND SO ARE THEIR C AND E CARDS -  *
004552* THOSE ARE NOT ORPHANS.                                         *
004560*================================================================*
004570 PROCESS-CARD-RTN SECTION.
004580     EVALUATE TRUE
004590         WHEN SCN-SCENARIO-CARD
004600             PERFORM START-SCENARIO-RTN
004610         WHEN SCN-OVERRIDE-CARD
004620             IF WS-SC-CURRENT = ZERO
004625                 IF NOT WS-SC-DROPPED
004630                     ADD 1 TO WS-PACK-ORPHANS (WS-PACK-SUB)
004635                 END-IF
004640             ELSE
004650                 PERFORM FILE-OVERRIDE-CARD-RTN
004660             END-IF
004670         WHEN SCN-EXPECT-CARD
004680             IF WS-SC-CURRENT = ZERO
004685                 IF NOT WS-SC-DROPPED
004690                     ADD 1 TO WS-PACK-ORPHANS (WS-PACK-SUB)
004695                 END-IF
004700             ELSE
004710                 MOVE SCN-EXPECTED-RC
004720                     TO WS-SC-EXPECTED-RC (WS-SC-CURRENT)
004730             END-IF
004740         WHEN OTHER
004750             CONTINUE
004760     END-EVALUATE.
004770 EXIT.
004780*
004790 START-SCENARIO-RTN SECTION.
004800     IF WS-SC-USED-COUNT < 80
004810         ADD 1 TO WS-SC-USED-COUNT
004820         MOVE WS-SC-USED-COUNT TO WS-SC-CURRENT
004830         ADD 1 TO WS-PACK-SCENARIOS (WS-PACK-SUB)
004840         MOVE WS-PACK-SUB TO WS-SC-PACK (WS-SC-CURRENT)
004850         MOVE SCN-SCENARIO-NAME TO WS-SC-NAME (WS-SC-CURRENT)
004860         MOVE SPACES TO WS-SC-EXPECTED-RC (WS-SC-CURRENT)
004870         MOVE ZERO TO WS-SC-CARD-COUNT (WS-SC-CURRENT)
004880         MOVE 'N' TO WS-SC-CARD-OVERFLOW (WS-SC-CURRENT)
004885         MOVE 'N' TO WS-SC-DROPPED-SW
004890         PERFORM CLEAR-FIELD-HIT-RTN
004900             VARYING WS-VC-SUB FROM 1 BY 1
004910             UNTIL WS-VC-SUB > WS-VALID-CARD-COUNT
004920     ELSE
004930         ADD 1 TO WS-SC-OVERFLOW-COUNT
004940         MOVE ZERO TO WS-SC-CURRENT
004945         SET WS-SC-DROPPED TO TRUE
004950     END-IF.
004960 EXIT.
004970*
004980 CLEAR-FIELD-HIT-RTN SECTION.
004990     MOVE SPACE TO WS-SC-FIELD-HIT (WS-SC-CURRENT WS-VC-SUB).
005000 EXIT.
005010*================================================================*
005020* FILE-OVERRIDE-CARD-RTN - KEEPS THE CARD IMAGE FOR THE DECK     *
005030* COMPARISON AND, WHEN IT NAMES A VALID FIELD, MARKS THE FIELD   *
005040* EXERCISED AND CLASSIFIES THE VALUE.  RUN-GROUP, SKIP-GROUP     *
005050* AND UNKNOWN NAMES ARE PART OF THE DECK BUT NO FIELD'S          *
005060* COVERAGE.                                                      *
005070*================================================================*
005080 FILE-OVERRIDE-CARD-RTN SECTION.
005090     IF WS-SC-CARD-COUNT (WS-SC-CURRENT) < 40
005100         ADD 1 TO WS-SC-CARD-COUNT (WS-SC-CURRENT)
005110         MOVE WS-SC-CARD-COUNT (WS-SC-CURRENT) TO WS-CARD-SUB
005120         MOVE SCN-CARD-IMAGE
005130             TO WS-SC-CARD (WS-SC-CURRENT WS-CARD-SUB)
005140     ELSE
005150         MOVE 'Y' TO WS-SC-CARD-OVERFLOW (WS-SC-CURRENT)
005160     END-IF.
005170     MOVE ZERO TO WS-VC-FOUND-NUM.
005180     PERFORM LOOKUP-VALID-CARD-RTN
005190         VARYING WS-VC-SUB FROM 1 BY 1
005200         UNTIL WS-VC-SUB > WS-VALID-CARD-COUNT
005210            OR WS-VC-FOUND-NUM > ZERO.
005220     IF WS-VC-FOUND-NUM = ZERO
005230         ADD 1 TO WS-OTHER-CARDS
005240     ELSE
005250         MOVE WS-VC-FOUND-NUM TO WS-VC-SUB
005260         IF WS-SC-FIELD-HIT (WS-SC-CURRENT WS-VC-SUB) = SPACE
005270             MOVE 'X' TO WS-SC-FIELD-HIT (WS-SC-CURRENT WS-VC-SUB)
005280             ADD 1 TO WS-FC-HIT-COUNT (WS-VC-SUB)
005290         END-IF
005300         IF WS-VC-TYPE (WS-VC-SUB) = 'N'
005310             PERFORM CLASSIFY-NUMERIC-RTN
005320         ELSE
005330             PERFORM CLASSIFY-ALPHA-RTN
005340         END-IF
005350     END-IF.
005360 EXIT.
005370*
005380 LOOKUP-VALID-CARD-RTN SECTION.
005390     IF WS-VC-NAME (WS-VC-SUB) = SCN-FIELD-NAME
005400         MOVE WS-VC-SUB TO WS-VC-FOUND-NUM
005410     END-IF.
005420 EXIT.
005430*================================================================*
005440* CLASSIFY-ALPHA-RTN - AN ALPHA VALUE ENDING EXACTLY AT THE      *
005450* FIELD'S LENGTH IS FULL WIDTH; ONE ENDING PAST IT IS OVER.      *
005460*================================================================*
005470 CLASSIFY-ALPHA-RTN SECTION.
005480     PERFORM FIND-VALUE-END-RTN.
005490     IF WS-VAL-END = WS-VC-INT-DIGITS (WS-VC-SUB)
005500         MOVE 'Y' TO WS-FC-CLASS (WS-VC-SUB 1)
005510     END-IF.
005520     IF WS-VAL-END > WS-VC-INT-DIGITS (WS-VC-SUB)
005530         MOVE 'Y' TO WS-FC-CLASS (WS-VC-SUB 5)
005540     END-IF.
005550 EXIT.
005560*================================================================*
005570* CLASSIFY-NUMERIC-RTN - A VALUE TEST1 WOULD REJECT AS NOT       *
005580* NUMERIC (OR MISSING) TRIES NO CLASS.  ONE WIDER THAN THE       *
005590* TARGET IS OVER-WIDTH AND NOTHING ELSE, SINCE TEST1 STOPS AT    *
005600* THE REJECTION.  OTHERWISE EVERY CLASS IT MEETS IS TRIED.       *
005610*================================================================*
005620 CLASSIFY-NUMERIC-RTN SECTION.
005630     MOVE 'N' TO WS-VAL-BAD-SW.
005640     MOVE 'N' TO WS-VAL-POINT-SW.
005650     MOVE 'N' TO WS-VAL-NONZERO-SW.
005660     MOVE ZERO TO WS-VAL-INT-COUNT.
005670     MOVE ZERO TO WS-VAL-DEC-COUNT.
005680     PERFORM FIND-VALUE-END-RTN.
005690     PERFORM FIND-VALUE-START-RTN.
005700     IF WS-VAL-END = ZERO
005710         SET WS-VAL-BAD TO TRUE
005720     ELSE
005730         PERFORM CHECK-NUMERIC-CHAR-RTN
005740             VARYING WS-VAL-SUB FROM WS-VAL-START BY 1
005750             UNTIL WS-VAL-SUB > WS-VAL-END
005760                OR WS-VAL-BAD
005770     END-IF.
005780     IF NOT WS-VAL-BAD
005790        AND WS-VAL-INT-COUNT + WS-VAL-DEC-COUNT > ZERO
005800         IF WS-VAL-INT-COUNT > WS-VC-INT-DIGITS (WS-VC-SUB)
005810            OR WS-VAL-DEC-COUNT > WS-VC-DEC-DIGITS (WS-VC-SUB)
005820             MOVE 'Y' TO WS-FC-CLASS (WS-VC-SUB 5)
005830         ELSE
005840             PERFORM CLASSIFY-NUMERIC-FIT-RTN
005850         END-IF
005860     END-IF.
005870 EXIT.
005880*
005890 CLASSIFY-NUMERIC-FIT-RTN SECTION.
005900     IF WS-VAL-INT-COUNT = WS-VC-INT-DIGITS (WS-VC-SUB)
005910         MOVE 'Y' TO WS-FC-CLASS (WS-VC-SUB 1)
005920     END-IF.
005930     IF WS-VC-DEC-DIGITS (WS-VC-SUB) > ZERO
005940        AND WS-VAL-DEC-COUNT = WS-VC-DEC-DIGITS (WS-VC-SUB)
005950         MOVE 'Y' TO WS-FC-CLASS (WS-VC-SUB 2)
005960     END-IF.
005970     IF WS-VC-SIGNED (WS-VC-SUB) = 'S'
005980        AND SCN-FIELD-VALUE (WS-VAL-START:1) = '-'
005990         MOVE 'Y' TO WS-FC-CLASS (WS-VC-SUB 3)
006000     END-IF.
006010     IF NOT WS-VAL-NONZERO
006020         MOVE 'Y' TO WS-FC-CLASS (WS-VC-SUB 4)
006030     END-IF.
006040 EXIT.
006050*
006060 CHECK-NUMERIC-CHAR-RTN SECTION.
006070     MOVE SCN-FIELD-VALUE (WS-VAL-SUB:1) TO WS-VAL-ONE-CHAR.
006080     EVALUATE TRUE
006090         WHEN WS-VAL-ONE-CHAR >= '0'
006100          AND WS-VAL-ONE-CHAR <= '9'
006110             IF WS-VAL-POINT-SEEN
006120                 ADD 1 TO WS-VAL-DEC-COUNT
006130             ELSE
006140                 ADD 1 TO WS-VAL-INT-COUNT
006150             END-IF
006160             IF WS-VAL-ONE-CHAR NOT = '0'
006170                 SET WS-VAL-NONZERO TO TRUE
006180             END-IF
006190         WHEN WS-VAL-ONE-CHAR = '+' OR WS-VAL-ONE-CHAR = '-'
006200             IF WS-VAL-SUB NOT = WS-VAL-START
006210                 SET WS-VAL-BAD TO TRUE
006220             END-IF
006230         WHEN WS-VAL-ONE-CHAR = '.'
006240             IF WS-VAL-POINT-SEEN
006250                 SET WS-VAL-BAD TO TRUE
006260             ELSE
006270                 SET WS-VAL-POINT-SEEN TO TRUE
006280             END-IF
006290         WHEN OTHER
006300             SET WS-VAL-BAD TO TRUE
006310     END-EVALUATE.
006320 EXIT.
006330*
006340 FIND-VALUE-END-RTN SECTION.
006350     MOVE ZERO TO WS-VAL-END.
006360     PERFORM SCAN-VALUE-END-RTN
006370         VARYING WS-VAL-SUB FROM 60 BY -1
006380         UNTIL WS-VAL-SUB < 1
006390            OR WS-VAL-END > ZERO.
006400 EXIT.
006410*
006420 SCAN-VALUE-END-RTN SECTION.
006430     IF SCN-FIELD-VALUE (WS-VAL-SUB:1) NOT = SPACE
006440         MOVE WS-VAL-SUB TO WS-VAL-END
006450     END-IF.
006460 EXIT.
006470*
006480 FIND-VALUE-START-RTN SECTION.
006490     MOVE ZERO TO WS-VAL-START.
006500     PERFORM SCAN-VALUE-START-RTN
006510         VARYING WS-VAL-SUB FROM 1 BY 1
006520         UNTIL WS-VAL-SUB > 60
006530            OR WS-VAL-START > ZERO.
006540 EXIT.
006550*
006560 SCAN-VALUE-START-RTN SECTION.
006570     IF SCN-FIELD-VALUE (WS-VAL-SUB:1) NOT = SPACE
006580         MOVE WS-VAL-SUB TO WS-VAL-START
006590     END-IF.
006600 EXIT.
006610*================================================================*
006620* PRINT-PACKS-RTN - WHAT EACH SLOT HELD, AND THE SCENARIO        *
006630* LEGEND THE MATRIX COLUMNS ARE NUMBERED BY.                     *
006640*================================================================*
006650 PRINT-PACKS-RTN SECTION.
006660     DISPLAY 'TESTCOV OVERRIDE-DECK COVERAGE'.
006670     DISPLAY ' '.
006680     DISPLAY 'PACKS READ:'.
006690     PERFORM PRINT-PACK-LINE-RTN
006700         VARYING WS-PACK-SUB FROM 1 BY 1
006710         UNTIL WS-PACK-SUB > WS-PACK-COUNT.
006720     IF WS-SC-OVERFLOW-COUNT > ZERO
006730         MOVE WS-SC-OVERFLOW-COUNT TO WS-PRINT-COUNT
006740         DISPLAY 'WARNING: ' WS-PRINT-COUNT
006750             ' SCENARIO(S) BEYOND 80 NOT MEASURED'
006760     END-IF.
006770     IF WS-SC-USED-COUNT > ZERO
006780         DISPLAY ' '
006790         DISPLAY 'SCENARIOS:'
006800         DISPLAY '  NO PACK DATASET   SCENARIO CARDS EXPECT'
006810         PERFORM PRINT-SCENARIO-LINE-RTN
006820             VARYING WS-SC-SUB FROM 1 BY 1
006830             UNTIL WS-SC-SUB > WS-SC-USED-COUNT
006840     END-IF.
006850 EXIT.
006860*
006870 PRINT-PACK-LINE-RTN SECTION.
006880     IF WS-PACK-FOUND (WS-PACK-SUB)
006890         MOVE WS-PACK-SCENARIOS (WS-PACK-SUB) TO WS-PRINT-COUNT
006900         MOVE WS-PACK-SUB TO WS-PRINT-NUM
006910         DISPLAY '  ' WS-PRINT-NUM ' '
006920             WS-PACK-DATASET (WS-PACK-SUB) ' SCENARIOS '
006930             WS-PRINT-COUNT
006940         IF WS-PACK-ORPHANS (WS-PACK-SUB) > ZERO
006950             MOVE WS-PACK-ORPHANS (WS-PACK-SUB) TO WS-PRINT-COUNT
006960             DISPLAY '    WARNING: ' WS-PRINT-COUNT
006970                 ' C/E CARD(S) AHEAD OF THE FIRST S CARD IGNORED'
006980         END-IF
006990     ELSE
007000         MOVE WS-PACK-SUB TO WS-PRINT-NUM
007010         DISPLAY '  ' WS-PRINT-NUM ' '
007020             WS-PACK-DATASET (WS-PACK-SUB) ' NOT PRESENT'
007030     END-IF.
007040 EXIT.
007050*
007060 PRINT-SCENARIO-LINE-RTN SECTION.
007070     MOVE WS-SC-SUB TO WS-PRINT-NUM.
007080     MOVE WS-SC-CARD-COUNT (WS-SC-SUB) TO WS-PRINT-COUNT.
007090     MOVE WS-SC-PACK (WS-SC-SUB) TO WS-PACK-SUB.
007100     DISPLAY '  ' WS-PRINT-NUM ' ' WS-PACK-DATASET (WS-PACK-SUB)
007110         ' ' WS-SC-NAME (WS-SC-SUB) ' ' WS-PRINT-COUNT '  '
007120         WS-SC-EXPECTED-RC (WS-SC-SUB).
007130     IF WS-SC-CARD-OVERFLOW (WS-SC-SUB) = 'Y'
007140         DISPLAY '     WARNING: CARDS BEYOND 40 NOT KEPT FOR THE'
007150             ' DUPLICATE-DECK CHECK'
007160     END-IF.
007170 EXIT.
007180*================================================================*
007190* PRINT-MATRIX-RTN - ONE ROW PER FIELD, ONE COLUMN PER SCENARIO  *
007200* (NUMBERED DOWN THE TWO HEADING ROWS - TENS, THEN UNITS), X     *
007210* WHERE THE SCENARIO OVERRIDES THE FIELD, AND THE NUMBER OF      *
007220* SCENARIOS THAT DO AT THE END OF THE ROW.                       *
007230*================================================================*
007240 PRINT-MATRIX-RTN SECTION.
007250     DISPLAY ' '.
007260     DISPLAY 'FIELD-BY-SCENARIO MATRIX (X = FIELD OVERRIDDEN):'.
007270     MOVE SPACES TO WS-MATRIX-LINE.
007280     PERFORM SET-TENS-CELL-RTN
007290         VARYING WS-SC-SUB FROM 1 BY 1
007300         UNTIL WS-SC-SUB > WS-SC-USED-COUNT.
007310     DISPLAY WS-MATRIX-LINE.
007320     MOVE SPACES TO WS-MATRIX-LINE.
007330     MOVE 'FIELD NAME' TO WS-ML-NAME.
007340     MOVE 'TIIDD' TO WS-ML-DEF.
007350     PERFORM SET-UNITS-CELL-RTN
007360         VARYING WS-SC-SUB FROM 1 BY 1
007370         UNTIL WS-SC-SUB > WS-SC-USED-COUNT.
007380     DISPLAY WS-MATRIX-LINE.
007390     PERFORM PRINT-MATRIX-ROW-RTN
007400         VARYING WS-VC-SUB FROM 1 BY 1
007410         UNTIL WS-VC-SUB > WS-VALID-CARD-COUNT.
007420 EXIT.
007430*
007440 SET-TENS-CELL-RTN SECTION.
007450     MOVE WS-SC-SUB TO WS-PRINT-NUM.
007460     MOVE WS-PRINT-NUM (1:1) TO WS-ML-CELLS (WS-SC-SUB:1).
007470 EXIT.
007480*
007490 SET-UNITS-CELL-RTN SECTION.
007500     MOVE WS-SC-SUB TO WS-PRINT-NUM.
007510     MOVE WS-PRINT-NUM (2:1) TO WS-ML-CELLS (WS-SC-SUB:1).
007520 EXIT.
007530*
007540 PRINT-MATRIX-ROW-RTN SECTION.
007550     MOVE SPACES TO WS-MATRIX-LINE.
007560     MOVE WS-VC-NAME (WS-VC-SUB) TO WS-ML-NAME.
007570     MOVE WS-VALID-CARD-ENTRY (WS-VC-SUB) (13:5) TO WS-ML-DEF.
007580     PERFORM SET-HIT-CELL-RTN
007590         VARYING WS-SC-SUB FROM 1 BY 1
007600         UNTIL WS-SC-SUB > WS-SC-USED-COUNT.
007610     MOVE WS-FC-HIT-COUNT (WS-VC-SUB) TO WS-ML-COUNT.
007620     DISPLAY WS-MATRIX-LINE.
007630 EXIT.
007640*
007650 SET-HIT-CELL-RTN SECTION.
007660     IF WS-SC-FIELD-HIT (WS-SC-SUB WS-VC-SUB) = 'X'
007670         MOVE 'X' TO WS-ML-CELLS (WS-SC-SUB:1)
007680     ELSE
007690         MOVE '.' TO WS-ML-CELLS (WS-SC-SUB:1)
007700     END-IF.
007710 EXIT.
007720*================================================================*
007730* PRINT-UNEXERCISED-RTN - THE FIELDS NO SCENARIO OVERRIDES.      *
007740*================================================================*
007750 PRINT-UNEXERCISED-RTN SECTION.
007760     DISPLAY ' '.
007770     DISPLAY 'FIELDS NEVER EXERCISED:'.
007780     MOVE ZERO TO WS-FIELDS-HIT.
007790     PERFORM PRINT-UNEXERCISED-LINE-RTN
007800         VARYING WS-VC-SUB FROM 1 BY 1
007810         UNTIL WS-VC-SUB > WS-VALID-CARD-COUNT.
007820     IF WS-FIELDS-HIT = WS-VALID-CARD-COUNT
007830         DISPLAY '  NONE - EVERY FIELD IS OVERRIDDEN SOMEWHERE'
007840     END-IF.
007850 EXIT.
007860*
007870 PRINT-UNEXERCISED-LINE-RTN SECTION.
007880     IF WS-FC-HIT-COUNT (WS-VC-SUB) = ZERO
007890         DISPLAY '  ' WS-VC-NAME (WS-VC-SUB) ' '
007900             WS-VALID-CARD-ENTRY (WS-VC-SUB) (13:5)
007910     ELSE
007920         ADD 1 TO WS-FIELDS-HIT
007930     END-IF.
007940 EXIT.
007950*================================================================*
007960* PRINT-CLASSES-RTN - EACH FIELD'S BOUNDARY CLASSES: TRIED,      *
007970* *MISSING*, OR - WHERE THE CLASS DOES NOT APPLY.                *
007980*================================================================*
007990 PRINT-CLASSES-RTN SECTION.
008000     DISPLAY ' '.
008010     DISPLAY 'BOUNDARY CLASSES BY FIELD:'.
008020     MOVE SPACES TO WS-CLASS-LINE.
008030     MOVE 'FIELD NAME' TO WS-CL-NAME.
008040     MOVE 'TIIDD' TO WS-CL-DEF.
008050     PERFORM SET-CLASS-HEADING-RTN
008060         VARYING WS-CLASS-SUB FROM 1 BY 1
008070         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
008080     DISPLAY WS-CLASS-LINE.
008090     MOVE ZERO TO WS-CLASSES-APPLY.
008100     MOVE ZERO TO WS-CLASSES-TRIED.
008110     MOVE ZERO TO WS-FIELDS-SHORT.
008120     PERFORM PRINT-CLASS-ROW-RTN
008130         VARYING WS-VC-SUB FROM 1 BY 1
008140         UNTIL WS-VC-SUB > WS-VALID-CARD-COUNT.
008150     MOVE WS-FIELDS-SHORT TO WS-PRINT-COUNT.
008160     DISPLAY '  FIELDS WITH A MISSING CLASS: ' WS-PRINT-COUNT.
008170 EXIT.
008180*
008190 SET-CLASS-HEADING-RTN SECTION.
008200     MOVE SPACES TO WS-CL-CELL (WS-CLASS-SUB).
008210     MOVE WS-CLASS-NAME (WS-CLASS-SUB)
008220         TO WS-CL-CELL (WS-CLASS-SUB) (2:10).
008230 EXIT.
008240*
008250 PRINT-CLASS-ROW-RTN SECTION.
008260     MOVE SPACES TO WS-CLASS-LINE.
008270     MOVE WS-VC-NAME (WS-VC-SUB) TO WS-CL-NAME.
008280     MOVE WS-VALID-CARD-ENTRY (WS-VC-SUB) (13:5) TO WS-CL-DEF.
008290     MOVE 'N' TO WS-CARD-FOUND-SW.
008300     PERFORM SET-CLASS-CELL-RTN
008310         VARYING WS-CLASS-SUB FROM 1 BY 1
008320         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT.
008330     IF WS-CARD-FOUND
008340         ADD 1 TO WS-FIELDS-SHORT
008350     END-IF.
008360     DISPLAY WS-CLASS-LINE.
008370 EXIT.
008380*
008390 SET-CLASS-CELL-RTN SECTION.
008400     EVALUATE WS-FC-CLASS (WS-VC-SUB WS-CLASS-SUB)
008410         WHEN 'Y'
008420             MOVE ' TRIED' TO WS-CL-CELL (WS-CLASS-SUB)
008430             ADD 1 TO WS-CLASSES-APPLY
008440             ADD 1 TO WS-CLASSES-TRIED
008450         WHEN 'N'
008460             MOVE ' *MISSING*' TO WS-CL-CELL (WS-CLASS-SUB)
008470             ADD 1 TO WS-CLASSES-APPLY
008480             SET WS-CARD-FOUND TO TRUE
008490         WHEN OTHER
008500             MOVE ' -' TO WS-CL-CELL (WS-CLASS-SUB)
008510     END-EVALUATE.
008520 EXIT.
008530*================================================================*
008540* PRINT-DUPLICATES-RTN - A SCENARIO WHOSE DECK HOLDS EXACTLY THE *
008550* SAME C CARDS AS AN EARLIER ONE (IN ANY ORDER - TEST1 DOES NOT  *
008560* CARE) IS LISTED AGAINST THE FIRST SUCH SCENARIO.  A DECK TOO   *
008570* LARGE TO KEEP WHOLE IS NOT COMPARED.                           *
008580*================================================================*
008590 PRINT-DUPLICATES-RTN SECTION.
008600     DISPLAY ' '.
008610     DISPLAY 'SCENARIOS STAGING IDENTICAL DECKS:'.
008620     MOVE ZERO TO WS-DUP-COUNT.
008630     PERFORM CHECK-DUPLICATE-RTN
008640         VARYING WS-SC-SUB FROM 2 BY 1
008650         UNTIL WS-SC-SUB > WS-SC-USED-COUNT.
008660     IF WS-DUP-COUNT = ZERO
008670         DISPLAY '  NONE'
008680     END-IF.
008690 EXIT.
008700*
008710 CHECK-DUPLICATE-RTN SECTION.
008720     MOVE ZERO TO WS-DUP-OF.
008730     IF WS-SC-CARD-OVERFLOW (WS-SC-SUB) NOT = 'Y'
008740         PERFORM COMPARE-DECK-RTN
008750             VARYING WS-SC-OTHER FROM 1 BY 1
008760             UNTIL WS-SC-OTHER NOT < WS-SC-SUB
008770                OR WS-DUP-OF > ZERO
008780     END-IF.
008790     IF WS-DUP-OF > ZERO
008800         ADD 1 TO WS-DUP-COUNT
008810         MOVE WS-SC-SUB TO WS-PRINT-NUM
008820         MOVE WS-DUP-OF TO WS-PRINT-OTHER
008830         DISPLAY '  ' WS-PRINT-NUM ' ' WS-SC-NAME (WS-SC-SUB)
008840             ' STAGES THE SAME DECK AS ' WS-PRINT-OTHER ' '
008850             WS-SC-NAME (WS-DUP-OF)
008860     END-IF.
008870 EXIT.
008880*
008890 COMPARE-DECK-RTN SECTION.
008900     IF WS-SC-CARD-OVERFLOW (WS-SC-OTHER) NOT = 'Y'
008910        AND WS-SC-CARD-COUNT (WS-SC-OTHER) =
008920            WS-SC-CARD-COUNT (WS-SC-SUB)
008930         SET WS-DECK-SAME TO TRUE
008940         PERFORM MATCH-DECK-CARD-RTN
008950             VARYING WS-CARD-SUB FROM 1 BY 1
008960             UNTIL WS-CARD-SUB > WS-SC-CARD-COUNT (WS-SC-SUB)
008970                OR NOT WS-DECK-SAME
008980         IF WS-DECK-SAME
008990             MOVE WS-SC-OTHER TO WS-DUP-OF
009000         END-IF
009010     END-IF.
009020 EXIT.
009030*
009040 MATCH-DECK-CARD-RTN SECTION.
009050     MOVE 'N' TO WS-CARD-FOUND-SW.
009060     PERFORM FIND-DECK-CARD-RTN
009070         VARYING WS-CARD-OTHER FROM 1 BY 1
009080         UNTIL WS-CARD-OTHER > WS-SC-CARD-COUNT (WS-SC-OTHER)
009090            OR WS-CARD-FOUND.
009100     IF NOT WS-CARD-FOUND
009110         MOVE 'N' TO WS-DECK-SAME-SW
009120     END-IF.
009130 EXIT.
009140*
009150 FIND-DECK-CARD-RTN SECTION.
009160     IF WS-SC-CARD (WS-SC-SUB WS-CARD-SUB) =
009170             WS-SC-CARD (WS-SC-OTHER WS-CARD-OTHER)
009180         SET WS-CARD-FOUND TO TRUE
009190     END-IF.
009200 EXIT.
009210*================================================================*
009220* PRINT-SUMMARY-RTN - THE PERCENTAGES.  OVERALL COVERAGE COUNTS  *
009230* EACH FIELD EXERCISED AND EACH APPLICABLE BOUNDARY CLASS TRIED  *
009240* AS ONE ITEM OUT OF ALL OF THEM.                                *
009250*================================================================*
009260 PRINT-SUMMARY-RTN SECTION.
009270     DISPLAY ' '.
009280     DISPLAY 'TESTCOV SUMMARY'.
009290     MOVE WS-SC-USED-COUNT TO WS-PRINT-COUNT.
009300     DISPLAY '  SCENARIOS MEASURED    : ' WS-PRINT-COUNT.
009310     MOVE WS-FIELDS-HIT TO WS-PRINT-COUNT.
009320     MOVE WS-VALID-CARD-COUNT TO WS-PRINT-TOTAL.
009330     COMPUTE WS-PERCENT ROUNDED =
009340         WS-FIELDS-HIT * 100 / WS-VALID-CARD-COUNT.
009350     MOVE WS-PERCENT TO WS-PRINT-PERCENT.
009360     DISPLAY '  FIELDS EXERCISED      : ' WS-PRINT-COUNT ' OF '
009370         WS-PRINT-TOTAL ' (' WS-PRINT-PERCENT '%)'.
009380     MOVE WS-CLASSES-TRIED TO WS-PRINT-COUNT.
009390     MOVE WS-CLASSES-APPLY TO WS-PRINT-TOTAL.
009400     COMPUTE WS-PERCENT ROUNDED =
009410         WS-CLASSES-TRIED * 100 / WS-CLASSES-APPLY.
009420     MOVE WS-PERCENT TO WS-PRINT-PERCENT.
009430     DISPLAY '  BOUNDARY CLASSES TRIED: ' WS-PRINT-COUNT ' OF '
009440         WS-PRINT-TOTAL ' (' WS-PRINT-PERCENT '%)'.
009450     COMPUTE WS-ITEMS-MET = WS-FIELDS-HIT + WS-CLASSES-TRIED.
009460     COMPUTE WS-ITEMS-TOTAL =
009470         WS-VALID-CARD-COUNT + WS-CLASSES-APPLY.
009480     COMPUTE WS-PERCENT ROUNDED =
009490         WS-ITEMS-MET * 100 / WS-ITEMS-TOTAL.
009500     MOVE WS-PERCENT TO WS-PRINT-PERCENT.
009510     DISPLAY '  OVERALL COVERAGE      : ' WS-PRINT-PERCENT '%'.
009520     MOVE WS-DUP-COUNT TO WS-PRINT-COUNT.
009530     DISPLAY '  DUPLICATE DECKS       : ' WS-PRINT-COUNT.
009540     MOVE WS-OTHER-CARDS TO WS-PRINT-COUNT.
009550     DISPLAY '  CARDS NAMING NO FIELD : ' WS-PRINT-COUNT
009560         ' (RUN-GROUP/SKIP-GROUP OR UNKNOWN NAMES)'.
009570 EXIT.
009580*================================================================*
009590* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
009600* WORKING-STORAGE FOR THE TABLE).                                *
009610*================================================================*
009620 SET-RETURN-CODE-RTN SECTION.
009630     EVALUATE TRUE
009640         WHEN WS-IO-ERROR
009650             MOVE 8 TO WS-RETURN-CODE
009660         WHEN WS-SC-USED-COUNT = ZERO
009670             DISPLAY 'NO SCENARIO FOUND IN ANY PACK - NOTHING TO'
009680                 ' MEASURE'
009690             MOVE 8 TO WS-RETURN-CODE
009700         WHEN WS-FIELDS-HIT < WS-VALID-CARD-COUNT
009710           OR WS-CLASSES-TRIED < WS-CLASSES-APPLY
009720           OR WS-DUP-COUNT > ZERO
009730             MOVE 4 TO WS-RETURN-CODE
009740         WHEN OTHER
009750             MOVE 0 TO WS-RETURN-CODE
009760     END-EVALUATE.
009770     DISPLAY 'TESTCOV: STEP RETURN CODE ' WS-RETURN-CODE.
009780     MOVE WS-RETURN-CODE TO RETURN-CODE.
009790 EXIT.
