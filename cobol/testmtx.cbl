000010*================================================================*
000020* PROGRAM:    TESTMTX                                            *
000030* PURPOSE:    CROSS-SYSTEM CONFORMANCE MATRIX.  READS ONE COPY   *
000040*             OF THE TESTHIST.DAT RUN HISTORY PER SYSTEM (THE    *
000050*             DEV, QA AND PROD COPIES ARE STAGED AS TESTHDEV,    *
000060*             TESTHQA AND TESTHPRD), TAKES THE LATEST JOB-STEP   *
000070*             RUN OF EACH (A TESTDRV PACK RUN IS PASSED OVER),   *
000080*             AND PRINTS A GROUP-BY-SYSTEM MATRIX OF THE         *
000090*             LATEST GROUP STATUS WITH EACH SYSTEM'S RUN DATE    *
000100*             AND RETURN CODE.  EVERY GROUP WHOSE STATUS IS NOT  *
000110*             THE SAME ON EVERY SYSTEM THAT HAS HISTORY IS       *
000120*             FLAGGED DIFFERS (A GROUP MISSING FROM ONE SYSTEM'S *
000128*             RUN COUNTS AS A DIFFERENCE; A GROUP A SELECTIVE    *
000136*             RUN LEFT OUT, STATUS S, IS NEVER COMPARED), AND    *
000144*             EVERY SYSTEM WHOSE LATEST RUN IS OLDER THAN        *
000152*             STALE-DAYS, OR THAT HAS NO HISTORY AT ALL, IS      *
000160*             FLAGGED STALE.  THE SAME MATRIX IS WRITTEN TO      *
000168*             TESTMTXD.DAT, ONE RECORD PER GROUP PER SYSTEM, FOR *
000176*             TESTEXT TO HAND ON TO THE DASHBOARD.               *
000190*                                                                *
000200* CONTROL CARDS (MTXCARD.DAT, OPTIONAL, TESTIN.DAT CARD STYLE -  *
000210* FIELD NAME IN COLUMNS 1-12, VALUE FROM COLUMN 13, FREE-FORM    *
000220* DIGITS AS TESTIN.DAT VALUES ARE - '7' AND '007' BOTH READ AS   *
000230* SEVEN):                                                        *
000240*   STALE-DAYS   A SYSTEM WHOSE LATEST RUN DATE IS MORE THAN     *
000250*                THIS MANY DAYS AGO IS FLAGGED STALE (DEFAULT 7, *
000260*                UP TO 3 DIGITS)                                 *
000270*================================================================*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. TESTMTX.
000300 AUTHOR. R-MATSKO.
000310 INSTALLATION. SD201707.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED.
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY                                           *
000360*----------------------------------------------------------------*
000370* DATE        INIT  DESCRIPTION                                  *
000380* ----------  ----  ----------------------------------------     *
000390* 2026-10-15  RM    ORIGINAL VERSION.                            *
000400* 2026-10-15  RM    LATEST RUN PER SYSTEM PASSES OVER TESTDRV    *
000410*                   PACK RUNS (PACK ID ON THE TESTHIST RECORD).  *
000413* 2026-10-15  RM    A GROUP LEFT OUT OF A SELECTIVE RUN (STATUS  *
000416*                   S) IS KEPT OUT OF THE DIFFERS COMPARISON.    *
000420*----------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440*
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL HISTDEV-FILE ASSIGN TO "TESTHDEV.DAT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS HISTDEV-FILE-STATUS.
000500     SELECT OPTIONAL HISTQA-FILE ASSIGN TO "TESTHQA.DAT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS HISTQA-FILE-STATUS.
000530     SELECT OPTIONAL HISTPRD-FILE ASSIGN TO "TESTHPRD.DAT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS HISTPRD-FILE-STATUS.
000560     SELECT MATRIX-FILE ASSIGN TO "TESTMTXD.DAT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS MATRIX-FILE-STATUS.
000590     SELECT OPTIONAL MTXCARD-FILE ASSIGN TO "MTXCARD.DAT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS MTXCARD-FILE-STATUS.
000620 DATA DIVISION.
000630*
000640 FILE SECTION.
000650*----------------------------------------------------------------*
000660* TESTHDEV.DAT / TESTHQA.DAT / TESTHPRD.DAT - EACH SYSTEM'S      *
000670* TESTHIST.DAT, COPIED IN UNCHANGED.  ALL THREE ARE READ INTO    *
000680* THE ONE WORKING-STORAGE LAYOUT BELOW; A SYSTEM WHOSE COPY WAS  *
000690* NOT STAGED SIMPLY HAS NO HISTORY.                              *
000700*----------------------------------------------------------------*
000710 FD  HISTDEV-FILE
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 430 CHARACTERS
000740     LABEL RECORDS ARE STANDARD.
000750 01  HISTDEV-RECORD           PIC X(430).
000760 FD  HISTQA-FILE
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 430 CHARACTERS
000790     LABEL RECORDS ARE STANDARD.
000800 01  HISTQA-RECORD            PIC X(430).
000810 FD  HISTPRD-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 430 CHARACTERS
000840     LABEL RECORDS ARE STANDARD.
000850 01  HISTPRD-RECORD           PIC X(430).
000860*----------------------------------------------------------------*
000870* TESTMTXD.DAT - THE CONSOLIDATED MATRIX, REWRITTEN EVERY RUN.   *
000880* ONE RECORD PER GROUP PER SYSTEM, GROUPS IN FIRST-SEEN ORDER,   *
000890* SYSTEMS IN DEV / QA / PROD ORDER.  STATUS IS THE GROUP'S       *
000900* P/F/E/W/S IN THAT SYSTEM'S LATEST RUN, '-' WHEN THAT RUN DID   *
000910* NOT HAVE THE GROUP, OR SPACE WHEN THE SYSTEM HAS NO HISTORY    *
000920* (RUN DATE, TIME AND RETURN CODE ARE THEN SPACES TOO).  THE     *
000930* FLAGS ARE Y OR N.  ALL FIELDS ARE DISPLAY FORM.                *
000940*----------------------------------------------------------------*
000950 FD  MATRIX-FILE
000960     RECORDING MODE IS F
000970     RECORD CONTAINS 80 CHARACTERS
000980     LABEL RECORDS ARE STANDARD.
000990 01  MATRIX-RECORD.
001000      05 MX-GROUP-NAME        PIC X(12).
001010      05 MX-SYSTEM-ID         PIC X(04).
001020      05 MX-GROUP-STATUS      PIC X(01).
001030      05 MX-RUN-DATE          PIC X(08).
001040      05 MX-RUN-TIME          PIC X(08).
001050      05 MX-RETURN-CODE       PIC X(02).
001060      05 MX-AGE-DAYS          PIC 9(05).
001070      05 MX-DIFFERS-FLAG      PIC X(01).
001080      05 MX-STALE-FLAG        PIC X(01).
001090      05 FILLER                PIC X(38).
001100*----------------------------------------------------------------*
001110* MTXCARD.DAT - OPTIONAL STALENESS OVERRIDE, VALIDATED BEFORE    *
001120* ANY HISTORY IS READ.  A MISSING DATASET MEANS THE BUILT-IN     *
001130* DEFAULT APPLIES.                                               *
001140*----------------------------------------------------------------*
001150 FD  MTXCARD-FILE
001160     RECORDING MODE IS F
001170     RECORD CONTAINS 80 CHARACTERS
001180     LABEL RECORDS ARE STANDARD.
001190 01  MTXCARD-RECORD.
001200      05 MC-FIELD-NAME        PIC X(12).
001210      05 MC-FIELD-VALUE       PIC X(60).
001220      05 FILLER                PIC X(08).
001230*
001240 WORKING-STORAGE SECTION.
001250*----------------------------------------------------------------*
001260* HISTORY RECORD - EVERY SYSTEM'S COPY IS READ INTO THIS ONE     *
001270* LAYOUT.  LAYOUT MUST STAY IN STEP WITH THE TESTHIST FD IN      *
001280* TEST1.  WH-SYSTEM-ID IS BLANK ON RECORDS WRITTEN BEFORE TEST1  *
001290* CARRIED IT; THE SYSTEM'S SLOT NAME IS USED THEN.  WH-PACK-ID   *
001300* (SLOTS 29-30) MARKS A RUN DRIVEN BY A TESTDRV SCENARIO PACK; A *
001310* RECORD FILED BEFORE THE PACK AREA EXISTED MAY HAVE USED THOSE  *
001320* SLOTS FOR GROUPS, AND SHOWS IT BY A GROUP COUNT ABOVE 28.      *
001330*----------------------------------------------------------------*
001340 01  WS-HIST-RECORD.
001350      05 WH-RUN-STAMP.
001360       10 WH-RUN-DATE         PIC X(08).
001370       10 WH-RUN-DATE-NUM REDEFINES WH-RUN-DATE
001380                              PIC 9(08).
001390       10 WH-RUN-TIME         PIC X(08).
001400      05 WH-JOB-NAME          PIC X(08).
001410      05 WH-RETURN-CODE       PIC 9(02).
001420      05 WH-MISMATCH-COUNT    PIC 9(04).
001430      05 WH-ERROR-COUNT       PIC 9(04).
001440      05 WH-GROUP-COUNT       PIC 9(02).
001450      05 WH-GROUP-ENTRY OCCURS 30 TIMES.
001460       10 WH-GROUP-NAME       PIC X(12).
001470       10 WH-GROUP-STATUS     PIC X(01).
001480      05 WH-SYSTEM-ID         PIC X(04).
001490 01  WS-HIST-PACK-VIEW REDEFINES WS-HIST-RECORD.
001500      05 FILLER                PIC X(400).
001510      05 WH-PACK-ID           PIC X(16).
001520      05 FILLER                PIC X(14).
001530*----------------------------------------------------------------*
001540* SYSTEM TABLE - ONE SLOT PER STAGED HISTORY COPY, IN MATRIX     *
001550* COLUMN ORDER.  THE SLOT NAME IS REPLACED BY THE SYSTEM ID ON   *
001560* THE LATEST RECORD WHEN THAT RECORD CARRIES ONE.                *
001570*----------------------------------------------------------------*
001580 01  WS-SYS-DEFAULT-DEF.
001590      05 FILLER                PIC X(16) VALUE 'DEV TESTHDEV.DAT'.
001600      05 FILLER                PIC X(16) VALUE 'QA  TESTHQA.DAT '.
001610      05 FILLER                PIC X(16) VALUE 'PRODTESTHPRD.DAT'.
001620 01  WS-SYS-DEFAULT-TABLE REDEFINES WS-SYS-DEFAULT-DEF.
001630      05 WS-SYS-DEFAULT OCCURS 3 TIMES.
001640       10 WS-SYS-DEFAULT-LABEL PIC X(04).
001650       10 WS-SYS-DEFAULT-DSN  PIC X(12).
001660 01  WS-SYS-TABLE.
001670      03 WS-SYS-ENTRY OCCURS 3 TIMES.
001680       05 WS-SYS-LABEL         PIC X(04).
001690       05 WS-SYS-DATASET       PIC X(12).
001700       05 WS-SYS-FOUND-SW      PIC X(01).
001710          88 WS-SYS-FOUND      VALUE 'Y'.
001720       05 WS-SYS-STALE-SW      PIC X(01).
001730          88 WS-SYS-STALE      VALUE 'Y'.
001740       05 WS-SYS-RECORD-COUNT  PIC 9(05) COMP.
001750       05 WS-SYS-AGE-DAYS      PIC S9(05) COMP.
001760       05 WS-SYS-LATEST-STAMP  PIC X(16).
001770       05 WS-SYS-LATEST-IMAGE  PIC X(430).
001780 77  WS-SYS-COUNT               PIC 9(02) COMP VALUE 3.
001790 77  WS-SYS-SUB                 PIC 9(02) COMP VALUE ZERO.
001800 77  WS-SYS-FILE-STATUS         PIC X(02) VALUE ZEROES.
001810    88 WS-SYS-FILE-OK           VALUE '00'.
001820    88 WS-SYS-NOT-FOUND         VALUE '05' '35'.
001830 77  WS-HIST-EOF-SW             PIC X(01) VALUE 'N'.
001840    88 WS-HIST-EOF              VALUE 'Y'.
001850*----------------------------------------------------------------*
001860* GROUP TABLE - THE UNION OF THE GROUP NAMES IN EVERY SYSTEM'S   *
001870* LATEST RUN, IN FIRST-SEEN ORDER, WITH ONE STATUS CELL PER      *
001880* SYSTEM.  90 IS THREE FULL 30-GROUP RECORDS WITH NO NAME IN     *
001890* COMMON, SO THE TABLE CANNOT OVERFLOW.                          *
001900*----------------------------------------------------------------*
001910 01  WS-GRP-TABLE.
001920      03 WS-GRP-USED-COUNT    PIC 9(02) COMP VALUE ZERO.
001930      03 WS-GRP-ENTRY OCCURS 90 TIMES.
001940       05 WS-GRP-NAME          PIC X(12).
001950       05 WS-GRP-STATUS        PIC X(01) OCCURS 3 TIMES.
001960       05 WS-GRP-DIFFERS-SW    PIC X(01).
001970          88 WS-GRP-DIFFERS    VALUE 'Y'.
001980 77  WS-GRP-SUB                 PIC 9(02) COMP VALUE ZERO.
001990 77  WS-FOUND-SUB               PIC 9(02) COMP VALUE ZERO.
002000 77  WS-HG-SUB                  PIC 9(02) COMP VALUE ZERO.
002010 77  WS-HG-LIMIT                PIC 9(02) COMP VALUE ZERO.
002020 77  WS-CELL-SUB                PIC 9(02) COMP VALUE ZERO.
002030 77  WS-REF-STATUS              PIC X(01) VALUE SPACE.
002040*----------------------------------------------------------------*
002050* STALENESS CONTROL AND THE SUMMARY COUNTS.                      *
002060*----------------------------------------------------------------*
002070 77  WS-STALE-DAYS              PIC 9(03) VALUE 7.
002080 77  WS-TODAY-INT               PIC 9(08) COMP VALUE ZERO.
002090 77  WS-DIFFER-COUNT            PIC 9(02) COMP VALUE ZERO.
002100 77  WS-STALE-COUNT             PIC 9(02) COMP VALUE ZERO.
002110 77  WS-MATRIX-WRITE-COUNT      PIC 9(05) COMP VALUE ZERO.
002120*----------------------------------------------------------------*
002130* REPORT LINES.  THE SYSTEM LINE SUMMARISES EACH STAGED COPY;    *
002140* THE MATRIX LINE CARRIES ONE TEN-BYTE CELL PER SYSTEM, USED     *
002150* FOR THE SYSTEM / RUN DATE / RUN TIME / RC HEADING ROWS AS      *
002160* WELL AS THE GROUP ROWS.                                        *
002170*----------------------------------------------------------------*
002180 01  WS-SYS-LINE.
002190      05 FILLER                PIC X(02) VALUE SPACES.
002200      05 WS-SL-LABEL          PIC X(04).
002210      05 FILLER                PIC X(02) VALUE SPACES.
002220      05 WS-SL-DATASET        PIC X(12).
002230      05 FILLER                PIC X(02) VALUE SPACES.
002240      05 WS-SL-RECORDS        PIC ZZZZ9.
002250      05 FILLER                PIC X(02) VALUE SPACES.
002260      05 WS-SL-RUN-STAMP.
002270       10 WS-SL-RUN-DATE      PIC X(08).
002280       10 FILLER               PIC X(01).
002290       10 WS-SL-RUN-TIME      PIC X(08).
002300      05 FILLER                PIC X(02) VALUE SPACES.
002310      05 WS-SL-RETURN-CODE    PIC X(02).
002320      05 FILLER                PIC X(02) VALUE SPACES.
002330      05 WS-SL-AGE            PIC -ZZZ9.
002340      05 FILLER                PIC X(02) VALUE SPACES.
002350      05 WS-SL-FLAG           PIC X(10).
002360 01  WS-MTX-LINE.
002370      05 FILLER                PIC X(02) VALUE SPACES.
002380      05 WS-ML-ROW-NAME       PIC X(12).
002390      05 FILLER                PIC X(02) VALUE SPACES.
002400      05 WS-ML-CELL           PIC X(10) OCCURS 3 TIMES.
002410      05 WS-ML-FLAG           PIC X(10).
002420*----------------------------------------------------------------*
002430* CONTROL-CARD VALUE VALIDATION WORK AREA - THE SAME FREE-FORM  *
002440* TREATMENT TEST1'S DECK VALIDATOR GIVES A TESTIN.DAT VALUE:    *
002450* SCAN TO THE FIRST AND LAST NON-BLANK, PROVE EVERY CHARACTER   *
002460* BETWEEN THEM IS A DIGIT, PROVE THE WIDTH FITS THE TARGET, AND *
002470* ONLY THEN HAND THE VALUE TO FUNCTION NUMVAL.                  *
002480*----------------------------------------------------------------*
002490 77  WS-VAL-START               PIC 9(02) COMP VALUE ZERO.
002500 77  WS-VAL-END                 PIC 9(02) COMP VALUE ZERO.
002510 77  WS-VAL-SUB                 PIC 9(02) COMP VALUE ZERO.
002520 77  WS-VAL-MAX-DIGITS          PIC 9(02) COMP VALUE ZERO.
002530 77  WS-VAL-RESULT              PIC 9(04) VALUE ZERO.
002540 77  WS-VAL-REASON              PIC X(30) VALUE SPACES.
002550 77  WS-VAL-BAD-SW              PIC X(01) VALUE 'N'.
002560    88 WS-VAL-BAD               VALUE 'Y'.
002570*----------------------------------------------------------------*
002580* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
002590*   00  = MATRIX PRINTED AND WRITTEN - EVERY GROUP AGREES ACROSS *
002600*         THE SYSTEMS AND NO SYSTEM IS STALE                     *
002610*   04  = MATRIX PRINTED AND WRITTEN WITH AT LEAST ONE DIFFERS   *
002620*         GROUP OR ONE STALE (OR HISTORY-LESS) SYSTEM            *
002630*   08  = A HISTORY COPY COULD NOT BE READ OR TESTMTXD.DAT       *
002640*         COULD NOT BE WRITTEN                                   *
002650*   12  = A CONTROL CARD IN MTXCARD.DAT IS INVALID - NOTHING     *
002660*         WAS READ                                               *
002670*----------------------------------------------------------------*
002680 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002690 77  WS-IO-ERROR-SW             PIC X(01) VALUE 'N'.
002700    88 WS-IO-ERROR              VALUE 'Y'.
002710 77  WS-CARD-ERROR-SW           PIC X(01) VALUE 'N'.
002720    88 WS-CARD-ERROR            VALUE 'Y'.
002730 77  HISTDEV-FILE-STATUS        PIC X(02) VALUE ZEROES.
002740 77  HISTQA-FILE-STATUS         PIC X(02) VALUE ZEROES.
002750 77  HISTPRD-FILE-STATUS        PIC X(02) VALUE ZEROES.
002760 77  MATRIX-FILE-STATUS         PIC X(02) VALUE ZEROES.
002770    88 MATRIX-FILE-OK           VALUE '00'.
002780 77  MTXCARD-FILE-STATUS        PIC X(02) VALUE ZEROES.
002790    88 MTXCARD-FILE-OK          VALUE '00'.
002800    88 MTXCARD-NOT-FOUND        VALUE '05' '35'.
002810 77  MTXCARD-EOF-SW             PIC X(01) VALUE 'N'.
002820    88 MTXCARD-EOF              VALUE 'Y'.
002830*----------------------------------------------------------------*
002840* CURRENT-DATE VIEW FOR THE STALENESS AGE.                       *
002850*----------------------------------------------------------------*
002860 01  WS-CURRENT-DATE-AREA.
002870      03 WS-CD-DATE              PIC X(08).
002880      03 WS-CD-DATE-NUM REDEFINES WS-CD-DATE
002890                                 PIC 9(08).
002900      03 FILLER                  PIC X(13).
002910*
002920 PROCEDURE DIVISION.
002930*================================================================*
002940* MAIN-RTN - CONTROLS FIRST, THEN EACH SYSTEM'S LATEST RUN, THE  *
002950* MATRIX, THE FLAGS, THE PRINTED MATRIX AND THE DATASET.         *
002960*================================================================*
002970 MAIN-RTN.
002980     PERFORM READ-CONTROL-CARDS-RTN.
002990     IF NOT WS-CARD-ERROR
003000         PERFORM LOAD-SYSTEMS-RTN
003010     END-IF.
003020     IF NOT WS-CARD-ERROR AND NOT WS-IO-ERROR
003030         PERFORM SETTLE-SYSTEM-RTN
003040             VARYING WS-SYS-SUB FROM 1 BY 1
003050             UNTIL WS-SYS-SUB > WS-SYS-COUNT
003060         PERFORM BUILD-MATRIX-RTN
003070             VARYING WS-SYS-SUB FROM 1 BY 1
003080             UNTIL WS-SYS-SUB > WS-SYS-COUNT
003090         PERFORM SETTLE-DIFFERS-RTN
003100             VARYING WS-GRP-SUB FROM 1 BY 1
003110             UNTIL WS-GRP-SUB > WS-GRP-USED-COUNT
003120         PERFORM PRINT-MATRIX-RTN
003130         PERFORM WRITE-MATRIX-DATASET-RTN
003140     END-IF.
003150     PERFORM SET-RETURN-CODE-RTN.
003160     GOBACK.
003170*================================================================*
003180* READ-CONTROL-CARDS-RTN - READS THE OPTIONAL STALENESS          *
003190* OVERRIDE.  AN UNKNOWN NAME OR A NON-NUMERIC VALUE PRINTS THE   *
003200* CARD IMAGE WITH THE REASON AND STOPS THE RUN, THE SAME        *
003210* TREATMENT TEST1 GIVES A BAD TESTIN.DAT DECK.                   *
003220*================================================================*
003230 READ-CONTROL-CARDS-RTN SECTION.
003240     OPEN INPUT MTXCARD-FILE.
003250     IF MTXCARD-FILE-OK
003260         PERFORM READ-MTXCARD-RTN UNTIL MTXCARD-EOF
003270         CLOSE MTXCARD-FILE
003280     ELSE
003290*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
003300*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
003310         IF MTXCARD-FILE-STATUS = '05'
003320             CLOSE MTXCARD-FILE
003330         ELSE
003340             IF NOT MTXCARD-NOT-FOUND
003350                 DISPLAY 'MTXCARD OPEN FAILED, FILE STATUS='
003360                     MTXCARD-FILE-STATUS
003370                 SET WS-IO-ERROR TO TRUE
003380             END-IF
003390         END-IF
003400     END-IF.
003410 EXIT.
003420*
003430 READ-MTXCARD-RTN SECTION.
003440     READ MTXCARD-FILE
003450         AT END
003460             SET MTXCARD-EOF TO TRUE
003470         NOT AT END
003480             PERFORM APPLY-MTXCARD-RTN
003490     END-READ.
003500 EXIT.
003510*
003520 APPLY-MTXCARD-RTN SECTION.
003530     EVALUATE MC-FIELD-NAME
003540         WHEN 'STALE-DAYS'
003550             MOVE 3 TO WS-VAL-MAX-DIGITS
003560             PERFORM VALIDATE-MTX-VALUE-RTN
003570             IF NOT WS-VAL-BAD
003580                 MOVE WS-VAL-RESULT TO WS-STALE-DAYS
003590             END-IF
003600         WHEN OTHER
003610             DISPLAY 'MTXCARD ERROR: UNKNOWN FIELD NAME'
003620             DISPLAY '  CARD IMAGE: ' MTXCARD-RECORD
003630             SET WS-CARD-ERROR TO TRUE
003640     END-EVALUATE.
003650 EXIT.
003660*================================================================*
003670* VALIDATE-MTX-VALUE-RTN - FREE-FORM UNSIGNED INTEGER, PARSED   *
003680* THE WAY TEST1'S DECK VALIDATOR PARSES A TESTIN.DAT VALUE, SO  *
003690* '7' AND '007' BOTH PASS AND AN OFFENDER PRINTS ITS CARD       *
003700* IMAGE WITH THE REASON.                                        *
003710*================================================================*
003720 VALIDATE-MTX-VALUE-RTN SECTION.
003730     MOVE 'N' TO WS-VAL-BAD-SW.
003740     MOVE ZERO TO WS-VAL-RESULT.
003750     PERFORM FIND-VALUE-END-RTN.
003760     PERFORM FIND-VALUE-START-RTN.
003770     IF WS-VAL-END = ZERO
003780         MOVE 'VALUE MISSING' TO WS-VAL-REASON
003790         SET WS-VAL-BAD TO TRUE
003800     ELSE
003810         PERFORM CHECK-VALUE-CHAR-RTN
003820             VARYING WS-VAL-SUB FROM WS-VAL-START BY 1
003830             UNTIL WS-VAL-SUB > WS-VAL-END
003840                OR WS-VAL-BAD
003850         IF NOT WS-VAL-BAD
003860            AND WS-VAL-END - WS-VAL-START + 1
003870                > WS-VAL-MAX-DIGITS
003880             MOVE 'VALUE TOO LONG FOR TARGET' TO WS-VAL-REASON
003890             SET WS-VAL-BAD TO TRUE
003900         END-IF
003910     END-IF.
003920     IF WS-VAL-BAD
003930         DISPLAY 'MTXCARD ERROR: ' WS-VAL-REASON
003940         DISPLAY '  CARD IMAGE: ' MTXCARD-RECORD
003950         SET WS-CARD-ERROR TO TRUE
003960     ELSE
003970         COMPUTE WS-VAL-RESULT =
003980             FUNCTION NUMVAL (MC-FIELD-VALUE)
003990     END-IF.
004000 EXIT.
004010*
004020 FIND-VALUE-END-RTN SECTION.
004030     MOVE ZERO TO WS-VAL-END.
004040     PERFORM SCAN-VALUE-END-RTN
004050         VARYING WS-VAL-SUB FROM 60 BY -1
004060         UNTIL WS-VAL-SUB < 1
004070            OR WS-VAL-END > ZERO.
004080 EXIT.
004090*
004100 SCAN-VALUE-END-RTN SECTION.
004110     IF MC-FIELD-VALUE (WS-VAL-SUB:1) NOT = SPACE
004120         MOVE WS-VAL-SUB TO WS-VAL-END
004130     END-IF.
004140 EXIT.
004150*
004160 FIND-VALUE-START-RTN SECTION.
004170     MOVE ZERO TO WS-VAL-START.
004180     PERFORM SCAN-VALUE-START-RTN
004190         VARYING WS-VAL-SUB FROM 1 BY 1
004200         UNTIL WS-VAL-SUB > 60
004210            OR WS-VAL-START > ZERO.
004220 EXIT.
004230*
004240 SCAN-VALUE-START-RTN SECTION.
004250     IF MC-FIELD-VALUE (WS-VAL-SUB:1) NOT = SPACE
004260         MOVE WS-VAL-SUB TO WS-VAL-START
004270     END-IF.
004280 EXIT.
004290*
004300 CHECK-VALUE-CHAR-RTN SECTION.
004310     IF MC-FIELD-VALUE (WS-VAL-SUB:1) < '0'
004320        OR MC-FIELD-VALUE (WS-VAL-SUB:1) > '9'
004330         MOVE 'VALUE NOT NUMERIC' TO WS-VAL-REASON
004340         SET WS-VAL-BAD TO TRUE
004350     END-IF.
004360 EXIT.
004370*================================================================*
004380* LOAD-SYSTEMS-RTN - READS EACH SYSTEM'S HISTORY COPY IN TURN,   *
004390* KEEPING ONLY ITS LATEST JOB-STEP RUN (HIGHEST RUN DATE AND     *
004400* TIME; ON A TIE THE LATER RECORD WINS, AS IT WAS APPENDED       *
004410* LATER).  A PACK RUN IS COUNTED BUT NEVER KEPT: ITS RESULTS ARE *
004420* A SCENARIO'S DELIBERATE ONES, NOT THE SYSTEM'S.                *
004430*================================================================*
004440 LOAD-SYSTEMS-RTN SECTION.
004450     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
004460     COMPUTE WS-TODAY-INT =
004470         FUNCTION INTEGER-OF-DATE (WS-CD-DATE-NUM).
004480     PERFORM LOAD-ONE-SYSTEM-RTN
004490         VARYING WS-SYS-SUB FROM 1 BY 1
004500         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
004510 EXIT.
004520*
004530 LOAD-ONE-SYSTEM-RTN SECTION.
004540     MOVE WS-SYS-DEFAULT-LABEL (WS-SYS-SUB)
004550         TO WS-SYS-LABEL (WS-SYS-SUB).
004560     MOVE WS-SYS-DEFAULT-DSN (WS-SYS-SUB)
004570         TO WS-SYS-DATASET (WS-SYS-SUB).
004580     MOVE 'N' TO WS-SYS-FOUND-SW (WS-SYS-SUB).
004590     MOVE 'N' TO WS-SYS-STALE-SW (WS-SYS-SUB).
004600     MOVE ZERO TO WS-SYS-RECORD-COUNT (WS-SYS-SUB).
004610     MOVE ZERO TO WS-SYS-AGE-DAYS (WS-SYS-SUB).
004620     MOVE SPACES TO WS-SYS-LATEST-STAMP (WS-SYS-SUB).
004630     MOVE SPACES TO WS-SYS-LATEST-IMAGE (WS-SYS-SUB).
004640     MOVE 'N' TO WS-HIST-EOF-SW.
004650     PERFORM OPEN-SYSTEM-FILE-RTN.
004660     IF WS-SYS-FILE-OK
004670         PERFORM READ-SYSTEM-FILE-RTN UNTIL WS-HIST-EOF
004680         PERFORM CLOSE-SYSTEM-FILE-RTN
004690     ELSE
004700*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
004710*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
004720         IF WS-SYS-FILE-STATUS = '05'
004730             PERFORM CLOSE-SYSTEM-FILE-RTN
004740         ELSE
004750             IF NOT WS-SYS-NOT-FOUND
004760                 DISPLAY WS-SYS-DATASET (WS-SYS-SUB)
004770                     ' OPEN FAILED, FILE STATUS='
004780                     WS-SYS-FILE-STATUS
004790                 SET WS-IO-ERROR TO TRUE
004800             END-IF
004810         END-IF
004820     END-IF.
004830 EXIT.
004840*
004850 OPEN-SYSTEM-FILE-RTN SECTION.
004860     EVALUATE WS-SYS-SUB
004870         WHEN 1
004880             OPEN INPUT HISTDEV-FILE
004890             MOVE HISTDEV-FILE-STATUS TO WS-SYS-FILE-STATUS
004900         WHEN 2
004910             OPEN INPUT HISTQA-FILE
004920             MOVE HISTQA-FILE-STATUS TO WS-SYS-FILE-STATUS
004930         WHEN OTHER
004940             OPEN INPUT HISTPRD-FILE
004950             MOVE HISTPRD-FILE-STATUS TO WS-SYS-FILE-STATUS
004960     END-EVALUATE.
004970 EXIT.
004980*
004990 CLOSE-SYSTEM-FILE-RTN SECTION.
005000     EVALUATE WS-SYS-SUB
005010         WHEN 1
005020             CLOSE HISTDEV-FILE
005030         WHEN 2
005040             CLOSE HISTQA-FILE
005050         WHEN OTHER
005060             CLOSE HISTPRD-FILE
005070     END-EVALUATE.
005080 EXIT.
005090*
005100 READ-SYSTEM-FILE-RTN SECTION.
005110     EVALUATE WS-SYS-SUB
005120         WHEN 1
005130             READ HISTDEV-FILE INTO WS-HIST-RECORD
005140                 AT END
005150                     SET WS-HIST-EOF TO TRUE
005160             END-READ
005170             MOVE HISTDEV-FILE-STATUS TO WS-SYS-FILE-STATUS
005180         WHEN 2
005190             READ HISTQA-FILE INTO WS-HIST-RECORD
005200                 AT END
005210                     SET WS-HIST-EOF TO TRUE
005220             END-READ
005230             MOVE HISTQA-FILE-STATUS TO WS-SYS-FILE-STATUS
005240         WHEN OTHER
005250             READ HISTPRD-FILE INTO WS-HIST-RECORD
005260                 AT END
005270                     SET WS-HIST-EOF TO TRUE
005280             END-READ
005290             MOVE HISTPRD-FILE-STATUS TO WS-SYS-FILE-STATUS
005300     END-EVALUATE.
005310     IF NOT WS-HIST-EOF
005320         IF WS-SYS-FILE-OK
005330             PERFORM KEEP-LATEST-RTN
005340         ELSE
005350             DISPLAY WS-SYS-DATASET (WS-SYS-SUB)
005360                 ' READ FAILED, FILE STATUS=' WS-SYS-FILE-STATUS
005370             SET WS-IO-ERROR TO TRUE
005380             SET WS-HIST-EOF TO TRUE
005390         END-IF
005400     END-IF.
005410 EXIT.
005420*
005430 KEEP-LATEST-RTN SECTION.
005440     ADD 1 TO WS-SYS-RECORD-COUNT (WS-SYS-SUB).
005450     IF (WH-PACK-ID = SPACES OR WH-GROUP-COUNT > 28)
005460        AND WH-RUN-STAMP NOT < WS-SYS-LATEST-STAMP (WS-SYS-SUB)
005470         MOVE WH-RUN-STAMP TO WS-SYS-LATEST-STAMP (WS-SYS-SUB)
005480         MOVE WS-HIST-RECORD TO WS-SYS-LATEST-IMAGE (WS-SYS-SUB)
005490         SET WS-SYS-FOUND (WS-SYS-SUB) TO TRUE
005500     END-IF.
005510 EXIT.
005520*================================================================*
005530* SETTLE-SYSTEM-RTN - NAMES THE SYSTEM FROM ITS LATEST RECORD    *
005540* AND AGES THAT RUN AGAINST TODAY.  A SYSTEM WITH NO HISTORY, OR *
005550* WHOSE LATEST RUN DATE WILL NOT CONVERT, IS STALE OUTRIGHT.     *
005560*================================================================*
005570 SETTLE-SYSTEM-RTN SECTION.
005580     IF WS-SYS-FOUND (WS-SYS-SUB)
005590         MOVE WS-SYS-LATEST-IMAGE (WS-SYS-SUB) TO WS-HIST-RECORD
005600         IF WH-SYSTEM-ID NOT = SPACES
005610            AND WH-SYSTEM-ID NOT = LOW-VALUES
005620             MOVE WH-SYSTEM-ID TO WS-SYS-LABEL (WS-SYS-SUB)
005630         END-IF
005640         IF WH-RUN-DATE IS NUMERIC
005650            AND WH-RUN-DATE-NUM > 16010100
005660             COMPUTE WS-SYS-AGE-DAYS (WS-SYS-SUB) =
005670                 WS-TODAY-INT
005680                 - FUNCTION INTEGER-OF-DATE (WH-RUN-DATE-NUM)
005690             IF WS-SYS-AGE-DAYS (WS-SYS-SUB) > WS-STALE-DAYS
005700                 SET WS-SYS-STALE (WS-SYS-SUB) TO TRUE
005710             END-IF
005720         ELSE
005730             SET WS-SYS-STALE (WS-SYS-SUB) TO TRUE
005740         END-IF
005750     ELSE
005760         SET WS-SYS-STALE (WS-SYS-SUB) TO TRUE
005770     END-IF.
005780     IF WS-SYS-STALE (WS-SYS-SUB)
005790         ADD 1 TO WS-STALE-COUNT
005800     END-IF.
005810 EXIT.
005820*================================================================*
005830* BUILD-MATRIX-RTN - POSTS ONE SYSTEM'S LATEST GROUP STATUSES    *
005840* INTO THE GROUP TABLE, ADDING ANY GROUP NOT YET SEEN.           *
005850*================================================================*
005860 BUILD-MATRIX-RTN SECTION.
005870     IF WS-SYS-FOUND (WS-SYS-SUB)
005880         MOVE WS-SYS-LATEST-IMAGE (WS-SYS-SUB) TO WS-HIST-RECORD
005890         MOVE ZERO TO WS-HG-LIMIT
005900         IF WH-GROUP-COUNT IS NUMERIC
005910             MOVE WH-GROUP-COUNT TO WS-HG-LIMIT
005920         END-IF
005930         IF WS-HG-LIMIT > 30
005940             MOVE 30 TO WS-HG-LIMIT
005950         END-IF
005960         PERFORM POST-GROUP-RTN
005970             VARYING WS-HG-SUB FROM 1 BY 1
005980             UNTIL WS-HG-SUB > WS-HG-LIMIT
005990     END-IF.
006000 EXIT.
006010*
006020 POST-GROUP-RTN SECTION.
006030     MOVE ZERO TO WS-FOUND-SUB.
006040     PERFORM FIND-GROUP-RTN
006050         VARYING WS-GRP-SUB FROM 1 BY 1
006060         UNTIL WS-GRP-SUB > WS-GRP-USED-COUNT
006070            OR WS-FOUND-SUB > ZERO.
006080     IF WS-FOUND-SUB = ZERO
006090         ADD 1 TO WS-GRP-USED-COUNT
006100         MOVE WS-GRP-USED-COUNT TO WS-FOUND-SUB
006110         MOVE WH-GROUP-NAME (WS-HG-SUB)
006120             TO WS-GRP-NAME (WS-FOUND-SUB)
006130         MOVE 'N' TO WS-GRP-DIFFERS-SW (WS-FOUND-SUB)
006140         PERFORM INIT-GROUP-CELL-RTN
006150             VARYING WS-CELL-SUB FROM 1 BY 1
006160             UNTIL WS-CELL-SUB > WS-SYS-COUNT
006170     END-IF.
006180     MOVE WH-GROUP-STATUS (WS-HG-SUB)
006190         TO WS-GRP-STATUS (WS-FOUND-SUB, WS-SYS-SUB).
006200 EXIT.
006210*
006220 FIND-GROUP-RTN SECTION.
006230     IF WS-GRP-NAME (WS-GRP-SUB) = WH-GROUP-NAME (WS-HG-SUB)
006240         MOVE WS-GRP-SUB TO WS-FOUND-SUB
006250     END-IF.
006260 EXIT.
006270*
006280*    A SYSTEM WITH HISTORY WHOSE LATEST RUN LACKS THE GROUP SHOWS
006290*    '-'; A SYSTEM WITH NO HISTORY SHOWS NOTHING.
006300 INIT-GROUP-CELL-RTN SECTION.
006310     IF WS-SYS-FOUND (WS-CELL-SUB)
006320         MOVE '-' TO WS-GRP-STATUS (WS-FOUND-SUB, WS-CELL-SUB)
006330     ELSE
006340         MOVE SPACE TO WS-GRP-STATUS (WS-FOUND-SUB, WS-CELL-SUB)
006350     END-IF.
006360 EXIT.
006370*================================================================*
006380* SETTLE-DIFFERS-RTN - A GROUP DIFFERS WHEN ANY TWO SYSTEMS THAT *
006390* HAVE HISTORY SHOW IT WITH DIFFERENT STATUSES, '-' INCLUDED.    *
006393* AN S CELL (THE SYSTEM'S LATEST RUN WAS SELECTIVE AND LEFT THE  *
006396* GROUP OUT) SAYS NOTHING ABOUT THE GROUP AND IS NOT COMPARED.   *
006400*================================================================*
006410 SETTLE-DIFFERS-RTN SECTION.
006420     MOVE SPACE TO WS-REF-STATUS.
006430     PERFORM CHECK-GROUP-CELL-RTN
006440         VARYING WS-CELL-SUB FROM 1 BY 1
006450         UNTIL WS-CELL-SUB > WS-SYS-COUNT.
006460     IF WS-GRP-DIFFERS (WS-GRP-SUB)
006470         ADD 1 TO WS-DIFFER-COUNT
006480     END-IF.
006490 EXIT.
006500*
006510 CHECK-GROUP-CELL-RTN SECTION.
006520     IF WS-SYS-FOUND (WS-CELL-SUB)
006525        AND WS-GRP-STATUS (WS-GRP-SUB, WS-CELL-SUB) NOT = 'S'
006530         IF WS-REF-STATUS = SPACE
006540             MOVE WS-GRP-STATUS (WS-GRP-SUB, WS-CELL-SUB)
006550                 TO WS-REF-STATUS
006560         ELSE
006570             IF WS-GRP-STATUS (WS-GRP-SUB, WS-CELL-SUB)
006580                 NOT = WS-REF-STATUS
006590                 SET WS-GRP-DIFFERS (WS-GRP-SUB) TO TRUE
006600             END-IF
006610         END-IF
006620     END-IF.
006630 EXIT.
006640*================================================================*
006650* PRINT-MATRIX-RTN - THE SYSTEM SUMMARY, THEN THE MATRIX (RUN    *
006660* DATE, TIME AND RC AS HEADING ROWS, ONE ROW PER GROUP), THEN    *
006670* THE COUNTS THAT SETTLE THE RETURN CODE.                        *
006680*================================================================*
006690 PRINT-MATRIX-RTN SECTION.
006700     DISPLAY ' '.
006710     DISPLAY 'TESTMTX CROSS-SYSTEM CONFORMANCE MATRIX - RUN DATE '
006720         WS-CD-DATE.
006730     DISPLAY '  STALE AFTER ' WS-STALE-DAYS ' DAYS'.
006740     DISPLAY ' '.
006750     DISPLAY '  SYS   DATASET       RECS  LATEST RUN         RC'
006760         '    AGE'.
006770     PERFORM PRINT-SYSTEM-LINE-RTN
006780         VARYING WS-SYS-SUB FROM 1 BY 1
006790         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
006800     DISPLAY ' '.
006810     MOVE SPACES TO WS-ML-FLAG.
006820     MOVE 'SYSTEM' TO WS-ML-ROW-NAME.
006830     PERFORM SET-LABEL-CELL-RTN
006840         VARYING WS-SYS-SUB FROM 1 BY 1
006850         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
006860     DISPLAY WS-MTX-LINE.
006870     MOVE 'RUN DATE' TO WS-ML-ROW-NAME.
006880     PERFORM SET-DATE-CELL-RTN
006890         VARYING WS-SYS-SUB FROM 1 BY 1
006900         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
006910     DISPLAY WS-MTX-LINE.
006920     MOVE 'RUN TIME' TO WS-ML-ROW-NAME.
006930     PERFORM SET-TIME-CELL-RTN
006940         VARYING WS-SYS-SUB FROM 1 BY 1
006950         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
006960     DISPLAY WS-MTX-LINE.
006970     MOVE 'RETURN CODE' TO WS-ML-ROW-NAME.
006980     PERFORM SET-RC-CELL-RTN
006990         VARYING WS-SYS-SUB FROM 1 BY 1
007000         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
007010     DISPLAY WS-MTX-LINE.
007020     DISPLAY '  ------------  --------  --------  --------'.
007030     PERFORM PRINT-GROUP-ROW-RTN
007040         VARYING WS-GRP-SUB FROM 1 BY 1
007050         UNTIL WS-GRP-SUB > WS-GRP-USED-COUNT.
007060     DISPLAY ' '.
007070     DISPLAY '  GROUPS COMPARED        : ' WS-GRP-USED-COUNT.
007080     DISPLAY '  GROUPS THAT DIFFER     : ' WS-DIFFER-COUNT.
007090     DISPLAY '  SYSTEMS STALE/NO HIST  : ' WS-STALE-COUNT.
007100 EXIT.
007110*
007120 PRINT-SYSTEM-LINE-RTN SECTION.
007130     MOVE WS-SYS-LABEL (WS-SYS-SUB) TO WS-SL-LABEL.
007140     MOVE WS-SYS-DATASET (WS-SYS-SUB) TO WS-SL-DATASET.
007150     MOVE WS-SYS-RECORD-COUNT (WS-SYS-SUB) TO WS-SL-RECORDS.
007160     MOVE SPACES TO WS-SL-FLAG.
007170     IF WS-SYS-FOUND (WS-SYS-SUB)
007180         MOVE WS-SYS-LATEST-IMAGE (WS-SYS-SUB) TO WS-HIST-RECORD
007190         MOVE SPACES TO WS-SL-RUN-STAMP
007200         MOVE WH-RUN-DATE TO WS-SL-RUN-DATE
007210         MOVE WH-RUN-TIME TO WS-SL-RUN-TIME
007220         MOVE WH-RETURN-CODE TO WS-SL-RETURN-CODE
007230         MOVE WS-SYS-AGE-DAYS (WS-SYS-SUB) TO WS-SL-AGE
007240         IF WS-SYS-STALE (WS-SYS-SUB)
007250             MOVE '*STALE*' TO WS-SL-FLAG
007260         END-IF
007270     ELSE
007280         MOVE 'NO HISTORY' TO WS-SL-RUN-STAMP
007290         MOVE SPACES TO WS-SL-RETURN-CODE
007300         MOVE ZERO TO WS-SL-AGE
007310         MOVE '*STALE*' TO WS-SL-FLAG
007320     END-IF.
007330     DISPLAY WS-SYS-LINE.
007340 EXIT.
007350*
007360 SET-LABEL-CELL-RTN SECTION.
007370     MOVE WS-SYS-LABEL (WS-SYS-SUB) TO WS-ML-CELL (WS-SYS-SUB).
007380 EXIT.
007390*
007400 SET-DATE-CELL-RTN SECTION.
007410     MOVE SPACES TO WS-ML-CELL (WS-SYS-SUB).
007420     IF WS-SYS-FOUND (WS-SYS-SUB)
007430         MOVE WS-SYS-LATEST-IMAGE (WS-SYS-SUB) TO WS-HIST-RECORD
007440         MOVE WH-RUN-DATE TO WS-ML-CELL (WS-SYS-SUB)
007450     END-IF.
007460 EXIT.
007470*
007480 SET-TIME-CELL-RTN SECTION.
007490     MOVE SPACES TO WS-ML-CELL (WS-SYS-SUB).
007500     IF WS-SYS-FOUND (WS-SYS-SUB)
007510         MOVE WS-SYS-LATEST-IMAGE (WS-SYS-SUB) TO WS-HIST-RECORD
007520         MOVE WH-RUN-TIME TO WS-ML-CELL (WS-SYS-SUB)
007530     END-IF.
007540 EXIT.
007550*
007560 SET-RC-CELL-RTN SECTION.
007570     MOVE SPACES TO WS-ML-CELL (WS-SYS-SUB).
007580     IF WS-SYS-FOUND (WS-SYS-SUB)
007590         MOVE WS-SYS-LATEST-IMAGE (WS-SYS-SUB) TO WS-HIST-RECORD
007600         MOVE WH-RETURN-CODE TO WS-ML-CELL (WS-SYS-SUB)
007610     END-IF.
007620 EXIT.
007630*
007640 PRINT-GROUP-ROW-RTN SECTION.
007650     MOVE WS-GRP-NAME (WS-GRP-SUB) TO WS-ML-ROW-NAME.
007660     PERFORM SET-STATUS-CELL-RTN
007670         VARYING WS-SYS-SUB FROM 1 BY 1
007680         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
007690     IF WS-GRP-DIFFERS (WS-GRP-SUB)
007700         MOVE '*DIFFERS*' TO WS-ML-FLAG
007710     ELSE
007720         MOVE SPACES TO WS-ML-FLAG
007730     END-IF.
007740     DISPLAY WS-MTX-LINE.
007750 EXIT.
007760*
007770 SET-STATUS-CELL-RTN SECTION.
007780     MOVE WS-GRP-STATUS (WS-GRP-SUB, WS-SYS-SUB)
007790         TO WS-ML-CELL (WS-SYS-SUB).
007800 EXIT.
007810*================================================================*
007820* WRITE-MATRIX-DATASET-RTN - REWRITES TESTMTXD.DAT FROM THE      *
007830* SETTLED MATRIX, ONE RECORD PER GROUP PER SYSTEM.               *
007840*================================================================*
007850 WRITE-MATRIX-DATASET-RTN SECTION.
007860     OPEN OUTPUT MATRIX-FILE.
007870     IF MATRIX-FILE-OK
007880         PERFORM WRITE-MATRIX-GROUP-RTN
007890             VARYING WS-GRP-SUB FROM 1 BY 1
007900             UNTIL WS-GRP-SUB > WS-GRP-USED-COUNT
007910                OR WS-IO-ERROR
007920         CLOSE MATRIX-FILE
007930         DISPLAY '  TESTMTXD RECORDS WRITTEN: '
007940             WS-MATRIX-WRITE-COUNT
007950     ELSE
007960         DISPLAY 'TESTMTXD OPEN FAILED, FILE STATUS='
007970             MATRIX-FILE-STATUS
007980         SET WS-IO-ERROR TO TRUE
007990     END-IF.
008000 EXIT.
008010*
008020 WRITE-MATRIX-GROUP-RTN SECTION.
008030     PERFORM WRITE-MATRIX-CELL-RTN
008040         VARYING WS-SYS-SUB FROM 1 BY 1
008050         UNTIL WS-SYS-SUB > WS-SYS-COUNT
008060            OR WS-IO-ERROR.
008070 EXIT.
008080*
008090 WRITE-MATRIX-CELL-RTN SECTION.
008100     MOVE SPACES TO MATRIX-RECORD.
008110     MOVE WS-GRP-NAME (WS-GRP-SUB) TO MX-GROUP-NAME.
008120     MOVE WS-SYS-LABEL (WS-SYS-SUB) TO MX-SYSTEM-ID.
008130     MOVE WS-GRP-STATUS (WS-GRP-SUB, WS-SYS-SUB)
008140         TO MX-GROUP-STATUS.
008150     MOVE ZERO TO MX-AGE-DAYS.
008160     IF WS-SYS-FOUND (WS-SYS-SUB)
008170         MOVE WS-SYS-LATEST-IMAGE (WS-SYS-SUB) TO WS-HIST-RECORD
008180         MOVE WH-RUN-DATE TO MX-RUN-DATE
008190         MOVE WH-RUN-TIME TO MX-RUN-TIME
008200         MOVE WH-RETURN-CODE TO MX-RETURN-CODE
008210         IF WS-SYS-AGE-DAYS (WS-SYS-SUB) > ZERO
008220             MOVE WS-SYS-AGE-DAYS (WS-SYS-SUB) TO MX-AGE-DAYS
008230         END-IF
008240     END-IF.
008250     IF WS-GRP-DIFFERS (WS-GRP-SUB)
008260         MOVE 'Y' TO MX-DIFFERS-FLAG
008270     ELSE
008280         MOVE 'N' TO MX-DIFFERS-FLAG
008290     END-IF.
008300     IF WS-SYS-STALE (WS-SYS-SUB)
008310         MOVE 'Y' TO MX-STALE-FLAG
008320     ELSE
008330         MOVE 'N' TO MX-STALE-FLAG
008340     END-IF.
008350     WRITE MATRIX-RECORD.
008360     IF MATRIX-FILE-OK
008370         ADD 1 TO WS-MATRIX-WRITE-COUNT
008380     ELSE
008390         DISPLAY 'TESTMTXD WRITE FAILED, FILE STATUS='
008400             MATRIX-FILE-STATUS
008410         SET WS-IO-ERROR TO TRUE
008420     END-IF.
008430 EXIT.
008440*================================================================*
008450* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
008460* WORKING-STORAGE FOR THE TABLE).                                *
008470*================================================================*
008480 SET-RETURN-CODE-RTN SECTION.
008490     IF WS-CARD-ERROR
008500         MOVE 12 TO WS-RETURN-CODE
008510     ELSE
008520         IF WS-IO-ERROR
008530             MOVE 8 TO WS-RETURN-CODE
008540         ELSE
008550             IF WS-DIFFER-COUNT > ZERO
008560                OR WS-STALE-COUNT > ZERO
008570                 MOVE 4 TO WS-RETURN-CODE
008580             ELSE
008590                 MOVE 0 TO WS-RETURN-CODE
008600             END-IF
008610         END-IF
008620     END-IF.
008630     DISPLAY 'TESTMTX: STEP RETURN CODE ' WS-RETURN-CODE.
008640     MOVE WS-RETURN-CODE TO RETURN-CODE.
008650 EXIT.
008660*
