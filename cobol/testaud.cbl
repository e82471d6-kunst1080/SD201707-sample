000010*================================================================*
000020* PROGRAM:    TESTAUD                                            *
000030* PURPOSE:    CHAIN-OF-CUSTODY AUDIT FOR THE TEST1 CONFORMANCE   *
000040*             SUITE.  EACH PROGRAM CHECKS ITS OWN INPUTS; THIS   *
000050*             ONE PROVES THE WHOLE SET AGREES, JOINING THE       *
000060*             DATASETS ON THE SHARED RUN STAMP (RUN DATE AND     *
000070*             TIME, WHICH TEST1 STAMPS ON TESTHIST.DAT AND THE   *
000080*             TESTOUT.DAT HEADER FROM ONE CLOCK READING):        *
000090*               - THE TESTOUT.DAT HEADER AND THE TESTCMPS.DAT    *
000100*                 SUMMARY BOTH NAME THE LATEST TESTHIST RUN      *
000110*                 (THE LATEST JOB-STEP RUN - A RUN DRIVEN BY A   *
000120*                 TESTDRV SCENARIO PACK IS PASSED OVER)          *
000130*               - THE TESTBASE.DAT HEADER NAMES THE RUN ON THE   *
000140*                 NEWEST TESTCERT.DAT RECORD, AND TESTBASE.G01   *
000150*                 THROUGH .G03 NAME THE RUNS ON THE OLDER        *
000160*                 CERTIFICATIONS, NEWEST FIRST, AS TESTCERT'S    *
000170*                 GENERATION SHIFT LEAVES THEM                   *
000180*               - THE CERTIFICATION RECORDS ARE IN TIME ORDER    *
000190*               - EVERY CERTIFIED RUN STILL EXISTS IN            *
000200*                 TESTHIST.DAT OR THE TESTHARC.DAT ARCHIVE       *
000210*             EVERY BROKEN LINK, ORPHAN OR OUT-OF-ORDER ITEM     *
000220*             PRINTS AS A NUMBERED EXCEPTION, AND A              *
000230*             RECONCILIATION SUMMARY CLOSES THE REPORT.  NO      *
000240*             CONTROL CARDS.                                     *
000250*================================================================*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. TESTAUD.
000280 AUTHOR. R-MATSKO.
000290 INSTALLATION. SD201707.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY                                           *
000340*----------------------------------------------------------------*
000350* DATE        INIT  DESCRIPTION                                  *
000360* ----------  ----  ----------------------------------------     *
000370* 2026-10-15  RM    ORIGINAL VERSION.                            *
000380* 2026-10-15  RM    LATEST-RUN CHECK PASSES OVER TESTDRV PACK    *
000390*                   RUNS (PACK ID ON THE TESTHIST RECORD).       *
000400* 2026-10-15  RM    TESTCMPS VIEW NAMES THE NEW NOT-RUN COUNT.   *
000402* 2026-10-15  RM    TESTCMPS.DAT NOW FOLLOWS ITS SUMMARY WITH    *
000404*                   PER-GROUP DELTA RECORDS (TYPE G); ONLY THE   *
000406*                   SUMMARY IS COUNTED AND LINKED.               *
000410*----------------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL TESTHIST-FILE ASSIGN TO "TESTHIST.DAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS TESTHIST-FILE-STATUS.
000490     SELECT OPTIONAL TESTHARC-FILE ASSIGN TO "TESTHARC.DAT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS TESTHARC-FILE-STATUS.
000520     SELECT OPTIONAL TESTCERT-FILE ASSIGN TO "TESTCERT.DAT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS TESTCERT-FILE-STATUS.
000550     SELECT OPTIONAL TESTOUT-FILE ASSIGN TO "TESTOUT.DAT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS TESTOUT-FILE-STATUS.
000580     SELECT OPTIONAL TESTCMPS-FILE ASSIGN TO "TESTCMPS.DAT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS TESTCMPS-FILE-STATUS.
000610     SELECT OPTIONAL BASELINE-FILE ASSIGN TO "TESTBASE.DAT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS BASELINE-FILE-STATUS.
000640     SELECT OPTIONAL GEN1-FILE ASSIGN TO "TESTBASE.G01"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS GEN1-FILE-STATUS.
000670     SELECT OPTIONAL GEN2-FILE ASSIGN TO "TESTBASE.G02"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS GEN2-FILE-STATUS.
000700     SELECT OPTIONAL GEN3-FILE ASSIGN TO "TESTBASE.G03"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS GEN3-FILE-STATUS.
000730 DATA DIVISION.
000740*
000750 FILE SECTION.
000760*----------------------------------------------------------------*
000770* TESTHIST.DAT AND TESTHARC.DAT - THE LIVE RUN HISTORY AND THE   *
000780* TESTHKP ARCHIVE, SAME 430-BYTE LAYOUT, READ INTO               *
000790* WS-HIST-RECORD.  LAYOUT MUST STAY IN STEP WITH THE FD IN       *
000800* TEST1.                                                         *
000810*----------------------------------------------------------------*
000820 FD  TESTHIST-FILE
000830     RECORDING MODE IS F
000840     RECORD CONTAINS 430 CHARACTERS
000850     LABEL RECORDS ARE STANDARD.
000860 01  TESTHIST-RECORD          PIC X(430).
000870 FD  TESTHARC-FILE
000880     RECORDING MODE IS F
000890     RECORD CONTAINS 430 CHARACTERS
000900     LABEL RECORDS ARE STANDARD.
000910 01  TESTHARC-RECORD          PIC X(430).
000920*----------------------------------------------------------------*
000930* TESTCERT.DAT - THE CUMULATIVE CERTIFICATION AUDIT, ONE RECORD  *
000940* PER PROMOTION IN THE ORDER TESTCERT APPENDED THEM.  LAYOUT     *
000950* MUST STAY IN STEP WITH THE FD IN TESTCERT.                     *
000960*----------------------------------------------------------------*
000970 FD  TESTCERT-FILE
000980     RECORDING MODE IS F
000990     RECORD CONTAINS 120 CHARACTERS
001000     LABEL RECORDS ARE STANDARD.
001010 01  TESTCERT-RECORD.
001020      05 CT-CERT-STAMP.
001030       10 CT-CERT-DATE        PIC X(08).
001040       10 CT-CERT-TIME        PIC X(08).
001050      05 CT-JOB-NAME          PIC X(08).
001060      05 CT-APPROVER          PIC X(08).
001070      05 CT-RUN-STAMP.
001080       10 CT-RUN-DATE         PIC X(08).
001090       10 CT-RUN-TIME         PIC X(08).
001100      05 CT-RUN-JOB           PIC X(08).
001110      05 CT-SYSTEM-ID         PIC X(04).
001120      05 CT-COMPILE-LEVEL     PIC X(16).
001130      05 CT-RETURN-CODE       PIC 9(02).
001140      05 CT-DETAIL-COUNT      PIC 9(05).
001150      05 FILLER                PIC X(37).
001160*----------------------------------------------------------------*
001170* TESTOUT.DAT, TESTBASE.DAT AND THE THREE BASELINE GENERATIONS - *
001180* ALL THE 80-BYTE TESTOUT LAYOUT.  ONLY THE FIRST RECORD, THE    *
001190* TYPE-H HEADER, IS READ, INTO WS-HEADER-IMAGE.                  *
001200*----------------------------------------------------------------*
001210 FD  TESTOUT-FILE
001220     RECORDING MODE IS F
001230     RECORD CONTAINS 80 CHARACTERS
001240     LABEL RECORDS ARE STANDARD.
001250 01  TESTOUT-RECORD           PIC X(80).
001260 FD  BASELINE-FILE
001270     RECORDING MODE IS F
001280     RECORD CONTAINS 80 CHARACTERS
001290     LABEL RECORDS ARE STANDARD.
001300 01  BASELINE-RECORD          PIC X(80).
001310 FD  GEN1-FILE
001320     RECORDING MODE IS F
001330     RECORD CONTAINS 80 CHARACTERS
001340     LABEL RECORDS ARE STANDARD.
001350 01  GEN1-RECORD              PIC X(80).
001360 FD  GEN2-FILE
001370     RECORDING MODE IS F
001380     RECORD CONTAINS 80 CHARACTERS
001390     LABEL RECORDS ARE STANDARD.
001400 01  GEN2-RECORD              PIC X(80).
001410 FD  GEN3-FILE
001420     RECORDING MODE IS F
001430     RECORD CONTAINS 80 CHARACTERS
001440     LABEL RECORDS ARE STANDARD.
001450 01  GEN3-RECORD              PIC X(80).
001460*----------------------------------------------------------------*
001467* TESTCMPS.DAT - TESTCMP'S DELTA SUMMARY (TYPE S, OR BLANK FROM  *
001474* AN OLDER TESTCMP) AND ITS PER-GROUP DELTA RECORDS (TYPE G).    *
001481* LAYOUT MUST STAY IN STEP WITH THE FD IN TESTCMP.               *
001490*----------------------------------------------------------------*
001500 FD  TESTCMPS-FILE
001510     RECORDING MODE IS F
001520     RECORD CONTAINS 80 CHARACTERS
001530     LABEL RECORDS ARE STANDARD.
001540 01  TESTCMPS-RECORD.
001550      05 CS-RUN-STAMP.
001560       10 CS-RUN-DATE         PIC X(08).
001570       10 CS-RUN-TIME         PIC X(08).
001580      05 CS-ADDED-COUNT       PIC 9(04).
001590      05 CS-MISSING-COUNT     PIC 9(04).
001600      05 CS-CHANGED-COUNT     PIC 9(04).
001610      05 CS-RETURN-CODE       PIC 9(02).
001620      05 CS-CMP-DATE          PIC X(08).
001630      05 CS-CMP-TIME          PIC X(08).
001640      05 CS-NOT-RUN-COUNT     PIC 9(04).
001645      05 FILLER                PIC X(29).
001650      05 CS-RECORD-TYPE       PIC X(01).
001655         88 CS-GROUP-RECORD   VALUE 'G'.
001660*
001670 WORKING-STORAGE SECTION.
001680*----------------------------------------------------------------*
001690* HISTORY VIEW - THE RUN STAMP, AND THE PACK ID THAT MARKS A RUN *
001700* DRIVEN BY A TESTDRV SCENARIO PACK (SLOTS 29-30, SEE TEST1).  A *
001710* RECORD FILED BEFORE THE PACK AREA EXISTED MAY HAVE USED THOSE  *
001720* SLOTS FOR GROUPS, AND SHOWS IT BY A GROUP COUNT ABOVE 28.      *
001730*----------------------------------------------------------------*
001740 01  WS-HIST-RECORD.
001750      05 WH-RUN-STAMP.
001760       10 WH-RUN-DATE         PIC X(08).
001770       10 WH-RUN-TIME         PIC X(08).
001780      05 FILLER                PIC X(18).
001790      05 WH-GROUP-COUNT       PIC 9(02).
001800      05 FILLER                PIC X(364).
001810      05 WH-PACK-ID           PIC X(16).
001820      05 FILLER                PIC X(14).
001830 77  WS-LATEST-STAMP            PIC X(16) VALUE SPACES.
001840*----------------------------------------------------------------*
001850* HEADER VIEW - THE FIRST RECORD OF A TESTOUT-LAYOUT DATASET.    *
001860*----------------------------------------------------------------*
001870 01  WS-HEADER-IMAGE.
001880      05 FILLER                PIC X(12).
001890      05 WX-RUN-STAMP.
001900       10 WX-RUN-DATE         PIC X(08).
001910       10 WX-RUN-TIME         PIC X(08).
001920      05 FILLER                PIC X(51).
001930      05 WX-RECORD-TYPE       PIC X(01).
001940         88 WX-HEADER-RECORD  VALUE 'H'.
001950*----------------------------------------------------------------*
001960* CERTIFICATION TABLE - EVERY TESTCERT.DAT RECORD IN FILE ORDER, *
001970* OLDEST FIRST.  WS-CERT-SEEN-SW IS SET WHEN THE CERTIFIED RUN   *
001980* IS FOUND IN THE LIVE HISTORY OR THE ARCHIVE.                   *
001990*----------------------------------------------------------------*
002000 01  WS-CERT-TABLE.
002010      03 WS-CERT-USED-COUNT   PIC 9(04) COMP VALUE ZERO.
002020      03 WS-CERT-ENTRY OCCURS 500 TIMES.
002030       05 WS-CERT-STAMP        PIC X(16).
002040       05 WS-CERT-RUN-STAMP    PIC X(16).
002050       05 WS-CERT-APPROVER     PIC X(08).
002060       05 WS-CERT-SEEN-SW      PIC X(01).
002070          88 WS-CERT-SEEN      VALUE 'Y'.
002080 77  WS-CERT-SUB                PIC 9(04) COMP VALUE ZERO.
002090 77  WS-CERT-FOUND-NUM          PIC 9(04) COMP VALUE ZERO.
002100 77  WS-CERT-WANTED             PIC S9(04) COMP VALUE ZERO.
002110 77  WS-SEARCH-STAMP            PIC X(16) VALUE SPACES.
002120*----------------------------------------------------------------*
002130* LINK TABLE - ONE ROW PER HEADER-BEARING DATASET CHECKED, FOR   *
002140* THE RECONCILIATION SUMMARY.  WS-LINK-STATE: M = NOT STAGED,    *
002150* E = EMPTY OR NO HEADER FIRST, H = HEADER READ.                 *
002160*----------------------------------------------------------------*
002170 01  WS-LINK-TABLE.
002180      03 WS-LINK-ENTRY OCCURS 6 TIMES.
002190       05 WS-LINK-DATASET      PIC X(12).
002200       05 WS-LINK-STATE        PIC X(01).
002210          88 WS-LINK-MISSING   VALUE 'M'.
002220          88 WS-LINK-NO-HEADER VALUE 'E'.
002230          88 WS-LINK-HEADER    VALUE 'H'.
002240       05 WS-LINK-STAMP.
002250        10 WS-LINK-DATE        PIC X(08).
002260        10 WS-LINK-TIME        PIC X(08).
002270       05 WS-LINK-VERDICT      PIC X(12).
002280 77  WS-LINK-SUB                PIC 9(02) COMP VALUE ZERO.
002290 77  WS-GEN-LEVEL               PIC 9(02) COMP VALUE ZERO.
002300*----------------------------------------------------------------*
002310* COUNTS FOR THE RECONCILIATION SUMMARY.                         *
002320*----------------------------------------------------------------*
002330 77  WS-HIST-COUNT              PIC 9(05) COMP VALUE ZERO.
002340 77  WS-STEP-RUN-COUNT          PIC 9(05) COMP VALUE ZERO.
002350 77  WS-HARC-COUNT              PIC 9(05) COMP VALUE ZERO.
002360 77  WS-CMPS-COUNT              PIC 9(04) COMP VALUE ZERO.
002370 77  WS-LINKS-CHECKED           PIC 9(04) COMP VALUE ZERO.
002380 77  WS-LINKS-HELD              PIC 9(04) COMP VALUE ZERO.
002390 77  WS-EXCEPTION-COUNT         PIC 9(04) COMP VALUE ZERO.
002400 77  WS-BROKEN-COUNT            PIC 9(04) COMP VALUE ZERO.
002410 77  WS-ORPHAN-COUNT            PIC 9(04) COMP VALUE ZERO.
002420 77  WS-ORDER-COUNT             PIC 9(04) COMP VALUE ZERO.
002430 77  WS-PRINT-NUM               PIC ZZZ9.
002440 77  WS-PRINT-OTHER             PIC ZZZ9.
002450 77  WS-PRINT-COUNT             PIC ZZZZ9.
002460*----------------------------------------------------------------*
002470* THE EXCEPTION BEING PRINTED.                                   *
002480*----------------------------------------------------------------*
002490 77  WS-EXC-CLASS               PIC X(12) VALUE SPACES.
002500    88 WS-EXC-BROKEN            VALUE 'BROKEN LINK'.
002510    88 WS-EXC-ORPHAN            VALUE 'ORPHAN'.
002520    88 WS-EXC-ORDER             VALUE 'OUT OF ORDER'.
002530 77  WS-EXC-DATASET             PIC X(12) VALUE SPACES.
002540 77  WS-EXC-TEXT                PIC X(72) VALUE SPACES.
002550*----------------------------------------------------------------*
002560* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
002570*   00  = EVERY LINK IN THE CHAIN HOLDS                          *
002580*   04  = ONE OR MORE EXCEPTIONS (BROKEN LINK, ORPHAN, OR OUT    *
002590*         OF ORDER) - SEE THE EXCEPTION REPORT                   *
002600*   08  = THE AUDIT COULD NOT RUN: AN OPEN/READ FAILURE OR THE   *
002610*         CERTIFICATION TABLE OVERFLOWED AT 500 RECORDS          *
002620*----------------------------------------------------------------*
002630 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002640 77  WS-IO-ERROR-SW             PIC X(01) VALUE 'N'.
002650    88 WS-IO-ERROR              VALUE 'Y'.
002660 77  TESTHIST-FILE-STATUS       PIC X(02) VALUE ZEROES.
002670    88 TESTHIST-FILE-OK         VALUE '00'.
002680    88 TESTHIST-NOT-FOUND       VALUE '05' '35'.
002690 77  TESTHIST-EOF-SW            PIC X(01) VALUE 'N'.
002700    88 TESTHIST-EOF             VALUE 'Y'.
002710 77  TESTHARC-FILE-STATUS       PIC X(02) VALUE ZEROES.
002720    88 TESTHARC-FILE-OK         VALUE '00'.
002730    88 TESTHARC-NOT-FOUND       VALUE '05' '35'.
002740 77  TESTHARC-EOF-SW            PIC X(01) VALUE 'N'.
002750    88 TESTHARC-EOF             VALUE 'Y'.
002760 77  TESTCERT-FILE-STATUS       PIC X(02) VALUE ZEROES.
002770    88 TESTCERT-FILE-OK         VALUE '00'.
002780    88 TESTCERT-NOT-FOUND       VALUE '05' '35'.
002790 77  TESTCERT-EOF-SW            PIC X(01) VALUE 'N'.
002800    88 TESTCERT-EOF             VALUE 'Y'.
002810 77  TESTOUT-FILE-STATUS        PIC X(02) VALUE ZEROES.
002820    88 TESTOUT-FILE-OK          VALUE '00'.
002830    88 TESTOUT-NOT-FOUND        VALUE '05' '35'.
002840 77  TESTCMPS-FILE-STATUS       PIC X(02) VALUE ZEROES.
002850    88 TESTCMPS-FILE-OK         VALUE '00'.
002860    88 TESTCMPS-NOT-FOUND       VALUE '05' '35'.
002870 77  TESTCMPS-EOF-SW            PIC X(01) VALUE 'N'.
002880    88 TESTCMPS-EOF             VALUE 'Y'.
002890 77  BASELINE-FILE-STATUS       PIC X(02) VALUE ZEROES.
002900    88 BASELINE-FILE-OK         VALUE '00'.
002910    88 BASELINE-NOT-FOUND       VALUE '05' '35'.
002920 77  GEN1-FILE-STATUS           PIC X(02) VALUE ZEROES.
002930    88 GEN1-FILE-OK             VALUE '00'.
002940    88 GEN1-NOT-FOUND           VALUE '05' '35'.
002950 77  GEN2-FILE-STATUS           PIC X(02) VALUE ZEROES.
002960    88 GEN2-FILE-OK             VALUE '00'.
002970    88 GEN2-NOT-FOUND           VALUE '05' '35'.
002980 77  GEN3-FILE-STATUS           PIC X(02) VALUE ZEROES.
002990    88 GEN3-FILE-OK             VALUE '00'.
003000    88 GEN3-NOT-FOUND           VALUE '05' '35'.
003010 01  WS-CURRENT-DATE-AREA.
003020      03 WS-CD-DATE              PIC X(08).
003030      03 WS-CD-TIME              PIC X(08).
003040      03 FILLER                  PIC X(05).
003050*
003060 PROCEDURE DIVISION.
003070*================================================================*
003080* MAIN-RTN - LOADS THE CERTIFICATIONS, WALKS THE LIVE AND        *
003090* ARCHIVED HISTORY, THEN TESTS EACH LINK OF THE CHAIN AND        *
003100* RECONCILES.                                                    *
003110*================================================================*
003120 MAIN-RTN.
003130     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
003140     DISPLAY 'TESTAUD CHAIN-OF-CUSTODY AUDIT ' WS-CD-DATE ' '
003150         WS-CD-TIME.
003160     DISPLAY ' '.
003170     DISPLAY 'EXCEPTION REPORT'.
003180     PERFORM LOAD-CERTIFICATIONS-RTN.
003190     IF NOT WS-IO-ERROR
003200         PERFORM SCAN-HISTORY-RTN
003210     END-IF.
003220     IF NOT WS-IO-ERROR
003230         PERFORM SCAN-ARCHIVE-RTN
003240     END-IF.
003250     IF NOT WS-IO-ERROR
003260         PERFORM READ-HEADERS-RTN
003270     END-IF.
003280     IF NOT WS-IO-ERROR
003290         PERFORM CHECK-LATEST-RUN-RTN
003300         PERFORM CHECK-GENERATION-RTN
003310             VARYING WS-GEN-LEVEL FROM 0 BY 1
003320             UNTIL WS-GEN-LEVEL > 3
003330         PERFORM CHECK-CERTIFIED-RUN-RTN
003340             VARYING WS-CERT-SUB FROM 1 BY 1
003350             UNTIL WS-CERT-SUB > WS-CERT-USED-COUNT
003360         IF WS-EXCEPTION-COUNT = ZERO
003370             DISPLAY '  NONE - EVERY LINK HOLDS'
003380         END-IF
003390         PERFORM PRINT-RECONCILIATION-RTN
003400     END-IF.
003410     PERFORM SET-RETURN-CODE-RTN.
003420     GOBACK.
003430*================================================================*
003440* LOAD-CERTIFICATIONS-RTN - TESTCERT.DAT WHOLE, OLDEST FIRST.    *
003450* A RECORD WHOSE CERTIFICATION STAMP IS EARLIER THAN THE ONE     *
003460* BEFORE IT IS OUT OF ORDER - THE DATASET IS APPEND-ONLY, SO     *
003470* SOMETHING OTHER THAN TESTCERT WROTE OR RE-SORTED IT.           *
003480*================================================================*
003490 LOAD-CERTIFICATIONS-RTN SECTION.
003500     OPEN INPUT TESTCERT-FILE.
003510     IF TESTCERT-FILE-OK
003520         PERFORM READ-CERT-RTN UNTIL TESTCERT-EOF
003530         CLOSE TESTCERT-FILE
003540     ELSE
003550*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
003560*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
003570         IF TESTCERT-FILE-STATUS = '05'
003580             CLOSE TESTCERT-FILE
003590         ELSE
003600             IF NOT TESTCERT-NOT-FOUND
003610                 DISPLAY 'TESTCERT OPEN FAILED, FILE STATUS='
003620                     TESTCERT-FILE-STATUS
003630                 SET WS-IO-ERROR TO TRUE
003640             END-IF
003650         END-IF
003660     END-IF.
003670 EXIT.
003680*
003690 READ-CERT-RTN SECTION.
003700     READ TESTCERT-FILE
003710         AT END
003720             SET TESTCERT-EOF TO TRUE
003730         NOT AT END
003740             PERFORM STORE-CERT-RTN
003750     END-READ.
003760 EXIT.
003770*
003780 STORE-CERT-RTN SECTION.
003790     IF WS-CERT-USED-COUNT >= 500
003800         DISPLAY 'TESTCERT OVERFLOWS THE CERTIFICATION TABLE AT'
003810             ' 500'
003820         SET WS-IO-ERROR TO TRUE
003830         SET TESTCERT-EOF TO TRUE
003840     ELSE
003850         ADD 1 TO WS-CERT-USED-COUNT
003860         MOVE WS-CERT-USED-COUNT TO WS-CERT-SUB
003870         MOVE CT-CERT-STAMP TO WS-CERT-STAMP (WS-CERT-SUB)
003880         MOVE CT-RUN-STAMP  TO WS-CERT-RUN-STAMP (WS-CERT-SUB)
003890         MOVE CT-APPROVER   TO WS-CERT-APPROVER (WS-CERT-SUB)
003900         MOVE 'N'           TO WS-CERT-SEEN-SW (WS-CERT-SUB)
003910         IF WS-CERT-SUB > 1
003920             IF WS-CERT-STAMP (WS-CERT-SUB)
003930                < WS-CERT-STAMP (WS-CERT-SUB - 1)
003940                 MOVE 'OUT OF ORDER' TO WS-EXC-CLASS
003950                 MOVE 'TESTCERT.DAT' TO WS-EXC-DATASET
003960                 MOVE WS-CERT-SUB    TO WS-PRINT-NUM
003970                 MOVE SPACES         TO WS-EXC-TEXT
003980                 STRING 'CERTIFICATION' WS-PRINT-NUM ' STAMPED '
003990                     CT-CERT-DATE ' ' CT-CERT-TIME
004000                     ' PRECEDES THE ONE BEFORE IT'
004010                     DELIMITED BY SIZE INTO WS-EXC-TEXT
004020                 PERFORM PRINT-EXCEPTION-RTN
004030             END-IF
004040         END-IF
004050     END-IF.
004060 EXIT.
004070*================================================================*
004080* SCAN-HISTORY-RTN - WALKS TESTHIST.DAT, KEEPING THE LAST        *
004090* JOB-STEP RUN STAMP (THE LATEST RUN) AND MARKING EACH CERTIFIED *
004100* RUN FOUND.  A PACK RUN IS COUNTED AND MAY BE MARKED, BUT IS    *
004110* NEVER THE LATEST RUN.                                          *
004120*================================================================*
004130 SCAN-HISTORY-RTN SECTION.
004140     OPEN INPUT TESTHIST-FILE.
004150     IF TESTHIST-FILE-OK
004160         PERFORM READ-HISTORY-RTN UNTIL TESTHIST-EOF
004170         CLOSE TESTHIST-FILE
004180     ELSE
004190         IF TESTHIST-FILE-STATUS = '05'
004200             CLOSE TESTHIST-FILE
004210         ELSE
004220             IF NOT TESTHIST-NOT-FOUND
004230                 DISPLAY 'TESTHIST OPEN FAILED, FILE STATUS='
004240                     TESTHIST-FILE-STATUS
004250                 SET WS-IO-ERROR TO TRUE
004260             END-IF
004270         END-IF
004280     END-IF.
004290 EXIT.
004300*
004310 READ-HISTORY-RTN SECTION.
004320     READ TESTHIST-FILE INTO WS-HIST-RECORD
004330         AT END
004340             SET TESTHIST-EOF TO TRUE
004350         NOT AT END
004360             ADD 1 TO WS-HIST-COUNT
004370             IF WH-PACK-ID = SPACES
004380                OR WH-GROUP-COUNT > 28
004390                 ADD 1 TO WS-STEP-RUN-COUNT
004400                 MOVE WH-RUN-STAMP TO WS-LATEST-STAMP
004410             END-IF
004420             PERFORM MARK-CERTIFIED-RUN-RTN
004430     END-READ.
004440 EXIT.
004450*================================================================*
004460* SCAN-ARCHIVE-RTN - THE SAME WALK OVER THE TESTHKP ARCHIVE.  NO *
004470* ARCHIVE IS NORMAL UNTIL TESTHKP FIRST MOVES A RECORD.          *
004480*================================================================*
004490 SCAN-ARCHIVE-RTN SECTION.
004500     OPEN INPUT TESTHARC-FILE.
004510     IF TESTHARC-FILE-OK
004520         PERFORM READ-ARCHIVE-RTN UNTIL TESTHARC-EOF
004530         CLOSE TESTHARC-FILE
004540     ELSE
004550         IF TESTHARC-FILE-STATUS = '05'
004560             CLOSE TESTHARC-FILE
004570         ELSE
004580             IF NOT TESTHARC-NOT-FOUND
004590                 DISPLAY 'TESTHARC OPEN FAILED, FILE STATUS='
004600                     TESTHARC-FILE-STATUS
004610                 SET WS-IO-ERROR TO TRUE
004620             END-IF
004630         END-IF
004640     END-IF.
004650 EXIT.
004660*
004670 READ-ARCHIVE-RTN SECTION.
004680     READ TESTHARC-FILE INTO WS-HIST-RECORD
004690         AT END
004700             SET TESTHARC-EOF TO TRUE
004710         NOT AT END
004720             ADD 1 TO WS-HARC-COUNT
004730             PERFORM MARK-CERTIFIED-RUN-RTN
004740     END-READ.
004750 EXIT.
004760*
004770 MARK-CERTIFIED-RUN-RTN SECTION.
004780     MOVE WH-RUN-STAMP TO WS-SEARCH-STAMP.
004790     PERFORM MARK-ONE-CERT-RTN
004800         VARYING WS-CERT-SUB FROM 1 BY 1
004810         UNTIL WS-CERT-SUB > WS-CERT-USED-COUNT.
004820 EXIT.
004830*
004840 MARK-ONE-CERT-RTN SECTION.
004850     IF WS-CERT-RUN-STAMP (WS-CERT-SUB) = WS-SEARCH-STAMP
004860         SET WS-CERT-SEEN (WS-CERT-SUB) TO TRUE
004870     END-IF.
004880 EXIT.
004890*================================================================*
004900* READ-HEADERS-RTN - THE FIRST RECORD OF EACH TESTOUT-LAYOUT     *
004910* DATASET AND THE TESTCMPS SUMMARY, INTO THE LINK TABLE:         *
004920*   1 TESTOUT.DAT   2 TESTCMPS.DAT   3 TESTBASE.DAT              *
004930*   4 TESTBASE.G01  5 TESTBASE.G02   6 TESTBASE.G03              *
004940*================================================================*
004950 READ-HEADERS-RTN SECTION.
004960     MOVE SPACES TO WS-LINK-TABLE.
004970     MOVE 'TESTOUT.DAT'  TO WS-LINK-DATASET (1).
004980     MOVE 'TESTCMPS.DAT' TO WS-LINK-DATASET (2).
004990     MOVE 'TESTBASE.DAT' TO WS-LINK-DATASET (3).
005000     MOVE 'TESTBASE.G01' TO WS-LINK-DATASET (4).
005010     MOVE 'TESTBASE.G02' TO WS-LINK-DATASET (5).
005020     MOVE 'TESTBASE.G03' TO WS-LINK-DATASET (6).
005030     PERFORM READ-TESTOUT-HEADER-RTN.
005040     PERFORM READ-CMPS-RTN.
005050     PERFORM READ-BASELINE-HEADER-RTN.
005060     PERFORM READ-GEN1-HEADER-RTN.
005070     PERFORM READ-GEN2-HEADER-RTN.
005080     PERFORM READ-GEN3-HEADER-RTN.
005090 EXIT.
005100*
005110 READ-TESTOUT-HEADER-RTN SECTION.
005120     MOVE 1 TO WS-LINK-SUB.
005130     SET WS-LINK-MISSING (WS-LINK-SUB) TO TRUE.
005140     OPEN INPUT TESTOUT-FILE.
005150     IF TESTOUT-FILE-OK
005160         SET WS-LINK-NO-HEADER (WS-LINK-SUB) TO TRUE
005170         READ TESTOUT-FILE INTO WS-HEADER-IMAGE
005180             NOT AT END
005190                 PERFORM POST-HEADER-RTN
005200         END-READ
005210         CLOSE TESTOUT-FILE
005220     ELSE
005230         IF TESTOUT-FILE-STATUS = '05'
005240             CLOSE TESTOUT-FILE
005250         ELSE
005260             IF NOT TESTOUT-NOT-FOUND
005270                 DISPLAY 'TESTOUT OPEN FAILED, FILE STATUS='
005280                     TESTOUT-FILE-STATUS
005290                 SET WS-IO-ERROR TO TRUE
005300             END-IF
005310         END-IF
005320     END-IF.
005330 EXIT.
005340*
005350 READ-CMPS-RTN SECTION.
005360     MOVE 2 TO WS-LINK-SUB.
005370     SET WS-LINK-MISSING (WS-LINK-SUB) TO TRUE.
005380     OPEN INPUT TESTCMPS-FILE.
005390     IF TESTCMPS-FILE-OK
005400         SET WS-LINK-NO-HEADER (WS-LINK-SUB) TO TRUE
005410         PERFORM READ-CMPS-RECORD-RTN UNTIL TESTCMPS-EOF
005420         CLOSE TESTCMPS-FILE
005430     ELSE
005440         IF TESTCMPS-FILE-STATUS = '05'
005450             CLOSE TESTCMPS-FILE
005460         ELSE
005470             IF NOT TESTCMPS-NOT-FOUND
005480                 DISPLAY 'TESTCMPS OPEN FAILED, FILE STATUS='
005490                     TESTCMPS-FILE-STATUS
005500                 SET WS-IO-ERROR TO TRUE
005510             END-IF
005520         END-IF
005530     END-IF.
005540 EXIT.
005550*
005560*   TESTCMP REWRITES ITS SUMMARY EVERY COMPARE, SO ONE RECORD IS
005570*   EXPECTED; IF MORE ARE THERE THE LAST IS TAKEN AS THE LATEST.
005575*   THE PER-GROUP DELTA RECORDS AFTER IT ARE PASSED OVER.
005580*
005590 READ-CMPS-RECORD-RTN SECTION.
005600     READ TESTCMPS-FILE
005610         AT END
005620             SET TESTCMPS-EOF TO TRUE
005630         NOT AT END
005636             IF NOT CS-GROUP-RECORD
005642                 ADD 1 TO WS-CMPS-COUNT
005648                 SET WS-LINK-HEADER (WS-LINK-SUB) TO TRUE
005654                 MOVE CS-RUN-STAMP TO WS-LINK-STAMP (WS-LINK-SUB)
005660             END-IF
005670     END-READ.
005680 EXIT.
005690*
005700 READ-BASELINE-HEADER-RTN SECTION.
005710     MOVE 3 TO WS-LINK-SUB.
005720     SET WS-LINK-MISSING (WS-LINK-SUB) TO TRUE.
005730     OPEN INPUT BASELINE-FILE.
005740     IF BASELINE-FILE-OK
005750         SET WS-LINK-NO-HEADER (WS-LINK-SUB) TO TRUE
005760         READ BASELINE-FILE INTO WS-HEADER-IMAGE
005770             NOT AT END
005780                 PERFORM POST-HEADER-RTN
005790         END-READ
005800         CLOSE BASELINE-FILE
005810     ELSE
005820         IF BASELINE-FILE-STATUS = '05'
005830             CLOSE BASELINE-FILE
005840         ELSE
005850             IF NOT BASELINE-NOT-FOUND
005860                 DISPLAY 'TESTBASE OPEN FAILED, FILE STATUS='
005870                     BASELINE-FILE-STATUS
005880                 SET WS-IO-ERROR TO TRUE
005890             END-IF
005900         END-IF
005910     END-IF.
005920 EXIT.
005930*
005940 READ-GEN1-HEADER-RTN SECTION.
005950     MOVE 4 TO WS-LINK-SUB.
005960     SET WS-LINK-MISSING (WS-LINK-SUB) TO TRUE.
005970     OPEN INPUT GEN1-FILE.
005980     IF GEN1-FILE-OK
005990         SET WS-LINK-NO-HEADER (WS-LINK-SUB) TO TRUE
006000         READ GEN1-FILE INTO WS-HEADER-IMAGE
006010             NOT AT END
006020                 PERFORM POST-HEADER-RTN
006030         END-READ
006040         CLOSE GEN1-FILE
006050     ELSE
006060         IF GEN1-FILE-STATUS = '05'
006070             CLOSE GEN1-FILE
006080         ELSE
006090             IF NOT GEN1-NOT-FOUND
006100                 DISPLAY 'TESTBASE.G01 OPEN FAILED, FILE STATUS='
006110                     GEN1-FILE-STATUS
006120                 SET WS-IO-ERROR TO TRUE
006130             END-IF
006140         END-IF
006150     END-IF.
006160 EXIT.
006170*
006180 READ-GEN2-HEADER-RTN SECTION.
006190     MOVE 5 TO WS-LINK-SUB.
006200     SET WS-LINK-MISSING (WS-LINK-SUB) TO TRUE.
006210     OPEN INPUT GEN2-FILE.
006220     IF GEN2-FILE-OK
006230         SET WS-LINK-NO-HEADER (WS-LINK-SUB) TO TRUE
006240         READ GEN2-FILE INTO WS-HEADER-IMAGE
006250             NOT AT END
006260                 PERFORM POST-HEADER-RTN
006270         END-READ
006280         CLOSE GEN2-FILE
006290     ELSE
006300         IF GEN2-FILE-STATUS = '05'
006310             CLOSE GEN2-FILE
006320         ELSE
006330             IF NOT GEN2-NOT-FOUND
006340                 DISPLAY 'TESTBASE.G02 OPEN FAILED, FILE STATUS='
006350                     GEN2-FILE-STATUS
006360                 SET WS-IO-ERROR TO TRUE
006370             END-IF
006380         END-IF
006390     END-IF.
006400 EXIT.
006410*
006420 READ-GEN3-HEADER-RTN SECTION.
006430     MOVE 6 TO WS-LINK-SUB.
006440     SET WS-LINK-MISSING (WS-LINK-SUB) TO TRUE.
006450     OPEN INPUT GEN3-FILE.
006460     IF GEN3-FILE-OK
006470         SET WS-LINK-NO-HEADER (WS-LINK-SUB) TO TRUE
006480         READ GEN3-FILE INTO WS-HEADER-IMAGE
006490             NOT AT END
006500                 PERFORM POST-HEADER-RTN
006510         END-READ
006520         CLOSE GEN3-FILE
006530     ELSE
006540         IF GEN3-FILE-STATUS = '05'
006550             CLOSE GEN3-FILE
006560         ELSE
006570             IF NOT GEN3-NOT-FOUND
006580                 DISPLAY 'TESTBASE.G03 OPEN FAILED, FILE STATUS='
006590                     GEN3-FILE-STATUS
006600                 SET WS-IO-ERROR TO TRUE
006610             END-IF
006620         END-IF
006630     END-IF.
006640 EXIT.
006650*
006660 POST-HEADER-RTN SECTION.
006670     IF WX-HEADER-RECORD
006680         SET WS-LINK-HEADER (WS-LINK-SUB) TO TRUE
006690         MOVE WX-RUN-STAMP TO WS-LINK-STAMP (WS-LINK-SUB)
006700     END-IF.
006710 EXIT.
006720*================================================================*
006730* CHECK-LATEST-RUN-RTN - TESTOUT.DAT AND TESTCMPS.DAT MUST BOTH  *
006740* DESCRIBE THE LATEST JOB-STEP TESTHIST RUN.  WITH NO SUCH RUN   *
006750* THERE IS NO LATEST RUN TO ANCHOR THEM, WHICH IS ITSELF A       *
006760* BROKEN LINK.                                                   *
006770*================================================================*
006780 CHECK-LATEST-RUN-RTN SECTION.
006790     IF WS-STEP-RUN-COUNT = ZERO
006800         MOVE 'BROKEN LINK'  TO WS-EXC-CLASS
006810         MOVE 'TESTHIST.DAT' TO WS-EXC-DATASET
006820         MOVE 'NO JOB-STEP RUN - TESTOUT/TESTCMPS UNANCHORED'
006830             TO WS-EXC-TEXT
006840         PERFORM PRINT-EXCEPTION-RTN
006850     ELSE
006860         MOVE 1 TO WS-LINK-SUB
006870         PERFORM CHECK-LATEST-LINK-RTN
006880         MOVE 2 TO WS-LINK-SUB
006890         PERFORM CHECK-LATEST-LINK-RTN
006900     END-IF.
006910 EXIT.
006920*
006930 CHECK-LATEST-LINK-RTN SECTION.
006940     ADD 1 TO WS-LINKS-CHECKED.
006950     MOVE 'BROKEN LINK' TO WS-EXC-CLASS.
006960     MOVE WS-LINK-DATASET (WS-LINK-SUB) TO WS-EXC-DATASET.
006970     MOVE SPACES TO WS-EXC-TEXT.
006980     EVALUATE TRUE
006990         WHEN WS-LINK-MISSING (WS-LINK-SUB)
007000             STRING 'NOT STAGED - LATEST RUN '
007010                 WS-LATEST-STAMP (1:8) ' '
007020                 WS-LATEST-STAMP (9:8) ' HAS NO COPY'
007030                 DELIMITED BY SIZE INTO WS-EXC-TEXT
007040             PERFORM FAIL-LINK-RTN
007050         WHEN WS-LINK-NO-HEADER (WS-LINK-SUB)
007060             MOVE 'EMPTY, OR NO TYPE-H HEADER FIRST - NO STAMP'
007070                 TO WS-EXC-TEXT
007080             PERFORM FAIL-LINK-RTN
007090         WHEN WS-LINK-STAMP (WS-LINK-SUB) NOT = WS-LATEST-STAMP
007100             STRING 'NAMES RUN ' WS-LINK-DATE (WS-LINK-SUB) ' '
007110                 WS-LINK-TIME (WS-LINK-SUB)
007120                 ', LATEST TESTHIST RUN IS '
007130                 WS-LATEST-STAMP (1:8) ' ' WS-LATEST-STAMP (9:8)
007140                 DELIMITED BY SIZE INTO WS-EXC-TEXT
007150             PERFORM FAIL-LINK-RTN
007160         WHEN OTHER
007170             ADD 1 TO WS-LINKS-HELD
007180             MOVE 'HELD' TO WS-LINK-VERDICT (WS-LINK-SUB)
007190     END-EVALUATE.
007200 EXIT.
007210*================================================================*
007220* CHECK-GENERATION-RTN - LEVEL 0 IS TESTBASE.DAT, LEVELS 1-3 THE *
007230* GENERATIONS.  TESTCERT SHIFTS THE OUTGOING BASELINE DOWN ONE   *
007240* GENERATION AT EACH PROMOTION, SO LEVEL N MUST HOLD THE RUN     *
007250* CERTIFIED N PROMOTIONS BEFORE THE NEWEST: CERTIFICATION        *
007260* (COUNT - N).                                                   *
007270* A DATASET HOLDING A DIFFERENT CERTIFIED RUN IS OUT OF ORDER;   *
007280* ONE HOLDING A RUN NO CERTIFICATION NAMES IS AN ORPHAN; ONE     *
007290* MISSING WHILE ITS CERTIFICATION EXISTS IS A BROKEN LINK.  A    *
007300* GENERATION OLDER THAN THE FIRST CERTIFICATION (A BASELINE      *
007310* STAGED BY HAND BEFORE TESTCERT WAS IN USE) IS AN ORPHAN TOO -  *
007320* THE CHAIN CANNOT VOUCH FOR IT.                                 *
007330*================================================================*
007340 CHECK-GENERATION-RTN SECTION.
007350     COMPUTE WS-LINK-SUB = WS-GEN-LEVEL + 3.
007360     COMPUTE WS-CERT-WANTED = WS-CERT-USED-COUNT - WS-GEN-LEVEL.
007370     MOVE WS-LINK-DATASET (WS-LINK-SUB) TO WS-EXC-DATASET.
007380     MOVE SPACES TO WS-EXC-TEXT.
007390     IF WS-CERT-WANTED > ZERO
007400        OR NOT WS-LINK-MISSING (WS-LINK-SUB)
007410         ADD 1 TO WS-LINKS-CHECKED
007420     END-IF.
007430     EVALUATE TRUE
007440         WHEN WS-LINK-MISSING (WS-LINK-SUB)
007450             IF WS-CERT-WANTED > ZERO
007460                 MOVE 'BROKEN LINK' TO WS-EXC-CLASS
007470                 MOVE WS-CERT-WANTED TO WS-PRINT-NUM
007480                 STRING 'NOT STAGED - CERTIFICATION' WS-PRINT-NUM
007490                     ' (RUN '
007500                     WS-CERT-RUN-STAMP (WS-CERT-WANTED) (1:8) ' '
007510                     WS-CERT-RUN-STAMP (WS-CERT-WANTED) (9:8)
007520                     ') HAS NO COPY'
007530                     DELIMITED BY SIZE INTO WS-EXC-TEXT
007540                 PERFORM FAIL-LINK-RTN
007550             END-IF
007560         WHEN WS-LINK-NO-HEADER (WS-LINK-SUB)
007570             MOVE 'BROKEN LINK' TO WS-EXC-CLASS
007580             MOVE 'EMPTY, OR NO TYPE-H HEADER FIRST - NO STAMP'
007590                 TO WS-EXC-TEXT
007600             PERFORM FAIL-LINK-RTN
007610         WHEN WS-CERT-WANTED > ZERO
007620          AND WS-LINK-STAMP (WS-LINK-SUB)
007630              = WS-CERT-RUN-STAMP (WS-CERT-WANTED)
007640             ADD 1 TO WS-LINKS-HELD
007650             MOVE 'HELD' TO WS-LINK-VERDICT (WS-LINK-SUB)
007660         WHEN OTHER
007670             PERFORM JUDGE-MISPLACED-GEN-RTN
007680     END-EVALUATE.
007690 EXIT.
007700*
007710 JUDGE-MISPLACED-GEN-RTN SECTION.
007720     MOVE WS-LINK-STAMP (WS-LINK-SUB) TO WS-SEARCH-STAMP.
007730     MOVE ZERO TO WS-CERT-FOUND-NUM.
007740     PERFORM FIND-CERT-RUN-RTN
007750         VARYING WS-CERT-SUB FROM WS-CERT-USED-COUNT BY -1
007760         UNTIL WS-CERT-SUB < 1
007770            OR WS-CERT-FOUND-NUM > ZERO.
007780     IF WS-CERT-FOUND-NUM > ZERO
007790         MOVE 'OUT OF ORDER' TO WS-EXC-CLASS
007800         MOVE WS-CERT-FOUND-NUM TO WS-PRINT-NUM
007810         IF WS-CERT-WANTED > ZERO
007820             MOVE WS-CERT-WANTED TO WS-PRINT-OTHER
007830             STRING 'HOLDS CERTIFICATION' WS-PRINT-NUM
007840                 ', EXPECTED' WS-PRINT-OTHER
007850                 ' (RUN ' WS-LINK-DATE (WS-LINK-SUB) ' '
007860                 WS-LINK-TIME (WS-LINK-SUB) ')'
007870                 DELIMITED BY SIZE INTO WS-EXC-TEXT
007880         ELSE
007890             STRING 'HOLDS CERTIFICATION' WS-PRINT-NUM
007900                 ', NONE EXPECTED (RUN '
007910                 WS-LINK-DATE (WS-LINK-SUB) ' '
007920                 WS-LINK-TIME (WS-LINK-SUB) ')'
007930                 DELIMITED BY SIZE INTO WS-EXC-TEXT
007940         END-IF
007950     ELSE
007960         MOVE 'ORPHAN' TO WS-EXC-CLASS
007970         STRING 'RUN ' WS-LINK-DATE (WS-LINK-SUB) ' '
007980             WS-LINK-TIME (WS-LINK-SUB)
007990             ' IS NAMED BY NO TESTCERT.DAT CERTIFICATION'
008000             DELIMITED BY SIZE INTO WS-EXC-TEXT
008010     END-IF.
008020     PERFORM FAIL-LINK-RTN.
008030 EXIT.
008040*
008050 FIND-CERT-RUN-RTN SECTION.
008060     IF WS-CERT-RUN-STAMP (WS-CERT-SUB) = WS-SEARCH-STAMP
008070         MOVE WS-CERT-SUB TO WS-CERT-FOUND-NUM
008080     END-IF.
008090 EXIT.
008100*================================================================*
008110* CHECK-CERTIFIED-RUN-RTN - A CERTIFICATION WHOSE RUN IS IN      *
008120* NEITHER THE LIVE HISTORY NOR THE ARCHIVE IS AN ORPHAN: THE     *
008130* VERDICT IT PROMOTED CAN NO LONGER BE SHOWN.                    *
008140*================================================================*
008150 CHECK-CERTIFIED-RUN-RTN SECTION.
008160     ADD 1 TO WS-LINKS-CHECKED.
008170     IF WS-CERT-SEEN (WS-CERT-SUB)
008180         ADD 1 TO WS-LINKS-HELD
008190     ELSE
008200         MOVE 'ORPHAN'       TO WS-EXC-CLASS
008210         MOVE 'TESTCERT.DAT' TO WS-EXC-DATASET
008220         MOVE WS-CERT-SUB    TO WS-PRINT-NUM
008230         MOVE SPACES         TO WS-EXC-TEXT
008240         STRING 'CERTIFICATION' WS-PRINT-NUM ' (RUN '
008250             WS-CERT-RUN-STAMP (WS-CERT-SUB) (1:8) ' '
008260             WS-CERT-RUN-STAMP (WS-CERT-SUB) (9:8)
008270             ') NOT IN TESTHIST OR TESTHARC'
008280             DELIMITED BY SIZE INTO WS-EXC-TEXT
008290         PERFORM PRINT-EXCEPTION-RTN
008300     END-IF.
008310 EXIT.
008320*================================================================*
008330* FAIL-LINK-RTN - MARKS THE LINK TABLE ROW WITH THE EXCEPTION    *
008340* CLASS AND PRINTS THE EXCEPTION.                                *
008350*================================================================*
008360 FAIL-LINK-RTN SECTION.
008370     MOVE WS-EXC-CLASS TO WS-LINK-VERDICT (WS-LINK-SUB).
008380     PERFORM PRINT-EXCEPTION-RTN.
008390 EXIT.
008400*
008410 PRINT-EXCEPTION-RTN SECTION.
008420     ADD 1 TO WS-EXCEPTION-COUNT.
008430     EVALUATE TRUE
008440         WHEN WS-EXC-BROKEN
008450             ADD 1 TO WS-BROKEN-COUNT
008460         WHEN WS-EXC-ORPHAN
008470             ADD 1 TO WS-ORPHAN-COUNT
008480         WHEN OTHER
008490             ADD 1 TO WS-ORDER-COUNT
008500     END-EVALUATE.
008510     MOVE WS-EXCEPTION-COUNT TO WS-PRINT-NUM.
008520     DISPLAY '  EXCEPTION ' WS-PRINT-NUM ' ' WS-EXC-CLASS ' '
008530         WS-EXC-DATASET.
008540     DISPLAY '      ' WS-EXC-TEXT.
008550 EXIT.
008560*================================================================*
008570* PRINT-RECONCILIATION-RTN - WHAT WAS READ, WHICH RUN EACH       *
008580* DATASET NAMES, AND THE LINK AND EXCEPTION TOTALS.              *
008590*================================================================*
008600 PRINT-RECONCILIATION-RTN SECTION.
008610     DISPLAY ' '.
008620     DISPLAY 'RECONCILIATION SUMMARY'.
008630     MOVE WS-HIST-COUNT TO WS-PRINT-COUNT.
008640     DISPLAY '  TESTHIST.DAT  RUNS           : ' WS-PRINT-COUNT
008650         '  LATEST RUN ' WS-LATEST-STAMP (1:8) ' '
008660         WS-LATEST-STAMP (9:8).
008670     SUBTRACT WS-STEP-RUN-COUNT FROM WS-HIST-COUNT
008680         GIVING WS-PRINT-COUNT.
008690     DISPLAY '  TESTHIST.DAT  PACK RUNS      : ' WS-PRINT-COUNT.
008700     MOVE WS-HARC-COUNT TO WS-PRINT-COUNT.
008710     DISPLAY '  TESTHARC.DAT  RUNS           : ' WS-PRINT-COUNT.
008720     DISPLAY '  TESTCERT.DAT  CERTIFICATIONS : '
008730         WS-CERT-USED-COUNT.
008740     DISPLAY '  TESTCMPS.DAT  RECORDS        : ' WS-CMPS-COUNT.
008750     DISPLAY ' '.
008760     DISPLAY '  DATASET       RUN STAMP          LINK'.
008770     PERFORM PRINT-LINK-ROW-RTN
008780         VARYING WS-LINK-SUB FROM 1 BY 1
008790         UNTIL WS-LINK-SUB > 6.
008800     DISPLAY ' '.
008810     DISPLAY '  LINKS CHECKED  : ' WS-LINKS-CHECKED.
008820     DISPLAY '  LINKS HELD     : ' WS-LINKS-HELD.
008830     DISPLAY '  EXCEPTIONS     : ' WS-EXCEPTION-COUNT
008840         ' (BROKEN LINK ' WS-BROKEN-COUNT
008850         ', ORPHAN ' WS-ORPHAN-COUNT
008860         ', OUT OF ORDER ' WS-ORDER-COUNT ')'.
008870 EXIT.
008880*
008890 PRINT-LINK-ROW-RTN SECTION.
008900     EVALUATE TRUE
008910         WHEN WS-LINK-MISSING (WS-LINK-SUB)
008920             DISPLAY '  ' WS-LINK-DATASET (WS-LINK-SUB)
008930                 '  (NOT STAGED)       '
008940                 WS-LINK-VERDICT (WS-LINK-SUB)
008950         WHEN WS-LINK-NO-HEADER (WS-LINK-SUB)
008960             DISPLAY '  ' WS-LINK-DATASET (WS-LINK-SUB)
008970                 '  (NO HEADER)        '
008980                 WS-LINK-VERDICT (WS-LINK-SUB)
008990         WHEN OTHER
009000             DISPLAY '  ' WS-LINK-DATASET (WS-LINK-SUB) '  '
009010                 WS-LINK-DATE (WS-LINK-SUB) ' '
009020                 WS-LINK-TIME (WS-LINK-SUB) '  '
009030                 WS-LINK-VERDICT (WS-LINK-SUB)
009040     END-EVALUATE.
009050 EXIT.
009060*================================================================*
009070* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
009080* WORKING-STORAGE FOR THE TABLE).                                *
009090*================================================================*
009100 SET-RETURN-CODE-RTN SECTION.
009110     EVALUATE TRUE
009120         WHEN WS-IO-ERROR
009130             MOVE 8 TO WS-RETURN-CODE
009140         WHEN WS-EXCEPTION-COUNT > ZERO
009150             MOVE 4 TO WS-RETURN-CODE
009160         WHEN OTHER
009170             MOVE 0 TO WS-RETURN-CODE
009180     END-EVALUATE.
009190     DISPLAY 'TESTAUD: STEP RETURN CODE ' WS-RETURN-CODE.
009200     MOVE WS-RETURN-CODE TO RETURN-CODE.
009210 EXIT.
