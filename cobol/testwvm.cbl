000010*================================================================*
000020* PROGRAM:    TESTWVM                                            *
000030* PURPOSE:    BATCH MAINTENANCE OF THE TESTWVR.DAT WAIVER CARDS  *
000040*             THAT LET TEST1 POST A KNOWN FAILING GROUP AS W.    *
000050*             APPLIES THE ADD / EXTEND / REVOKE TRANSACTIONS IN  *
000060*             TESTWTRN.DAT IN THE ORDER GIVEN, UNDER THE         *
000070*             APPROVAL RULES:                                    *
000080*               - THE GROUP MUST BE ONE TEST1 ACTUALLY RUNS      *
000090*               - THE EXPIRY MUST FALL AFTER TODAY AND NO MORE   *
000100*                 THAN MAX-DAYS AHEAD                            *
000110*               - A WAIVER MAY BE EXTENDED AT MOST MAX-EXTEND    *
000120*                 TIMES                                          *
000130*               - AN ADD OR EXTEND NEEDS AN APPROVER ON THE      *
000140*                 TESTWAPR.DAT AUTHORIZED LIST WHO IS NOT THE    *
000150*                 REQUESTER                                      *
000160*               - TEST1 HOLDS AT MOST 10 WAIVERS                 *
000170*             EVERY TRANSACTION, ACCEPTED OR REJECTED, IS        *
000180*             APPENDED TO THE PERMANENT TESTWAUD.DAT AUDIT       *
000190*             DATASET WITH THE CARD BEFORE AND AFTER, AND THE    *
000200*             RUN ENDS WITH A LISTING OF EVERY WAIVER ON FILE    *
000210*             AND ITS DAYS REMAINING.                            *
000220*                                                                *
000230* TRANSACTIONS (TESTWTRN.DAT, OPTIONAL, 100-BYTE CARDS):         *
000240*   COL   1      ACTION - A = ADD, E = EXTEND, R = REVOKE        *
000250*   COL   2- 13  GROUP NAME AS TEST1 PRINTS IT (E.G. TEST-COMP3) *
000260*   COL  14- 21  NEW EXPIRY DATE, CCYYMMDD (ADD AND EXTEND)      *
000270*   COL  22- 29  REQUESTER ID (EVERY ACTION)                     *
000280*   COL  30- 37  APPROVER ID (ADD AND EXTEND)                    *
000290*   COL  38- 81  REASON (ADD; AN EXTEND MAY REPLACE IT)          *
000300*                                                                *
000310* CONTROL CARDS (WVMCARD.DAT, OPTIONAL, TESTIN.DAT CARD STYLE -  *
000320* FIELD NAME IN COLUMNS 1-12, VALUE FROM COLUMN 13, FREE-FORM    *
000330* DIGITS AS TESTIN.DAT VALUES ARE):                              *
000340*   MAX-DAYS     THE LATEST EXPIRY ALLOWED, IN DAYS FROM TODAY   *
000350*                (DEFAULT 90, UP TO 3 DIGITS)                    *
000360*   MAX-EXTEND   HOW MANY TIMES ONE WAIVER MAY BE EXTENDED       *
000370*                (DEFAULT 2, UP TO 2 DIGITS)                     *
000380*================================================================*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. TESTWVM.
000410 AUTHOR. R-MATSKO.
000420 INSTALLATION. SD201707.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED.
000450*----------------------------------------------------------------*
000460* MODIFICATION HISTORY                                           *
000470*----------------------------------------------------------------*
000480* DATE        INIT  DESCRIPTION                                  *
000490* ----------  ----  ----------------------------------------     *
000500* 2026-10-15  RM    ORIGINAL VERSION.                            *
000510* 2026-10-15  RM    GROUP TABLE HOLDS THE VERIFY NAMES TEST1     *
000520*                   POSTS - TEST-CALL-R / -C / -V REPLACE        *
000530*                   TEST-CALL, WHICH NO WAIVER COULD MATCH.      *
000540*----------------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560*
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT OPTIONAL TESTWVR-FILE ASSIGN TO "TESTWVR.DAT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS TESTWVR-FILE-STATUS.
000620     SELECT OPTIONAL TESTWTRN-FILE ASSIGN TO "TESTWTRN.DAT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS TESTWTRN-FILE-STATUS.
000650     SELECT OPTIONAL TESTWAPR-FILE ASSIGN TO "TESTWAPR.DAT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS TESTWAPR-FILE-STATUS.
000680     SELECT OPTIONAL TESTWAUD-FILE ASSIGN TO "TESTWAUD.DAT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS TESTWAUD-FILE-STATUS.
000710     SELECT OPTIONAL WVMCARD-FILE ASSIGN TO "WVMCARD.DAT"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WVMCARD-FILE-STATUS.
000740 DATA DIVISION.
000750*
000760 FILE SECTION.
000770*----------------------------------------------------------------*
000780* TESTWVR.DAT - THE WAIVER CARDS.  THE FIRST 72 BYTES MUST STAY  *
000790* IN STEP WITH THE FD IN TEST1; THE EXTENSION COUNT LIVES IN     *
000800* BYTES TEST1 READS AS FILLER (A HAND-PUNCHED CARD LEAVES IT     *
000810* BLANK, WHICH COUNTS AS NO EXTENSIONS).                         *
000820*----------------------------------------------------------------*
000830 FD  TESTWVR-FILE
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 80 CHARACTERS
000860     LABEL RECORDS ARE STANDARD.
000870 01  TESTWVR-RECORD              PIC X(80).
000880*----------------------------------------------------------------*
000890* TESTWTRN.DAT - THE MAINTENANCE TRANSACTIONS (SEE THE HEADER).  *
000900*----------------------------------------------------------------*
000910 FD  TESTWTRN-FILE
000920     RECORDING MODE IS F
000930     RECORD CONTAINS 100 CHARACTERS
000940     LABEL RECORDS ARE STANDARD.
000950 01  TESTWTRN-RECORD.
000960      05 WT-ACTION            PIC X(01).
000970         88 WT-ACTION-ADD     VALUE 'A'.
000980         88 WT-ACTION-EXTEND  VALUE 'E'.
000990         88 WT-ACTION-REVOKE  VALUE 'R'.
001000      05 WT-GROUP-NAME        PIC X(12).
001010      05 WT-EXPIRY-DATE       PIC X(08).
001020      05 WT-EXPIRY-NUM REDEFINES WT-EXPIRY-DATE
001030                              PIC 9(08).
001040      05 WT-REQUESTER         PIC X(08).
001050      05 WT-APPROVER          PIC X(08).
001060      05 WT-REASON            PIC X(44).
001070      05 FILLER                PIC X(19).
001080*----------------------------------------------------------------*
001090* TESTWAPR.DAT - THE AUTHORIZED-APPROVER LIST, ONE ID PER CARD   *
001100* IN COLUMNS 1-8 WITH THE APPROVER'S NAME FOR THE LISTING.       *
001110*----------------------------------------------------------------*
001120 FD  TESTWAPR-FILE
001130     RECORDING MODE IS F
001140     RECORD CONTAINS 80 CHARACTERS
001150     LABEL RECORDS ARE STANDARD.
001160 01  TESTWAPR-RECORD.
001170      05 AP-APPROVER          PIC X(08).
001180      05 AP-APPROVER-NAME     PIC X(30).
001190      05 FILLER                PIC X(42).
001200*----------------------------------------------------------------*
001210* TESTWAUD.DAT - THE PERMANENT WAIVER AUDIT, ONE RECORD PER      *
001220* TRANSACTION, APPENDED AND NEVER REWRITTEN.  AU-DISPOSITION IS  *
001230* A (ACCEPTED - AU-REASON SAYS WHAT WAS DONE) OR R (REJECTED -   *
001240* AU-REASON SAYS WHY).  THE IMAGES ARE THE 80-BYTE TESTWVR CARD  *
001250* BEFORE AND AFTER; BLANK WHERE THERE WAS NO CARD.  ALL FIELDS   *
001260* DISPLAY FORM SO THE DATASET PRINTS AS-IS.                      *
001270*----------------------------------------------------------------*
001280 FD  TESTWAUD-FILE
001290     RECORDING MODE IS F
001300     RECORD CONTAINS 256 CHARACTERS
001310     LABEL RECORDS ARE STANDARD.
001320 01  TESTWAUD-RECORD.
001330      05 AU-AUDIT-DATE        PIC X(08).
001340      05 AU-AUDIT-TIME        PIC X(08).
001350      05 AU-ACTION            PIC X(01).
001360      05 AU-GROUP-NAME        PIC X(12).
001370      05 AU-REQUESTER         PIC X(08).
001380      05 AU-APPROVER          PIC X(08).
001390      05 AU-DISPOSITION       PIC X(01).
001400      05 AU-REASON            PIC X(50).
001410      05 AU-BEFORE-IMAGE      PIC X(80).
001420      05 AU-AFTER-IMAGE       PIC X(80).
001430*----------------------------------------------------------------*
001440* WVMCARD.DAT - OPTIONAL LIMIT OVERRIDES, VALIDATED BEFORE ANY   *
001450* TRANSACTION IS APPLIED.                                        *
001460*----------------------------------------------------------------*
001470 FD  WVMCARD-FILE
001480     RECORDING MODE IS F
001490     RECORD CONTAINS 80 CHARACTERS
001500     LABEL RECORDS ARE STANDARD.
001510 01  WVMCARD-RECORD.
001520      05 WC-FIELD-NAME        PIC X(12).
001530      05 WC-FIELD-VALUE       PIC X(60).
001540      05 FILLER                PIC X(08).
001550*
001560 WORKING-STORAGE SECTION.
001570*----------------------------------------------------------------*
001580* THE GROUPS TEST1 RUNS, BY THE VERIFY NAME IT POSTS EACH RESULT *
001590* UNDER (THE NAME ITS WAIVER MATCH USES - TEST-CALL POSTS AS     *
001600* TEST-CALL-R, TEST-CALL-C AND TEST-CALL-V).  MUST STAY IN STEP  *
001610* WITH THE WS-VERIFY-NAME ASSIGNMENTS IN TEST1.                  *
001620*----------------------------------------------------------------*
001630 01  WS-GROUP-NAME-DEF.
001640      03 FILLER       PIC X(12) VALUE 'TEST-X'.
001650      03 FILLER       PIC X(12) VALUE 'TEST-9'.
001660      03 FILLER       PIC X(12) VALUE 'TEST-S'.
001670      03 FILLER       PIC X(12) VALUE 'TEST-COMP3'.
001680      03 FILLER       PIC X(12) VALUE 'TEST-N'.
001690      03 FILLER       PIC X(12) VALUE 'TEST-B'.
001700      03 FILLER       PIC X(12) VALUE 'TEST-FLOAT'.
001710      03 FILLER       PIC X(12) VALUE 'TEST-TABLE'.
001720      03 FILLER       PIC X(12) VALUE 'TEST-DATE'.
001730      03 FILLER       PIC X(12) VALUE 'TEST-OVFL'.
001740      03 FILLER       PIC X(12) VALUE 'TEST-IXF'.
001750      03 FILLER       PIC X(12) VALUE 'TEST-REL'.
001760      03 FILLER       PIC X(12) VALUE 'TEST-VLR'.
001770      03 FILLER       PIC X(12) VALUE 'TEST-SORT'.
001780      03 FILLER       PIC X(12) VALUE 'TEST-ARITH'.
001790      03 FILLER       PIC X(12) VALUE 'TEST-STR'.
001800      03 FILLER       PIC X(12) VALUE 'TEST-CALL-R'.
001810      03 FILLER       PIC X(12) VALUE 'TEST-CALL-C'.
001820      03 FILLER       PIC X(12) VALUE 'TEST-CALL-V'.
001830      03 FILLER       PIC X(12) VALUE 'TEST-PRT'.
001840 01  WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAME-DEF.
001850      03 WS-GROUP-NAME        PIC X(12) OCCURS 20 TIMES.
001860 77  WS-GROUP-COUNT             PIC 9(02) COMP VALUE 20.
001870 77  WS-GROUP-SUB               PIC 9(02) COMP VALUE ZERO.
001880 77  WS-GROUP-KNOWN-SW          PIC X(01) VALUE 'N'.
001890    88 WS-GROUP-KNOWN           VALUE 'Y'.
001900*----------------------------------------------------------------*
001910* WAIVER TABLE - TESTWVR.DAT LOADED WHOLE, UPDATED IN STORAGE,   *
001920* AND WRITTEN BACK IN THE SAME ORDER (LESS ANY REVOKED CARD)     *
001930* WHEN A TRANSACTION WAS ACCEPTED.  THE TABLE HOLDS 20 SO A FILE *
001940* TEST1 WOULD REFUSE FOR HOLDING TOO MANY CAN STILL BE CUT BACK. *
001950*----------------------------------------------------------------*
001960 01  WS-WAIVER-TABLE.
001970      03 WS-WVT-USED-COUNT    PIC 9(02) COMP VALUE ZERO.
001980      03 WS-WVT-ENTRY OCCURS 20 TIMES.
001990       05 WS-WVT-CARD.
002000        10 WS-WVT-GROUP-NAME   PIC X(12).
002010        10 WS-WVT-EXPIRY-DATE  PIC X(08).
002020        10 WS-WVT-EXPIRY-NUM REDEFINES WS-WVT-EXPIRY-DATE
002030                               PIC 9(08).
002040        10 WS-WVT-APPROVER     PIC X(08).
002050        10 WS-WVT-REASON       PIC X(44).
002060        10 WS-WVT-EXTEND-COUNT PIC X(02).
002070        10 WS-WVT-EXTEND-NUM REDEFINES WS-WVT-EXTEND-COUNT
002080                               PIC 9(02).
002090        10 FILLER              PIC X(06).
002100       05 WS-WVT-STATE         PIC X(01).
002110          88 WS-WVT-REVOKED    VALUE 'R'.
002120 77  WS-WVT-SUB                 PIC 9(02) COMP VALUE ZERO.
002130 77  WS-WVT-FOUND-NUM           PIC 9(02) COMP VALUE ZERO.
002140 77  WS-ACTIVE-COUNT            PIC 9(02) COMP VALUE ZERO.
002150 77  WS-TEST1-WAIVER-LIMIT      PIC 9(02) COMP VALUE 10.
002160*----------------------------------------------------------------*
002170* AUTHORIZED-APPROVER TABLE.                                     *
002180*----------------------------------------------------------------*
002190 01  WS-APPROVER-TABLE.
002200      03 WS-APR-USED-COUNT    PIC 9(02) COMP VALUE ZERO.
002210      03 WS-APR-ID            PIC X(08) OCCURS 50 TIMES.
002220 77  WS-APR-SUB                 PIC 9(02) COMP VALUE ZERO.
002230 77  WS-APR-FOUND-SW            PIC X(01) VALUE 'N'.
002240    88 WS-APR-FOUND             VALUE 'Y'.
002250*----------------------------------------------------------------*
002260* LIMITS (WVMCARD.DAT OVERRIDES THE DEFAULTS).                   *
002270*----------------------------------------------------------------*
002280 77  WS-MAX-DAYS                PIC 9(03) VALUE 90.
002290 77  WS-MAX-EXTEND              PIC 9(02) VALUE 2.
002300*----------------------------------------------------------------*
002310* PER-TRANSACTION OUTCOME AND THE RUN TOTALS.                    *
002320*----------------------------------------------------------------*
002330 01  WS-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
002340 01  WS-AFTER-IMAGE               PIC X(80) VALUE SPACES.
002350 01  WS-PRINT-IMAGE.
002360      05 WI-GROUP-NAME        PIC X(12).
002370      05 WI-EXPIRY-DATE       PIC X(08).
002380      05 WI-APPROVER          PIC X(08).
002390      05 WI-REASON            PIC X(44).
002400      05 WI-EXTEND-COUNT      PIC X(02).
002410      05 FILLER                PIC X(06).
002420 77  WS-IMAGE-LABEL             PIC X(07) VALUE SPACES.
002430 77  WS-REJECT-REASON           PIC X(50) VALUE SPACES.
002440 77  WS-ACCEPT-WORD             PIC X(50) VALUE SPACES.
002450 77  WS-TRAN-COUNT              PIC 9(04) COMP VALUE ZERO.
002460 77  WS-ADDED-COUNT             PIC 9(04) COMP VALUE ZERO.
002470 77  WS-EXTENDED-COUNT          PIC 9(04) COMP VALUE ZERO.
002480 77  WS-REVOKED-COUNT           PIC 9(04) COMP VALUE ZERO.
002490 77  WS-REJECTED-COUNT          PIC 9(04) COMP VALUE ZERO.
002500 77  WS-ACCEPTED-COUNT          PIC 9(04) COMP VALUE ZERO.
002510 77  WS-PRINT-COUNT             PIC ZZZ9.
002520 77  WS-PRINT-EXTEND            PIC Z9.
002530 77  WS-PRINT-DAYS              PIC ZZZZ9.
002540*----------------------------------------------------------------*
002550* DATE ARITHMETIC.                                               *
002560*----------------------------------------------------------------*
002570 77  WS-TODAY-INT               PIC 9(08) COMP VALUE ZERO.
002580 77  WS-DAYS-AHEAD              PIC S9(08) COMP VALUE ZERO.
002590*----------------------------------------------------------------*
002600* CONTROL-CARD VALUE VALIDATION WORK AREA - THE SAME FREE-FORM   *
002610* TREATMENT TEST1'S DECK VALIDATOR GIVES A TESTIN.DAT VALUE:     *
002620* SCAN TO THE FIRST AND LAST NON-BLANK, PROVE EVERY CHARACTER    *
002630* BETWEEN THEM IS A DIGIT, PROVE THE WIDTH FITS THE TARGET, AND  *
002640* ONLY THEN HAND THE VALUE TO FUNCTION NUMVAL.                   *
002650*----------------------------------------------------------------*
002660 77  WS-VAL-START               PIC 9(02) COMP VALUE ZERO.
002670 77  WS-VAL-END                 PIC 9(02) COMP VALUE ZERO.
002680 77  WS-VAL-SUB                 PIC 9(02) COMP VALUE ZERO.
002690 77  WS-VAL-MAX-DIGITS          PIC 9(02) COMP VALUE ZERO.
002700 77  WS-VAL-RESULT              PIC 9(04) VALUE ZERO.
002710 77  WS-VAL-REASON              PIC X(30) VALUE SPACES.
002720 77  WS-VAL-BAD-SW              PIC X(01) VALUE 'N'.
002730    88 WS-VAL-BAD               VALUE 'Y'.
002740*----------------------------------------------------------------*
002750* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
002760*   00  = EVERY TRANSACTION APPLIED (OR THERE WERE NONE)         *
002770*   04  = ONE OR MORE TRANSACTIONS REJECTED - THE REST WERE      *
002780*         APPLIED; THE AUDIT LISTING GIVES EACH REASON           *
002790*   08  = A DATASET COULD NOT BE OPENED, READ OR WRITTEN, OR     *
002800*         TESTWVR.DAT OVERFLOWED THE WAIVER TABLE - TESTWVR.DAT  *
002810*         IS ONLY REWRITTEN WHEN EVERYTHING BEFORE IT HELD       *
002820*   12  = A CONTROL CARD IN WVMCARD.DAT IS INVALID - NO          *
002830*         TRANSACTION WAS APPLIED                                *
002840*----------------------------------------------------------------*
002850 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002860 77  WS-IO-ERROR-SW             PIC X(01) VALUE 'N'.
002870    88 WS-IO-ERROR              VALUE 'Y'.
002880 77  WS-CARD-ERROR-SW           PIC X(01) VALUE 'N'.
002890    88 WS-CARD-ERROR            VALUE 'Y'.
002900 77  TESTWVR-FILE-STATUS        PIC X(02) VALUE ZEROES.
002910    88 TESTWVR-FILE-OK          VALUE '00'.
002920    88 TESTWVR-NOT-FOUND        VALUE '05' '35'.
002930 77  TESTWVR-EOF-SW             PIC X(01) VALUE 'N'.
002940    88 TESTWVR-EOF              VALUE 'Y'.
002950 77  TESTWTRN-FILE-STATUS       PIC X(02) VALUE ZEROES.
002960    88 TESTWTRN-FILE-OK         VALUE '00'.
002970    88 TESTWTRN-NOT-FOUND       VALUE '05' '35'.
002980 77  TESTWTRN-EOF-SW            PIC X(01) VALUE 'N'.
002990    88 TESTWTRN-EOF             VALUE 'Y'.
003000 77  WS-TRAN-OPEN-SW            PIC X(01) VALUE 'N'.
003010    88 WS-TRAN-OPEN             VALUE 'Y'.
003020 77  TESTWAPR-FILE-STATUS       PIC X(02) VALUE ZEROES.
003030    88 TESTWAPR-FILE-OK         VALUE '00'.
003040    88 TESTWAPR-NOT-FOUND       VALUE '05' '35'.
003050 77  TESTWAPR-EOF-SW            PIC X(01) VALUE 'N'.
003060    88 TESTWAPR-EOF             VALUE 'Y'.
003070 77  TESTWAUD-FILE-STATUS       PIC X(02) VALUE ZEROES.
003080    88 TESTWAUD-FILE-OK         VALUE '00'.
003090*   STATUS 05 ON THE EXTEND OPEN MEANS THE AUDIT DATASET WAS NOT
003100*   THERE YET AND WAS CREATED - THE FIRST MAINTENANCE RUN, NOT AN
003110*   ERROR.
003120    88 TESTWAUD-OPEN-OK         VALUE '00' '05'.
003130 77  WS-AUDIT-OPEN-SW           PIC X(01) VALUE 'N'.
003140    88 WS-AUDIT-OPEN            VALUE 'Y'.
003150 77  WVMCARD-FILE-STATUS        PIC X(02) VALUE ZEROES.
003160    88 WVMCARD-FILE-OK          VALUE '00'.
003170    88 WVMCARD-NOT-FOUND        VALUE '05' '35'.
003180 77  WVMCARD-EOF-SW             PIC X(01) VALUE 'N'.
003190    88 WVMCARD-EOF              VALUE 'Y'.
003200*----------------------------------------------------------------*
003210* CURRENT-DATE VIEW FOR THE EXPIRY RULES AND THE AUDIT STAMP.    *
003220*----------------------------------------------------------------*
003230 01  WS-CURRENT-DATE-AREA.
003240      03 WS-CD-DATE              PIC X(08).
003250      03 WS-CD-DATE-NUM REDEFINES WS-CD-DATE
003260                                 PIC 9(08).
003270      03 WS-CD-TIME              PIC X(08).
003280      03 FILLER                  PIC X(05).
003290*
003300 PROCEDURE DIVISION.
003310*================================================================*
003320* MAIN-RTN - LIMITS, APPROVERS AND THE CURRENT WAIVERS FIRST;    *
003330* THEN THE TRANSACTIONS IN ORDER, THE REWRITE, THE LISTING, AND  *
003340* THE CODE.                                                      *
003350*================================================================*
003360 MAIN-RTN.
003370     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
003380     COMPUTE WS-TODAY-INT =
003390         FUNCTION INTEGER-OF-DATE (WS-CD-DATE-NUM).
003400     PERFORM READ-CONTROL-CARDS-RTN.
003410     IF NOT WS-CARD-ERROR AND NOT WS-IO-ERROR
003420         PERFORM LOAD-APPROVERS-RTN
003430     END-IF.
003440     IF NOT WS-CARD-ERROR AND NOT WS-IO-ERROR
003450         PERFORM LOAD-WAIVERS-RTN
003460     END-IF.
003470     IF NOT WS-CARD-ERROR AND NOT WS-IO-ERROR
003480         PERFORM OPEN-FILES-RTN
003490     END-IF.
003500     IF NOT WS-CARD-ERROR AND NOT WS-IO-ERROR
003510         DISPLAY 'TESTWVM WAIVER MAINTENANCE - AUDIT LISTING '
003520             WS-CD-DATE
003530         DISPLAY '  LIMITS: MAX-DAYS=' WS-MAX-DAYS
003540             ' MAX-EXTEND=' WS-MAX-EXTEND
003550         PERFORM READ-TRANSACTION-RTN
003560             UNTIL TESTWTRN-EOF OR WS-IO-ERROR
003570         IF WS-ACCEPTED-COUNT > ZERO AND NOT WS-IO-ERROR
003580             PERFORM REWRITE-WAIVERS-RTN
003590         END-IF
003600     END-IF.
003610     IF WS-AUDIT-OPEN
003620         CLOSE TESTWAUD-FILE
003630     END-IF.
003640     IF WS-TRAN-OPEN
003650         CLOSE TESTWTRN-FILE
003660     END-IF.
003670     IF NOT WS-CARD-ERROR
003680         PERFORM LIST-WAIVERS-RTN
003690         PERFORM PRINT-TOTALS-RTN
003700     END-IF.
003710     PERFORM SET-RETURN-CODE-RTN.
003720     GOBACK.
003730*================================================================*
003740* READ-CONTROL-CARDS-RTN - READS THE OPTIONAL LIMIT OVERRIDES.   *
003750* AN UNKNOWN NAME OR A NON-NUMERIC VALUE PRINTS THE CARD IMAGE   *
003760* WITH THE REASON AND STOPS THE RUN, THE SAME TREATMENT TEST1    *
003770* GIVES A BAD TESTIN.DAT DECK.                                   *
003780*================================================================*
003790 READ-CONTROL-CARDS-RTN SECTION.
003800     OPEN INPUT WVMCARD-FILE.
003810     IF WVMCARD-FILE-OK
003820         PERFORM READ-WVMCARD-RTN UNTIL WVMCARD-EOF
003830         CLOSE WVMCARD-FILE
003840     ELSE
003850*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
003860*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
003870         IF WVMCARD-FILE-STATUS = '05'
003880             CLOSE WVMCARD-FILE
003890         ELSE
003900             IF NOT WVMCARD-NOT-FOUND
003910                 DISPLAY 'WVMCARD OPEN FAILED, FILE STATUS='
003920                     WVMCARD-FILE-STATUS
003930                 SET WS-IO-ERROR TO TRUE
003940             END-IF
003950         END-IF
003960     END-IF.
003970 EXIT.
003980*
003990 READ-WVMCARD-RTN SECTION.
004000     READ WVMCARD-FILE
004010         AT END
004020             SET WVMCARD-EOF TO TRUE
004030         NOT AT END
004040             PERFORM APPLY-WVMCARD-RTN
004050     END-READ.
004060 EXIT.
004070*
004080 APPLY-WVMCARD-RTN SECTION.
004090     EVALUATE WC-FIELD-NAME
004100         WHEN 'MAX-DAYS'
004110             MOVE 3 TO WS-VAL-MAX-DIGITS
004120             PERFORM VALIDATE-WVM-VALUE-RTN
004130             IF NOT WS-VAL-BAD
004140                 MOVE WS-VAL-RESULT TO WS-MAX-DAYS
004150             END-IF
004160         WHEN 'MAX-EXTEND'
004170             MOVE 2 TO WS-VAL-MAX-DIGITS
004180             PERFORM VALIDATE-WVM-VALUE-RTN
004190             IF NOT WS-VAL-BAD
004200                 MOVE WS-VAL-RESULT TO WS-MAX-EXTEND
004210             END-IF
004220         WHEN OTHER
004230             DISPLAY 'WVMCARD ERROR: UNKNOWN FIELD NAME'
004240             DISPLAY '  CARD IMAGE: ' WVMCARD-RECORD
004250             SET WS-CARD-ERROR TO TRUE
004260     END-EVALUATE.
004270 EXIT.
004280*================================================================*
004290* VALIDATE-WVM-VALUE-RTN - FREE-FORM UNSIGNED INTEGER, PARSED    *
004300* THE WAY TEST1'S DECK VALIDATOR PARSES A TESTIN.DAT VALUE, SO   *
004310* '90' AND '090' BOTH PASS AND AN OFFENDER PRINTS ITS CARD       *
004320* IMAGE WITH THE REASON.                                         *
004330*================================================================*
004340 VALIDATE-WVM-VALUE-RTN SECTION.
004350     MOVE 'N' TO WS-VAL-BAD-SW.
004360     MOVE ZERO TO WS-VAL-RESULT.
004370     PERFORM FIND-VALUE-END-RTN.
004380     PERFORM FIND-VALUE-START-RTN.
004390     IF WS-VAL-END = ZERO
004400         MOVE 'VALUE MISSING' TO WS-VAL-REASON
004410         SET WS-VAL-BAD TO TRUE
004420     ELSE
004430         PERFORM CHECK-VALUE-CHAR-RTN
004440             VARYING WS-VAL-SUB FROM WS-VAL-START BY 1
004450             UNTIL WS-VAL-SUB > WS-VAL-END
004460                OR WS-VAL-BAD
004470         IF NOT WS-VAL-BAD
004480            AND WS-VAL-END - WS-VAL-START + 1
004490                > WS-VAL-MAX-DIGITS
004500             MOVE 'VALUE TOO LONG FOR TARGET' TO WS-VAL-REASON
004510             SET WS-VAL-BAD TO TRUE
004520         END-IF
004530     END-IF.
004540     IF WS-VAL-BAD
004550         DISPLAY 'WVMCARD ERROR: ' WS-VAL-REASON
004560         DISPLAY '  CARD IMAGE: ' WVMCARD-RECORD
004570         SET WS-CARD-ERROR TO TRUE
004580     ELSE
004590         COMPUTE WS-VAL-RESULT =
004600             FUNCTION NUMVAL (WC-FIELD-VALUE)
004610     END-IF.
004620 EXIT.
004630*
004640 FIND-VALUE-END-RTN SECTION.
004650     MOVE ZERO TO WS-VAL-END.
004660     PERFORM SCAN-VALUE-END-RTN
004670         VARYING WS-VAL-SUB FROM 60 BY -1
004680         UNTIL WS-VAL-SUB < 1
004690            OR WS-VAL-END > ZERO.
004700 EXIT.
004710*
004720 SCAN-VALUE-END-RTN SECTION.
004730     IF WC-FIELD-VALUE (WS-VAL-SUB:1) NOT = SPACE
004740         MOVE WS-VAL-SUB TO WS-VAL-END
004750     END-IF.
004760 EXIT.
004770*
004780 FIND-VALUE-START-RTN SECTION.
004790     MOVE ZERO TO WS-VAL-START.
004800     PERFORM SCAN-VALUE-START-RTN
004810         VARYING WS-VAL-SUB FROM 1 BY 1
004820         UNTIL WS-VAL-SUB > 60
004830            OR WS-VAL-START > ZERO.
004840 EXIT.
004850*
004860 SCAN-VALUE-START-RTN SECTION.
004870     IF WC-FIELD-VALUE (WS-VAL-SUB:1) NOT = SPACE
004880         MOVE WS-VAL-SUB TO WS-VAL-START
004890     END-IF.
004900 EXIT.
004910*
004920 CHECK-VALUE-CHAR-RTN SECTION.
004930     IF WC-FIELD-VALUE (WS-VAL-SUB:1) < '0'
004940        OR WC-FIELD-VALUE (WS-VAL-SUB:1) > '9'
004950         MOVE 'VALUE NOT NUMERIC' TO WS-VAL-REASON
004960         SET WS-VAL-BAD TO TRUE
004970     END-IF.
004980 EXIT.
004990*================================================================*
005000* LOAD-APPROVERS-RTN - THE AUTHORIZED LIST.  WITHOUT IT NO ADD   *
005010* OR EXTEND CAN BE APPROVED, BUT A REVOKE STILL GOES THROUGH.    *
005020*================================================================*
005030 LOAD-APPROVERS-RTN SECTION.
005040     OPEN INPUT TESTWAPR-FILE.
005050     IF TESTWAPR-FILE-OK
005060         PERFORM READ-APPROVER-RTN UNTIL TESTWAPR-EOF
005070         CLOSE TESTWAPR-FILE
005080     ELSE
005090         IF TESTWAPR-FILE-STATUS = '05'
005100             CLOSE TESTWAPR-FILE
005110         ELSE
005120             IF NOT TESTWAPR-NOT-FOUND
005130                 DISPLAY 'TESTWAPR OPEN FAILED, FILE STATUS='
005140                     TESTWAPR-FILE-STATUS
005150                 SET WS-IO-ERROR TO TRUE
005160             END-IF
005170         END-IF
005180     END-IF.
005190     IF NOT WS-IO-ERROR AND WS-APR-USED-COUNT = ZERO
005200         DISPLAY 'TESTWAPR.DAT NAMES NO APPROVER - NO ADD OR'
005210             ' EXTEND CAN BE APPROVED THIS RUN'
005220     END-IF.
005230 EXIT.
005240*
005250 READ-APPROVER-RTN SECTION.
005260     READ TESTWAPR-FILE
005270         AT END
005280             SET TESTWAPR-EOF TO TRUE
005290         NOT AT END
005300             IF AP-APPROVER NOT = SPACES
005310                 IF WS-APR-USED-COUNT >= 50
005320                     DISPLAY 'TESTWAPR OVERFLOWS THE APPROVER'
005330                         ' TABLE AT 50'
005340                     SET WS-IO-ERROR TO TRUE
005350                     SET TESTWAPR-EOF TO TRUE
005360                 ELSE
005370                     ADD 1 TO WS-APR-USED-COUNT
005380                     MOVE AP-APPROVER
005390                         TO WS-APR-ID (WS-APR-USED-COUNT)
005400                 END-IF
005410             END-IF
005420     END-READ.
005430 EXIT.
005440*================================================================*
005450* LOAD-WAIVERS-RTN - THE CARDS AS THEY STAND.  NO DATASET IS     *
005460* THE NORMAL CASE - NOTHING IS WAIVED YET.                       *
005470*================================================================*
005480 LOAD-WAIVERS-RTN SECTION.
005490     OPEN INPUT TESTWVR-FILE.
005500     IF TESTWVR-FILE-OK
005510         PERFORM READ-WAIVER-RTN UNTIL TESTWVR-EOF
005520         CLOSE TESTWVR-FILE
005530     ELSE
005540         IF TESTWVR-FILE-STATUS = '05'
005550             CLOSE TESTWVR-FILE
005560         ELSE
005570             IF NOT TESTWVR-NOT-FOUND
005580                 DISPLAY 'TESTWVR OPEN FAILED, FILE STATUS='
005590                     TESTWVR-FILE-STATUS
005600                 SET WS-IO-ERROR TO TRUE
005610             END-IF
005620         END-IF
005630     END-IF.
005640 EXIT.
005650*
005660 READ-WAIVER-RTN SECTION.
005670     READ TESTWVR-FILE
005680         AT END
005690             SET TESTWVR-EOF TO TRUE
005700         NOT AT END
005710             IF WS-WVT-USED-COUNT >= 20
005720                 DISPLAY 'TESTWVR OVERFLOWS THE WAIVER TABLE'
005730                     ' AT 20'
005740                 SET WS-IO-ERROR TO TRUE
005750                 SET TESTWVR-EOF TO TRUE
005760             ELSE
005770                 ADD 1 TO WS-WVT-USED-COUNT
005780                 MOVE WS-WVT-USED-COUNT TO WS-WVT-SUB
005790                 MOVE TESTWVR-RECORD TO WS-WVT-CARD (WS-WVT-SUB)
005800                 MOVE SPACE TO WS-WVT-STATE (WS-WVT-SUB)
005810                 IF WS-WVT-EXTEND-COUNT (WS-WVT-SUB) NOT NUMERIC
005820                     MOVE ZERO TO WS-WVT-EXTEND-NUM (WS-WVT-SUB)
005830                 END-IF
005840                 ADD 1 TO WS-ACTIVE-COUNT
005850             END-IF
005860     END-READ.
005870 EXIT.
005880*================================================================*
005890* OPEN-FILES-RTN - THE TRANSACTIONS AND THE AUDIT.  A MISSING    *
005900* TRANSACTION DATASET IS NOT AN ERROR - THE RUN JUST LISTS.      *
005910*================================================================*
005920 OPEN-FILES-RTN SECTION.
005930     OPEN INPUT TESTWTRN-FILE.
005940     IF TESTWTRN-FILE-OK
005950         SET WS-TRAN-OPEN TO TRUE
005960     ELSE
005970         IF TESTWTRN-FILE-STATUS = '05'
005980             CLOSE TESTWTRN-FILE
005990         END-IF
006000         IF TESTWTRN-NOT-FOUND
006010             DISPLAY 'TESTWTRN.DAT NOT PRESENT - NO TRANSACTIONS,'
006020                 ' WAIVERS LISTED ONLY'
006030         ELSE
006040             DISPLAY 'TESTWTRN OPEN FAILED, FILE STATUS='
006050                 TESTWTRN-FILE-STATUS
006060             SET WS-IO-ERROR TO TRUE
006070         END-IF
006080         SET TESTWTRN-EOF TO TRUE
006090     END-IF.
006100     IF NOT WS-IO-ERROR
006110         OPEN EXTEND TESTWAUD-FILE
006120         IF TESTWAUD-OPEN-OK
006130             SET WS-AUDIT-OPEN TO TRUE
006140         ELSE
006150             DISPLAY 'TESTWAUD OPEN FAILED, FILE STATUS='
006160                 TESTWAUD-FILE-STATUS
006170             SET WS-IO-ERROR TO TRUE
006180         END-IF
006190     END-IF.
006200 EXIT.
006210*
006220 READ-TRANSACTION-RTN SECTION.
006230     READ TESTWTRN-FILE
006240         AT END
006250             SET TESTWTRN-EOF TO TRUE
006260         NOT AT END
006270             ADD 1 TO WS-TRAN-COUNT
006280             PERFORM APPLY-TRANSACTION-RTN
006290     END-READ.
006300     IF NOT TESTWTRN-FILE-OK
006310        AND NOT TESTWTRN-EOF
006320         DISPLAY 'TESTWTRN READ FAILED, FILE STATUS='
006330             TESTWTRN-FILE-STATUS
006340         SET WS-IO-ERROR TO TRUE
006350     END-IF.
006360 EXIT.
006370*================================================================*
006380* APPLY-TRANSACTION-RTN - FINDS THE GROUP'S CURRENT CARD (IF     *
006390* ANY), HANDS THE TRANSACTION TO ITS ACTION ROUTINE, THEN AUDITS *
006400* AND PRINTS IT WHATEVER THE OUTCOME.                            *
006410*================================================================*
006420 APPLY-TRANSACTION-RTN SECTION.
006430     MOVE SPACES TO WS-REJECT-REASON.
006440     MOVE SPACES TO WS-ACCEPT-WORD.
006450     MOVE SPACES TO WS-BEFORE-IMAGE.
006460     MOVE SPACES TO WS-AFTER-IMAGE.
006470     PERFORM FIND-WAIVER-RTN.
006480     IF WS-WVT-FOUND-NUM > ZERO
006490         MOVE WS-WVT-CARD (WS-WVT-FOUND-NUM) TO WS-BEFORE-IMAGE
006500     END-IF.
006510     PERFORM CHECK-GROUP-KNOWN-RTN.
006520     EVALUATE TRUE
006530         WHEN WT-GROUP-NAME = SPACES
006540             MOVE 'GROUP NAME MISSING' TO WS-REJECT-REASON
006550         WHEN WT-REQUESTER = SPACES
006560             MOVE 'REQUESTER MISSING' TO WS-REJECT-REASON
006570         WHEN WT-ACTION-ADD
006580             PERFORM ADD-WAIVER-RTN
006590         WHEN WT-ACTION-EXTEND
006600             PERFORM EXTEND-WAIVER-RTN
006610         WHEN WT-ACTION-REVOKE
006620             PERFORM REVOKE-WAIVER-RTN
006630         WHEN OTHER
006640             MOVE 'ACTION CODE NOT A, E OR R' TO WS-REJECT-REASON
006650     END-EVALUATE.
006660     IF WS-REJECT-REASON = SPACES
006670         ADD 1 TO WS-ACCEPTED-COUNT
006680     ELSE
006690         ADD 1 TO WS-REJECTED-COUNT
006700         MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
006710     END-IF.
006720     PERFORM WRITE-AUDIT-RTN.
006730     PERFORM PRINT-TRANSACTION-RTN.
006740 EXIT.
006750*
006760 FIND-WAIVER-RTN SECTION.
006770     MOVE ZERO TO WS-WVT-FOUND-NUM.
006780     PERFORM MATCH-WAIVER-RTN
006790         VARYING WS-WVT-SUB FROM 1 BY 1
006800         UNTIL WS-WVT-SUB > WS-WVT-USED-COUNT
006810            OR WS-WVT-FOUND-NUM > ZERO.
006820 EXIT.
006830*
006840 MATCH-WAIVER-RTN SECTION.
006850     IF WS-WVT-GROUP-NAME (WS-WVT-SUB) = WT-GROUP-NAME
006860        AND NOT WS-WVT-REVOKED (WS-WVT-SUB)
006870         MOVE WS-WVT-SUB TO WS-WVT-FOUND-NUM
006880     END-IF.
006890 EXIT.
006900*
006910 CHECK-GROUP-KNOWN-RTN SECTION.
006920     MOVE 'N' TO WS-GROUP-KNOWN-SW.
006930     PERFORM MATCH-GROUP-NAME-RTN
006940         VARYING WS-GROUP-SUB FROM 1 BY 1
006950         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
006960            OR WS-GROUP-KNOWN.
006970 EXIT.
006980*
006990 MATCH-GROUP-NAME-RTN SECTION.
007000     IF WS-GROUP-NAME (WS-GROUP-SUB) = WT-GROUP-NAME
007010         SET WS-GROUP-KNOWN TO TRUE
007020     END-IF.
007030 EXIT.
007040*================================================================*
007050* ADD-WAIVER-RTN - A NEW CARD FOR A GROUP TEST1 RUNS THAT HAS NO *
007060* WAIVER YET, WITH A REASON, AN AUTHORIZED SECOND-PARTY          *
007070* APPROVER, AND AN EXPIRY INSIDE MAX-DAYS.                       *
007080*================================================================*
007090 ADD-WAIVER-RTN SECTION.
007100     EVALUATE TRUE
007110         WHEN NOT WS-GROUP-KNOWN
007120             MOVE 'GROUP IS NOT ONE TEST1 RUNS'
007130                 TO WS-REJECT-REASON
007140         WHEN WS-WVT-FOUND-NUM > ZERO
007150             MOVE 'GROUP ALREADY WAIVED - USE AN EXTEND'
007160                 TO WS-REJECT-REASON
007170         WHEN WT-REASON = SPACES
007180             MOVE 'ADD NEEDS A REASON' TO WS-REJECT-REASON
007190         WHEN WS-ACTIVE-COUNT >= WS-TEST1-WAIVER-LIMIT
007200             MOVE 'TEST1 HOLDS AT MOST 10 WAIVERS - REVOKE ONE'
007210                 TO WS-REJECT-REASON
007220         WHEN WS-WVT-USED-COUNT >= 20
007230             MOVE 'WAIVER TABLE FULL THIS RUN - RERUN TO ADD'
007240                 TO WS-REJECT-REASON
007250         WHEN OTHER
007260             PERFORM CHECK-APPROVAL-RTN
007270     END-EVALUATE.
007280     IF WS-REJECT-REASON = SPACES
007290         PERFORM CHECK-EXPIRY-RTN
007300     END-IF.
007310     IF WS-REJECT-REASON = SPACES
007320         ADD 1 TO WS-WVT-USED-COUNT
007330         MOVE WS-WVT-USED-COUNT TO WS-WVT-SUB
007340         MOVE SPACES         TO WS-WVT-CARD (WS-WVT-SUB)
007350         MOVE SPACE          TO WS-WVT-STATE (WS-WVT-SUB)
007360         MOVE WT-GROUP-NAME  TO WS-WVT-GROUP-NAME (WS-WVT-SUB)
007370         MOVE WT-EXPIRY-DATE TO WS-WVT-EXPIRY-DATE (WS-WVT-SUB)
007380         MOVE WT-APPROVER    TO WS-WVT-APPROVER (WS-WVT-SUB)
007390         MOVE WT-REASON      TO WS-WVT-REASON (WS-WVT-SUB)
007400         MOVE ZERO           TO WS-WVT-EXTEND-NUM (WS-WVT-SUB)
007410         MOVE WS-WVT-CARD (WS-WVT-SUB) TO WS-AFTER-IMAGE
007420         ADD 1 TO WS-ACTIVE-COUNT
007430         ADD 1 TO WS-ADDED-COUNT
007440         MOVE 'ADDED' TO WS-ACCEPT-WORD
007450     END-IF.
007460 EXIT.
007470*================================================================*
007480* EXTEND-WAIVER-RTN - MOVES AN EXISTING CARD'S EXPIRY LATER,     *
007490* UNDER THE SAME APPROVAL AND MAX-DAYS RULES AS AN ADD, UP TO    *
007500* MAX-EXTEND TIMES.  THE NEW APPROVER REPLACES THE OLD; A GIVEN  *
007510* REASON REPLACES THE OLD ONE, A BLANK ONE KEEPS IT.             *
007520*================================================================*
007530 EXTEND-WAIVER-RTN SECTION.
007540     EVALUATE TRUE
007550         WHEN WS-WVT-FOUND-NUM = ZERO
007560             MOVE 'NO WAIVER ON FILE FOR GROUP'
007570                 TO WS-REJECT-REASON
007580         WHEN NOT WS-GROUP-KNOWN
007590             MOVE 'GROUP IS NOT ONE TEST1 RUNS - REVOKE IT'
007600                 TO WS-REJECT-REASON
007610         WHEN WS-WVT-EXTEND-NUM (WS-WVT-FOUND-NUM)
007620              >= WS-MAX-EXTEND
007630             MOVE 'EXTENSION LIMIT ALREADY REACHED'
007640                 TO WS-REJECT-REASON
007650         WHEN OTHER
007660             PERFORM CHECK-APPROVAL-RTN
007670     END-EVALUATE.
007680     IF WS-REJECT-REASON = SPACES
007690         PERFORM CHECK-EXPIRY-RTN
007700     END-IF.
007710     IF WS-REJECT-REASON = SPACES
007720        AND WS-WVT-EXPIRY-DATE (WS-WVT-FOUND-NUM) IS NUMERIC
007730        AND WT-EXPIRY-DATE
007740            NOT > WS-WVT-EXPIRY-DATE (WS-WVT-FOUND-NUM)
007750         MOVE 'NEW EXPIRY NOT AFTER THE CURRENT ONE'
007760             TO WS-REJECT-REASON
007770     END-IF.
007780     IF WS-REJECT-REASON = SPACES
007790         MOVE WS-WVT-FOUND-NUM TO WS-WVT-SUB
007800         MOVE WT-EXPIRY-DATE TO WS-WVT-EXPIRY-DATE (WS-WVT-SUB)
007810         MOVE WT-APPROVER    TO WS-WVT-APPROVER (WS-WVT-SUB)
007820         IF WT-REASON NOT = SPACES
007830             MOVE WT-REASON TO WS-WVT-REASON (WS-WVT-SUB)
007840         END-IF
007850         ADD 1 TO WS-WVT-EXTEND-NUM (WS-WVT-SUB)
007860         MOVE WS-WVT-CARD (WS-WVT-SUB) TO WS-AFTER-IMAGE
007870         ADD 1 TO WS-EXTENDED-COUNT
007880         STRING 'EXTENDED - EXTENSION '
007890             WS-WVT-EXTEND-NUM (WS-WVT-SUB) ' OF ' WS-MAX-EXTEND
007900             DELIMITED BY SIZE INTO WS-ACCEPT-WORD
007910     END-IF.
007920 EXIT.
007930*================================================================*
007940* REVOKE-WAIVER-RTN - DROPS THE CARD.  NO APPROVAL IS NEEDED TO  *
007950* STOP WAIVING A FAILURE.                                        *
007960*================================================================*
007970 REVOKE-WAIVER-RTN SECTION.
007980     IF WS-WVT-FOUND-NUM = ZERO
007990         MOVE 'NO WAIVER ON FILE FOR GROUP' TO WS-REJECT-REASON
008000     ELSE
008010         SET WS-WVT-REVOKED (WS-WVT-FOUND-NUM) TO TRUE
008020         SUBTRACT 1 FROM WS-ACTIVE-COUNT
008030         ADD 1 TO WS-REVOKED-COUNT
008040         MOVE 'REVOKED' TO WS-ACCEPT-WORD
008050     END-IF.
008060 EXIT.
008070*================================================================*
008080* CHECK-APPROVAL-RTN - THE APPROVER MUST BE GIVEN, MUST BE ON    *
008090* THE AUTHORIZED LIST, AND MUST NOT BE THE REQUESTER.            *
008100*================================================================*
008110 CHECK-APPROVAL-RTN SECTION.
008120     MOVE 'N' TO WS-APR-FOUND-SW.
008130     PERFORM MATCH-APPROVER-RTN
008140         VARYING WS-APR-SUB FROM 1 BY 1
008150         UNTIL WS-APR-SUB > WS-APR-USED-COUNT
008160            OR WS-APR-FOUND.
008170     EVALUATE TRUE
008180         WHEN WT-APPROVER = SPACES
008190             MOVE 'APPROVER MISSING' TO WS-REJECT-REASON
008200         WHEN WT-APPROVER = WT-REQUESTER
008210             MOVE 'APPROVER IS THE REQUESTER - SELF-APPROVAL'
008220                 TO WS-REJECT-REASON
008230         WHEN NOT WS-APR-FOUND
008240             MOVE 'APPROVER NOT ON THE AUTHORIZED LIST'
008250                 TO WS-REJECT-REASON
008260     END-EVALUATE.
008270 EXIT.
008280*
008290 MATCH-APPROVER-RTN SECTION.
008300     IF WS-APR-ID (WS-APR-SUB) = WT-APPROVER
008310         SET WS-APR-FOUND TO TRUE
008320     END-IF.
008330 EXIT.
008340*================================================================*
008350* CHECK-EXPIRY-RTN - A REAL CCYYMMDD DATE, AFTER TODAY, AND NO   *
008360* MORE THAN MAX-DAYS AHEAD.                                      *
008370*================================================================*
008380 CHECK-EXPIRY-RTN SECTION.
008390     IF WT-EXPIRY-DATE NOT NUMERIC
008400         MOVE 'EXPIRY NOT CCYYMMDD' TO WS-REJECT-REASON
008410     ELSE
008420         IF FUNCTION TEST-DATE-YYYYMMDD (WT-EXPIRY-NUM) NOT = ZERO
008430             MOVE 'EXPIRY NOT A VALID DATE' TO WS-REJECT-REASON
008440         ELSE
008450             COMPUTE WS-DAYS-AHEAD =
008460                 FUNCTION INTEGER-OF-DATE (WT-EXPIRY-NUM)
008470                 - WS-TODAY-INT
008480             EVALUATE TRUE
008490                 WHEN WS-DAYS-AHEAD NOT > ZERO
008500                     MOVE 'EXPIRY NOT AFTER TODAY'
008510                         TO WS-REJECT-REASON
008520                 WHEN WS-DAYS-AHEAD > WS-MAX-DAYS
008530                     MOVE 'EXPIRY MORE THAN MAX-DAYS AHEAD'
008540                         TO WS-REJECT-REASON
008550             END-EVALUATE
008560         END-IF
008570     END-IF.
008580 EXIT.
008590*================================================================*
008600* WRITE-AUDIT-RTN - ONE PERMANENT RECORD PER TRANSACTION.        *
008610*================================================================*
008620 WRITE-AUDIT-RTN SECTION.
008630     MOVE WS-CD-DATE      TO AU-AUDIT-DATE.
008640     MOVE WS-CD-TIME      TO AU-AUDIT-TIME.
008650     MOVE WT-ACTION       TO AU-ACTION.
008660     MOVE WT-GROUP-NAME   TO AU-GROUP-NAME.
008670     MOVE WT-REQUESTER    TO AU-REQUESTER.
008680     MOVE WT-APPROVER     TO AU-APPROVER.
008690     IF WS-REJECT-REASON = SPACES
008700         MOVE 'A'             TO AU-DISPOSITION
008710         MOVE WS-ACCEPT-WORD  TO AU-REASON
008720     ELSE
008730         MOVE 'R'             TO AU-DISPOSITION
008740         MOVE WS-REJECT-REASON TO AU-REASON
008750     END-IF.
008760     MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
008770     MOVE WS-AFTER-IMAGE  TO AU-AFTER-IMAGE.
008780     WRITE TESTWAUD-RECORD.
008790     IF NOT TESTWAUD-FILE-OK
008800         DISPLAY 'TESTWAUD WRITE FAILED, FILE STATUS='
008810             TESTWAUD-FILE-STATUS
008820         SET WS-IO-ERROR TO TRUE
008830     END-IF.
008840 EXIT.
008850*================================================================*
008860* PRINT-TRANSACTION-RTN - THE AUDIT LINES FOR ONE TRANSACTION:   *
008870* THE CARD, THE OUTCOME, AND THE WAIVER BEFORE AND (WHEN IT WAS  *
008880* APPLIED) AFTER.                                                *
008890*================================================================*
008900 PRINT-TRANSACTION-RTN SECTION.
008910     MOVE WS-TRAN-COUNT TO WS-PRINT-COUNT.
008920     DISPLAY ' '.
008930     DISPLAY 'TRANSACTION ' WS-PRINT-COUNT ': ACTION ' WT-ACTION
008940         ' GROUP ' WT-GROUP-NAME ' REQUESTER ' WT-REQUESTER
008950         ' APPROVER ' WT-APPROVER.
008960     IF WS-REJECT-REASON = SPACES
008970         DISPLAY '  ACCEPTED - ' WS-ACCEPT-WORD
008980     ELSE
008990         DISPLAY '  REJECTED - ' WS-REJECT-REASON
009000         DISPLAY '  CARD: EXPIRY=' WT-EXPIRY-DATE
009010             ' REASON=' WT-REASON
009020     END-IF.
009030     IF WS-BEFORE-IMAGE = SPACES
009040         DISPLAY '  BEFORE: (NO WAIVER)'
009050     ELSE
009060         MOVE WS-BEFORE-IMAGE TO WS-PRINT-IMAGE
009070         MOVE 'BEFORE:' TO WS-IMAGE-LABEL
009080         PERFORM PRINT-IMAGE-RTN
009090     END-IF.
009100     IF WS-REJECT-REASON = SPACES
009110         IF WS-AFTER-IMAGE = SPACES
009120             DISPLAY '  AFTER:  (NO WAIVER)'
009130         ELSE
009140             MOVE WS-AFTER-IMAGE TO WS-PRINT-IMAGE
009150             MOVE 'AFTER:' TO WS-IMAGE-LABEL
009160             PERFORM PRINT-IMAGE-RTN
009170         END-IF
009180     END-IF.
009190 EXIT.
009200*
009210 PRINT-IMAGE-RTN SECTION.
009220     DISPLAY '  ' WS-IMAGE-LABEL ' EXPIRY=' WI-EXPIRY-DATE
009230         ' APPROVER=' WI-APPROVER ' EXTENSIONS=' WI-EXTEND-COUNT.
009240     DISPLAY '          REASON=' WI-REASON.
009250 EXIT.
009260*================================================================*
009270* REWRITE-WAIVERS-RTN - TESTWVR.DAT AS IT NOW STANDS, IN ITS     *
009280* ORIGINAL ORDER WITH NEW CARDS AT THE END AND REVOKED ONES      *
009290* LEFT OUT.                                                      *
009300*================================================================*
009310 REWRITE-WAIVERS-RTN SECTION.
009320     OPEN OUTPUT TESTWVR-FILE.
009330     IF TESTWVR-FILE-OK
009340         PERFORM WRITE-WAIVER-RTN
009350             VARYING WS-WVT-SUB FROM 1 BY 1
009360             UNTIL WS-WVT-SUB > WS-WVT-USED-COUNT
009370                OR WS-IO-ERROR
009380         CLOSE TESTWVR-FILE
009390     ELSE
009400         DISPLAY 'TESTWVR OPEN FOR REWRITE FAILED, FILE STATUS='
009410             TESTWVR-FILE-STATUS
009420         SET WS-IO-ERROR TO TRUE
009430     END-IF.
009440 EXIT.
009450*
009460 WRITE-WAIVER-RTN SECTION.
009470     IF NOT WS-WVT-REVOKED (WS-WVT-SUB)
009480         MOVE WS-WVT-CARD (WS-WVT-SUB) TO TESTWVR-RECORD
009490         WRITE TESTWVR-RECORD
009500         IF NOT TESTWVR-FILE-OK
009510             DISPLAY 'TESTWVR WRITE FAILED, FILE STATUS='
009520                 TESTWVR-FILE-STATUS
009530             SET WS-IO-ERROR TO TRUE
009540         END-IF
009550     END-IF.
009560 EXIT.
009570*================================================================*
009580* LIST-WAIVERS-RTN - EVERY WAIVER NOW ON FILE WITH ITS DAYS      *
009590* REMAINING.  A CARD ALREADY PAST ITS EXPIRY OR NOT DATED IS     *
009600* FLAGGED - TEST1 FAILS THE RUN ON IT UNTIL IT IS REVOKED OR     *
009610* EXTENDED.                                                      *
009620*================================================================*
009630 LIST-WAIVERS-RTN SECTION.
009640     DISPLAY ' '.
009650     DISPLAY 'ACTIVE WAIVERS ON TESTWVR.DAT'.
009660     DISPLAY 'GROUP        EXPIRY   DAYS LEFT APPROVER EXT'
009670         ' REASON'.
009680     IF WS-ACTIVE-COUNT = ZERO
009690         DISPLAY '  (NO WAIVERS ON FILE)'
009700     END-IF.
009710     PERFORM LIST-WAIVER-ENTRY-RTN
009720         VARYING WS-WVT-SUB FROM 1 BY 1
009730         UNTIL WS-WVT-SUB > WS-WVT-USED-COUNT.
009740 EXIT.
009750*
009760 LIST-WAIVER-ENTRY-RTN SECTION.
009770     IF NOT WS-WVT-REVOKED (WS-WVT-SUB)
009780         MOVE WS-WVT-EXTEND-NUM (WS-WVT-SUB) TO WS-PRINT-EXTEND
009790         IF WS-WVT-EXPIRY-DATE (WS-WVT-SUB) NOT NUMERIC
009800            OR WS-WVT-EXPIRY-NUM (WS-WVT-SUB) NOT > 16010100
009810             DISPLAY WS-WVT-GROUP-NAME (WS-WVT-SUB) ' '
009820                 WS-WVT-EXPIRY-DATE (WS-WVT-SUB) ' NOT DATED '
009830                 WS-WVT-APPROVER (WS-WVT-SUB) ' ' WS-PRINT-EXTEND
009840                 '  ' WS-WVT-REASON (WS-WVT-SUB)
009850         ELSE
009860             COMPUTE WS-DAYS-AHEAD = FUNCTION INTEGER-OF-DATE
009870                 (WS-WVT-EXPIRY-NUM (WS-WVT-SUB)) - WS-TODAY-INT
009880             IF WS-DAYS-AHEAD < ZERO
009890                 DISPLAY WS-WVT-GROUP-NAME (WS-WVT-SUB) ' '
009900                     WS-WVT-EXPIRY-DATE (WS-WVT-SUB) ' EXPIRED   '
009910                     WS-WVT-APPROVER (WS-WVT-SUB) ' '
009920                     WS-PRINT-EXTEND
009930                     '  ' WS-WVT-REASON (WS-WVT-SUB)
009940             ELSE
009950                 MOVE WS-DAYS-AHEAD TO WS-PRINT-DAYS
009960                 DISPLAY WS-WVT-GROUP-NAME (WS-WVT-SUB) ' '
009970                     WS-WVT-EXPIRY-DATE (WS-WVT-SUB) '     '
009980                     WS-PRINT-DAYS ' '
009990                     WS-WVT-APPROVER (WS-WVT-SUB) ' '
010000                     WS-PRINT-EXTEND
010010                     '  ' WS-WVT-REASON (WS-WVT-SUB)
010020             END-IF
010030         END-IF
010040     END-IF.
010050 EXIT.
010060*================================================================*
010070* PRINT-TOTALS-RTN - TRANSACTION DISPOSITION, PRINTED WHETHER OR *
010080* NOT ANYTHING WAS APPLIED.                                      *
010090*================================================================*
010100 PRINT-TOTALS-RTN SECTION.
010110     DISPLAY ' '.
010120     DISPLAY 'TESTWVM AUDIT TOTALS'.
010130     MOVE WS-TRAN-COUNT TO WS-PRINT-COUNT.
010140     DISPLAY '  TRANSACTIONS READ    : ' WS-PRINT-COUNT.
010150     MOVE WS-ADDED-COUNT TO WS-PRINT-COUNT.
010160     DISPLAY '  WAIVERS ADDED        : ' WS-PRINT-COUNT.
010170     MOVE WS-EXTENDED-COUNT TO WS-PRINT-COUNT.
010180     DISPLAY '  WAIVERS EXTENDED     : ' WS-PRINT-COUNT.
010190     MOVE WS-REVOKED-COUNT TO WS-PRINT-COUNT.
010200     DISPLAY '  WAIVERS REVOKED      : ' WS-PRINT-COUNT.
010210     MOVE WS-REJECTED-COUNT TO WS-PRINT-COUNT.
010220     DISPLAY '  TRANSACTIONS REJECTED: ' WS-PRINT-COUNT.
010230     MOVE WS-ACTIVE-COUNT TO WS-PRINT-COUNT.
010240     DISPLAY '  WAIVERS ON FILE      : ' WS-PRINT-COUNT.
010250 EXIT.
010260*================================================================*
010270* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
010280* WORKING-STORAGE FOR THE TABLE).                                *
010290*================================================================*
010300 SET-RETURN-CODE-RTN SECTION.
010310     EVALUATE TRUE
010320         WHEN WS-CARD-ERROR
010330             MOVE 12 TO WS-RETURN-CODE
010340         WHEN WS-IO-ERROR
010350             MOVE 8 TO WS-RETURN-CODE
010360         WHEN WS-REJECTED-COUNT > ZERO
010370             MOVE 4 TO WS-RETURN-CODE
010380         WHEN OTHER
010390             MOVE 0 TO WS-RETURN-CODE
010400     END-EVALUATE.
010410     DISPLAY 'TESTWVM: STEP RETURN CODE ' WS-RETURN-CODE.
010420     MOVE WS-RETURN-CODE TO RETURN-CODE.
010430 EXIT.
