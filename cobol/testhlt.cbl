000010*================================================================*
000020* PROGRAM:    TESTHLT                                            *
000030* PURPOSE:    DAILY HEALTH WATCH FOR THE TEST1 CONFORMANCE       *
000040*             SUITE, RUN AHEAD OF THE NIGHTLY WINDOW SO A        *
000050*             PROBLEM REACHES THE CONSOLE BEFORE IT FAILS THE    *
000060*             GATE.                                              *
000070*             CHECKS, AGAINST THE THRESHOLDS BELOW:              *
000080*               - TESTWVR.DAT WAIVERS EXPIRED, UNUSABLE, OR DUE  *
000090*                 TO EXPIRE WITHIN WAIVER-DAYS (AN EXPIRED CARD  *
000096*                 FAILS THE NEXT TEST1 RUN OUTRIGHT, AS DOES ANY *
000102*                 USABLE CARD BEYOND TEST1'S TENTH)              *
000110*               - A TESTCKP.DAT CHECKPOINT LEFT BY A TESTDRV     *
000120*                 PACK THAT DID NOT FINISH                       *
000130*               - THE AGE OF THE BASELINE, FROM THE              *
000140*                 CERTIFICATION DATE ON THE LAST TESTCERT.DAT    *
000150*                 RECORD                                         *
000160*               - THE LIVE TESTHIST.DAT RECORD COUNT, AGAINST    *
000170*                 THE POINT WHERE TESTHKP SHOULD RUN             *
000180*               - ANY GROUP POSTED F OR E IN THE LATEST          *
000190*                 TESTHIST RECORD THAT WAS NOT FAILING IN THE    *
000200*                 LAST EARLIER RUN THAT EXERCISED IT.  ONLY      *
000210*                 JOB-STEP RUNS COUNT: A RUN DRIVEN BY A TESTDRV *
000220*                 SCENARIO PACK (PACK ID ON THE RECORD) IS       *
000230*                 PASSED OVER                                    *
000240*             EACH FINDING IS ONE FIXED-FORMAT RECORD ON THE     *
000250*             TESTALRT.DAT ALERT DATASET (SEVERITY, CHECK,       *
000260*             SOURCE DATASET, SUBJECT, MESSAGE) FOR THE CONSOLE  *
000270*             AUTOMATION, AND THE STEP RETURN CODE FOLLOWS THE   *
000280*             WORST SEVERITY WRITTEN.                            *
000290*                                                                *
000300* CONTROL CARDS (HLTCARD.DAT, OPTIONAL, TESTIN.DAT CARD STYLE -  *
000310* FIELD NAME IN COLUMNS 1-12, VALUE FROM COLUMN 13, FREE-FORM    *
000320* DIGITS AS TESTIN.DAT VALUES ARE):                              *
000330*   WAIVER-DAYS  A WAIVER EXPIRING WITHIN THIS MANY DAYS RAISES  *
000340*                A WARNING (DEFAULT 7, UP TO 3 DIGITS)           *
000350*   BASE-DAYS    A BASELINE CERTIFIED MORE THAN THIS MANY DAYS   *
000360*                AGO RAISES A WARNING (DEFAULT 90, UP TO 3       *
000370*                DIGITS)                                         *
000380*   HIST-WARN    A LIVE HISTORY OF AT LEAST THIS MANY RECORDS    *
000390*                RAISES A WARNING (DEFAULT 150 - TESTHKP'S       *
000400*                KEEP-COUNT; UP TO 4 DIGITS)                     *
000410*   HIST-CRIT    A LIVE HISTORY OF AT LEAST THIS MANY RECORDS IS *
000420*                CRITICAL (DEFAULT 450 - TESTHKP CANNOT LOAD     *
000430*                MORE THAN 500; UP TO 4 DIGITS, ABOVE            *
000440*                HIST-WARN)                                      *
000450*================================================================*
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. TESTHLT.
000480 AUTHOR. R-MATSKO.
000490 INSTALLATION. SD201707.
000500 DATE-WRITTEN. 2026-10-15.
000510 DATE-COMPILED.
000520*----------------------------------------------------------------*
000530* MODIFICATION HISTORY                                           *
000540*----------------------------------------------------------------*
000550* DATE        INIT  DESCRIPTION                                  *
000560* ----------  ----  ----------------------------------------     *
000570* 2026-10-15  RM    ORIGINAL VERSION.                            *
000580* 2026-10-15  RM    NEW-FAILURE CHECK PASSES OVER TESTDRV PACK   *
000590*                   RUNS (PACK ID ON THE TESTHIST RECORD).       *
000592* 2026-10-15  RM    A USABLE WAIVER CARD BEYOND THE TENTH IS     *
000594*                   CRITICAL - IT OVERFLOWS TEST1'S WAIVER TABLE.*
000596*                   THE NO-HISTORY ALERT FILES UNDER HISTSIZE.   *
000600*----------------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620*
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT OPTIONAL TESTWVR-FILE ASSIGN TO "TESTWVR.DAT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS TESTWVR-FILE-STATUS.
000680     SELECT OPTIONAL TESTCKP-FILE ASSIGN TO "TESTCKP.DAT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS TESTCKP-FILE-STATUS.
000710     SELECT OPTIONAL TESTCERT-FILE ASSIGN TO "TESTCERT.DAT"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS TESTCERT-FILE-STATUS.
000740     SELECT OPTIONAL TESTHIST-FILE ASSIGN TO "TESTHIST.DAT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS TESTHIST-FILE-STATUS.
000770     SELECT ALERT-FILE ASSIGN TO "TESTALRT.DAT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS ALERT-FILE-STATUS.
000800     SELECT OPTIONAL HLTCARD-FILE ASSIGN TO "HLTCARD.DAT"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS HLTCARD-FILE-STATUS.
000830 DATA DIVISION.
000840*
000850 FILE SECTION.
000860*----------------------------------------------------------------*
000870* TESTWVR.DAT - THE WAIVER CARDS.  LAYOUT MUST STAY IN STEP WITH *
000880* THE FD IN TEST1.                                               *
000890*----------------------------------------------------------------*
000900 FD  TESTWVR-FILE
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 80 CHARACTERS
000930     LABEL RECORDS ARE STANDARD.
000940 01  TESTWVR-RECORD.
000950      05 WV-GROUP-NAME        PIC X(12).
000960      05 WV-EXPIRY-DATE       PIC X(08).
000970      05 WV-EXPIRY-NUM REDEFINES WV-EXPIRY-DATE
000980                              PIC 9(08).
000990      05 WV-APPROVER          PIC X(08).
001000      05 WV-REASON            PIC X(44).
001010      05 FILLER                PIC X(08).
001020*----------------------------------------------------------------*
001030* TESTCKP.DAT - TESTDRV'S SCENARIO CHECKPOINT, ONLY COUNTED      *
001040* HERE; A CLEAN END OF PACK LEAVES IT EMPTY.  LAYOUT MUST STAY   *
001050* IN STEP WITH THE FD IN TESTDRV.                                *
001060*----------------------------------------------------------------*
001070 FD  TESTCKP-FILE
001080     RECORDING MODE IS F
001090     RECORD CONTAINS 80 CHARACTERS
001100     LABEL RECORDS ARE STANDARD.
001110 01  TESTCKP-RECORD.
001120      05 CKP-SCENARIO-NAME    PIC X(08).
001130      05 FILLER                PIC X(72).
001140*----------------------------------------------------------------*
001150* TESTCERT.DAT - THE CUMULATIVE CERTIFICATION AUDIT.  THE LAST   *
001160* RECORD IS THE CERTIFICATION BEHIND THE CURRENT TESTBASE.DAT.   *
001170* LAYOUT MUST STAY IN STEP WITH THE FD IN TESTCERT.              *
001180*----------------------------------------------------------------*
001190 FD  TESTCERT-FILE
001200     RECORDING MODE IS F
001210     RECORD CONTAINS 120 CHARACTERS
001220     LABEL RECORDS ARE STANDARD.
001230 01  TESTCERT-RECORD.
001240      05 CT-CERT-DATE         PIC X(08).
001250      05 CT-CERT-TIME         PIC X(08).
001260      05 CT-JOB-NAME          PIC X(08).
001270      05 CT-APPROVER          PIC X(08).
001280      05 CT-RUN-DATE          PIC X(08).
001290      05 CT-RUN-TIME          PIC X(08).
001300      05 FILLER                PIC X(72).
001310*----------------------------------------------------------------*
001320* TESTHIST.DAT - ONE SUMMARY RECORD PER TEST1 RUN, IN RUN ORDER. *
001330* LAYOUT MUST STAY IN STEP WITH THE FD IN TEST1.                 *
001340*----------------------------------------------------------------*
001350 FD  TESTHIST-FILE
001360     RECORDING MODE IS F
001370     RECORD CONTAINS 430 CHARACTERS
001380     LABEL RECORDS ARE STANDARD.
001390 01  TESTHIST-RECORD              PIC X(430).
001400*----------------------------------------------------------------*
001410* TESTALRT.DAT - THE ALERT DATASET, REWRITTEN EVERY RUN: ONE     *
001420* RECORD PER FINDING, ALL FIELDS DISPLAY FORM.                   *
001430*   AL-SEVERITY  C = CRITICAL (ACT BEFORE THE NIGHTLY GATE),     *
001440*                W = WARNING                                     *
001450*   AL-CHECK     WAIVER / CHECKPNT / BASEAGE / HISTSIZE /        *
001460*                NEWFAIL / DATASET (AN INPUT THAT WOULD NOT      *
001470*                OPEN)                                           *
001480*   AL-SOURCE    THE DATASET THE FINDING CAME FROM               *
001490*   AL-SUBJECT   THE GROUP CONCERNED, WHERE THERE IS ONE         *
001500*----------------------------------------------------------------*
001510 FD  ALERT-FILE
001520     RECORDING MODE IS F
001530     RECORD CONTAINS 120 CHARACTERS
001540     LABEL RECORDS ARE STANDARD.
001550 01  ALERT-RECORD.
001560      05 AL-ALERT-DATE        PIC X(08).
001570      05 AL-ALERT-TIME        PIC X(08).
001580      05 AL-SEVERITY          PIC X(01).
001590      05 AL-CHECK             PIC X(08).
001600      05 AL-SOURCE            PIC X(12).
001610      05 AL-SUBJECT           PIC X(12).
001620      05 AL-MESSAGE           PIC X(60).
001630      05 FILLER                PIC X(11).
001640*----------------------------------------------------------------*
001650* HLTCARD.DAT - OPTIONAL THRESHOLD OVERRIDES, VALIDATED BEFORE   *
001660* ANY CHECK RUNS.  A MISSING DATASET MEANS THE DEFAULTS APPLY.   *
001670*----------------------------------------------------------------*
001680 FD  HLTCARD-FILE
001690     RECORDING MODE IS F
001700     RECORD CONTAINS 80 CHARACTERS
001710     LABEL RECORDS ARE STANDARD.
001720 01  HLTCARD-RECORD.
001730      05 HC-FIELD-NAME        PIC X(12).
001740      05 HC-FIELD-VALUE       PIC X(60).
001750      05 FILLER                PIC X(08).
001760*
001770 WORKING-STORAGE SECTION.
001780*----------------------------------------------------------------*
001790* HISTORY VIEWS - THE RECORD JUST READ AND THE LATEST JOB-STEP   *
001800* RECORD SO FAR.  WHEN A NEWER ONE ARRIVES THE PREVIOUS LATEST   *
001810* IS FOLDED INTO THE KNOWN-STATUS TABLE, SO AT END OF FILE THE   *
001820* TABLE HOLDS EVERY GROUP'S LAST RESULT BEFORE THE LATEST RUN.   *
001830* A RECORD CARRYING A PACK ID (SLOTS 29-30, SEE TEST1) CAME FROM *
001840* A TESTDRV SCENARIO PACK, WHOSE RESULTS ARE DELIBERATE, AND     *
001850* TAKES NO PART IN EITHER.  A RECORD FILED BEFORE THE PACK AREA  *
001860* EXISTED MAY HAVE USED THOSE SLOTS FOR GROUPS, AND SHOWS IT BY  *
001870* A GROUP COUNT ABOVE 28.                                        *
001880*----------------------------------------------------------------*
001890 01  WS-HIST-RECORD.
001900      05 WH-RUN-DATE          PIC X(08).
001910      05 WH-RUN-TIME          PIC X(08).
001920      05 WH-JOB-NAME          PIC X(08).
001930      05 WH-RETURN-CODE       PIC 9(02).
001940      05 WH-MISMATCH-COUNT    PIC 9(04).
001950      05 WH-ERROR-COUNT       PIC 9(04).
001960      05 WH-GROUP-COUNT       PIC 9(02).
001970      05 WH-GROUP-ENTRY OCCURS 30 TIMES.
001980       10 WH-GROUP-NAME       PIC X(12).
001990       10 WH-GROUP-STATUS     PIC X(01).
002000      05 WH-SYSTEM-ID         PIC X(04).
002010 01  WS-HIST-PACK-VIEW REDEFINES WS-HIST-RECORD.
002020      05 FILLER                PIC X(400).
002030      05 WH-PACK-ID           PIC X(16).
002040      05 FILLER                PIC X(14).
002050 01  WS-LATEST-RECORD.
002060      05 WL-RUN-DATE          PIC X(08).
002070      05 WL-RUN-TIME          PIC X(08).
002080      05 WL-JOB-NAME          PIC X(08).
002090      05 WL-RETURN-CODE       PIC 9(02).
002100      05 WL-MISMATCH-COUNT    PIC 9(04).
002110      05 WL-ERROR-COUNT       PIC 9(04).
002120      05 WL-GROUP-COUNT       PIC 9(02).
002130      05 WL-GROUP-ENTRY OCCURS 30 TIMES.
002140       10 WL-GROUP-NAME       PIC X(12).
002150       10 WL-GROUP-STATUS     PIC X(01).
002160      05 WL-SYSTEM-ID         PIC X(04).
002170*----------------------------------------------------------------*
002180* KNOWN-STATUS TABLE - EACH GROUP'S LAST STATUS FROM A RUN THAT  *
002190* EXERCISED IT (S, LEFT OUT BY A SELECTIVE RUN, IS PASSED OVER), *
002200* EXCLUDING THE LATEST RUN.                                      *
002210*----------------------------------------------------------------*
002220 01  WS-KNOWN-TABLE.
002230      03 WS-KNOWN-USED-COUNT  PIC 9(02) COMP VALUE ZERO.
002240      03 WS-KNOWN-ENTRY OCCURS 60 TIMES.
002250       05 WS-KNOWN-NAME        PIC X(12).
002260       05 WS-KNOWN-STATUS      PIC X(01).
002270 77  WS-KNOWN-SUB               PIC 9(02) COMP VALUE ZERO.
002280 77  WS-KNOWN-FOUND-NUM         PIC 9(02) COMP VALUE ZERO.
002290 77  WS-ENTRY-SUB               PIC 9(02) COMP VALUE ZERO.
002300 77  WS-HIST-COUNT              PIC 9(05) COMP VALUE ZERO.
002310 77  WS-STEP-RUN-COUNT          PIC 9(05) COMP VALUE ZERO.
002320 77  WS-CKP-COUNT               PIC 9(04) COMP VALUE ZERO.
002330 77  WS-WAIVER-COUNT            PIC 9(04) COMP VALUE ZERO.
002332*   CARDS TEST1 WOULD LOAD (NO OTHER FAULT), AGAINST THE SIZE OF
002334*   ITS WAIVER TABLE - A USABLE CARD BEYOND IT FAILS THE RUN.
002336 77  WS-WAIVER-USABLE-COUNT     PIC 9(04) COMP VALUE ZERO.
002338 77  WS-TEST1-WAIVER-LIMIT      PIC 9(02) COMP VALUE 10.
002340 77  WS-CERT-COUNT              PIC 9(04) COMP VALUE ZERO.
002350 77  WS-LAST-CERT-DATE          PIC X(08) VALUE SPACES.
002360 77  WS-LAST-CERT-NUM REDEFINES WS-LAST-CERT-DATE
002370                                PIC 9(08).
002380 77  WS-LAST-CERT-RUN           PIC X(17) VALUE SPACES.
002390*----------------------------------------------------------------*
002400* THRESHOLDS (HLTCARD.DAT OVERRIDES THE DEFAULTS).               *
002410*----------------------------------------------------------------*
002420 77  WS-WAIVER-DAYS             PIC 9(03) VALUE 7.
002430 77  WS-BASE-DAYS               PIC 9(03) VALUE 90.
002440 77  WS-HIST-WARN               PIC 9(04) VALUE 150.
002450 77  WS-HIST-CRIT               PIC 9(04) VALUE 450.
002460*----------------------------------------------------------------*
002470* DATE ARITHMETIC AND PRINT FIELDS.                              *
002480*----------------------------------------------------------------*
002490 77  WS-TODAY-INT               PIC 9(08) COMP VALUE ZERO.
002500 77  WS-DAYS-APART              PIC S9(08) COMP VALUE ZERO.
002510 77  WS-PRINT-DAYS              PIC ZZZZ9.
002520 77  WS-PRINT-COUNT             PIC ZZZZ9.
002530 77  WS-PRINT-LIMIT             PIC ZZZZ9.
002540 77  WS-STATUS-WORD             PIC X(05) VALUE SPACES.
002550*----------------------------------------------------------------*
002560* THE ALERT BEING RAISED, AND THE TALLY BY SEVERITY.             *
002570*----------------------------------------------------------------*
002580 77  WS-ALERT-SEVERITY          PIC X(01) VALUE SPACE.
002590    88 WS-ALERT-CRITICAL        VALUE 'C'.
002600    88 WS-ALERT-WARNING         VALUE 'W'.
002610 77  WS-ALERT-CHECK             PIC X(08) VALUE SPACES.
002620 77  WS-ALERT-SOURCE            PIC X(12) VALUE SPACES.
002630 77  WS-ALERT-SUBJECT           PIC X(12) VALUE SPACES.
002640 77  WS-ALERT-MESSAGE           PIC X(60) VALUE SPACES.
002650 77  WS-ALERT-COUNT             PIC 9(04) COMP VALUE ZERO.
002660 77  WS-CRITICAL-COUNT          PIC 9(04) COMP VALUE ZERO.
002670 77  WS-WARNING-COUNT           PIC 9(04) COMP VALUE ZERO.
002680*----------------------------------------------------------------*
002690* CONTROL-CARD VALUE VALIDATION WORK AREA - THE SAME FREE-FORM   *
002700* TREATMENT TEST1'S DECK VALIDATOR GIVES A TESTIN.DAT VALUE:     *
002710* SCAN TO THE FIRST AND LAST NON-BLANK, PROVE EVERY CHARACTER    *
002720* BETWEEN THEM IS A DIGIT, PROVE THE WIDTH FITS THE TARGET, AND  *
002730* ONLY THEN HAND THE VALUE TO FUNCTION NUMVAL.                   *
002740*----------------------------------------------------------------*
002750 77  WS-VAL-START               PIC 9(02) COMP VALUE ZERO.
002760 77  WS-VAL-END                 PIC 9(02) COMP VALUE ZERO.
002770 77  WS-VAL-SUB                 PIC 9(02) COMP VALUE ZERO.
002780 77  WS-VAL-MAX-DIGITS          PIC 9(02) COMP VALUE ZERO.
002790 77  WS-VAL-RESULT              PIC 9(04) VALUE ZERO.
002800 77  WS-VAL-REASON              PIC X(30) VALUE SPACES.
002810 77  WS-VAL-BAD-SW              PIC X(01) VALUE 'N'.
002820    88 WS-VAL-BAD               VALUE 'Y'.
002830*----------------------------------------------------------------*
002840* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
002850*   00  = EVERY CHECK CLEAN - NO ALERT WRITTEN                   *
002860*   04  = ONE OR MORE WARNING ALERTS, NO CRITICAL ONE            *
002870*   08  = ONE OR MORE CRITICAL ALERTS, OR THE ALERT DATASET      *
002880*         COULD NOT BE WRITTEN (THE REASON IS ON SYSOUT)         *
002890*   12  = A CONTROL CARD IN HLTCARD.DAT IS INVALID - NO CHECK    *
002900*         WAS RUN                                                *
002910*----------------------------------------------------------------*
002920 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
002930 77  WS-IO-ERROR-SW             PIC X(01) VALUE 'N'.
002940    88 WS-IO-ERROR              VALUE 'Y'.
002950 77  WS-CARD-ERROR-SW           PIC X(01) VALUE 'N'.
002960    88 WS-CARD-ERROR            VALUE 'Y'.
002970 77  WS-INPUT-FAILED-SW         PIC X(01) VALUE 'N'.
002980    88 WS-INPUT-FAILED          VALUE 'Y'.
002990 77  TESTWVR-FILE-STATUS        PIC X(02) VALUE ZEROES.
003000    88 TESTWVR-FILE-OK          VALUE '00'.
003010    88 TESTWVR-NOT-FOUND        VALUE '05' '35'.
003020 77  TESTWVR-EOF-SW             PIC X(01) VALUE 'N'.
003030    88 TESTWVR-EOF              VALUE 'Y'.
003040 77  TESTCKP-FILE-STATUS        PIC X(02) VALUE ZEROES.
003050    88 TESTCKP-FILE-OK          VALUE '00'.
003060    88 TESTCKP-NOT-FOUND        VALUE '05' '35'.
003070 77  TESTCKP-EOF-SW             PIC X(01) VALUE 'N'.
003080    88 TESTCKP-EOF              VALUE 'Y'.
003090 77  TESTCERT-FILE-STATUS       PIC X(02) VALUE ZEROES.
003100    88 TESTCERT-FILE-OK         VALUE '00'.
003110    88 TESTCERT-NOT-FOUND       VALUE '05' '35'.
003120 77  TESTCERT-EOF-SW            PIC X(01) VALUE 'N'.
003130    88 TESTCERT-EOF             VALUE 'Y'.
003140 77  TESTHIST-FILE-STATUS       PIC X(02) VALUE ZEROES.
003150    88 TESTHIST-FILE-OK         VALUE '00'.
003160    88 TESTHIST-NOT-FOUND       VALUE '05' '35'.
003170 77  TESTHIST-EOF-SW            PIC X(01) VALUE 'N'.
003180    88 TESTHIST-EOF             VALUE 'Y'.
003190 77  ALERT-FILE-STATUS          PIC X(02) VALUE ZEROES.
003200    88 ALERT-FILE-OK            VALUE '00'.
003210 77  HLTCARD-FILE-STATUS        PIC X(02) VALUE ZEROES.
003220    88 HLTCARD-FILE-OK          VALUE '00'.
003230    88 HLTCARD-NOT-FOUND        VALUE '05' '35'.
003240 77  HLTCARD-EOF-SW             PIC X(01) VALUE 'N'.
003250    88 HLTCARD-EOF              VALUE 'Y'.
003260*----------------------------------------------------------------*
003270* CURRENT-DATE VIEW FOR THE AGES AND THE ALERT STAMP.            *
003280*----------------------------------------------------------------*
003290 01  WS-CURRENT-DATE-AREA.
003300      03 WS-CD-DATE              PIC X(08).
003310      03 WS-CD-DATE-NUM REDEFINES WS-CD-DATE
003320                                 PIC 9(08).
003330      03 WS-CD-TIME              PIC X(08).
003340      03 FILLER                  PIC X(05).
003350*
003360 PROCEDURE DIVISION.
003370*================================================================*
003380* MAIN-RTN - THRESHOLDS FIRST, THEN THE ALERT DATASET, THEN EACH *
003390* CHECK IN TURN, THE SUMMARY, AND THE CODE.                      *
003400*================================================================*
003410 MAIN-RTN.
003420     PERFORM READ-CONTROL-CARDS-RTN.
003430     IF NOT WS-CARD-ERROR
003440         PERFORM OPEN-ALERT-FILE-RTN
003450     END-IF.
003460     IF NOT WS-CARD-ERROR AND NOT WS-IO-ERROR
003470         PERFORM CHECK-WAIVERS-RTN
003480         PERFORM CHECK-CHECKPOINT-RTN
003490         PERFORM CHECK-BASELINE-AGE-RTN
003500         PERFORM CHECK-HISTORY-RTN
003510         CLOSE ALERT-FILE
003520         PERFORM PRINT-SUMMARY-RTN
003530     END-IF.
003540     PERFORM SET-RETURN-CODE-RTN.
003550     GOBACK.
003560*================================================================*
003570* READ-CONTROL-CARDS-RTN - READS THE OPTIONAL THRESHOLD          *
003580* OVERRIDES.  AN UNKNOWN NAME OR A NON-NUMERIC VALUE PRINTS THE  *
003590* CARD IMAGE WITH THE REASON AND STOPS THE RUN, THE SAME         *
003600* TREATMENT TEST1 GIVES A BAD TESTIN.DAT DECK.                   *
003610*================================================================*
003620 READ-CONTROL-CARDS-RTN SECTION.
003630     OPEN INPUT HLTCARD-FILE.
003640     IF HLTCARD-FILE-OK
003650         PERFORM READ-HLTCARD-RTN UNTIL HLTCARD-EOF
003660         CLOSE HLTCARD-FILE
003670     ELSE
003680*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
003690*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
003700         IF HLTCARD-FILE-STATUS = '05'
003710             CLOSE HLTCARD-FILE
003720         ELSE
003730             IF NOT HLTCARD-NOT-FOUND
003740                 DISPLAY 'HLTCARD OPEN FAILED, FILE STATUS='
003750                     HLTCARD-FILE-STATUS
003760                 SET WS-IO-ERROR TO TRUE
003770             END-IF
003780         END-IF
003790     END-IF.
003800     IF NOT WS-CARD-ERROR
003810        AND WS-HIST-CRIT NOT > WS-HIST-WARN
003820         DISPLAY 'HLTCARD ERROR: HIST-CRIT ' WS-HIST-CRIT
003830             ' IS NOT ABOVE HIST-WARN ' WS-HIST-WARN
003840         SET WS-CARD-ERROR TO TRUE
003850     END-IF.
003860 EXIT.
003870*
003880 READ-HLTCARD-RTN SECTION.
003890     READ HLTCARD-FILE
003900         AT END
003910             SET HLTCARD-EOF TO TRUE
003920         NOT AT END
003930             PERFORM APPLY-HLTCARD-RTN
003940     END-READ.
003950 EXIT.
003960*
003970 APPLY-HLTCARD-RTN SECTION.
003980     EVALUATE HC-FIELD-NAME
003990         WHEN 'WAIVER-DAYS'
004000             MOVE 3 TO WS-VAL-MAX-DIGITS
004010             PERFORM VALIDATE-HLT-VALUE-RTN
004020             IF NOT WS-VAL-BAD
004030                 MOVE WS-VAL-RESULT TO WS-WAIVER-DAYS
004040             END-IF
004050         WHEN 'BASE-DAYS'
004060             MOVE 3 TO WS-VAL-MAX-DIGITS
004070             PERFORM VALIDATE-HLT-VALUE-RTN
004080             IF NOT WS-VAL-BAD
004090                 MOVE WS-VAL-RESULT TO WS-BASE-DAYS
004100             END-IF
004110         WHEN 'HIST-WARN'
004120             MOVE 4 TO WS-VAL-MAX-DIGITS
004130             PERFORM VALIDATE-HLT-VALUE-RTN
004140             IF NOT WS-VAL-BAD
004150                 MOVE WS-VAL-RESULT TO WS-HIST-WARN
004160             END-IF
004170         WHEN 'HIST-CRIT'
004180             MOVE 4 TO WS-VAL-MAX-DIGITS
004190             PERFORM VALIDATE-HLT-VALUE-RTN
004200             IF NOT WS-VAL-BAD
004210                 MOVE WS-VAL-RESULT TO WS-HIST-CRIT
004220             END-IF
004230         WHEN OTHER
004240             DISPLAY 'HLTCARD ERROR: UNKNOWN FIELD NAME'
004250             DISPLAY '  CARD IMAGE: ' HLTCARD-RECORD
004260             SET WS-CARD-ERROR TO TRUE
004270     END-EVALUATE.
004280 EXIT.
004290*================================================================*
004300* VALIDATE-HLT-VALUE-RTN - FREE-FORM UNSIGNED INTEGER, PARSED    *
004310* THE WAY TEST1'S DECK VALIDATOR PARSES A TESTIN.DAT VALUE, SO   *
004320* '7' AND '007' BOTH PASS AND AN OFFENDER PRINTS ITS CARD        *
004330* IMAGE WITH THE REASON.                                         *
004340*================================================================*
004350 VALIDATE-HLT-VALUE-RTN SECTION.
004360     MOVE 'N' TO WS-VAL-BAD-SW.
004370     MOVE ZERO TO WS-VAL-RESULT.
004380     PERFORM FIND-VALUE-END-RTN.
004390     PERFORM FIND-VALUE-START-RTN.
004400     IF WS-VAL-END = ZERO
004410         MOVE 'VALUE MISSING' TO WS-VAL-REASON
004420         SET WS-VAL-BAD TO TRUE
004430     ELSE
004440         PERFORM CHECK-VALUE-CHAR-RTN
004450             VARYING WS-VAL-SUB FROM WS-VAL-START BY 1
004460             UNTIL WS-VAL-SUB > WS-VAL-END
004470                OR WS-VAL-BAD
004480         IF NOT WS-VAL-BAD
004490            AND WS-VAL-END - WS-VAL-START + 1
004500                > WS-VAL-MAX-DIGITS
004510             MOVE 'VALUE TOO LONG FOR TARGET' TO WS-VAL-REASON
004520             SET WS-VAL-BAD TO TRUE
004530         END-IF
004540     END-IF.
004550     IF WS-VAL-BAD
004560         DISPLAY 'HLTCARD ERROR: ' WS-VAL-REASON
004570         DISPLAY '  CARD IMAGE: ' HLTCARD-RECORD
004580         SET WS-CARD-ERROR TO TRUE
004590     ELSE
004600         COMPUTE WS-VAL-RESULT =
004610             FUNCTION NUMVAL (HC-FIELD-VALUE)
004620     END-IF.
004630 EXIT.
004640*
004650 FIND-VALUE-END-RTN SECTION.
004660     MOVE ZERO TO WS-VAL-END.
004670     PERFORM SCAN-VALUE-END-RTN
004680         VARYING WS-VAL-SUB FROM 60 BY -1
004690         UNTIL WS-VAL-SUB < 1
004700            OR WS-VAL-END > ZERO.
004710 EXIT.
004720*
004730 SCAN-VALUE-END-RTN SECTION.
004740     IF HC-FIELD-VALUE (WS-VAL-SUB:1) NOT = SPACE
004750         MOVE WS-VAL-SUB TO WS-VAL-END
004760     END-IF.
004770 EXIT.
004780*
004790 FIND-VALUE-START-RTN SECTION.
004800     MOVE ZERO TO WS-VAL-START.
004810     PERFORM SCAN-VALUE-START-RTN
004820         VARYING WS-VAL-SUB FROM 1 BY 1
004830         UNTIL WS-VAL-SUB > 60
004840            OR WS-VAL-START > ZERO.
004850 EXIT.
004860*
004870 SCAN-VALUE-START-RTN SECTION.
004880     IF HC-FIELD-VALUE (WS-VAL-SUB:1) NOT = SPACE
004890         MOVE WS-VAL-SUB TO WS-VAL-START
004900     END-IF.
004910 EXIT.
004920*
004930 CHECK-VALUE-CHAR-RTN SECTION.
004940     IF HC-FIELD-VALUE (WS-VAL-SUB:1) < '0'
004950        OR HC-FIELD-VALUE (WS-VAL-SUB:1) > '9'
004960         MOVE 'VALUE NOT NUMERIC' TO WS-VAL-REASON
004970         SET WS-VAL-BAD TO TRUE
004980     END-IF.
004990 EXIT.
005000*================================================================*
005010* OPEN-ALERT-FILE-RTN - STAMPS THE RUN AND STARTS A FRESH ALERT  *
005020* DATASET, SO THE CONSOLE AUTOMATION ONLY EVER SEES THIS RUN'S   *
005030* FINDINGS.                                                      *
005040*================================================================*
005050 OPEN-ALERT-FILE-RTN SECTION.
005060     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
005070     COMPUTE WS-TODAY-INT =
005080         FUNCTION INTEGER-OF-DATE (WS-CD-DATE-NUM).
005090     OPEN OUTPUT ALERT-FILE.
005100     IF ALERT-FILE-OK
005110         DISPLAY 'TESTHLT HEALTH WATCH ' WS-CD-DATE ' ' WS-CD-TIME
005120         DISPLAY '  THRESHOLDS: WAIVER-DAYS=' WS-WAIVER-DAYS
005130             ' BASE-DAYS=' WS-BASE-DAYS
005140             ' HIST-WARN=' WS-HIST-WARN
005150             ' HIST-CRIT=' WS-HIST-CRIT
005160         DISPLAY ' '
005170         DISPLAY 'SEV CHECK    SOURCE       SUBJECT      MESSAGE'
005180     ELSE
005190         DISPLAY 'TESTALRT OPEN FAILED, FILE STATUS='
005200             ALERT-FILE-STATUS
005210         SET WS-IO-ERROR TO TRUE
005220     END-IF.
005230 EXIT.
005240*================================================================*
005250* CHECK-WAIVERS-RTN - EVERY WAIVER CARD IS JUDGED THE WAY TEST1  *
005260* WILL JUDGE IT TONIGHT: A CARD WITH NO GROUP, A NON-DATE EXPIRY *
005270* OR AN EXPIRY ALREADY PAST FAILS THE RUN (CRITICAL); ONE DUE    *
005280* WITHIN WAIVER-DAYS IS A WARNING WHILE THERE IS STILL TIME TO   *
005285* RE-APPROVE IT.  TEST1 LOADS AT MOST 10 USABLE CARDS AND FAILS  *
005290* THE RUN ON THE NEXT, SO EVERY USABLE CARD BEYOND THE TENTH IS  *
005295* CRITICAL TOO.  NO WAIVER DATASET IS THE NORMAL CASE.           *
005300*================================================================*
005310 CHECK-WAIVERS-RTN SECTION.
005320     OPEN INPUT TESTWVR-FILE.
005330     IF TESTWVR-FILE-OK
005340         PERFORM READ-WAIVER-RTN UNTIL TESTWVR-EOF
005350         CLOSE TESTWVR-FILE
005360     ELSE
005370         IF TESTWVR-FILE-STATUS = '05'
005380             CLOSE TESTWVR-FILE
005390         ELSE
005400             IF NOT TESTWVR-NOT-FOUND
005410                 MOVE 'TESTWVR.DAT' TO WS-ALERT-SOURCE
005420                 MOVE TESTWVR-FILE-STATUS TO WS-ALERT-SUBJECT
005430                 PERFORM RAISE-OPEN-FAILURE-RTN
005440             END-IF
005450         END-IF
005460     END-IF.
005470 EXIT.
005480*
005490 READ-WAIVER-RTN SECTION.
005500     READ TESTWVR-FILE
005510         AT END
005520             SET TESTWVR-EOF TO TRUE
005530         NOT AT END
005540             ADD 1 TO WS-WAIVER-COUNT
005550             PERFORM JUDGE-WAIVER-RTN
005560     END-READ.
005570 EXIT.
005580*
005590 JUDGE-WAIVER-RTN SECTION.
005600     MOVE 'WAIVER'      TO WS-ALERT-CHECK.
005610     MOVE 'TESTWVR.DAT' TO WS-ALERT-SOURCE.
005620     MOVE WV-GROUP-NAME TO WS-ALERT-SUBJECT.
005630     MOVE SPACES        TO WS-ALERT-MESSAGE.
005640     EVALUATE TRUE
005650         WHEN WV-GROUP-NAME = SPACES
005660             MOVE 'C' TO WS-ALERT-SEVERITY
005670             MOVE 'WAIVER CARD NAMES NO GROUP - TEST1 WILL FAIL'
005680                 TO WS-ALERT-MESSAGE
005690             PERFORM WRITE-ALERT-RTN
005700         WHEN WV-EXPIRY-DATE NOT NUMERIC
005710           OR WV-EXPIRY-NUM NOT > 16010100
005720             MOVE 'C' TO WS-ALERT-SEVERITY
005730             STRING 'EXPIRY ' WV-EXPIRY-DATE
005740                 ' IS NOT CCYYMMDD - TEST1 WILL FAIL'
005750                 DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
005760             PERFORM WRITE-ALERT-RTN
005770         WHEN OTHER
005780             COMPUTE WS-DAYS-APART =
005790                 FUNCTION INTEGER-OF-DATE (WV-EXPIRY-NUM)
005800                 - WS-TODAY-INT
005810             IF WS-DAYS-APART < ZERO
005820                 MOVE 'C' TO WS-ALERT-SEVERITY
005830                 STRING 'EXPIRED ' WV-EXPIRY-DATE
005840                     ' (APPROVER ' WV-APPROVER
005850                     ') - TEST1 WILL FAIL'
005860                     DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
005870                 PERFORM WRITE-ALERT-RTN
005880             ELSE
005891                 ADD 1 TO WS-WAIVER-USABLE-COUNT
005902                 IF WS-WAIVER-USABLE-COUNT > WS-TEST1-WAIVER-LIMIT
005913                     MOVE 'C' TO WS-ALERT-SEVERITY
005924                     STRING 'TESTWVR OVERFLOWS THE WAIVER TABLE'
005935                         ' AT 10 - TEST1 WILL FAIL'
005950                         DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
005951                     PERFORM WRITE-ALERT-RTN
005952                 ELSE
005953                     IF WS-DAYS-APART NOT > WS-WAIVER-DAYS
005954                         MOVE 'W' TO WS-ALERT-SEVERITY
005955                         MOVE WS-DAYS-APART TO WS-PRINT-DAYS
005956                         STRING 'EXPIRES ' WV-EXPIRY-DATE ', '
005957                             WS-PRINT-DAYS ' DAY(S) LEFT,'
005958                             ' APPROVER ' WV-APPROVER
005959                             DELIMITED BY SIZE
005960                             INTO WS-ALERT-MESSAGE
005961                         PERFORM WRITE-ALERT-RTN
005962                     END-IF
005970                 END-IF
005980             END-IF
005990     END-EVALUATE.
006000 EXIT.
006010*================================================================*
006020* CHECK-CHECKPOINT-RTN - TESTDRV EMPTIES ITS CHECKPOINT AT A     *
006030* CLEAN END OF PACK, SO ANY RECORD LEFT IN IT IS A PACK THAT DID *
006040* NOT FINISH; THE NEXT PACK WOULD RESTORE THOSE RESULTS RATHER   *
006050* THAN DRIVE THE SCENARIOS AGAIN.                                *
006060*================================================================*
006070 CHECK-CHECKPOINT-RTN SECTION.
006080     OPEN INPUT TESTCKP-FILE.
006090     IF TESTCKP-FILE-OK
006100         PERFORM READ-CHECKPOINT-RTN UNTIL TESTCKP-EOF
006110         CLOSE TESTCKP-FILE
006120     ELSE
006130         IF TESTCKP-FILE-STATUS = '05'
006140             CLOSE TESTCKP-FILE
006150         ELSE
006160             IF NOT TESTCKP-NOT-FOUND
006170                 MOVE 'TESTCKP.DAT' TO WS-ALERT-SOURCE
006180                 MOVE TESTCKP-FILE-STATUS TO WS-ALERT-SUBJECT
006190                 PERFORM RAISE-OPEN-FAILURE-RTN
006200             END-IF
006210         END-IF
006220     END-IF.
006230     IF WS-CKP-COUNT > ZERO
006240         MOVE 'W'           TO WS-ALERT-SEVERITY
006250         MOVE 'CHECKPNT'    TO WS-ALERT-CHECK
006260         MOVE 'TESTCKP.DAT' TO WS-ALERT-SOURCE
006270         MOVE SPACES        TO WS-ALERT-SUBJECT
006280         MOVE SPACES        TO WS-ALERT-MESSAGE
006290         MOVE WS-CKP-COUNT  TO WS-PRINT-COUNT
006300         STRING 'CHECKPOINT HOLDS ' WS-PRINT-COUNT
006310             ' SCENARIO(S) OF AN UNFINISHED PACK'
006320             DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
006330         PERFORM WRITE-ALERT-RTN
006340     END-IF.
006350 EXIT.
006360*
006370 READ-CHECKPOINT-RTN SECTION.
006380     READ TESTCKP-FILE
006390         AT END
006400             SET TESTCKP-EOF TO TRUE
006410         NOT AT END
006420             ADD 1 TO WS-CKP-COUNT
006430     END-READ.
006440 EXIT.
006450*================================================================*
006460* CHECK-BASELINE-AGE-RTN - THE LAST TESTCERT.DAT RECORD IS THE   *
006470* PROMOTION BEHIND TODAY'S TESTBASE.DAT; ITS CERTIFICATION DATE  *
006480* AGED AGAINST BASE-DAYS SAYS WHETHER THE BASELINE IS OVERDUE    *
006490* FOR RE-CERTIFICATION.  NO CERTIFICATION AT ALL IS A WARNING.   *
006500*================================================================*
006510 CHECK-BASELINE-AGE-RTN SECTION.
006520     MOVE 'N' TO WS-INPUT-FAILED-SW.
006530     OPEN INPUT TESTCERT-FILE.
006540     IF TESTCERT-FILE-OK
006550         PERFORM READ-CERT-RTN UNTIL TESTCERT-EOF
006560         CLOSE TESTCERT-FILE
006570     ELSE
006580         IF TESTCERT-FILE-STATUS = '05'
006590             CLOSE TESTCERT-FILE
006600         ELSE
006610             IF NOT TESTCERT-NOT-FOUND
006620                 MOVE 'TESTCERT.DAT' TO WS-ALERT-SOURCE
006630                 MOVE TESTCERT-FILE-STATUS TO WS-ALERT-SUBJECT
006640                 PERFORM RAISE-OPEN-FAILURE-RTN
006650             END-IF
006660         END-IF
006670     END-IF.
006680     IF NOT WS-INPUT-FAILED
006690         MOVE 'BASEAGE'      TO WS-ALERT-CHECK
006700         MOVE 'TESTCERT.DAT' TO WS-ALERT-SOURCE
006710         MOVE SPACES         TO WS-ALERT-SUBJECT
006720         MOVE SPACES         TO WS-ALERT-MESSAGE
006730         MOVE 'W'            TO WS-ALERT-SEVERITY
006740         EVALUATE TRUE
006750             WHEN WS-CERT-COUNT = ZERO
006760                 MOVE 'NO CERTIFICATION ON RECORD'
006770                     TO WS-ALERT-MESSAGE
006780                 PERFORM WRITE-ALERT-RTN
006790             WHEN WS-LAST-CERT-DATE NOT NUMERIC
006800               OR WS-LAST-CERT-NUM NOT > 16010100
006810                 STRING 'LAST CERTIFICATION DATE '
006820                     WS-LAST-CERT-DATE
006830                     ' IS NOT CCYYMMDD'
006840                     DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
006850                 PERFORM WRITE-ALERT-RTN
006860             WHEN OTHER
006870                 COMPUTE WS-DAYS-APART = WS-TODAY-INT
006880                     - FUNCTION INTEGER-OF-DATE (WS-LAST-CERT-NUM)
006890                 IF WS-DAYS-APART > WS-BASE-DAYS
006900                     MOVE WS-DAYS-APART TO WS-PRINT-DAYS
006910                     STRING 'CERTIFIED ' WS-LAST-CERT-DATE ', '
006920                         WS-PRINT-DAYS
006930                         ' DAYS AGO - DUE FOR RE-CERT'
006940                         DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
006950                     PERFORM WRITE-ALERT-RTN
006960                 END-IF
006970         END-EVALUATE
006980     END-IF.
006990 EXIT.
007000*
007010 READ-CERT-RTN SECTION.
007020     READ TESTCERT-FILE
007030         AT END
007040             SET TESTCERT-EOF TO TRUE
007050         NOT AT END
007060             ADD 1 TO WS-CERT-COUNT
007070             MOVE CT-CERT-DATE TO WS-LAST-CERT-DATE
007080     END-READ.
007090 EXIT.
007100*================================================================*
007110* CHECK-HISTORY-RTN - ONE PASS OVER THE LIVE HISTORY COUNTS IT   *
007120* (AGAINST HIST-WARN AND HIST-CRIT) AND LEAVES THE LATEST RUN    *
007130* AND EVERY GROUP'S EARLIER STATUS IN STORAGE FOR THE            *
007140* NEW-FAILURE SCAN.                                              *
007150*================================================================*
007160 CHECK-HISTORY-RTN SECTION.
007170     MOVE 'N' TO WS-INPUT-FAILED-SW.
007180     OPEN INPUT TESTHIST-FILE.
007190     IF TESTHIST-FILE-OK
007200         PERFORM READ-HISTORY-RTN UNTIL TESTHIST-EOF
007210         CLOSE TESTHIST-FILE
007220     ELSE
007230         IF TESTHIST-FILE-STATUS = '05'
007240             CLOSE TESTHIST-FILE
007250         ELSE
007260             IF NOT TESTHIST-NOT-FOUND
007270                 MOVE 'TESTHIST.DAT' TO WS-ALERT-SOURCE
007280                 MOVE TESTHIST-FILE-STATUS TO WS-ALERT-SUBJECT
007290                 PERFORM RAISE-OPEN-FAILURE-RTN
007300             END-IF
007310         END-IF
007320     END-IF.
007330     IF NOT WS-INPUT-FAILED
007340         MOVE 'TESTHIST.DAT' TO WS-ALERT-SOURCE
007350         MOVE SPACES         TO WS-ALERT-SUBJECT
007360         MOVE SPACES         TO WS-ALERT-MESSAGE
007370         MOVE 'HISTSIZE'     TO WS-ALERT-CHECK
007380         MOVE WS-HIST-COUNT  TO WS-PRINT-COUNT
007390         EVALUATE TRUE
007400             WHEN WS-HIST-COUNT = ZERO
007410                 MOVE 'W' TO WS-ALERT-SEVERITY
007430                 MOVE 'NO RUN HISTORY - NO TEST1 RUN ON RECORD'
007440                     TO WS-ALERT-MESSAGE
007450                 PERFORM WRITE-ALERT-RTN
007460             WHEN WS-HIST-COUNT NOT < WS-HIST-CRIT
007470                 MOVE 'C' TO WS-ALERT-SEVERITY
007480                 MOVE WS-HIST-CRIT TO WS-PRINT-LIMIT
007490                 STRING WS-PRINT-COUNT
007500                     ' LIVE RUNS, HIST-CRIT ' WS-PRINT-LIMIT
007510                     ' - RUN TESTHKP NOW'
007520                     DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
007530                 PERFORM WRITE-ALERT-RTN
007540             WHEN WS-HIST-COUNT NOT < WS-HIST-WARN
007550                 MOVE 'W' TO WS-ALERT-SEVERITY
007560                 MOVE WS-HIST-WARN TO WS-PRINT-LIMIT
007570                 STRING WS-PRINT-COUNT
007580                     ' LIVE RUNS, HIST-WARN ' WS-PRINT-LIMIT
007590                     ' - SCHEDULE TESTHKP'
007600                     DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
007610                 PERFORM WRITE-ALERT-RTN
007620         END-EVALUATE
007630         IF WS-STEP-RUN-COUNT > ZERO
007640             PERFORM SCAN-NEW-FAILURE-RTN
007650                 VARYING WS-ENTRY-SUB FROM 1 BY 1
007660                 UNTIL WS-ENTRY-SUB > WL-GROUP-COUNT
007670                    OR WS-ENTRY-SUB > 30
007680         END-IF
007690     END-IF.
007700 EXIT.
007710*
007720 READ-HISTORY-RTN SECTION.
007730     READ TESTHIST-FILE INTO WS-HIST-RECORD
007740         AT END
007750             SET TESTHIST-EOF TO TRUE
007760         NOT AT END
007770             ADD 1 TO WS-HIST-COUNT
007780             IF WH-PACK-ID = SPACES
007790                OR WH-GROUP-COUNT > 28
007800                 IF WS-STEP-RUN-COUNT > ZERO
007810                     PERFORM FOLD-KNOWN-STATUS-RTN
007820                         VARYING WS-ENTRY-SUB FROM 1 BY 1
007830                         UNTIL WS-ENTRY-SUB > WL-GROUP-COUNT
007840                            OR WS-ENTRY-SUB > 30
007850                 END-IF
007860                 ADD 1 TO WS-STEP-RUN-COUNT
007870                 MOVE WS-HIST-RECORD TO WS-LATEST-RECORD
007880             END-IF
007890     END-READ.
007900 EXIT.
007910*================================================================*
007920* FOLD-KNOWN-STATUS-RTN - POSTS ONE GROUP OF THE OUTGOING LATEST *
007930* RUN INTO THE KNOWN-STATUS TABLE.  A GROUP THE RUN LEFT OUT (S) *
007940* LEAVES ITS EARLIER STATUS STANDING.                            *
007950*================================================================*
007960 FOLD-KNOWN-STATUS-RTN SECTION.
007970     IF WL-GROUP-STATUS (WS-ENTRY-SUB) NOT = 'S'
007980        AND WL-GROUP-STATUS (WS-ENTRY-SUB) NOT = SPACE
007990         PERFORM FIND-KNOWN-GROUP-RTN
008000         IF WS-KNOWN-FOUND-NUM > ZERO
008010             MOVE WL-GROUP-STATUS (WS-ENTRY-SUB)
008020                 TO WS-KNOWN-STATUS (WS-KNOWN-FOUND-NUM)
008030         ELSE
008040             IF WS-KNOWN-USED-COUNT < 60
008050                 ADD 1 TO WS-KNOWN-USED-COUNT
008060                 MOVE WL-GROUP-NAME (WS-ENTRY-SUB)
008070                     TO WS-KNOWN-NAME (WS-KNOWN-USED-COUNT)
008080                 MOVE WL-GROUP-STATUS (WS-ENTRY-SUB)
008090                     TO WS-KNOWN-STATUS (WS-KNOWN-USED-COUNT)
008100             END-IF
008110         END-IF
008120     END-IF.
008130 EXIT.
008140*
008150 FIND-KNOWN-GROUP-RTN SECTION.
008160     MOVE ZERO TO WS-KNOWN-FOUND-NUM.
008170     PERFORM CHECK-KNOWN-NAME-RTN
008180         VARYING WS-KNOWN-SUB FROM 1 BY 1
008190         UNTIL WS-KNOWN-SUB > WS-KNOWN-USED-COUNT
008200            OR WS-KNOWN-FOUND-NUM > ZERO.
008210 EXIT.
008220*
008230 CHECK-KNOWN-NAME-RTN SECTION.
008240     IF WS-KNOWN-NAME (WS-KNOWN-SUB)
008250        = WL-GROUP-NAME (WS-ENTRY-SUB)
008260         MOVE WS-KNOWN-SUB TO WS-KNOWN-FOUND-NUM
008270     END-IF.
008280 EXIT.
008290*================================================================*
008300* SCAN-NEW-FAILURE-RTN - A GROUP POSTED F OR E IN THE LATEST RUN *
008310* IS NEW NEWS UNLESS ITS LAST EARLIER STATUS WAS ALREADY F OR E. *
008320* A NEW ERROR (E - THE GROUP COULD NOT EVEN BE VERIFIED) IS      *
008330* CRITICAL; A NEW MISMATCH (F) IS A WARNING.                     *
008340*================================================================*
008350 SCAN-NEW-FAILURE-RTN SECTION.
008360     IF WL-GROUP-STATUS (WS-ENTRY-SUB) = 'F'
008370        OR WL-GROUP-STATUS (WS-ENTRY-SUB) = 'E'
008380         PERFORM FIND-KNOWN-GROUP-RTN
008390         IF WS-KNOWN-FOUND-NUM = ZERO
008400             MOVE 'NONE' TO WS-STATUS-WORD
008410         ELSE
008420             MOVE WS-KNOWN-STATUS (WS-KNOWN-FOUND-NUM)
008430                 TO WS-STATUS-WORD
008440         END-IF
008450         IF WS-STATUS-WORD NOT = 'F'
008460            AND WS-STATUS-WORD NOT = 'E'
008470             IF WL-GROUP-STATUS (WS-ENTRY-SUB) = 'E'
008480                 MOVE 'C' TO WS-ALERT-SEVERITY
008490             ELSE
008500                 MOVE 'W' TO WS-ALERT-SEVERITY
008510             END-IF
008520             MOVE 'NEWFAIL'      TO WS-ALERT-CHECK
008530             MOVE 'TESTHIST.DAT' TO WS-ALERT-SOURCE
008540             MOVE WL-GROUP-NAME (WS-ENTRY-SUB) TO WS-ALERT-SUBJECT
008550             MOVE SPACES         TO WS-ALERT-MESSAGE
008560             STRING 'NEWLY ' WL-GROUP-STATUS (WS-ENTRY-SUB)
008570                 ' IN RUN ' WL-RUN-DATE ' ' WL-RUN-TIME
008580                 ' - EARLIER STATUS ' WS-STATUS-WORD
008590                 DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
008600             PERFORM WRITE-ALERT-RTN
008610         END-IF
008620     END-IF.
008630 EXIT.
008640*================================================================*
008650* RAISE-OPEN-FAILURE-RTN - AN INPUT THAT EXISTS BUT WILL NOT     *
008660* OPEN CANNOT BE CHECKED, WHICH IS ITSELF CRITICAL.  THE CALLER  *
008670* LEAVES THE DATASET IN WS-ALERT-SOURCE AND THE FILE STATUS IN   *
008680* WS-ALERT-SUBJECT, AND TESTS WS-INPUT-FAILED AFTERWARDS.        *
008690*================================================================*
008700 RAISE-OPEN-FAILURE-RTN SECTION.
008710     SET WS-INPUT-FAILED TO TRUE.
008720     MOVE 'C'       TO WS-ALERT-SEVERITY.
008730     MOVE 'DATASET' TO WS-ALERT-CHECK.
008740     MOVE SPACES    TO WS-ALERT-MESSAGE.
008750     STRING 'OPEN FAILED, FILE STATUS=' WS-ALERT-SUBJECT (1:2)
008760         ' - CHECK NOT RUN'
008770         DELIMITED BY SIZE INTO WS-ALERT-MESSAGE.
008780     MOVE SPACES    TO WS-ALERT-SUBJECT.
008790     PERFORM WRITE-ALERT-RTN.
008800 EXIT.
008810*================================================================*
008820* WRITE-ALERT-RTN - ONE ALERT RECORD FROM THE WS-ALERT- FIELDS,  *
008830* ECHOED TO SYSOUT AND TALLIED BY SEVERITY.                      *
008840*================================================================*
008850 WRITE-ALERT-RTN SECTION.
008860     MOVE SPACES            TO ALERT-RECORD.
008870     MOVE WS-CD-DATE        TO AL-ALERT-DATE.
008880     MOVE WS-CD-TIME        TO AL-ALERT-TIME.
008890     MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
008900     MOVE WS-ALERT-CHECK    TO AL-CHECK.
008910     MOVE WS-ALERT-SOURCE   TO AL-SOURCE.
008920     MOVE WS-ALERT-SUBJECT  TO AL-SUBJECT.
008930     MOVE WS-ALERT-MESSAGE  TO AL-MESSAGE.
008940     WRITE ALERT-RECORD.
008950     IF ALERT-FILE-OK
008960         ADD 1 TO WS-ALERT-COUNT
008970         IF WS-ALERT-CRITICAL
008980             ADD 1 TO WS-CRITICAL-COUNT
008990         ELSE
009000             ADD 1 TO WS-WARNING-COUNT
009010         END-IF
009020         DISPLAY ' ' AL-SEVERITY '  ' AL-CHECK ' ' AL-SOURCE ' '
009030             AL-SUBJECT ' ' AL-MESSAGE
009040     ELSE
009050         DISPLAY 'TESTALRT WRITE FAILED, FILE STATUS='
009060             ALERT-FILE-STATUS
009070         SET WS-IO-ERROR TO TRUE
009080     END-IF.
009090 EXIT.
009100*================================================================*
009110* PRINT-SUMMARY-RTN - WHAT WAS LOOKED AT AND WHAT WAS RAISED.    *
009120*================================================================*
009130 PRINT-SUMMARY-RTN SECTION.
009140     DISPLAY ' '.
009150     DISPLAY 'TESTHLT SUMMARY'.
009160     DISPLAY '  WAIVER CARDS READ  : ' WS-WAIVER-COUNT.
009170     DISPLAY '  CHECKPOINT RECORDS : ' WS-CKP-COUNT.
009180     DISPLAY '  CERTIFICATIONS     : ' WS-CERT-COUNT
009190         ' (LAST ' WS-LAST-CERT-DATE ')'.
009200     MOVE WS-HIST-COUNT TO WS-PRINT-COUNT.
009210     DISPLAY '  LIVE HISTORY RUNS  : ' WS-PRINT-COUNT.
009220     DISPLAY '  ALERTS WRITTEN     : ' WS-ALERT-COUNT
009230         ' (CRITICAL ' WS-CRITICAL-COUNT
009240         ', WARNING ' WS-WARNING-COUNT ')'.
009250     IF WS-ALERT-COUNT = ZERO
009260         DISPLAY '  NO FINDINGS - EVERY CHECK IS CLEAN'
009270     END-IF.
009280 EXIT.
009290*================================================================*
009300* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
009310* WORKING-STORAGE FOR THE TABLE).                                *
009320*================================================================*
009330 SET-RETURN-CODE-RTN SECTION.
009340     EVALUATE TRUE
009350         WHEN WS-CARD-ERROR
009360             MOVE 12 TO WS-RETURN-CODE
009370         WHEN WS-IO-ERROR
009380             MOVE 8 TO WS-RETURN-CODE
009390         WHEN WS-CRITICAL-COUNT > ZERO
009400             MOVE 8 TO WS-RETURN-CODE
009410         WHEN WS-WARNING-COUNT > ZERO
009420             MOVE 4 TO WS-RETURN-CODE
009430         WHEN OTHER
009440             MOVE 0 TO WS-RETURN-CODE
009450     END-EVALUATE.
009460     DISPLAY 'TESTHLT: STEP RETURN CODE ' WS-RETURN-CODE.
009470     MOVE WS-RETURN-CODE TO RETURN-CODE.
009480 EXIT.
