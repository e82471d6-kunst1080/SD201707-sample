000010*================================================================*
000020* PROGRAM:    TESTPCMP                                           *
000030* PURPOSE:    COMPARES THE LATEST TESTDRV SCENARIO PACK RUN WITH *
000040*             THE PACK RUN BEFORE IT, SCENARIO BY SCENARIO, FROM *
000050*             THE TESTSCNH.DAT SCENARIO HISTORY TESTDRV KEEPS.   *
000060*             EACH SCENARIO OF EITHER PACK PRINTS ONE LINE WITH  *
000070*             ITS RETURN CODE, DECLARED EXPECTATION AND WHETHER  *
000080*             IT MET IT, BOTH TIMES, AND IS FLAGGED:             *
000090*               SAME      NOTHING CHANGED                        *
000100*               *CHANGED* THE RETURN CODE, THE AS-EXPECTED FLAG, *
000110*                         THE EXPECTATION OR A GROUP STATUS      *
000120*                         DIFFERS (EACH GROUP THAT MOVED IS      *
000130*                         LISTED UNDER IT)                       *
000140*               *NEW*     ONLY IN THE LATEST PACK                *
000150*               *DROPPED* ONLY IN THE PREVIOUS PACK              *
000160*             A PACK IS EVERY RECORD CARRYING ONE PACK ID, SO A  *
000170*             PACK RESUMED FROM ITS CHECKPOINT IS ONE PACK.      *
000180*             A SCENARIO RECORDED TWICE IN ONE PACK IS TAKEN AT  *
000190*             ITS LATER RECORD.                                  *
000200*================================================================*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. TESTPCMP.
000230 AUTHOR. R-MATSKO.
000240 INSTALLATION. SD201707.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270*----------------------------------------------------------------*
000280* MODIFICATION HISTORY                                           *
000290*----------------------------------------------------------------*
000300* DATE        INIT  DESCRIPTION                                  *
000310* ----------  ----  ----------------------------------------     *
000320* 2026-10-15  RM    ORIGINAL VERSION.                            *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL TESTSCNH-FILE ASSIGN TO "TESTSCNH.DAT"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS TESTSCNH-FILE-STATUS.
000410 DATA DIVISION.
000420*
000430 FILE SECTION.
000440*----------------------------------------------------------------*
000450* TESTSCNH.DAT - THE TESTDRV SCENARIO HISTORY, ONE RECORD PER    *
000460* SCENARIO DRIVEN, IN RUN ORDER.  LAYOUT MUST STAY IN STEP WITH  *
000470* THE FD IN TESTDRV.                                             *
000480*----------------------------------------------------------------*
000490 FD  TESTSCNH-FILE
000500     RECORDING MODE IS F
000510     RECORD CONTAINS 480 CHARACTERS
000520     LABEL RECORDS ARE STANDARD.
000530 01  TESTSCNH-RECORD.
000540      05 SH-PACK-ID           PIC X(16).
000550      05 SH-SCENARIO-NAME     PIC X(08).
000560      05 SH-RUN-STAMP.
000570         10 SH-RUN-DATE       PIC X(08).
000580         10 SH-RUN-TIME       PIC X(08).
000590      05 SH-EXPECTED-RC       PIC X(02).
000600      05 SH-ACTUAL-RC         PIC 9(02).
000610      05 SH-AS-EXPECTED       PIC X(01).
000620      05 SH-MISMATCH-COUNT    PIC 9(04).
000630      05 SH-ERROR-COUNT       PIC 9(04).
000640      05 SH-GROUP-COUNT       PIC 9(02).
000650      05 SH-GROUP-ENTRY OCCURS 30 TIMES.
000660       10 SH-GROUP-NAME       PIC X(12).
000670       10 SH-GROUP-STATUS     PIC X(01).
000680      05 FILLER                PIC X(35).
000690*
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------*
000720* PACK TABLES - THE PACK BEING READ (CURRENT) AND THE ONE READ   *
000730* BEFORE IT (PREVIOUS).  WHEN A NEW PACK ID ARRIVES THE CURRENT  *
000740* TABLE BECOMES THE PREVIOUS ONE, SO AT END OF FILE THEY HOLD    *
000750* THE LAST TWO PACKS.  THE TWO LAYOUTS MUST STAY IDENTICAL.      *
000760* 20 SCENARIOS MATCHES THE TESTDRV SCENARIO TABLE.               *
000770*----------------------------------------------------------------*
000780 01  WS-CUR-PACK.
000790      03 WS-CUR-PACK-ID       PIC X(16).
000800      03 WS-CUR-USED-COUNT    PIC 9(02) COMP.
000810      03 WS-CUR-ENTRY OCCURS 20 TIMES.
000820       05 WS-CUR-SCENARIO      PIC X(08).
000830       05 WS-CUR-RUN-DATE      PIC X(08).
000840       05 WS-CUR-EXPECTED-RC   PIC X(02).
000850       05 WS-CUR-RC            PIC 9(02).
000860       05 WS-CUR-AS-EXPECTED   PIC X(01).
000870       05 WS-CUR-GROUP-COUNT   PIC 9(02).
000880       05 WS-CUR-GROUP-ENTRY OCCURS 30 TIMES.
000890        07 WS-CUR-GROUP-NAME   PIC X(12).
000900        07 WS-CUR-GROUP-STATUS PIC X(01).
000910 01  WS-PRV-PACK.
000920      03 WS-PRV-PACK-ID       PIC X(16).
000930      03 WS-PRV-USED-COUNT    PIC 9(02) COMP.
000940      03 WS-PRV-ENTRY OCCURS 20 TIMES.
000950       05 WS-PRV-SCENARIO      PIC X(08).
000960       05 WS-PRV-RUN-DATE      PIC X(08).
000970       05 WS-PRV-EXPECTED-RC   PIC X(02).
000980       05 WS-PRV-RC            PIC 9(02).
000990       05 WS-PRV-AS-EXPECTED   PIC X(01).
001000       05 WS-PRV-GROUP-COUNT   PIC 9(02).
001010       05 WS-PRV-GROUP-ENTRY OCCURS 30 TIMES.
001020        07 WS-PRV-GROUP-NAME   PIC X(12).
001030        07 WS-PRV-GROUP-STATUS PIC X(01).
001040 77  WS-CUR-SUB                 PIC 9(02) COMP VALUE ZERO.
001050 77  WS-PRV-SUB                 PIC 9(02) COMP VALUE ZERO.
001060 77  WS-GROUP-SUB               PIC 9(02) COMP VALUE ZERO.
001070 77  WS-ENTRY-SUB               PIC 9(02) COMP VALUE ZERO.
001080 77  WS-FOUND-NUM               PIC 9(02) COMP VALUE ZERO.
001090 77  WS-PACK-COUNT              PIC 9(04) COMP VALUE ZERO.
001100 77  WS-RECORD-COUNT            PIC 9(05) COMP VALUE ZERO.
001110 77  WS-OVERFLOW-COUNT          PIC 9(04) COMP VALUE ZERO.
001120*----------------------------------------------------------------*
001130* ONE SCENARIO'S COMPARISON.                                     *
001140*----------------------------------------------------------------*
001150 77  WS-THIS-STATUS             PIC X(01) VALUE SPACE.
001160 77  WS-PREV-STATUS             PIC X(01) VALUE SPACE.
001170 77  WS-THIS-GROUP              PIC X(12) VALUE SPACES.
001180 77  WS-VERDICT                 PIC X(09) VALUE SPACES.
001190 77  WS-CHANGED-SW              PIC X(01) VALUE 'N'.
001200    88 WS-SCENARIO-CHANGED      VALUE 'Y'.
001210*----------------------------------------------------------------*
001220* TALLIES AND PRINT FIELDS.                                      *
001230*----------------------------------------------------------------*
001240 77  WS-SAME-COUNT              PIC 9(02) COMP VALUE ZERO.
001250 77  WS-CHANGED-COUNT           PIC 9(02) COMP VALUE ZERO.
001260 77  WS-NEW-COUNT               PIC 9(02) COMP VALUE ZERO.
001270 77  WS-DROPPED-COUNT           PIC 9(02) COMP VALUE ZERO.
001280 77  WS-PRINT-COUNT             PIC ZZZZ9.
001290 01  WS-SIDE-LINE.
001300      03 FILLER                 PIC X(03) VALUE 'RC='.
001310      03 WS-SIDE-RC             PIC X(02).
001320      03 FILLER                 PIC X(05) VALUE ' EXP='.
001330      03 WS-SIDE-EXPECTED-RC    PIC X(02).
001340      03 FILLER                 PIC X(01) VALUE SPACE.
001350      03 WS-SIDE-AS-EXPECTED    PIC X(01).
001360 77  WS-PREV-SIDE               PIC X(14) VALUE SPACES.
001370 77  WS-THIS-SIDE               PIC X(14) VALUE SPACES.
001380*----------------------------------------------------------------*
001390* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
001400*   00  = NO SCENARIO CHANGED, OR ONLY ONE PACK ON FILE SO       *
001410*         THERE IS NOTHING YET TO COMPARE                        *
001420*   04  = ONE OR MORE SCENARIOS CHANGED, NEW OR DROPPED          *
001430*   08  = NO SCENARIO HISTORY (MISSING/EMPTY TESTSCNH.DAT) OR    *
001440*         AN I/O ERROR READING IT                                *
001450*----------------------------------------------------------------*
001460 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001470 77  WS-IO-ERROR-SW             PIC X(01) VALUE 'N'.
001480    88 WS-IO-ERROR              VALUE 'Y'.
001490 77  TESTSCNH-FILE-STATUS       PIC X(02) VALUE ZEROES.
001500    88 TESTSCNH-FILE-OK         VALUE '00'.
001510    88 TESTSCNH-NOT-FOUND       VALUE '05' '35'.
001520 77  TESTSCNH-EOF-SW            PIC X(01) VALUE 'N'.
001530    88 TESTSCNH-EOF             VALUE 'Y'.
001540*
001550 PROCEDURE DIVISION.
001560*================================================================*
001570* MAIN-RTN - LOADS THE LAST TWO PACKS, COMPARES THEM, AND POSTS  *
001580* THE CODE.                                                      *
001590*================================================================*
001600 MAIN-RTN.
001610     MOVE SPACES TO WS-CUR-PACK.
001620     MOVE ZERO TO WS-CUR-USED-COUNT.
001630     MOVE WS-CUR-PACK TO WS-PRV-PACK.
001640     PERFORM LOAD-PACKS-RTN.
001650     IF NOT WS-IO-ERROR
001660         EVALUATE TRUE
001670             WHEN WS-PACK-COUNT = ZERO
001680                 DISPLAY 'TESTSCNH IS MISSING OR EMPTY - NO'
001690                     ' SCENARIO PACK HAS RUN'
001700             WHEN WS-PACK-COUNT = 1
001710                 DISPLAY 'ONLY ONE SCENARIO PACK ON FILE ('
001720                     WS-CUR-PACK-ID ') - NOTHING TO COMPARE YET'
001730             WHEN OTHER
001740                 PERFORM COMPARE-PACKS-RTN
001750                 PERFORM PRINT-SUMMARY-RTN
001760         END-EVALUATE
001770     END-IF.
001780     PERFORM SET-RETURN-CODE-RTN.
001790     GOBACK.
001800*================================================================*
001810* LOAD-PACKS-RTN - READS THE SCENARIO HISTORY FROM THE START,    *
001820* KEEPING THE PACK BEING READ AND THE ONE BEFORE IT.             *
001830*================================================================*
001840 LOAD-PACKS-RTN SECTION.
001850     OPEN INPUT TESTSCNH-FILE.
001860     IF TESTSCNH-FILE-OK
001870         PERFORM READ-SCENARIO-HISTORY-RTN UNTIL TESTSCNH-EOF
001880         CLOSE TESTSCNH-FILE
001890     ELSE
001900*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
001910*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
001920         IF TESTSCNH-FILE-STATUS = '05'
001930             CLOSE TESTSCNH-FILE
001940         ELSE
001950             IF NOT TESTSCNH-NOT-FOUND
001960                 DISPLAY 'TESTSCNH OPEN FAILED, FILE STATUS='
001970                     TESTSCNH-FILE-STATUS
001980                 SET WS-IO-ERROR TO TRUE
001990             END-IF
002000         END-IF
002010     END-IF.
002020     IF WS-OVERFLOW-COUNT > ZERO
002030         MOVE WS-OVERFLOW-COUNT TO WS-PRINT-COUNT
002040         DISPLAY 'WARNING: ' WS-PRINT-COUNT
002050             ' SCENARIO RECORD(S) BEYOND 20 IN ONE PACK NOT'
002060             ' COMPARED'
002070     END-IF.
002080 EXIT.
002090*
002100 READ-SCENARIO-HISTORY-RTN SECTION.
002110     READ TESTSCNH-FILE
002120         AT END
002130             SET TESTSCNH-EOF TO TRUE
002140         NOT AT END
002150             ADD 1 TO WS-RECORD-COUNT
002160             PERFORM STORE-SCENARIO-RTN
002170     END-READ.
002180 EXIT.
002190*================================================================*
002200* STORE-SCENARIO-RTN - FILES ONE RECORD IN THE CURRENT PACK,     *
002210* FIRST ROLLING THE CURRENT PACK TO PREVIOUS WHEN THE PACK ID    *
002220* CHANGES.  A SCENARIO ALREADY IN THE PACK IS OVERLAID.          *
002230*================================================================*
002240 STORE-SCENARIO-RTN SECTION.
002250     IF SH-PACK-ID NOT = WS-CUR-PACK-ID
002260        OR WS-PACK-COUNT = ZERO
002270         IF WS-PACK-COUNT > ZERO
002280             MOVE WS-CUR-PACK TO WS-PRV-PACK
002290         END-IF
002300         MOVE SPACES TO WS-CUR-PACK
002310         MOVE ZERO TO WS-CUR-USED-COUNT
002320         MOVE SH-PACK-ID TO WS-CUR-PACK-ID
002330         ADD 1 TO WS-PACK-COUNT
002340     END-IF.
002350     MOVE ZERO TO WS-FOUND-NUM.
002360     PERFORM FIND-CUR-SCENARIO-RTN
002370         VARYING WS-CUR-SUB FROM 1 BY 1
002380         UNTIL WS-CUR-SUB > WS-CUR-USED-COUNT
002390            OR WS-FOUND-NUM > ZERO.
002400     IF WS-FOUND-NUM = ZERO
002410         IF WS-CUR-USED-COUNT < 20
002420             ADD 1 TO WS-CUR-USED-COUNT
002430             MOVE WS-CUR-USED-COUNT TO WS-FOUND-NUM
002440         ELSE
002450             ADD 1 TO WS-OVERFLOW-COUNT
002460         END-IF
002470     END-IF.
002480     IF WS-FOUND-NUM > ZERO
002490         MOVE WS-FOUND-NUM TO WS-CUR-SUB
002500         MOVE SH-SCENARIO-NAME TO WS-CUR-SCENARIO (WS-CUR-SUB)
002510         MOVE SH-RUN-DATE TO WS-CUR-RUN-DATE (WS-CUR-SUB)
002520         MOVE SH-EXPECTED-RC TO WS-CUR-EXPECTED-RC (WS-CUR-SUB)
002530         MOVE SH-ACTUAL-RC TO WS-CUR-RC (WS-CUR-SUB)
002540         MOVE SH-AS-EXPECTED TO WS-CUR-AS-EXPECTED (WS-CUR-SUB)
002550         MOVE SH-GROUP-COUNT TO WS-CUR-GROUP-COUNT (WS-CUR-SUB)
002560         IF WS-CUR-GROUP-COUNT (WS-CUR-SUB) > 30
002570             MOVE 30 TO WS-CUR-GROUP-COUNT (WS-CUR-SUB)
002580         END-IF
002590         PERFORM STORE-GROUP-RTN
002600             VARYING WS-GROUP-SUB FROM 1 BY 1
002610             UNTIL WS-GROUP-SUB > 30
002620     END-IF.
002630 EXIT.
002640*
002650 FIND-CUR-SCENARIO-RTN SECTION.
002660     IF WS-CUR-SCENARIO (WS-CUR-SUB) = SH-SCENARIO-NAME
002670         MOVE WS-CUR-SUB TO WS-FOUND-NUM
002680     END-IF.
002690 EXIT.
002700*
002710 STORE-GROUP-RTN SECTION.
002720     IF WS-GROUP-SUB > WS-CUR-GROUP-COUNT (WS-CUR-SUB)
002730         MOVE SPACES
002740             TO WS-CUR-GROUP-ENTRY (WS-CUR-SUB WS-GROUP-SUB)
002750     ELSE
002760         MOVE SH-GROUP-NAME (WS-GROUP-SUB)
002770             TO WS-CUR-GROUP-NAME (WS-CUR-SUB WS-GROUP-SUB)
002780         MOVE SH-GROUP-STATUS (WS-GROUP-SUB)
002790             TO WS-CUR-GROUP-STATUS (WS-CUR-SUB WS-GROUP-SUB)
002800     END-IF.
002810 EXIT.
002820*================================================================*
002830* COMPARE-PACKS-RTN - ONE LINE PER SCENARIO IN THE LATEST PACK,  *
002840* THEN ONE PER SCENARIO THE LATEST PACK NO LONGER RAN.           *
002850*================================================================*
002860 COMPARE-PACKS-RTN SECTION.
002870     DISPLAY 'SCENARIO PACK COMPARISON'.
002880     MOVE WS-PRV-USED-COUNT TO WS-PRINT-COUNT.
002890     DISPLAY '  PREVIOUS PACK ' WS-PRV-PACK-ID ' SCENARIOS '
002900         WS-PRINT-COUNT.
002910     MOVE WS-CUR-USED-COUNT TO WS-PRINT-COUNT.
002920     DISPLAY '  LATEST PACK   ' WS-CUR-PACK-ID ' SCENARIOS '
002930         WS-PRINT-COUNT.
002940     DISPLAY ' '.
002950     DISPLAY '  SCENARIO PREVIOUS       LATEST         RESULT'.
002960     PERFORM COMPARE-SCENARIO-RTN
002970         VARYING WS-CUR-SUB FROM 1 BY 1
002980         UNTIL WS-CUR-SUB > WS-CUR-USED-COUNT.
002990     PERFORM CHECK-DROPPED-RTN
003000         VARYING WS-PRV-SUB FROM 1 BY 1
003010         UNTIL WS-PRV-SUB > WS-PRV-USED-COUNT.
003020 EXIT.
003030*================================================================*
003040* COMPARE-SCENARIO-RTN - A LATEST-PACK SCENARIO AGAINST THE SAME *
003050* SCENARIO IN THE PREVIOUS PACK.  A CHANGED SCENARIO IS          *
003060* FOLLOWED BY A LINE FOR EACH GROUP WHOSE STATUS MOVED ('-'      *
003070* WHERE ONE SIDE DID NOT RUN THE GROUP).                         *
003080*================================================================*
003090 COMPARE-SCENARIO-RTN SECTION.
003100     MOVE ZERO TO WS-FOUND-NUM.
003110     PERFORM FIND-PRV-SCENARIO-RTN
003120         VARYING WS-PRV-SUB FROM 1 BY 1
003130         UNTIL WS-PRV-SUB > WS-PRV-USED-COUNT
003140            OR WS-FOUND-NUM > ZERO.
003150     MOVE WS-CUR-RC (WS-CUR-SUB) TO WS-SIDE-RC.
003160     MOVE WS-CUR-EXPECTED-RC (WS-CUR-SUB) TO WS-SIDE-EXPECTED-RC.
003170     MOVE WS-CUR-AS-EXPECTED (WS-CUR-SUB) TO WS-SIDE-AS-EXPECTED.
003180     MOVE WS-SIDE-LINE TO WS-THIS-SIDE.
003190     IF WS-FOUND-NUM = ZERO
003200         MOVE '(NOT RUN)' TO WS-PREV-SIDE
003210         MOVE '*NEW*' TO WS-VERDICT
003220         ADD 1 TO WS-NEW-COUNT
003230         DISPLAY '  ' WS-CUR-SCENARIO (WS-CUR-SUB) ' '
003240             WS-PREV-SIDE ' ' WS-THIS-SIDE ' ' WS-VERDICT
003250     ELSE
003260         MOVE WS-FOUND-NUM TO WS-PRV-SUB
003270         MOVE WS-PRV-RC (WS-PRV-SUB) TO WS-SIDE-RC
003280         MOVE WS-PRV-EXPECTED-RC (WS-PRV-SUB)
003290             TO WS-SIDE-EXPECTED-RC
003300         MOVE WS-PRV-AS-EXPECTED (WS-PRV-SUB)
003310             TO WS-SIDE-AS-EXPECTED
003320         MOVE WS-SIDE-LINE TO WS-PREV-SIDE
003330         MOVE 'N' TO WS-CHANGED-SW
003340         IF WS-PREV-SIDE NOT = WS-THIS-SIDE
003350             SET WS-SCENARIO-CHANGED TO TRUE
003360         END-IF
003370         PERFORM CHECK-GROUP-CHANGE-RTN
003380             VARYING WS-GROUP-SUB FROM 1 BY 1
003390             UNTIL WS-GROUP-SUB > WS-CUR-GROUP-COUNT (WS-CUR-SUB)
003400         PERFORM CHECK-GROUP-GONE-RTN
003410             VARYING WS-GROUP-SUB FROM 1 BY 1
003420             UNTIL WS-GROUP-SUB > WS-PRV-GROUP-COUNT (WS-PRV-SUB)
003430         IF WS-SCENARIO-CHANGED
003440             MOVE '*CHANGED*' TO WS-VERDICT
003450             ADD 1 TO WS-CHANGED-COUNT
003460         ELSE
003470             MOVE 'SAME' TO WS-VERDICT
003480             ADD 1 TO WS-SAME-COUNT
003490         END-IF
003500         DISPLAY '  ' WS-CUR-SCENARIO (WS-CUR-SUB) ' '
003510             WS-PREV-SIDE ' ' WS-THIS-SIDE ' ' WS-VERDICT
003520         IF WS-SCENARIO-CHANGED
003530             PERFORM PRINT-GROUP-CHANGE-RTN
003540                 VARYING WS-GROUP-SUB FROM 1 BY 1
003550                 UNTIL WS-GROUP-SUB >
003560                       WS-CUR-GROUP-COUNT (WS-CUR-SUB)
003570             PERFORM PRINT-GROUP-GONE-RTN
003580                 VARYING WS-GROUP-SUB FROM 1 BY 1
003590                 UNTIL WS-GROUP-SUB >
003600                       WS-PRV-GROUP-COUNT (WS-PRV-SUB)
003610         END-IF
003620     END-IF.
003630 EXIT.
003640*
003650 FIND-PRV-SCENARIO-RTN SECTION.
003660     IF WS-PRV-SCENARIO (WS-PRV-SUB) =
003670             WS-CUR-SCENARIO (WS-CUR-SUB)
003680         MOVE WS-PRV-SUB TO WS-FOUND-NUM
003690     END-IF.
003700 EXIT.
003710*================================================================*
003720* GROUP MATCHING - A GROUP'S STATUS ON THE OTHER SIDE IS FOUND   *
003730* BY NAME, SINCE A SCENARIO THAT SELECTS DIFFERENT GROUPS CAN    *
003740* LIST THEM IN A DIFFERENT ORDER.  '-' MEANS NOT RUN THERE.      *
003750*================================================================*
003760 CHECK-GROUP-CHANGE-RTN SECTION.
003770     PERFORM PAIR-CUR-GROUP-RTN.
003780     IF WS-THIS-STATUS NOT = WS-PREV-STATUS
003790         SET WS-SCENARIO-CHANGED TO TRUE
003800     END-IF.
003810 EXIT.
003820*
003830 CHECK-GROUP-GONE-RTN SECTION.
003840     PERFORM PAIR-PRV-GROUP-RTN.
003850     IF WS-THIS-STATUS = '-'
003860         SET WS-SCENARIO-CHANGED TO TRUE
003870     END-IF.
003880 EXIT.
003890*
003900 PRINT-GROUP-CHANGE-RTN SECTION.
003910     PERFORM PAIR-CUR-GROUP-RTN.
003920     IF WS-THIS-STATUS NOT = WS-PREV-STATUS
003930         DISPLAY '           GROUP ' WS-THIS-GROUP ' '
003940             WS-PREV-STATUS ' -> ' WS-THIS-STATUS
003950     END-IF.
003960 EXIT.
003970*
003980 PRINT-GROUP-GONE-RTN SECTION.
003990     PERFORM PAIR-PRV-GROUP-RTN.
004000     IF WS-THIS-STATUS = '-'
004010         DISPLAY '           GROUP ' WS-THIS-GROUP ' '
004020             WS-PREV-STATUS ' -> ' WS-THIS-STATUS
004030     END-IF.
004040 EXIT.
004050*
004060 PAIR-CUR-GROUP-RTN SECTION.
004070     MOVE WS-CUR-GROUP-NAME (WS-CUR-SUB WS-GROUP-SUB)
004080         TO WS-THIS-GROUP.
004090     MOVE WS-CUR-GROUP-STATUS (WS-CUR-SUB WS-GROUP-SUB)
004100         TO WS-THIS-STATUS.
004110     MOVE '-' TO WS-PREV-STATUS.
004120     PERFORM FIND-PRV-GROUP-RTN
004130         VARYING WS-ENTRY-SUB FROM 1 BY 1
004140         UNTIL WS-ENTRY-SUB > WS-PRV-GROUP-COUNT (WS-PRV-SUB).
004150 EXIT.
004160*
004170 FIND-PRV-GROUP-RTN SECTION.
004180     IF WS-PRV-GROUP-NAME (WS-PRV-SUB WS-ENTRY-SUB) =
004190             WS-THIS-GROUP
004200         MOVE WS-PRV-GROUP-STATUS (WS-PRV-SUB WS-ENTRY-SUB)
004210             TO WS-PREV-STATUS
004220     END-IF.
004230 EXIT.
004240*
004250 PAIR-PRV-GROUP-RTN SECTION.
004260     MOVE WS-PRV-GROUP-NAME (WS-PRV-SUB WS-GROUP-SUB)
004270         TO WS-THIS-GROUP.
004280     MOVE WS-PRV-GROUP-STATUS (WS-PRV-SUB WS-GROUP-SUB)
004290         TO WS-PREV-STATUS.
004300     MOVE '-' TO WS-THIS-STATUS.
004310     PERFORM FIND-CUR-GROUP-RTN
004320         VARYING WS-ENTRY-SUB FROM 1 BY 1
004330         UNTIL WS-ENTRY-SUB > WS-CUR-GROUP-COUNT (WS-CUR-SUB).
004340 EXIT.
004350*
004360 FIND-CUR-GROUP-RTN SECTION.
004370     IF WS-CUR-GROUP-NAME (WS-CUR-SUB WS-ENTRY-SUB) =
004380             WS-THIS-GROUP
004390         MOVE WS-CUR-GROUP-STATUS (WS-CUR-SUB WS-ENTRY-SUB)
004400             TO WS-THIS-STATUS
004410     END-IF.
004420 EXIT.
004430*================================================================*
004440* CHECK-DROPPED-RTN - A PREVIOUS-PACK SCENARIO THE LATEST PACK   *
004450* DID NOT RUN.                                                   *
004460*================================================================*
004470 CHECK-DROPPED-RTN SECTION.
004480     MOVE ZERO TO WS-FOUND-NUM.
004490     PERFORM FIND-DROPPED-RTN
004500         VARYING WS-CUR-SUB FROM 1 BY 1
004510         UNTIL WS-CUR-SUB > WS-CUR-USED-COUNT
004520            OR WS-FOUND-NUM > ZERO.
004530     IF WS-FOUND-NUM = ZERO
004540         MOVE WS-PRV-RC (WS-PRV-SUB) TO WS-SIDE-RC
004550         MOVE WS-PRV-EXPECTED-RC (WS-PRV-SUB)
004560             TO WS-SIDE-EXPECTED-RC
004570         MOVE WS-PRV-AS-EXPECTED (WS-PRV-SUB)
004580             TO WS-SIDE-AS-EXPECTED
004590         MOVE WS-SIDE-LINE TO WS-PREV-SIDE
004600         MOVE '(NOT RUN)' TO WS-THIS-SIDE
004610         MOVE '*DROPPED*' TO WS-VERDICT
004620         ADD 1 TO WS-DROPPED-COUNT
004630         DISPLAY '  ' WS-PRV-SCENARIO (WS-PRV-SUB) ' '
004640             WS-PREV-SIDE ' ' WS-THIS-SIDE ' ' WS-VERDICT
004650     END-IF.
004660 EXIT.
004670*
004680 FIND-DROPPED-RTN SECTION.
004690     IF WS-CUR-SCENARIO (WS-CUR-SUB) =
004700             WS-PRV-SCENARIO (WS-PRV-SUB)
004710         MOVE WS-CUR-SUB TO WS-FOUND-NUM
004720     END-IF.
004730 EXIT.
004740*================================================================*
004750* PRINT-SUMMARY-RTN - WHAT WAS READ AND WHAT MOVED.              *
004760*================================================================*
004770 PRINT-SUMMARY-RTN SECTION.
004780     DISPLAY ' '.
004790     DISPLAY 'TESTPCMP SUMMARY'.
004800     MOVE WS-RECORD-COUNT TO WS-PRINT-COUNT.
004810     DISPLAY '  SCENARIO RECORDS READ : ' WS-PRINT-COUNT.
004820     MOVE WS-PACK-COUNT TO WS-PRINT-COUNT.
004830     DISPLAY '  PACK RUNS ON FILE     : ' WS-PRINT-COUNT.
004840     MOVE WS-SAME-COUNT TO WS-PRINT-COUNT.
004850     DISPLAY '  SCENARIOS SAME        : ' WS-PRINT-COUNT.
004860     MOVE WS-CHANGED-COUNT TO WS-PRINT-COUNT.
004870     DISPLAY '  SCENARIOS CHANGED     : ' WS-PRINT-COUNT.
004880     MOVE WS-NEW-COUNT TO WS-PRINT-COUNT.
004890     DISPLAY '  SCENARIOS NEW         : ' WS-PRINT-COUNT.
004900     MOVE WS-DROPPED-COUNT TO WS-PRINT-COUNT.
004910     DISPLAY '  SCENARIOS DROPPED     : ' WS-PRINT-COUNT.
004920 EXIT.
004930*================================================================*
004940* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
004950* WORKING-STORAGE FOR THE TABLE).                                *
004960*================================================================*
004970 SET-RETURN-CODE-RTN SECTION.
004980     EVALUATE TRUE
004990         WHEN WS-IO-ERROR
005000             MOVE 8 TO WS-RETURN-CODE
005010         WHEN WS-PACK-COUNT = ZERO
005020             MOVE 8 TO WS-RETURN-CODE
005030         WHEN WS-CHANGED-COUNT > ZERO
005040           OR WS-NEW-COUNT > ZERO
005050           OR WS-DROPPED-COUNT > ZERO
005060             MOVE 4 TO WS-RETURN-CODE
005070         WHEN OTHER
005080             MOVE 0 TO WS-RETURN-CODE
005090     END-EVALUATE.
005100     DISPLAY 'TESTPCMP: STEP RETURN CODE ' WS-RETURN-CODE.
005110     MOVE WS-RETURN-CODE TO RETURN-CODE.
005120 EXIT.
