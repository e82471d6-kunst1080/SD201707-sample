000030* PURPOSE:    CONFORMANCE TREND REPORT OVER THE CUMULATIVE       *
000040*             TESTHIST DATASET WRITTEN BY TEST1.  PRINTS, PER    *
000050*             TEST GROUP, ONE LINE PER RECORDED RUN (DATE, TIME, *
000060*             JOB NAME, RETURN CODE, AND THE GROUP'S P/F/E/W/S   *
000070*             STATUS), FLAGGING EVERY RUN WHERE A GROUP'S        *
000080*             STATUS FLIPPED FROM THE PREVIOUS RUN - THE LINE    *
000090*             THAT SHOWS EXACTLY WHICH RUN A GROUP LIKE          *
000100*             TEST-OVFL OR TEST-N TURNED ON A COMPILER OR LE     *
000110*             UPGRADE.                                           *
000111*             EACH GROUP'S BLOCK IS HEADED WITH ITS OWNER AND    *
000112*             TIER FROM THE TESTGRP.DAT GROUP CATALOG, SO THE    *
000113*             READER KNOWS WHOM TO CALL ABOUT A FLIP.            *
000114*             A RUN THAT A TESTDRV SCENARIO PACK DROVE (ITS      *
000115*             TESTHIST RECORD CARRIES A PACK ID) IS KEPT OUT OF  *
000116*             THE TREND - A NEGATIVE SCENARIO FAILING ON PURPOSE *
000117*             IS NOT A FLIP - AND IS LISTED SEPARATELY AFTER IT. *
000120*================================================================*
000130 IDENTIFICATION DIVISION.
000140 PROGRAM-ID. TESTRPT.
000350*                   PRINTS NEWEST-400 DEEP, AND A NOTE SAYS HOW  *
000360*                   MANY OLDER RUNS WERE SET ASIDE.  THE         *
000370*                   ARCHIVE GROWS WITHOUT BOUND, SO THE OLD      *
000371*                   HARD-STOP CEILING WAS ONLY THE TESTHIST      *
000372*                   DEAD STOP MOVED HIGHER.                      *
000373* 2026-10-15  RM    A GROUP POSTED S (LEFT OUT OF A SELECTIVE    *
000374*                   RUN BY A RUN-GROUP / SKIP-GROUP CARD) NOW    *
000375*                   PRINTS AS NOT RUN AND IS PASSED OVER BY THE  *
000376*                   CHANGE TEST, SO A PARTIAL RUN NEITHER FAKES  *
000377*                   NOR HIDES A STATUS FLIP.                     *
000378* 2026-10-15  RM    EACH GROUP'S HISTORY HEADING NOW CARRIES THE *
000379*                   OWNER AND TIER FROM THE TESTGRP.DAT GROUP    *
000380*                   CATALOG (OPTIONAL - WITHOUT IT THE HEADING   *
000381*                   SAYS SO AND THE TREND PRINTS AS BEFORE).     *
000382* 2026-10-15  RM    RUNS DRIVEN BY A TESTDRV SCENARIO PACK ARE   *
000383*                   MATCHED ON RUN STAMP AGAINST THE OPTIONAL    *
000384*                   TESTSCNH.DAT SCENARIO HISTORY, KEPT OUT OF   *
000385*                   THE PRODUCTION TREND AND ITS CHANGE TEST,    *
000386*                   AND LISTED IN THEIR OWN SECTION WITH THE     *
000387*                   PACK ID, SCENARIO AND EXPECTED OUTCOME.      *
000388* 2026-10-15  RM    A PACK RUN IS NOW RECOGNISED BY THE PACK ID  *
000389*                   TEST1 FILES ON ITS TESTHIST RECORD, AND ITS  *
000390*                   SCENARIO NAME AND EXPECTED RETURN CODE ARE   *
000391*                   TAKEN FROM THERE TOO; TESTSCNH.DAT IS NO     *
000392*                   LONGER READ, SO A PACK RUN STAYS OUT OF THE  *
000393*                   TREND EVEN WHEN ITS SCENARIO HISTORY WAS     *
000394*                   NOT KEPT.                                    *
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420*
000480     SELECT OPTIONAL TESTHARC-FILE ASSIGN TO "TESTHARC.DAT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS TESTHARC-FILE-STATUS.
000501     SELECT OPTIONAL TESTGRP-FILE ASSIGN TO "TESTGRP.DAT"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS RANDOM
000504         RECORD KEY IS GC-GROUP-NAME
000505         FILE STATUS IS TESTGRP-FILE-STATUS.
000510 DATA DIVISION.
000520*
000530 FILE SECTION.
000660 FD  TESTHARC-FILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 430 CHARACTERS
000681     LABEL RECORDS ARE STANDARD.
000682 01  TESTHARC-RECORD          PIC X(430).
000683*----------------------------------------------------------------*
000684* TESTGRP.DAT - THE GROUP CATALOG (KSDS, KEYED ON GROUP NAME),   *
000685* READ BY KEY FOR EACH GROUP'S OWNER AND TIER.  LAYOUT MUST STAY *
000686* IN STEP WITH THE FD IN TESTCAT.                                *
000687*----------------------------------------------------------------*
000688 FD  TESTGRP-FILE
000689     RECORD CONTAINS 160 CHARACTERS
000690     LABEL RECORDS ARE STANDARD.
000691 01  TESTGRP-RECORD.
000692      05 GC-GROUP-NAME        PIC X(12).
000693      05 GC-OWNER             PIC X(20).
000694      05 GC-TIER              PIC X(01).
000695      05 GC-STATE             PIC X(01).
000696         88 GC-RETIRED        VALUE 'R'.
000697      05 GC-DESCRIPTION       PIC X(50).
000698      05 GC-FEATURE           PIC X(40).
000699      05 GC-ADDED-DATE        PIC X(08).
000700      05 GC-CHANGED-DATE      PIC X(08).
000701      05 FILLER                PIC X(20).
000710*
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------*
000740* TH-HISTORY-RECORD - THE PARSED VIEW OF ONE HISTORY RECORD,     *
000742* LIVE OR ARCHIVED.  TH-PACK-VIEW IS THE SAME RECORD AS TEST1    *
000744* WRITES IT FOR A SCENARIO-PACK RUN: THE PACK ID (BLANK ON A     *
000746* PRODUCTION RUN), SCENARIO NAME AND EXPECTED RETURN CODE IN THE *
000748* LAST TWO GROUP SLOTS.  A RECORD FILED BEFORE THE PACK AREA     *
000750* EXISTED MAY HAVE USED THOSE SLOTS FOR GROUPS, AND SHOWS IT BY  *
000752* A GROUP COUNT ABOVE 28.                                        *
000760*----------------------------------------------------------------*
000770 01  TH-HISTORY-RECORD.
000780      05 TH-RUN-DATE          PIC X(08).
000850      05 TH-GROUP-ENTRY OCCURS 30 TIMES.
000860       10 TH-GROUP-NAME       PIC X(12).
000870       10 TH-GROUP-STATUS     PIC X(01).
000871      05 FILLER                PIC X(04).
000872 01  TH-PACK-VIEW REDEFINES TH-HISTORY-RECORD.
000873      05 FILLER                PIC X(400).
000874      05 TH-PACK-ID           PIC X(16).
000875      05 TH-SCENARIO-NAME     PIC X(08).
000876      05 TH-EXPECTED-RC       PIC X(02).
000880      05 FILLER                PIC X(04).
000890*----------------------------------------------------------------*
000900* RUN TABLE - THE WHOLE HISTORY (ARCHIVE, THEN LIVE) IS LOADED   *
001150*----------------------------------------------------------------*
001160 01  WS-GROUP-LIST.
001170      03 WS-GROUP-USED-COUNT  PIC 9(04) COMP VALUE ZERO.
001171      03 WS-GROUP-LIST-NAME   PIC X(12) OCCURS 50 TIMES.
001172*----------------------------------------------------------------*
001173* PACK-RUN TABLE - THE RUNS WHOSE RECORD CARRIES A PACK ID (A    *
001174* SCENARIO PACK DROVE THEM), HELD APART FROM THE TREND FOR THEIR *
001175* OWN SECTION.  IT SLIDES LIKE THE RUN TABLE, KEEPING THE NEWEST *
001176* 100.                                                           *
001177*----------------------------------------------------------------*
001178 01  WS-PACK-RUN-TABLE.
001179      03 WS-PACK-USED-COUNT   PIC 9(04) COMP VALUE ZERO.
001180      03 WS-PACK-ENTRY OCCURS 100 TIMES.
001181       05 WS-PACK-RUN-DATE     PIC X(08).
001182       05 WS-PACK-RUN-TIME     PIC X(08).
001183       05 WS-PACK-ID           PIC X(16).
001184       05 WS-PACK-SCENARIO     PIC X(08).
001185       05 WS-PACK-RC           PIC X(02).
001186       05 WS-PACK-EXPECTED-RC  PIC X(02).
001187       05 WS-PACK-AS-EXPECTED  PIC X(01).
001188 77  WS-PACK-SUB                PIC 9(04) COMP VALUE ZERO.
001189 77  WS-PACK-DROPPED-COUNT      PIC 9(05) VALUE ZERO.
001190 77  WS-PACK-OUTCOME            PIC X(11) VALUE SPACES.
001191*----------------------------------------------------------------*
001200* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
001210*   00  = REPORT PRINTED                                         *
001220*   08  = NO HISTORY TO REPORT (MISSING/EMPTY TESTHIST) OR AN    *
001320    88 TESTHARC-NOT-FOUND       VALUE '05' '35'.
001330 77  TESTHARC-EOF-SW            PIC X(01) VALUE 'N'.
001340    88 TESTHARC-EOF             VALUE 'Y'.
001342 77  TESTGRP-FILE-STATUS        PIC X(02) VALUE ZEROES.
001344    88 TESTGRP-FILE-OK          VALUE '00'.
001346 77  WS-CATALOG-OPEN-SW         PIC X(01) VALUE 'N'.
001348    88 WS-CATALOG-OPEN          VALUE 'Y'.
001350 77  WS-IO-ERROR-SW             PIC X(01) VALUE 'N'.
001360    88 WS-IO-ERROR              VALUE 'Y'.
001370 77  WS-RUN-SUB                 PIC 9(04) COMP VALUE ZERO.
001450 77  WS-PREV-STATUS             PIC X(01) VALUE SPACE.
001460 77  WS-CHANGE-TAG              PIC X(09) VALUE SPACES.
001470 77  WS-REPORT-NAME             PIC X(12) VALUE SPACES.
001473 77  WS-REPORT-OWNER            PIC X(20) VALUE SPACES.
001476 77  WS-REPORT-TIER             PIC X(13) VALUE SPACES.
001480*
001490 PROCEDURE DIVISION.
001500*================================================================*
001510* MAIN-RTN - LOADS THE HISTORY, BUILDS THE DISTINCT GROUP LIST,  *
001520* AND PRINTS ONE HISTORY BLOCK PER GROUP.                        *
001525* RUNS A SCENARIO PACK DROVE FOLLOW IN THEIR OWN SECTION.        *
001530*================================================================*
001540 MAIN-RTN.
001550     PERFORM LOAD-ARCHIVE-RTN.
001600             ' NEWEST 400'
001610     END-IF.
001620     IF NOT WS-IO-ERROR AND WS-RUN-USED-COUNT > ZERO
001625         PERFORM OPEN-CATALOG-RTN
001630         PERFORM REPORT-GROUP-RTN
001640             VARYING WS-GROUP-SUB FROM 1 BY 1
001650             UNTIL WS-GROUP-SUB > WS-GROUP-USED-COUNT
001651         IF WS-CATALOG-OPEN
001652             CLOSE TESTGRP-FILE
001653         END-IF
001654     END-IF.
001655     IF NOT WS-IO-ERROR AND WS-PACK-USED-COUNT > ZERO
001656         PERFORM REPORT-PACK-RUNS-RTN
001660     END-IF.
001670     PERFORM SET-RETURN-CODE-RTN.
001680     GOBACK.
002270     END-READ.
002280 EXIT.
002290*
002291*================================================================*
002292* STORE-RUN-RTN - FILES ONE HISTORY RECORD: IN THE PACK-RUN      *
002293* TABLE WHEN THE RECORD CARRIES A PACK ID, OTHERWISE IN THE RUN  *
002294* TABLE FOR THE TREND.                                           *
002295*================================================================*
002300 STORE-RUN-RTN SECTION.
002301     IF TH-PACK-ID NOT = SPACES
002302        AND TH-GROUP-COUNT NOT > 28
002303         PERFORM STORE-PACK-RUN-RTN
002304     ELSE
002305         PERFORM STORE-TREND-RUN-RTN
002306     END-IF.
002307 EXIT.
002308*
002309 STORE-PACK-RUN-RTN SECTION.
002310     IF WS-PACK-USED-COUNT >= 100
002311         PERFORM SLIDE-PACK-RUN-RTN
002312             VARYING WS-PACK-SUB FROM 1 BY 1
002313             UNTIL WS-PACK-SUB > 99
002314         ADD 1 TO WS-PACK-DROPPED-COUNT
002315         MOVE 100 TO WS-PACK-SUB
002316     ELSE
002317         ADD 1 TO WS-PACK-USED-COUNT
002318         MOVE WS-PACK-USED-COUNT TO WS-PACK-SUB
002319     END-IF.
002320     MOVE TH-RUN-DATE      TO WS-PACK-RUN-DATE (WS-PACK-SUB).
002321     MOVE TH-RUN-TIME      TO WS-PACK-RUN-TIME (WS-PACK-SUB).
002322     MOVE TH-PACK-ID       TO WS-PACK-ID (WS-PACK-SUB).
002323     MOVE TH-SCENARIO-NAME TO WS-PACK-SCENARIO (WS-PACK-SUB).
002324     MOVE TH-RETURN-CODE   TO WS-PACK-RC (WS-PACK-SUB).
002325     MOVE TH-EXPECTED-RC   TO WS-PACK-EXPECTED-RC (WS-PACK-SUB).
002326     EVALUATE TRUE
002327         WHEN TH-EXPECTED-RC = SPACES
002328             MOVE SPACE TO WS-PACK-AS-EXPECTED (WS-PACK-SUB)
002329         WHEN TH-EXPECTED-RC = WS-PACK-RC (WS-PACK-SUB)
002330             MOVE 'Y' TO WS-PACK-AS-EXPECTED (WS-PACK-SUB)
002331         WHEN OTHER
002332             MOVE 'N' TO WS-PACK-AS-EXPECTED (WS-PACK-SUB)
002333     END-EVALUATE.
002334 EXIT.
002335*
002336 SLIDE-PACK-RUN-RTN SECTION.
002337     MOVE WS-PACK-ENTRY (WS-PACK-SUB + 1)
002338         TO WS-PACK-ENTRY (WS-PACK-SUB).
002339 EXIT.
002340*
002341 STORE-TREND-RUN-RTN SECTION.
002342*    A FULL TABLE SLIDES RATHER THAN STOPS: THE OLDEST LOADED
002343*    RUN FALLS OFF, THE NEW RUN TAKES THE LAST SLOT, AND THE
002344*    DROPPED COUNT FEEDS THE "NOT SHOWN" NOTE ON THE REPORT.
002345*    THE DATASETS ARRIVE OLDEST FIRST (ARCHIVE, THEN LIVE), SO
002350*    WHAT SURVIVES IS ALWAYS THE NEWEST 400 RUNS.
002360     IF WS-RUN-USED-COUNT >= 400
002370         PERFORM SLIDE-RUN-TABLE-RTN
002940 CHECK-GROUP-NAME-RTN SECTION.
002950     IF WS-GROUP-LIST-NAME (WS-GROUP-SUB) =
002960             TH-GROUP-NAME (WS-ENTRY-SUB)
002961         SET WS-NAME-FOUND TO TRUE
002962     END-IF.
002963 EXIT.
002964*================================================================*
002965* OPEN-CATALOG-RTN - OPENS THE OPTIONAL TESTGRP.DAT CATALOG FOR  *
002966* THE OWNER LOOKUPS.  A CATALOG THAT IS MISSING OR WILL NOT OPEN *
002967* COSTS ONLY THE OWNER COLUMN - THE TREND ITSELF STILL PRINTS.   *
002968*================================================================*
002969 OPEN-CATALOG-RTN SECTION.
002970     OPEN INPUT TESTGRP-FILE.
002971     IF TESTGRP-FILE-OK
002972         SET WS-CATALOG-OPEN TO TRUE
002973     ELSE
002974*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
002975*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
002976         IF TESTGRP-FILE-STATUS = '05'
002977             CLOSE TESTGRP-FILE
002978         END-IF
002979         DISPLAY 'TESTGRP.DAT GROUP CATALOG NOT AVAILABLE, FILE'
002980             ' STATUS=' TESTGRP-FILE-STATUS
002981             ' - OWNERS NOT SHOWN'
002982     END-IF.
002983 EXIT.
002984*
002985 LOOKUP-OWNER-RTN SECTION.
002986     MOVE SPACES TO WS-REPORT-TIER.
002987     IF NOT WS-CATALOG-OPEN
002988         MOVE '(NO CATALOG)' TO WS-REPORT-OWNER
002989     ELSE
002990         MOVE WS-REPORT-NAME TO GC-GROUP-NAME
002991         READ TESTGRP-FILE
002992             INVALID KEY
002993                 MOVE '(NOT IN CATALOG)' TO WS-REPORT-OWNER
002994             NOT INVALID KEY
002995                 MOVE GC-OWNER TO WS-REPORT-OWNER
002996                 EVALUATE TRUE
002997                     WHEN GC-RETIRED
002998                         MOVE 'RETIRED' TO WS-REPORT-TIER
002999                     WHEN GC-TIER = 'B'
003000                         MOVE 'BLOCKING' TO WS-REPORT-TIER
003001                     WHEN GC-TIER = 'W'
003002                         MOVE 'WARNING' TO WS-REPORT-TIER
003003                     WHEN OTHER
003004                         MOVE 'INFORMATIONAL' TO WS-REPORT-TIER
003005                 END-EVALUATE
003006         END-READ
003007     END-IF.
003008 EXIT.
003009*================================================================*
003010* REPORT-GROUP-RTN - PRINTS ONE HISTORY BLOCK FOR THE GROUP IN   *
003020* WS-GROUP-LIST-NAME (WS-GROUP-SUB): ONE LINE PER RUN, WITH A    *
003030* *CHANGE* TAG ON EVERY RUN WHERE THE STATUS DIFFERS FROM THE    *
003035* PREVIOUS RUN THAT CARRIED THE GROUP.  A RUN THAT LEFT THE      *
003040* GROUP OUT (STATUS S) IS LISTED BUT NEVER COMPARED, SO THE FLIP *
003045* IS TAGGED ON THE NEXT RUN THAT ACTUALLY EXERCISED THE GROUP.   *
003050*================================================================*
003060 REPORT-GROUP-RTN SECTION.
003070     MOVE WS-GROUP-LIST-NAME (WS-GROUP-SUB) TO WS-REPORT-NAME.
003080     DISPLAY ' '.
003085     PERFORM LOOKUP-OWNER-RTN.
003090     DISPLAY 'GROUP ' WS-REPORT-NAME ' CONFORMANCE HISTORY:'
003095         '  OWNER ' WS-REPORT-OWNER ' ' WS-REPORT-TIER.
003100     MOVE SPACE TO WS-PREV-STATUS.
003110     PERFORM REPORT-RUN-LINE-RTN
003120         VARYING WS-RUN-SUB FROM 1 BY 1
003260             ' RC=' WS-RUN-RC (WS-RUN-SUB)
003270             ' STATUS=- (GROUP NOT IN THIS RUN)'
003280     ELSE
003282         IF WS-THIS-STATUS = 'S'
003284             DISPLAY '  ' WS-RUN-DATE (WS-RUN-SUB)
003286                 ' ' WS-RUN-TIME (WS-RUN-SUB)
003288                 ' ' WS-RUN-JOB (WS-RUN-SUB)
003290                 ' RC=' WS-RUN-RC (WS-RUN-SUB)
003292                 ' STATUS=S (NOT RUN - NOT SELECTED)'
003294         ELSE
003296             MOVE SPACES TO WS-CHANGE-TAG
003298             IF WS-PREV-STATUS NOT = SPACE
003300                AND WS-THIS-STATUS NOT = WS-PREV-STATUS
003302                 MOVE ' *CHANGE*' TO WS-CHANGE-TAG
003304             END-IF
003306             DISPLAY '  ' WS-RUN-DATE (WS-RUN-SUB)
003308                 ' ' WS-RUN-TIME (WS-RUN-SUB)
003310                 ' ' WS-RUN-JOB (WS-RUN-SUB)
003312                 ' RC=' WS-RUN-RC (WS-RUN-SUB)
003314                 ' STATUS=' WS-THIS-STATUS
003316                 WS-CHANGE-TAG
003318             MOVE WS-THIS-STATUS TO WS-PREV-STATUS
003330         END-IF
003410     END-IF.
003420 EXIT.
003430*
003460             WS-REPORT-NAME
003470         MOVE WS-RUN-GROUP-STATUS (WS-RUN-SUB WS-ENTRY-SUB)
003480             TO WS-THIS-STATUS
003481     END-IF.
003482 EXIT.
003483*================================================================*
003484* REPORT-PACK-RUNS-RTN - THE RUNS A SCENARIO PACK DROVE, ONE     *
003485* LINE EACH, WITH THE SCENARIO'S DECLARED EXPECTATION AND        *
003486* WHETHER THE RUN MET IT.  THEY TAKE NO PART IN THE TREND        *
003487* ABOVE; TESTPCMP COMPARES ONE PACK WITH THE NEXT.               *
003488*================================================================*
003489 REPORT-PACK-RUNS-RTN SECTION.
003490     DISPLAY ' '.
003491     DISPLAY 'SCENARIO-PACK RUNS (KEPT OUT OF THE TREND ABOVE):'.
003492     IF WS-PACK-DROPPED-COUNT > ZERO
003493         DISPLAY 'OLDEST ' WS-PACK-DROPPED-COUNT
003494             ' PACK RUN(S) NOT SHOWN - THE PACK-RUN TABLE HOLDS'
003495             ' THE NEWEST 100'
003496     END-IF.
003497     DISPLAY '  RUN DATE TIME     PACK ID          SCENARIO'
003498         ' RC EXP OUTCOME'.
003499     PERFORM REPORT-PACK-LINE-RTN
003500         VARYING WS-PACK-SUB FROM 1 BY 1
003501         UNTIL WS-PACK-SUB > WS-PACK-USED-COUNT.
003502 EXIT.
003503*
003504 REPORT-PACK-LINE-RTN SECTION.
003505     EVALUATE WS-PACK-AS-EXPECTED (WS-PACK-SUB)
003506         WHEN 'Y'   MOVE 'AS-EXPECTED' TO WS-PACK-OUTCOME
003507         WHEN 'N'   MOVE 'UNEXPECTED ' TO WS-PACK-OUTCOME
003508         WHEN OTHER MOVE SPACES        TO WS-PACK-OUTCOME
003509     END-EVALUATE.
003510     DISPLAY '  ' WS-PACK-RUN-DATE (WS-PACK-SUB)
003511         ' ' WS-PACK-RUN-TIME (WS-PACK-SUB)
003512         ' ' WS-PACK-ID (WS-PACK-SUB)
003513         ' ' WS-PACK-SCENARIO (WS-PACK-SUB)
003514         ' ' WS-PACK-RC (WS-PACK-SUB)
003515         ' ' WS-PACK-EXPECTED-RC (WS-PACK-SUB)
003516         '  ' WS-PACK-OUTCOME.
003517 EXIT.
003518*
003519*================================================================*
003520* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
003530* WORKING-STORAGE FOR THE TABLE).                                *
003540*================================================================*
003550 SET-RETURN-CODE-RTN SECTION.
003555     IF WS-IO-ERROR
003560        OR (WS-RUN-USED-COUNT = ZERO
003565            AND WS-PACK-USED-COUNT = ZERO)
003570         IF NOT WS-IO-ERROR
003580             DISPLAY 'TESTHIST IS EMPTY - NOTHING TO REPORT'
003590         END-IF
