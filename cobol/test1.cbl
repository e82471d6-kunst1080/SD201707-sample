001820*                   OF THE WHOLE STEP ABENDING.                  *
001830* 2026-09-02  RM    THE TESTOUT HEADER AND THE TESTHIST RECORD  *
001840*                   ARE NOW BOTH STAMPED FROM ONE RUN STAMP     *
001841*                   TAKEN AT THE TOP OF THE RUN, INSTEAD OF TWO *
001842*                   SEPARATE CURRENT-DATE CALLS THAT DIFFERED   *
001843*                   BY THE RUN'S ELAPSED TIME - SO TESTCERT AND *
001844*                   TESTSGN CAN PROVE THE DATASET AND THE       *
001845*                   VERDICT BELONG TO THE SAME RUN, DOWN TO THE *
001846*                   TIME, NOT JUST THE SAME DAY.                *
001847* 2026-10-15  RM    ADDED RUN-GROUP AND SKIP-GROUP CARDS TO THE  *
001848*                   TESTIN.DAT DECK SO ONE GROUP CAN BE RE-      *
001849*                   CERTIFIED WITHOUT RUNNING THEM ALL: EACH     *
001850*                   CARD NAMES A GROUP FROM SET-SHIELD-GROUP-    *
001851*                   NAME-RTN AND IS VALIDATED WITH THE REST OF   *
001852*                   THE DECK.  A GROUP LEFT OUT IS NEITHER RUN   *
001853*                   NOR SOAKED; IT IS POSTED STATUS S (NOT RUN)  *
001854*                   ON THE REPORT, IN TESTOUT.DAT AND IN THE     *
001855*                   TESTHIST RECORD, SO A PARTIAL RUN CAN NEVER  *
001856*                   BE MISTAKEN FOR A FULL ONE.                  *
001857* 2026-10-15  RM    ADDED THE TEST-STR GROUP BESIDE TEST-ARITH:  *
001858*                   STRING WITH DELIMITED BY AND POINTER,        *
001859*                   UNSTRING WITH SEVERAL DELIMITERS, COUNT IN   *
001860*                   AND TALLYING IN, THE ON OVERFLOW PATHS,      *
001861*                   INSPECT CONVERTING, TALLYING AND REPLACING,  *
001862*                   AND REFERENCE MODIFICATION ON THE TEST-N     *
001863*                   DOUBLE-BYTE CASES (A SLICE SPLIT MID-        *
001864*                   CHARACTER FAILS THE GROUP).  RUNS SHIELDED   *
001865*                   AND IN THE SOAK, WITH TEST-STR-1 TO -5       *
001866*                   OVERRIDE CARDS, ITS OWN TESTOUT DETAIL       *
001867*                   RECORDS AND ITS OWN TESTHIST STATUS.         *
001868* 2026-10-15  RM    ADDED THE TEST-PRT GROUP: A SMALL THREE-PAGE *
001869*                   REPORT IS WRITTEN TO THE TESTPR.DAT PRINT    *
001870*                   FILE UNDER LINAGE WITH WRITE AFTER ADVANCING *
001871*                   AND AT END-OF-PAGE, READ BACK WITH ITS ASA   *
001872*                   CONTROL BYTES, AND CHECKED AGAINST THE       *
001873*                   CERTIFIED IMAGE - CONTROL CHARACTER PER      *
001874*                   LINE, PAGE-BREAK POSITIONS, AND LINAGE-      *
001875*                   COUNTER AT EACH FOOTING.                     *
001876* 2026-10-15  RM    THE TESTHIST RECORD NOW CARRIES THE SYSTEM   *
001877*                   ID (GET-SYSTEM-ID-RTN, AS ON THE TESTOUT     *
001878*                   HEADER) IN WHAT WAS ITS TRAILING FILLER, SO  *
001879*                   TESTMTX CAN LINE UP THE HISTORIES OF SEVERAL *
001880*                   SYSTEMS.                                     *
001881* 2026-10-15  RM    EVERY VERIFY-TABLE GROUP IS LOOKED UP IN THE *
001882*                   TESTGRP.DAT GROUP CATALOG AFTER THE VERIFY   *
001883*                   LINES PRINT; A GROUP MISSING FROM IT (OR     *
001884*                   RETIRED THERE) IS FLAGGED ON THE REPORT.     *
001885*                   THE RETURN CODE IS NOT AFFECTED.             *
001886* 2026-10-15  RM    LS-RESULT-AREA NOW ALSO HANDS BACK THE RUN   *
001887*                   STAMP AND EVERY GROUP'S NAME AND STATUS, SO  *
001888*                   TESTDRV CAN FILE EACH SCENARIO'S RESULT IN   *
001889*                   ITS SCENARIO HISTORY AND JOIN IT TO THE      *
001890*                   TESTHIST RECORD OF THE SAME RUN.  A JOB-STEP *
001891*                   RUN IS UNCHANGED.                            *
001892* 2026-10-15  RM    A TESTHIST RECORD WRITTEN FOR A TESTDRV      *
001893*                   SCENARIO NOW CARRIES THE PACK ID, SCENARIO   *
001894*                   NAME AND EXPECTED RETURN CODE THE CALLER     *
001895*                   PASSES IN LS-RESULT-AREA, IN THE LAST TWO    *
001896*                   GROUP SLOTS (TH-PACK-AREA), SO EVERY READER  *
001897*                   CAN TELL A PACK RUN FROM A PRODUCTION RUN    *
001898*                   FROM THE RECORD ITSELF.  A RECORD NOW HOLDS  *
001899*                   AT MOST 28 GROUP ENTRIES.  A JOB-STEP RUN    *
001900*                   LEAVES THE PACK AREA BLANK.                  *
001901* 2026-10-15  RM    THE CATALOG CHECK PASSES OVER THE VERIFY     *
001902*                   SLOTS RECORD-FILE-ERROR-RTN CLAIMS FOR I/O   *
001903*                   ERRORS (TESTWVR, TESTOUT, TESTHIST, ...) -   *
001904*                   THEY ARE DATASETS, NOT CATALOGUED GROUPS.    *
001905* 2026-10-15  RM    EVERY TESTOUT DETAIL RECORD NOW NAMES ITS    *
001906*                   OWNING VERIFY GROUP (TO-GROUP-NAME), SO      *
001907*                   TESTCMP CAN CHARGE EACH BASELINE DELTA TO A  *
001908*                   GROUP AND TESTSGN CAN JUDGE IT BY THAT       *
001909*                   GROUP'S CATALOG TIER.                        *
001910*----------------------------------------------------------------*
001920 ENVIRONMENT DIVISION.
001930*
002070         ACCESS MODE IS DYNAMIC
002080         RECORD KEY IS IX-KEY
002090         FILE STATUS IS TESTIX-FILE-STATUS.
002091     SELECT OPTIONAL TESTGRP-FILE ASSIGN TO "TESTGRP.DAT"
002092         ORGANIZATION IS INDEXED
002093         ACCESS MODE IS RANDOM
002094         RECORD KEY IS GC-GROUP-NAME
002095         FILE STATUS IS TESTGRP-FILE-STATUS.
002100     SELECT SORT-FILE ASSIGN TO "SORTWK01".
002110     SELECT TESTPERF-FILE ASSIGN TO "TESTPERF.DAT"
002120         ORGANIZATION IS SEQUENTIAL
002250     SELECT TESTVL-FILE ASSIGN TO "TESTVL.DAT"
002260         ORGANIZATION IS SEQUENTIAL
002270         FILE STATUS IS TESTVL-FILE-STATUS.
002271     SELECT TESTPR-FILE ASSIGN TO "TESTPR.DAT"
002272         ORGANIZATION IS SEQUENTIAL
002273         FILE STATUS IS TESTPR-FILE-STATUS.
002274     SELECT TESTPRI-FILE ASSIGN TO "TESTPR.DAT"
002275         ORGANIZATION IS SEQUENTIAL
002276         FILE STATUS IS TESTPRI-FILE-STATUS.
002280 DATA DIVISION.
002290*
002300 FILE SECTION.
002350* FIELDS ARE FREE-FORM (OPTIONAL SIGN/DECIMAL POINT) AND ARE     *
002360* CONVERTED WITH FUNCTION NUMVAL.  IF THE DATASET IS MISSING, OR *
002370* DOES NOT MENTION A GIVEN FIELD, THE BUILT-IN DEFAULT BELOW IS  *
002374* USED UNCHANGED.  TWO CONTROL CARDS NAME A GROUP INSTEAD OF A   *
002378* FIELD: RUN-GROUP (RUN ONLY THE GROUPS SO NAMED) AND SKIP-GROUP *
002382* (RUN EVERY GROUP BUT THOSE); EITHER MAY REPEAT, ONE CARD PER   *
002386* GROUP, BUT ONE DECK MAY NOT MIX THE TWO.                       *
002390*----------------------------------------------------------------*
002400 FD  TESTCASE-FILE
002410     RECORDING MODE IS F
002530* WROTE THE DATASET, THE TRAILER CARRIES THE DETAIL COUNT, AND   *
002540* A CONSUMER THAT FINDS EITHER MISSING - OR A COUNT THAT DOES    *
002550* NOT RECONCILE - KNOWS THE FILE IS SHORT OR MIXED UP BEFORE     *
002555* TRUSTING A SINGLE BYTE OF IT.  A DETAIL RECORD FOR A FIELD     *
002560* WHOSE GROUP WAS NOT SELECTED FOR THE RUN CARRIES STATUS S IN   *
002565* TO-RUN-STATUS AND BLANK RAW BYTES - NOTHING WAS MEASURED.      *
002566* EVERY DETAIL RECORD NAMES ITS OWNING VERIFY GROUP IN           *
002567* TO-GROUP-NAME, SO A BASELINE DELTA CAN BE CHARGED TO THE GROUP *
002568* THAT CAUSED IT.                                                *
002570*----------------------------------------------------------------*
002580 FD  TESTOUT-FILE
002590     RECORDING MODE IS F
002630      05 TO-FIELD-NAME        PIC X(12).
002640      05 TO-RAW-BYTES         PIC X(40).
002650      05 TO-END-POINT         PIC X(01).
002655      05 TO-RUN-STATUS        PIC X(01).
002660         88 TO-GROUP-NOT-RUN  VALUE 'S'.
002663      05 TO-GROUP-NAME        PIC X(12).
002666      05 FILLER                PIC X(13).
002670      05 TO-RECORD-TYPE       PIC X(01).
002680         88 TO-HEADER-RECORD  VALUE 'H'.
002690         88 TO-DETAIL-RECORD  VALUE 'D'.
002880* PER-GROUP VERIFY STATUSES, NAME AND STATUS TOGETHER, SO THE    *
002890* TESTRPT TREND REPORT CAN LINE GROUPS UP ACROSS RUNS EVEN WHEN  *
002900* THE SUITE GAINS OR LOSES A GROUP BETWEEN RELEASES.  ALL        *
002901* NUMERIC FIELDS ARE DISPLAY FORM SO THE DATASET PRINTS AS-IS.   *
002902* GROUP STATUSES ARE P/F/E/W AS ON THE REPORT, OR S FOR A GROUP  *
002903* A RUN-GROUP / SKIP-GROUP CARD LEFT OUT OF THE RUN.  THE SYSTEM *
002904* ID IS THE ONE STAMPED ON THE TESTOUT HEADER (BLANK ON RECORDS  *
002905* WRITTEN BEFORE THE ID WAS CARRIED HERE).                       *
002906* A RUN DRIVEN BY A TESTDRV SCENARIO PACK CARRIES THE PACK ID,   *
002907* SCENARIO NAME AND EXPECTED RETURN CODE (BLANK WITHOUT AN E     *
002908* CARD) IN THE LAST TWO GROUP SLOTS - TESTHIST-PACK-VIEW BELOW.  *
002909* THE PACK ID IS BLANK ON A PRODUCTION (JOB-STEP) RUN, AND       *
002910* TH-GROUP-COUNT IS NEVER MORE THAN 28.  A RECORD FILED BEFORE   *
002911* THE PACK AREA EXISTED MAY HOLD GROUPS IN SLOTS 29-30 AND SHOWS *
002912* IT BY A GROUP COUNT ABOVE 28, SO A READER TAKES A RECORD AS A  *
002913* PACK RUN ONLY WHEN TH-PACK-ID IS NOT SPACES AND TH-GROUP-COUNT *
002914* IS NOT MORE THAN 28 - BOTH TESTS, NEVER THE PACK ID ALONE.     *
002920*----------------------------------------------------------------*
002930 FD  TESTHIST-FILE
002940     RECORDING MODE IS F
003050      05 TH-GROUP-ENTRY OCCURS 30 TIMES.
003060       10 TH-GROUP-NAME       PIC X(12).
003070       10 TH-GROUP-STATUS     PIC X(01).
003071      05 TH-SYSTEM-ID          PIC X(04).
003072 01  TESTHIST-PACK-VIEW.
003073      05 FILLER                PIC X(36).
003074      05 FILLER                PIC X(364).
003075      05 TH-PACK-AREA.
003076       10 TH-PACK-ID           PIC X(16).
003077       10 TH-SCENARIO-NAME     PIC X(08).
003078       10 TH-EXPECTED-RC       PIC X(02).
003080      05 FILLER                PIC X(04).
003090*----------------------------------------------------------------*
003100* TESTIX.DAT - KEYED (KSDS) WORK FILE, REBUILT EVERY RUN BY THE  *
003160     RECORD CONTAINS 40 CHARACTERS
003170     LABEL RECORDS ARE STANDARD.
003180 01  TESTIX-RECORD.
003181      05 IX-KEY               PIC X(08).
003182      05 IX-DATA              PIC X(32).
003183*----------------------------------------------------------------*
003184* TESTGRP.DAT - THE GROUP CATALOG (KSDS, KEYED ON GROUP NAME),   *
003185* MAINTAINED BY TESTCAT.  READ HERE ONLY TO PROVE EVERY GROUP IN *
003186* THE VERIFY TABLE HAS AN ACTIVE ENTRY - OWNER, TIER             *
003187* (B = BLOCKING, W = WARNING, I = INFORMATIONAL), DESCRIPTION    *
003188* AND THE PRODUCTION FEATURE THE GROUP PROTECTS.  LAYOUT MUST    *
003189* STAY IN STEP WITH THE FD IN TESTCAT.                           *
003190*----------------------------------------------------------------*
003191 FD  TESTGRP-FILE
003192     RECORD CONTAINS 160 CHARACTERS
003193     LABEL RECORDS ARE STANDARD.
003194 01  TESTGRP-RECORD.
003195      05 GC-GROUP-NAME        PIC X(12).
003196      05 GC-OWNER             PIC X(20).
003197      05 GC-TIER              PIC X(01).
003198      05 GC-STATE             PIC X(01).
003199         88 GC-RETIRED        VALUE 'R'.
003200      05 GC-DESCRIPTION       PIC X(50).
003201      05 GC-FEATURE           PIC X(40).
003202      05 GC-ADDED-DATE        PIC X(08).
003203      05 GC-CHANGED-DATE      PIC X(08).
003204      05 FILLER                PIC X(20).
003210*----------------------------------------------------------------*
003220* SORT WORK FILE - TEST-SORT RELEASES A FIXED FIVE-RECORD SET    *
003230* PER TN-CODEPAGE CASE AND CHECKS THE ORDER THE SORT GIVES BACK. *
004030     RECORDING MODE IS V
004040     RECORD IS VARYING IN SIZE FROM 10 TO 80 CHARACTERS
004050         DEPENDING ON WS-VLR-REC-LEN
004051     LABEL RECORDS ARE STANDARD.
004052 01  TESTVL-RECORD            PIC X(80).
004053*----------------------------------------------------------------*
004054* TESTPR.DAT - PRINT WORK FILE, REBUILT EVERY RUN BY THE TEST-PRT*
004055* GROUP.  TESTPR-FILE WRITES IT AS A REPORT (LINAGE, WRITE AFTER *
004056* ADVANCING, AT END-OF-PAGE); TESTPRI-FILE READS THE SAME        *
004057* DATASET BACK AS PLAIN 81-BYTE RECORDS SO THE ASA CONTROL BYTE  *
004058* THE COMPILER PUT IN FRONT OF EACH 80-BYTE LINE CAN BE SEEN -   *
004059* THE BYTE THE PRINT VENDOR READS.                               *
004060*----------------------------------------------------------------*
004061 FD  TESTPR-FILE
004062     RECORDING MODE IS F
004063     RECORD CONTAINS 80 CHARACTERS
004064     LABEL RECORDS ARE STANDARD
004065     LINAGE IS 6 LINES
004066         WITH FOOTING AT 5.
004067 01  TESTPR-RECORD            PIC X(80).
004068 FD  TESTPRI-FILE
004069     RECORDING MODE IS F
004070     RECORD CONTAINS 81 CHARACTERS
004071     LABEL RECORDS ARE STANDARD.
004072 01  TESTPRI-RECORD.
004073      05 PRI-CONTROL-CHAR     PIC X(01).
004074      05 PRI-LINE-TEXT        PIC X(80).
004080*
004090 WORKING-STORAGE SECTION.
004100*----------------------------------------------------------------*
006330    88 WS-VLR-ERROR             VALUE 'Y'.
006340 77  WS-VLR-MISMATCH-SW         PIC X(01) VALUE 'N'.
006350    88 WS-VLR-MISMATCH          VALUE 'Y'.
006351 77  WS-VLR-EOF-SW              PIC X(01) VALUE 'N'.
006352    88 WS-VLR-EOF               VALUE 'Y'.
006353 77  TESTVL-FILE-STATUS         PIC X(02) VALUE ZEROES.
006354    88 TESTVL-FILE-OK           VALUE '00'.
006355*----------------------------------------------------------------*
006356* PRINT-FILE TEST AREA - THE ADVANCE (1-3 LINES) EACH OF THE     *
006357* EIGHT DETAIL LINES IS WRITTEN AFTER, AND THE CERTIFIED IMAGE   *
006358* OF THE REPORT THAT COMES BACK.  ON A 6-LINE PAGE FOOTED AT     *
006359* LINE 5 THE REPORT RUNS TO 14 RECORDS OVER THREE PAGES:         *
006360*   REC  1-5   HEADING, DETAIL 1, DETAIL 2 (DOUBLE-SPACED),      *
006361*              DETAIL 3 (END-OF-PAGE AT LINE 5), FOOTING         *
006362*   REC  6-11  HEADING, DETAILS 4-7 (END-OF-PAGE AT LINE 5),     *
006363*              FOOTING                                           *
006364*   REC 12-14  HEADING, DETAIL 8 (TRIPLE-SPACED), FOOTING AT END *
006365*              OF REPORT WITH THE COUNTER AT LINE 4              *
006366* SO THE CONTROL BYTES ARE '1' (NEW PAGE), ' ' (SINGLE), '0'     *
006367* (DOUBLE) AND '-' (TRIPLE), PAGES START AT RECORDS 1, 6 AND 12, *
006368* AND LINAGE-COUNTER READS 5, 5 AND 4 AS EACH FOOTING GOES OUT.  *
006369*----------------------------------------------------------------*
006370 01  WS-PRT-ADVANCE-DEF        PIC X(08) VALUE '12111113'.
006371 01  WS-PRT-ADVANCE-TABLE REDEFINES WS-PRT-ADVANCE-DEF.
006372      03 WS-PRT-ADVANCE         PIC 9(01) OCCURS 8 TIMES.
006373 01  WS-PRT-CERTIFIED.
006374      03 WS-PRT-CERT-CC         PIC X(14) VALUE '1 0  1     1- '.
006375      03 WS-PRT-CERT-BREAKS     PIC X(06) VALUE '010612'.
006376      03 WS-PRT-CERT-FOOTING    PIC X(06) VALUE '050504'.
006377 01  WS-PRT-ACTUAL.
006378      03 WS-PRT-ACT-CC          PIC X(14).
006379      03 WS-PRT-ACT-BREAKS.
006380       05 WS-PRT-ACT-BREAK      PIC 9(02) OCCURS 3 TIMES.
006381      03 WS-PRT-ACT-FOOTING.
006382       05 WS-PRT-ACT-FOOT-LC    PIC 9(02) OCCURS 3 TIMES.
006383 01  WS-PRT-LINE.
006384      03 WS-PRT-LINE-TYPE       PIC X(01).
006385      03 FILLER                 PIC X(01).
006386      03 WS-PRT-LINE-TEXT       PIC X(17).
006387      03 WS-PRT-LINE-NUMBER     PIC 9(02).
006388      03 FILLER                 PIC X(59).
006389 77  WS-PRT-ADV-LINES          PIC 9(01) VALUE ZERO.
006390 77  WS-PRT-DETAIL-SUB         PIC 9(02) COMP VALUE ZERO.
006391 77  WS-PRT-PAGE-COUNT         PIC 9(02) COMP VALUE ZERO.
006392 77  WS-PRT-FOOT-COUNT         PIC 9(02) COMP VALUE ZERO.
006393 77  WS-PRT-BREAK-COUNT        PIC 9(02) COMP VALUE ZERO.
006394 77  WS-PRT-READ-COUNT         PIC 9(02) COMP VALUE ZERO.
006395 77  WS-PRT-ERROR-SW           PIC X(01) VALUE 'N'.
006396    88 WS-PRT-ERROR            VALUE 'Y'.
006397 77  WS-PRT-MISMATCH-SW        PIC X(01) VALUE 'N'.
006398    88 WS-PRT-MISMATCH         VALUE 'Y'.
006399 77  WS-PRT-EOP-SW             PIC X(01) VALUE 'N'.
006400    88 WS-PRT-EOP              VALUE 'Y'.
006401 77  WS-PRT-FOOTED-SW          PIC X(01) VALUE 'N'.
006402    88 WS-PRT-PAGE-FOOTED      VALUE 'Y'.
006403 77  WS-PRT-EOF-SW             PIC X(01) VALUE 'N'.
006404    88 WS-PRT-EOF              VALUE 'Y'.
006405 77  TESTPR-FILE-STATUS        PIC X(02) VALUE ZEROES.
006406    88 TESTPR-FILE-OK          VALUE '00'.
006407 77  TESTPRI-FILE-STATUS       PIC X(02) VALUE ZEROES.
006408    88 TESTPRI-FILE-OK         VALUE '00'.
006409*----------------------------------------------------------------*
006410* COLLATION TEST AREA - THE CERTIFIED OUTPUT ORDER PER CODEPAGE  *
006420* CASE, AS TAG STRINGS: S=SPACES, 9=DIGITS, U=UPPER CASE,        *
006430* L=LOWER CASE, D=THE CASE'S DOUBLE-BYTE LITERAL.  THE STORED    *
006760      03 WS-AR-MOD-RESULT       PIC S9(04).
006770      03 WS-AR-YTY-RESULT       PIC 9(04).
006780      03 WS-AR-DTY-RESULT       PIC 9(08).
006781 01  WS-ARITH-EXPECTED.
006782      03 WS-AR-RND-EXPECT       PIC S9(09)V9(2) VALUE 7.04.
006783      03 WS-AR-DIVQ-EXPECT      PIC S9(07) VALUE 7692.
006784      03 WS-AR-DIVR-EXPECT      PIC S9(07) VALUE 11.
006785      03 WS-AR-SGN-EXPECT       PIC S9(07) VALUE -100.
006786      03 WS-AR-NVC-EXPECT       PIC S9(07)V9(2) VALUE 1234.56.
006787      03 WS-AR-MOD-EXPECT       PIC S9(04) VALUE 4.
006788      03 WS-AR-YTY-EXPECT       PIC 9(04) VALUE 1999.
006789      03 WS-AR-DTY-EXPECT       PIC 9(08) VALUE 19850615.
006790 77  WS-ARITH-MISMATCH-SW       PIC X(01) VALUE 'N'.
006791    88 WS-ARITH-MISMATCH        VALUE 'Y'.
006792*----------------------------------------------------------------*
006793* STRING-HANDLING TEST AREA - TEST-STR HOLDS ONE 30-BYTE RESULT  *
006794* IMAGE PER CASE.  IT IS KEPT OUT OF THE FIELDS-UNDER-TEST       *
006795* RECORD BECAUSE TEST-TABLE'S DEPENDING-ON TABLE MUST STAY LAST  *
006796* THERE.  EACH CASE BUILDS ITS IMAGE IN ITS OWN LAYOUT BELOW:    *
006797*   1  STRING ... DELIMITED BY / WITH POINTER   TEXT, PTR, OVFL  *
006798*   2  STRING OVERFLOW, THEN A ZERO POINTER     TEXT, PTR, OVFL, *
006799*                                               TEXT, OVFL       *
006800*   3  UNSTRING ... OR ... WITH DELIMITER IN,   4 X (FIELD,      *
006801*      COUNT IN, POINTER, TALLYING IN           DELIM, COUNT),   *
006802*                                               TALLY, PTR, OVFL *
006803*   4  UNSTRING DELIMITED BY ALL ...            3 X (FIELD,      *
006804*                                               COUNT), TALLY,   *
006805*                                               OVFL             *
006806*   5  INSPECT CONVERTING / TALLYING BEFORE /   TEXT, TALLY      *
006807*      REPLACING AFTER ... BEFORE                                *
006808*   6  REFERENCE MODIFICATION OF EACH TEST-N    3 X 6-BYTE       *
006809*      CASE, CHARACTERS 2 FOR 3                 SLICE, 3 X Y/N   *
006810* CASES 1-5 ARE CHECKED AGAINST STORED IMAGES (OVERRIDABLE BY    *
006811* TEST-STR-1 TO -5 CARDS).  CASE 6'S EXPECTED IMAGE IS DERIVED   *
006812* AT RUN TIME FROM THE TEST-N BYTES THEMSELVES - A SLICE TAKEN   *
006813* BY BYTE INSTEAD OF BY CHARACTER SPLITS A DOUBLE-BYTE CHARACTER *
006814* AND SHOWS AS AN N FLAG - SO IT FOLLOWS ANY TEST-N-n CARD.      *
006815*----------------------------------------------------------------*
006816 01  TEST-STR.
006817      10 TEST-STR-CASE OCCURS 6 TIMES
006818                     INDEXED BY WS-STR-IDX.
006819       15 VAR         PIC X(30).
006820      10 END-POINT   PIC X(01) VALUES '/'.
006821 01  WS-STR-DEFAULT-DEF.
006822      03 FILLER       PIC X(30)
006823         VALUE '>>ACME|NY           010N'.
006824      03 FILLER       PIC X(30)
006825         VALUE 'ABCDE006YXXXXXY'.
006826      03 FILLER       PIC X(30)
006827         VALUE 'DOE ,3JOHN;4    ;0Q   /1413Y'.
006828      03 FILLER       PIC X(30)
006829         VALUE 'NY   2100015USA  33N'.
006830      03 FILLER       PIC X(30)
006831         VALUE 'ACME CORP_NY_10001  02'.
006832 01  WS-STR-DEFAULT-TABLE REDEFINES WS-STR-DEFAULT-DEF.
006833      03 WS-STR-DEFAULT         PIC X(30) OCCURS 5 TIMES.
006834 01  WS-STR-EXPECTED-TABLE.
006835      03 WS-STR-EXPECTED        PIC X(30) OCCURS 6 TIMES.
006836 01  WS-STR-IMAGE-1.
006837      03 WS-ST1-TEXT            PIC X(20).
006838      03 WS-ST1-POINTER         PIC 9(03).
006839      03 WS-ST1-OVERFLOW        PIC X(01).
006840      03 FILLER                 PIC X(06).
006841 01  WS-STR-IMAGE-2.
006842      03 WS-ST2-TEXT            PIC X(05).
006843      03 WS-ST2-POINTER         PIC 9(03).
006844      03 WS-ST2-OVERFLOW        PIC X(01).
006845      03 WS-ST2-ZP-TEXT         PIC X(05).
006846      03 WS-ST2-ZP-OVERFLOW     PIC X(01).
006847      03 FILLER                 PIC X(15).
006848 01  WS-STR-IMAGE-3.
006849      03 WS-ST3-RECEIVER OCCURS 4 TIMES.
006850       05 WS-ST3-FIELD          PIC X(04).
006851       05 WS-ST3-DELIM          PIC X(01).
006852       05 WS-ST3-COUNT          PIC 9(01).
006853      03 WS-ST3-TALLY           PIC 9(01).
006854      03 WS-ST3-POINTER         PIC 9(02).
006855      03 WS-ST3-OVERFLOW        PIC X(01).
006856      03 FILLER                 PIC X(02).
006857 01  WS-STR-IMAGE-4.
006858      03 WS-ST4-RECEIVER OCCURS 3 TIMES.
006859       05 WS-ST4-FIELD          PIC X(05).
006860       05 WS-ST4-COUNT          PIC 9(01).
006861      03 WS-ST4-TALLY           PIC 9(01).
006862      03 WS-ST4-OVERFLOW        PIC X(01).
006863      03 FILLER                 PIC X(10).
006864 01  WS-STR-IMAGE-5.
006865      03 WS-ST5-TEXT            PIC X(20).
006866      03 WS-ST5-TALLY           PIC 9(02).
006867      03 FILLER                 PIC X(08).
006868 01  WS-STR-IMAGE-6.
006869      03 WS-ST6-SLICE           PIC X(06) OCCURS 3 TIMES.
006870      03 WS-ST6-MATCH           PIC X(01) OCCURS 3 TIMES.
006871      03 FILLER                 PIC X(09).
006872 01  WS-STR-EXPECT-6.
006873      03 WS-ST6E-SLICE          PIC X(06) OCCURS 3 TIMES.
006874      03 WS-ST6E-MATCH          PIC X(01) OCCURS 3 TIMES.
006875      03 FILLER                 PIC X(09).
006876 01  WS-STR-REFMOD-AREA.
006877      03 WS-ST-REF-WHOLE        PIC N(09).
006878      03 WS-ST-REF-WHOLE-RAW REDEFINES WS-ST-REF-WHOLE
006879                                PIC X(18).
006880      03 WS-ST-REF-SLICE        PIC N(03).
006881      03 WS-ST-REF-SLICE-RAW REDEFINES WS-ST-REF-SLICE
006882                                PIC X(06).
006883 77  WS-ST-SRC-NAME            PIC X(10) VALUE 'ACME CORP'.
006884 77  WS-ST-SRC-ZIP             PIC X(08) VALUE 'NY-10001'.
006885 77  WS-ST-SRC-NAME-LIST       PIC X(16) VALUE 'DOE,JOHN;;Q/1234'.
006886 77  WS-ST-SRC-ADDRESS         PIC X(15) VALUE 'NY   10001,,USA'.
006887 77  WS-ST-SRC-FEED            PIC X(20)
006888                               VALUE 'acme-corp/ny 10001'.
006889 77  WS-ST-ZERO-POINTER        PIC 9(03) VALUE ZERO.
006890 77  WS-ST-REF-START           PIC 9(02) COMP VALUE 2.
006891 77  WS-ST-REF-LEN             PIC 9(02) COMP VALUE 3.
006892 77  WS-ST-RAW-START           PIC 9(02) COMP VALUE ZERO.
006893 77  WS-ST-RAW-LEN             PIC 9(02) COMP VALUE ZERO.
006894 77  WS-STR-CASE-NAME          PIC X(12) VALUE SPACES.
006895 77  WS-STR-MISMATCH-SW        PIC X(01) VALUE 'N'.
006896    88 WS-STR-MISMATCH         VALUE 'Y'.
006900*----------------------------------------------------------------*
006910* CALL-LINKAGE TEST AREAS - CALL-LINKAGE-TEST-RTN SENDS THE      *
006920* REFERENCE AREA BY REFERENCE, THE CONTENT AREA BY CONTENT, THE  *
008280 77  WS-SHD-RESUME-PT           PIC S9(09) COMP VALUE ZERO.
008290 01  WS-SHD-FC                  PIC X(12).
008300 77  WS-SHD-GROUP               PIC 9(02) COMP VALUE ZERO.
008305 77  WS-SHD-GROUP-COUNT         PIC 9(02) COMP VALUE 18.
008310 77  WS-SHD-ARMED-SW            PIC X(01) VALUE 'N'.
008320    88 WS-SHD-ARMED             VALUE 'Y'.
008330 01  WS-SHD-NOTE-TABLE.
008350      03 WS-SHD-NOTE-ENTRY OCCURS 25 TIMES.
008360       05 WS-SHD-NOTE-NAME      PIC X(12).
008370       05 WS-SHD-NOTE-FAC       PIC X(03).
008371       05 WS-SHD-NOTE-MSG       PIC 9(04).
008372 77  WS-SHD-NOTE-SUB            PIC 9(02) COMP VALUE ZERO.
008373*----------------------------------------------------------------*
008374* GROUP SELECTION AREA - ONE SWITCH PER GROUP, NUMBERED AS       *
008375* SET-SHIELD-GROUP-NAME-RTN NUMBERS THEM.  EVERY GROUP IS        *
008376* SELECTED UNLESS THE DECK SAYS OTHERWISE: ANY RUN-GROUP CARD    *
008377* STARTS FROM NONE SELECTED AND SWITCHES ITS GROUPS ON, ANY      *
008378* SKIP-GROUP CARD SWITCHES ITS GROUP OFF.  THE CARD COUNTS ARE   *
008379* TAKEN BY VALIDATE-INPUT-DECK-RTN, THE SWITCHES ARE SET WHEN    *
008380* THE OVERRIDES ARE APPLIED.  A GROUP NOT SELECTED IS POSTED     *
008381* STATUS S BY RECORD-GROUP-SKIPPED-RTN.                          *
008382*----------------------------------------------------------------*
008383 01  WS-GROUP-SELECT-TABLE.
008384      03 WS-GROUP-SELECT-SW     PIC X(01) OCCURS 20 TIMES.
008385         88 WS-GROUP-SELECTED   VALUE 'Y'.
008386 01  WS-GROUP-CARD-SEEN-FLAGS.
008387      03 WS-GROUP-CARD-SEEN-SW  PIC X(01) OCCURS 20 TIMES.
008388 77  WS-RUN-GROUP-CARD-COUNT    PIC 9(02) COMP VALUE ZERO.
008389 77  WS-SKIP-GROUP-CARD-COUNT   PIC 9(02) COMP VALUE ZERO.
008390 77  WS-SEL-GROUP-NAME          PIC X(12) VALUE SPACES.
008391 77  WS-SEL-GROUP-NUM           PIC 9(02) COMP VALUE ZERO.
008392 77  WS-SKIP-VERIFY-NAME        PIC X(12) VALUE SPACES.
008393 77  WS-OUT-GROUP               PIC 9(02) COMP VALUE ZERO.
008400*----------------------------------------------------------------*
008410* VERIFICATION RESULT TABLE - ONE ENTRY PER CHECK PERFORMED      *
008420*----------------------------------------------------------------*
008500          88 WS-VERIFY-FAILED   VALUE 'F'.
008510          88 WS-VERIFY-ERROR    VALUE 'E'.
008520          88 WS-VERIFY-WAIVED   VALUE 'W'.
008521          88 WS-VERIFY-SKIPPED  VALUE 'S'.
008522*        'Y' ON A SLOT RECORD-FILE-ERROR-RTN CLAIMED FOR A DATASET
008523*        I/O ERROR RATHER THAN A VERIFIED GROUP.
008524       05 WS-VERIFY-FILE-SW     PIC X(01).
008525          88 WS-VERIFY-FILE-SLOT VALUE 'Y'.
008530*----------------------------------------------------------------*
008540* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN).  POSTED BOTH TO*
008550* RETURN-CODE AND, WHEN TEST1 IS CALLED RATHER THAN RUN AS ITS   *
008690*         TOLERANCE ON AN OTHERWISE CLEAN RUN (A CORRECTNESS     *
008700*         FAILURE STILL POSTS ITS OWN CODE; THE DRIFT STAYS      *
008710*         FLAGGED IN THE TESTPERF REPORT)                        *
008712* A GROUP LEFT OUT BY A RUN-GROUP / SKIP-GROUP CARD IS POSTED    *
008714* STATUS S AND COUNTS TOWARD NONE OF THE ABOVE - THE CODE JUDGES *
008716* ONLY THE GROUPS THAT RAN.  TESTCERT AND TESTSGN REFUSE ANY RUN *
008718* WITH AN S GROUP, SO A PARTIAL RUN NEVER PROMOTES OR SIGNS OFF. *
008720*----------------------------------------------------------------*
008730 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
008740 77  WS-MISMATCH-COUNT          PIC 9(04) COMP VALUE ZERO.
008750 77  WS-ERROR-COUNT             PIC 9(04) COMP VALUE ZERO.
008760 77  WS-WAIVED-COUNT            PIC 9(04) COMP VALUE ZERO.
008765 77  WS-SKIPPED-COUNT           PIC 9(04) COMP VALUE ZERO.
008770 77  TESTOUT-FILE-STATUS        PIC X(02) VALUE ZEROES.
008780    88 TESTOUT-FILE-OK          VALUE '00'.
008790 77  TESTHIST-FILE-STATUS       PIC X(02) VALUE ZEROES.
008860*   NOT THERE YET AND WAS CREATED - A NORMAL FIRST RUN, NOT AN
008870*   ERROR.
008880    88 TESTHIST-OPEN-OK         VALUE '00' '05'.
008882 77  TESTGRP-FILE-STATUS        PIC X(02) VALUE ZEROES.
008884    88 TESTGRP-FILE-OK          VALUE '00'.
008886 77  WS-UNCATALOGUED-COUNT      PIC 9(04) COMP VALUE ZERO.
008890 77  WS-ERROR-NAME              PIC X(12) VALUE SPACES.
008900 77  TESTCASE-FILE-STATUS       PIC X(02) VALUE ZEROES.
008910    88 TESTCASE-FILE-OK         VALUE '00'.
009420 77  WS-JOB-NAME                 PIC X(08) VALUE SPACES.
009430 77  WS-HIST-SUB                 PIC 9(02) COMP VALUE ZERO.
009440 77  WS-SYSTEM-ID                PIC X(04) VALUE SPACES.
009441 77  WS-HIST-GROUP-MAX          PIC 9(02) COMP VALUE 28.
009442 77  WS-HIST-GROUP-COUNT        PIC 9(02) COMP VALUE ZERO.
009443 01  WS-HIST-PACK-AREA.
009444      03 WS-HIST-PACK-ID          PIC X(16) VALUE SPACES.
009445      03 WS-HIST-SCENARIO-NAME    PIC X(08) VALUE SPACES.
009446      03 WS-HIST-EXPECTED-RC      PIC X(02) VALUE SPACES.
009450*----------------------------------------------------------------*
009460* TESTOUT RECONCILIATION AREA - WRITE-TESTOUT-DETAIL-RTN COUNTS  *
009470* THE DETAIL RECORDS AS THEY GO OUT; RECONCILE-TESTOUT-RTN READS *
009660* THE DECIMAL DIGITS IT CAN HOLD.  VALIDATE-INPUT-DECK-RTN       *
009670* CHECKS EVERY CARD AGAINST THIS TABLE BEFORE A SINGLE OVERRIDE  *
009680* IS APPLIED; KEEP IT IN STEP WITH APPLY-TESTCASE-OVERRIDE-RTN   *
009690* AND WITH THE TEMPLATE TABLE IN TESTTPL (A READY-TO-EDIT DECK   *
009700* FOR OPS) AND WITH THE COVERAGE TABLE IN TESTCOV.               *
009710*----------------------------------------------------------------*
009720 01  WS-VALID-CARD-DEF.
009730      03 FILLER       PIC X(20) VALUE 'TEST-X      A1400'.
009900      03 FILLER       PIC X(20) VALUE 'TEST-AR-MOD N0400'.
009910      03 FILLER       PIC X(20) VALUE 'TEST-AR-YTY N0400'.
009920      03 FILLER       PIC X(20) VALUE 'TEST-AR-DTY N0800'.
009921      03 FILLER       PIC X(20) VALUE 'TEST-STR-1  A3000'.
009922      03 FILLER       PIC X(20) VALUE 'TEST-STR-2  A3000'.
009923      03 FILLER       PIC X(20) VALUE 'TEST-STR-3  A3000'.
009924      03 FILLER       PIC X(20) VALUE 'TEST-STR-4  A3000'.
009925      03 FILLER       PIC X(20) VALUE 'TEST-STR-5  A3000'.
009930      03 FILLER       PIC X(20) VALUE 'SOAK-ITER   N0300'.
009940      03 FILLER       PIC X(20) VALUE 'SOAK-TOL    N0300'.
009950 01  WS-VALID-CARD-TABLE REDEFINES WS-VALID-CARD-DEF.
009960      03 WS-VALID-CARD-ENTRY OCCURS 27 TIMES.
009970       05 WS-VC-NAME          PIC X(12).
009980       05 WS-VC-TYPE          PIC X(01).
009990       05 WS-VC-INT-DIGITS    PIC 9(02).
010000       05 WS-VC-DEC-DIGITS    PIC 9(02).
010010       05 FILLER               PIC X(03).
010020 77  WS-VALID-CARD-COUNT        PIC 9(02) COMP VALUE 27.
010030 01  WS-CARD-SEEN-FLAGS.
010040      03 WS-CARD-SEEN-SW      PIC X(01) OCCURS 27 TIMES.
010050*----------------------------------------------------------------*
010060* DECK VALIDATION WORK AREA                                      *
010070*----------------------------------------------------------------*
010300* VERDICT HERE THAT IT POSTS TO RETURN-CODE, SO THE CALLER CAN   *
010310* TEST THE CONFORMANCE RESULT WITHOUT HAVING TO RE-INTERROGATE   *
010320* THE SPECIAL REGISTER AFTER THE CALL RETURNS.                   *
010321* THE RUN STAMP AND THE PER-GROUP STATUSES COME BACK AS WELL -   *
010322* THE SAME ONES THIS RUN'S TESTHIST RECORD CARRIES, SO THE       *
010323* CALLER CAN JOIN ITS OWN RECORDS TO THAT ONE.                   *
010324* THE CALLER SUPPLIES LS-PACK-AREA: A SCENARIO DRIVER PUTS ITS   *
010325* PACK ID, THE SCENARIO NAME AND THE EXPECTED RETURN CODE THERE  *
010326* BEFORE THE CALL AND TEST1 FILES THEM ON THE TESTHIST RECORD.   *
010327* ANY OTHER CALLER LEAVES IT BLANK.                              *
010330*----------------------------------------------------------------*
010340 LINKAGE SECTION.
010350 01  LS-RESULT-AREA.
010370      03 LS-MISMATCH-COUNT      PIC 9(04) COMP.
010380      03 LS-ERROR-COUNT         PIC 9(04) COMP.
010390      03 LS-VERIFY-USED-COUNT   PIC 9(04) COMP.
010391      03 LS-RUN-DATE            PIC X(08).
010392      03 LS-RUN-TIME            PIC X(08).
010393      03 LS-GROUP-ENTRY OCCURS 30 TIMES.
010394       05 LS-GROUP-NAME         PIC X(12).
010395       05 LS-GROUP-STATUS       PIC X(01).
010396      03 LS-PACK-AREA.
010397       05 LS-PACK-ID            PIC X(16).
010398       05 LS-SCENARIO-NAME      PIC X(08).
010399       05 LS-EXPECTED-RC        PIC X(02).
010400*
010410 PROCEDURE DIVISION.
010420*================================================================*
011000*================================================================*
011010 CALLABLE-ENTRY-RTN SECTION.
011020     ENTRY 'TEST1C' USING LS-RESULT-AREA.
011025     MOVE LS-PACK-AREA TO WS-HIST-PACK-AREA.
011030     PERFORM RUN-CONFORMANCE-RTN.
011040     PERFORM POPULATE-RESULT-AREA-RTN.
011050 EXIT.
011100* GROUP'S EXERCISE-AND-VERIFY PAIR RUNS THROUGH THE SHIELDED    *
011110* DISPATCH BELOW, SO ONE GROUP THAT RAISES A SEVERE CONDITION   *
011120* COSTS THE RUN ONE STATUS E, NOT THE WHOLE NIGHT'S EVIDENCE.   *
011123* A GROUP THE DECK'S RUN-GROUP / SKIP-GROUP CARDS LEFT OUT IS    *
011126* NOT RUN AT ALL - IT IS POSTED STATUS S IN ITS PLACE.           *
011130*================================================================*
011140 EDIT-RTN SECTION.
011150     PERFORM LOAD-DEFAULT-CASES-RTN.
011160     PERFORM LOAD-INPUT-CASES-RTN.
011170     PERFORM DISPATCH-ONE-GROUP-RTN
011180         VARYING WS-SHD-GROUP FROM 1 BY 1
011182         UNTIL WS-SHD-GROUP > WS-SHD-GROUP-COUNT.
011184 EXIT.
011186*
011188 DISPATCH-ONE-GROUP-RTN SECTION.
011190     IF WS-GROUP-SELECTED (WS-SHD-GROUP)
011192         PERFORM RUN-GROUP-SHIELDED-RTN
011194     ELSE
011196         PERFORM RECORD-GROUP-SKIPPED-RTN
011198     END-IF.
011200 EXIT.
011210*================================================================*
011220* RUN-GROUP-SHIELDED-RTN - NAMES THE GROUP IN THE SHIELD AREA,  *
011630         WHEN 13 MOVE 'TEST-VLR'   TO SHD-GROUP-NAME
011640         WHEN 14 MOVE 'TEST-SORT'  TO SHD-GROUP-NAME
011650         WHEN 15 MOVE 'TEST-ARITH' TO SHD-GROUP-NAME
011655         WHEN 16 MOVE 'TEST-STR'   TO SHD-GROUP-NAME
011660         WHEN 17 MOVE 'TEST-CALL'  TO SHD-GROUP-NAME
011665         WHEN 18 MOVE 'TEST-PRT'   TO SHD-GROUP-NAME
011670     END-EVALUATE.
011680 EXIT.
011690*================================================================*
011710* SAME PAIRS THE OLD STRAIGHT-LINE EDIT-RTN RAN, NUMBERED AS    *
011720* SET-SHIELD-GROUP-NAME-RTN NUMBERS THEM.  (THE SOAK DISPATCH   *
011730* COVERS ONLY THE IN-STORAGE GROUPS AND NUMBERS THEM ON ITS     *
011736* OWN SCALE - ITS 11 IS TEST-ARITH, THIS 11 IS TEST-IXF; ITS 12  *
011742* IS TEST-STR, THIS 16 IS.)                                      *
011750*================================================================*
011760 EXERCISE-ONE-GROUP-RTN SECTION.
011770     EVALUATE WS-SHD-GROUP
012260             PERFORM ARITHMETIC-TEST-RTN
012270             PERFORM VERIFY-TEST-ARITH-RTN
012280         WHEN 16
012282             PERFORM STRING-TEST-RTN
012284             PERFORM VERIFY-TEST-STR-RTN
012286         WHEN 17
012290             PERFORM CALL-LINKAGE-TEST-RTN
012300             PERFORM VERIFY-TEST-CALL-R-RTN
012310             PERFORM VERIFY-TEST-CALL-C-RTN
012320             PERFORM VERIFY-TEST-CALL-V-RTN
012322         WHEN 18
012324             PERFORM PRINT-TEST-RTN
012326             PERFORM VERIFY-TEST-PRT-RTN
012330     END-EVALUATE.
012340 EXIT.
012350*================================================================*
012530         MOVE SHD-FACILITY
012540             TO WS-SHD-NOTE-FAC (WS-SHD-NOTE-SUB)
012550         MOVE SHD-MSGNO
012551             TO WS-SHD-NOTE-MSG (WS-SHD-NOTE-SUB)
012552     END-IF.
012553     MOVE 'N' TO SHD-ABEND-SW.
012554 EXIT.
012555*================================================================*
012556* RECORD-GROUP-SKIPPED-RTN - CLAIMS THE VERIFY SLOT(S) A GROUP   *
012557* LEFT OUT OF THIS RUN WOULD HAVE POSTED AND MARKS THEM S, SO    *
012558* THE REPORT, TESTOUT AND TESTHIST ALL SHOW THE GAP.  TEST-CALL  *
012559* POSTS ONE VERDICT PER LINKAGE CONVENTION, SO IT LEAVES THREE.  *
012560*================================================================*
012561 RECORD-GROUP-SKIPPED-RTN SECTION.
012562     PERFORM SET-SHIELD-GROUP-NAME-RTN.
012563     DISPLAY SHD-GROUP-NAME ' NOT SELECTED FOR THIS RUN'
012564         ' - GROUP MARKED S'.
012565     IF SHD-GROUP-NAME = 'TEST-CALL'
012566         MOVE 'TEST-CALL-R' TO WS-SKIP-VERIFY-NAME
012567         PERFORM POST-SKIPPED-SLOT-RTN
012568         MOVE 'TEST-CALL-C' TO WS-SKIP-VERIFY-NAME
012569         PERFORM POST-SKIPPED-SLOT-RTN
012570         MOVE 'TEST-CALL-V' TO WS-SKIP-VERIFY-NAME
012571         PERFORM POST-SKIPPED-SLOT-RTN
012572     ELSE
012573         MOVE SHD-GROUP-NAME TO WS-SKIP-VERIFY-NAME
012574         PERFORM POST-SKIPPED-SLOT-RTN
012575     END-IF.
012576 EXIT.
012577*
012578 POST-SKIPPED-SLOT-RTN SECTION.
012579     PERFORM NEXT-VERIFY-SLOT-RTN.
012580     MOVE WS-SKIP-VERIFY-NAME TO WS-VERIFY-NAME (WS-VERIFY-IDX).
012581     SET WS-VERIFY-SKIPPED (WS-VERIFY-IDX) TO TRUE.
012590 EXIT.
012600*================================================================*
012610* REGISTER-SHIELD-RTN / UNREGISTER-SHIELD-RTN - ARM AND DISARM  *
013070     MOVE WS-DEFAULT-COMP2 TO WS-EXPECTED-COMP2.
013080     PERFORM LOAD-DEFAULT-DATE-CASE-RTN
013090         VARYING WS-DATE-IDX FROM 1 BY 1
013091         UNTIL WS-DATE-IDX > 2.
013092     PERFORM LOAD-DEFAULT-STR-CASE-RTN
013093         VARYING WS-STR-IDX FROM 1 BY 1
013094         UNTIL WS-STR-IDX > 5.
013095*    EVERY GROUP RUNS UNLESS THE DECK CARRIES RUN-GROUP CARDS, IN
013096*    WHICH CASE ONLY THE GROUPS THOSE CARDS NAME WILL RUN.
013097     IF WS-RUN-GROUP-CARD-COUNT > ZERO
013098         MOVE ALL 'N' TO WS-GROUP-SELECT-TABLE
013099     ELSE
013100         MOVE ALL 'Y' TO WS-GROUP-SELECT-TABLE
013101     END-IF.
013102 EXIT.
013103*
013104 LOAD-DEFAULT-STR-CASE-RTN SECTION.
013105     MOVE WS-STR-DEFAULT (WS-STR-IDX)
013106         TO WS-STR-EXPECTED (WS-STR-IDX).
013110 EXIT.
013120*================================================================*
013130* LOAD-DEFAULT-N-CASE-RTN - SEEDS ONE TAGGED CODEPAGE CASE OF    *
014450                 TO WS-AR-YTY-EXPECT
014460         WHEN 'TEST-AR-DTY'
014470             MOVE FUNCTION NUMVAL (TC-FIELD-VALUE)
014471                 TO WS-AR-DTY-EXPECT
014472         WHEN 'TEST-STR-1'
014473             MOVE TC-FIELD-VALUE TO WS-STR-EXPECTED (1)
014474         WHEN 'TEST-STR-2'
014475             MOVE TC-FIELD-VALUE TO WS-STR-EXPECTED (2)
014476         WHEN 'TEST-STR-3'
014477             MOVE TC-FIELD-VALUE TO WS-STR-EXPECTED (3)
014478         WHEN 'TEST-STR-4'
014479             MOVE TC-FIELD-VALUE TO WS-STR-EXPECTED (4)
014480         WHEN 'TEST-STR-5'
014481             MOVE TC-FIELD-VALUE TO WS-STR-EXPECTED (5)
014490         WHEN 'SOAK-ITER'
014500             MOVE FUNCTION NUMVAL (TC-FIELD-VALUE)
014510                 TO WS-SOAK-ITER
014520         WHEN 'SOAK-TOL'
014530             MOVE FUNCTION NUMVAL (TC-FIELD-VALUE)
014531                 TO WS-SOAK-TOL-PCT
014532         WHEN 'RUN-GROUP'
014533             MOVE TC-FIELD-VALUE TO WS-SEL-GROUP-NAME
014534             PERFORM LOOKUP-GROUP-NAME-RTN
014535             IF WS-SEL-GROUP-NUM > ZERO
014536                 MOVE 'Y' TO WS-GROUP-SELECT-SW (WS-SEL-GROUP-NUM)
014537             END-IF
014538         WHEN 'SKIP-GROUP'
014539             MOVE TC-FIELD-VALUE TO WS-SEL-GROUP-NAME
014540             PERFORM LOOKUP-GROUP-NAME-RTN
014541             IF WS-SEL-GROUP-NUM > ZERO
014542                 MOVE 'N' TO WS-GROUP-SELECT-SW (WS-SEL-GROUP-NUM)
014543             END-IF
014550         WHEN OTHER
014560             CONTINUE
014570     END-EVALUATE.
014630* VALUE ITS TARGET CAN HOLD, AND APPEAR AT MOST ONCE; EACH       *
014640* OFFENDER PRINTS ITS CARD IMAGE WITH THE REASON, AND ANY        *
014650* OFFENDER STOPS THE RUN WITH RETURN CODE 12.  A MISSING DECK    *
014655* IS, AS EVER, NOT AN ERROR.  A RUN-GROUP OR SKIP-GROUP CARD     *
014660* MUST NAME A GROUP SET-SHIELD-GROUP-NAME-RTN KNOWS, AT MOST     *
014665* ONCE PER GROUP, AND THE TWO KINDS MAY NOT BE MIXED.            *
014670*================================================================*
014680 VALIDATE-INPUT-DECK-RTN SECTION.
014690     MOVE 'N' TO WS-DECK-ERROR-SW.
014700     MOVE ZERO TO WS-DECK-ERROR-COUNT.
014710     MOVE ALL 'N' TO WS-CARD-SEEN-FLAGS.
014712     MOVE ALL 'N' TO WS-GROUP-CARD-SEEN-FLAGS.
014714     MOVE ZERO TO WS-RUN-GROUP-CARD-COUNT.
014716     MOVE ZERO TO WS-SKIP-GROUP-CARD-COUNT.
014720     MOVE 'N' TO TESTCASE-EOF-SW.
014730     OPEN INPUT TESTCASE-FILE.
014740     IF TESTCASE-FILE-OK
015030 EXIT.
015040*
015050 VALIDATE-TESTCASE-CARD-RTN SECTION.
015051     IF TC-FIELD-NAME = 'RUN-GROUP' OR 'SKIP-GROUP'
015052         PERFORM VALIDATE-GROUP-CARD-RTN
015053     ELSE
015054         PERFORM VALIDATE-FIELD-CARD-RTN
015055     END-IF.
015056 EXIT.
015057*
015058 VALIDATE-FIELD-CARD-RTN SECTION.
015060     MOVE 'N' TO WS-VC-FOUND-SW.
015070     PERFORM LOOKUP-VALID-CARD-RTN
015080         VARYING WS-VC-SUB FROM 1 BY 1
015270                 PERFORM REPORT-CARD-ERROR-RTN
015280             END-IF
015290         END-IF
015291     END-IF.
015292 EXIT.
015293*
015294 LOOKUP-VALID-CARD-RTN SECTION.
015295     IF WS-VC-NAME (WS-VC-SUB) = TC-FIELD-NAME
015296         SET WS-VC-FOUND TO TRUE
015297         MOVE WS-VC-SUB TO WS-VC-FOUND-NUM
015298     END-IF.
015299 EXIT.
015300*================================================================*
015301* VALIDATE-GROUP-CARD-RTN - A RUN-GROUP OR SKIP-GROUP CARD       *
015302* CARRIES A GROUP NAME, LOOKED UP AGAINST THE VERY NAMES THE     *
015303* SHIELDED DISPATCH RUNS THE GROUPS UNDER.  EACH GROUP MAY BE    *
015304* NAMED ONCE, AND A DECK THAT BOTH PICKS AND SKIPS GROUPS IS     *
015305* REJECTED RATHER THAN GUESSED AT.                               *
015306*================================================================*
015307 VALIDATE-GROUP-CARD-RTN SECTION.
015308     MOVE 'N' TO WS-VAL-BAD-SW.
015309     IF TC-FIELD-NAME = 'RUN-GROUP'
015310         ADD 1 TO WS-RUN-GROUP-CARD-COUNT
015311     ELSE
015312         ADD 1 TO WS-SKIP-GROUP-CARD-COUNT
015313     END-IF.
015314     MOVE ZERO TO WS-SEL-GROUP-NUM.
015315     PERFORM FIND-VALUE-END-RTN.
015316     IF WS-VAL-END = ZERO
015317         MOVE 'VALUE MISSING' TO WS-VAL-REASON
015318         SET WS-VAL-BAD TO TRUE
015319     ELSE
015320         IF WS-VAL-END <= 12
015321             MOVE TC-FIELD-VALUE TO WS-SEL-GROUP-NAME
015322             PERFORM LOOKUP-GROUP-NAME-RTN
015323         END-IF
015324         IF WS-SEL-GROUP-NUM = ZERO
015325             MOVE 'UNKNOWN GROUP NAME' TO WS-VAL-REASON
015326             SET WS-VAL-BAD TO TRUE
015327         END-IF
015328     END-IF.
015329     IF NOT WS-VAL-BAD
015330         IF WS-GROUP-CARD-SEEN-SW (WS-SEL-GROUP-NUM) = 'Y'
015331             MOVE 'DUPLICATE CARD FOR GROUP' TO WS-VAL-REASON
015332             SET WS-VAL-BAD TO TRUE
015333         ELSE
015334             MOVE 'Y' TO WS-GROUP-CARD-SEEN-SW (WS-SEL-GROUP-NUM)
015335         END-IF
015336     END-IF.
015337     IF NOT WS-VAL-BAD
015338        AND WS-RUN-GROUP-CARD-COUNT > ZERO
015339        AND WS-SKIP-GROUP-CARD-COUNT > ZERO
015340         MOVE 'RUN-GROUP AND SKIP-GROUP MIXED' TO WS-VAL-REASON
015341         SET WS-VAL-BAD TO TRUE
015342     END-IF.
015343     IF WS-VAL-BAD
015344         PERFORM REPORT-CARD-ERROR-RTN
015345     END-IF.
015346 EXIT.
015347*================================================================*
015348* LOOKUP-GROUP-NAME-RTN - TURNS THE GROUP NAME IN                *
015349* WS-SEL-GROUP-NAME INTO ITS DISPATCH NUMBER IN WS-SEL-GROUP-    *
015350* NUM (ZERO WHEN NO GROUP GOES BY THAT NAME), BY WALKING         *
015351* SET-SHIELD-GROUP-NAME-RTN ITSELF SO THE NAMES CAN NEVER DRIFT  *
015352* APART.  ONLY USED OUTSIDE THE SHIELDED DISPATCH, SO THE        *
015353* SHIELD AREA'S GROUP NAME IS FREE TO BORROW AND IS CLEARED.     *
015354*================================================================*
015355 LOOKUP-GROUP-NAME-RTN SECTION.
015356     MOVE ZERO TO WS-SEL-GROUP-NUM.
015357     PERFORM MATCH-GROUP-NAME-RTN
015358         VARYING WS-SHD-GROUP FROM 1 BY 1
015359         UNTIL WS-SHD-GROUP > WS-SHD-GROUP-COUNT
015360            OR WS-SEL-GROUP-NUM > ZERO.
015361     MOVE SPACES TO SHD-GROUP-NAME.
015362 EXIT.
015363*
015364 MATCH-GROUP-NAME-RTN SECTION.
015365     PERFORM SET-SHIELD-GROUP-NAME-RTN.
015366     IF SHD-GROUP-NAME = WS-SEL-GROUP-NAME
015367         MOVE WS-SHD-GROUP TO WS-SEL-GROUP-NUM
015370     END-IF.
015380 EXIT.
015390*================================================================*
017350 NEXT-VERIFY-SLOT-RTN SECTION.
017360     ADD 1 TO WS-VERIFY-USED-COUNT.
017370     SET WS-VERIFY-IDX TO WS-VERIFY-USED-COUNT.
017375     MOVE 'N' TO WS-VERIFY-FILE-SW (WS-VERIFY-IDX).
017380 EXIT.
017390*
017400 VERIFY-TEST-X-RTN SECTION.
022970                     ' CONTENT MISMATCH ON READ-BACK'
022980                 SET WS-VLR-MISMATCH TO TRUE
022990             END-IF
022991         END-IF
022992     END-IF.
022993 EXIT.
022994*================================================================*
022995* VERIFY-TEST-VLR-RTN - ONE VERDICT FOR THE VARIABLE-LENGTH      *
022996* GROUP: ERROR IF THE FILE COULD NOT BE BUILT OR READ, FAIL IF   *
022997* ANY READ CAME BACK THE WRONG LENGTH, THE WRONG BYTES, OR THE   *
022998* WRONG RECORD COUNT.                                            *
022999*================================================================*
023000 VERIFY-TEST-VLR-RTN SECTION.
023001     PERFORM NEXT-VERIFY-SLOT-RTN.
023002     MOVE 'TEST-VLR'   TO WS-VERIFY-NAME (WS-VERIFY-IDX).
023003     IF WS-VLR-ERROR
023004         SET WS-VERIFY-ERROR (WS-VERIFY-IDX) TO TRUE
023005     ELSE
023006         IF WS-VLR-MISMATCH
023007             SET WS-VERIFY-FAILED (WS-VERIFY-IDX) TO TRUE
023008         ELSE
023009             SET WS-VERIFY-PASSED (WS-VERIFY-IDX) TO TRUE
023010         END-IF
023011     END-IF.
023012 EXIT.
023013*================================================================*
023014* PRINT-TEST-RTN - WRITES THE TEST-PRT REPORT TO TESTPR.DAT,     *
023015* READS IT BACK RECORD BY RECORD, AND HOLDS THE CONTROL BYTES,   *
023016* PAGE-START RECORDS AND FOOTING-TIME LINAGE-COUNTER VALUES IT   *
023017* SAW UP AGAINST THE CERTIFIED IMAGE (SEE WS-PRT-CERTIFIED).     *
023018*================================================================*
023019 PRINT-TEST-RTN SECTION.
023020     MOVE 'N' TO WS-PRT-ERROR-SW.
023021     MOVE 'N' TO WS-PRT-MISMATCH-SW.
023022     MOVE ZERO TO WS-PRT-READ-COUNT.
023023     MOVE ZERO TO WS-PRT-BREAK-COUNT.
023024     MOVE ZERO TO WS-PRT-FOOT-COUNT.
023025     MOVE SPACES TO WS-PRT-ACT-CC.
023026     MOVE ZEROES TO WS-PRT-ACT-BREAKS.
023027     MOVE ZEROES TO WS-PRT-ACT-FOOTING.
023028     PERFORM WRITE-PRT-REPORT-RTN.
023029     IF NOT WS-PRT-ERROR
023030         PERFORM READ-PRT-BACK-RTN
023031     END-IF.
023032     IF NOT WS-PRT-ERROR
023033         PERFORM CHECK-PRT-IMAGE-RTN
023034     END-IF.
023035 EXIT.
023036*
023037 WRITE-PRT-REPORT-RTN SECTION.
023038     OPEN OUTPUT TESTPR-FILE.
023039     IF TESTPR-FILE-OK
023040         MOVE ZERO TO WS-PRT-PAGE-COUNT
023041         PERFORM WRITE-PRT-HEADING-RTN
023042         PERFORM WRITE-PRT-DETAIL-RTN
023043             VARYING WS-PRT-DETAIL-SUB FROM 1 BY 1
023044             UNTIL WS-PRT-DETAIL-SUB > 8
023045                OR WS-PRT-ERROR
023046*       THE LAST PAGE IS FOOTED AT END OF REPORT, SHORT OF THE
023047*       FOOTING LINE, UNLESS THE LAST DETAIL ALREADY FOOTED IT.
023048         IF NOT WS-PRT-ERROR
023049            AND NOT WS-PRT-PAGE-FOOTED
023050             PERFORM WRITE-PRT-FOOTING-RTN
023051         END-IF
023052         CLOSE TESTPR-FILE
023053     ELSE
023054         DISPLAY 'TESTPR OPEN OUTPUT FAILED, FILE STATUS='
023055             TESTPR-FILE-STATUS
023056         SET WS-PRT-ERROR TO TRUE
023057     END-IF.
023058 EXIT.
023059*
023060 WRITE-PRT-HEADING-RTN SECTION.
023061     ADD 1 TO WS-PRT-PAGE-COUNT.
023062     MOVE 'N' TO WS-PRT-FOOTED-SW.
023063     MOVE SPACES TO WS-PRT-LINE.
023064     MOVE 'H' TO WS-PRT-LINE-TYPE.
023065     MOVE 'TEST-PRT PAGE' TO WS-PRT-LINE-TEXT.
023066     MOVE WS-PRT-PAGE-COUNT TO WS-PRT-LINE-NUMBER.
023067     WRITE TESTPR-RECORD FROM WS-PRT-LINE
023068         AFTER ADVANCING PAGE.
023069     IF NOT TESTPR-FILE-OK
023070         DISPLAY 'TESTPR WRITE FAILED, FILE STATUS='
023071             TESTPR-FILE-STATUS
023072         SET WS-PRT-ERROR TO TRUE
023073     END-IF.
023074 EXIT.
023075*================================================================*
023076* WRITE-PRT-DETAIL-RTN - ONE DETAIL LINE AT ITS SCRIPTED ADVANCE.*
023077* A WRITE THAT LEAVES LINAGE-COUNTER IN THE FOOTING AREA RAISES  *
023078* END-OF-PAGE; THE PAGE IS THEN FOOTED AND, IF DETAILS REMAIN, A *
023079* NEW PAGE IS STARTED.                                           *
023080*================================================================*
023081 WRITE-PRT-DETAIL-RTN SECTION.
023082     MOVE 'N' TO WS-PRT-EOP-SW.
023083     MOVE SPACES TO WS-PRT-LINE.
023084     MOVE 'D' TO WS-PRT-LINE-TYPE.
023085     MOVE 'TEST-PRT DETAIL' TO WS-PRT-LINE-TEXT.
023086     MOVE WS-PRT-DETAIL-SUB TO WS-PRT-LINE-NUMBER.
023087     MOVE WS-PRT-ADVANCE (WS-PRT-DETAIL-SUB) TO WS-PRT-ADV-LINES.
023088     WRITE TESTPR-RECORD FROM WS-PRT-LINE
023089         AFTER ADVANCING WS-PRT-ADV-LINES LINES
023090         AT END-OF-PAGE
023091             SET WS-PRT-EOP TO TRUE
023092     END-WRITE.
023093     IF NOT TESTPR-FILE-OK
023094         DISPLAY 'TESTPR WRITE FAILED, FILE STATUS='
023095             TESTPR-FILE-STATUS
023096         SET WS-PRT-ERROR TO TRUE
023097     ELSE
023098         IF WS-PRT-EOP
023099             PERFORM WRITE-PRT-FOOTING-RTN
023100             IF WS-PRT-DETAIL-SUB < 8
023101                AND NOT WS-PRT-ERROR
023102                 PERFORM WRITE-PRT-HEADING-RTN
023103             END-IF
023104         END-IF
023105     END-IF.
023106 EXIT.
023107*================================================================*
023108* WRITE-PRT-FOOTING-RTN - FILES LINAGE-COUNTER AS IT STANDS      *
023109* BEFORE THE FOOTING LINE GOES OUT, THEN WRITES THE FOOTING.  A  *
023110* FOURTH FOOTING MEANS THE REPORT PAGED DIFFERENTLY FROM THE     *
023111* CERTIFIED IMAGE.                                               *
023112*================================================================*
023113 WRITE-PRT-FOOTING-RTN SECTION.
023114     ADD 1 TO WS-PRT-FOOT-COUNT.
023115     IF WS-PRT-FOOT-COUNT > 3
023116         SET WS-PRT-MISMATCH TO TRUE
023117     ELSE
023118         MOVE LINAGE-COUNTER
023119             TO WS-PRT-ACT-FOOT-LC (WS-PRT-FOOT-COUNT)
023120     END-IF.
023121     MOVE SPACES TO WS-PRT-LINE.
023122     MOVE 'F' TO WS-PRT-LINE-TYPE.
023123     MOVE 'TEST-PRT FOOTING' TO WS-PRT-LINE-TEXT.
023124     MOVE WS-PRT-PAGE-COUNT TO WS-PRT-LINE-NUMBER.
023125     WRITE TESTPR-RECORD FROM WS-PRT-LINE
023126         AFTER ADVANCING 1 LINE.
023127     IF NOT TESTPR-FILE-OK
023128         DISPLAY 'TESTPR WRITE FAILED, FILE STATUS='
023129             TESTPR-FILE-STATUS
023130         SET WS-PRT-ERROR TO TRUE
023131     END-IF.
023132     SET WS-PRT-PAGE-FOOTED TO TRUE.
023133 EXIT.
023134*
023135 READ-PRT-BACK-RTN SECTION.
023136     MOVE 'N' TO WS-PRT-EOF-SW.
023137     OPEN INPUT TESTPRI-FILE.
023138     IF TESTPRI-FILE-OK
023139         PERFORM READ-PRT-ONE-RTN UNTIL WS-PRT-EOF
023140         CLOSE TESTPRI-FILE
023141     ELSE
023142         DISPLAY 'TESTPR OPEN INPUT FAILED, FILE STATUS='
023143             TESTPRI-FILE-STATUS
023144         SET WS-PRT-ERROR TO TRUE
023145     END-IF.
023146 EXIT.
023147*
023148 READ-PRT-ONE-RTN SECTION.
023149     READ TESTPRI-FILE
023150         AT END
023151             SET WS-PRT-EOF TO TRUE
023152         NOT AT END
023153             ADD 1 TO WS-PRT-READ-COUNT
023154             PERFORM FILE-PRT-RECORD-RTN
023155     END-READ.
023156 EXIT.
023157*================================================================*
023158* FILE-PRT-RECORD-RTN - NOTES ONE READ-BACK RECORD'S CONTROL     *
023159* BYTE, AND ITS RECORD NUMBER IF THAT BYTE STARTS A NEW PAGE.    *
023160* RECORDS OR PAGES BEYOND THE CERTIFIED 14 AND 3 ARE A MISMATCH  *
023161* IN THEMSELVES.                                                 *
023162*================================================================*
023163 FILE-PRT-RECORD-RTN SECTION.
023164     IF WS-PRT-READ-COUNT > 14
023165         SET WS-PRT-MISMATCH TO TRUE
023166     ELSE
023167         MOVE PRI-CONTROL-CHAR
023168             TO WS-PRT-ACT-CC (WS-PRT-READ-COUNT:1)
023169     END-IF.
023170     IF PRI-CONTROL-CHAR = '1'
023171         ADD 1 TO WS-PRT-BREAK-COUNT
023172         IF WS-PRT-BREAK-COUNT > 3
023173             SET WS-PRT-MISMATCH TO TRUE
023174         ELSE
023175             MOVE WS-PRT-READ-COUNT
023176                 TO WS-PRT-ACT-BREAK (WS-PRT-BREAK-COUNT)
023177         END-IF
023178     END-IF.
023179 EXIT.
023180*================================================================*
023181* CHECK-PRT-IMAGE-RTN - THE THREE CERTIFIED CHECKS, EACH NAMED ON*
023182* SYSOUT WHEN IT DISAGREES: CONTROL BYTE PER LINE, PAGE-BREAK    *
023183* RECORD NUMBERS, AND LINAGE-COUNTER AT EACH FOOTING.            *
023184*================================================================*
023185 CHECK-PRT-IMAGE-RTN SECTION.
023186     IF WS-PRT-READ-COUNT NOT = 14
023187         DISPLAY 'TEST-PRT RECORD COUNT ' WS-PRT-READ-COUNT
023188             ' EXPECTED 14'
023189         SET WS-PRT-MISMATCH TO TRUE
023190     END-IF.
023191     IF WS-PRT-ACT-CC NOT = WS-PRT-CERT-CC
023192         DISPLAY 'TEST-PRT CONTROL CHARS  RESULT=' WS-PRT-ACT-CC
023193             ' EXPECTED=' WS-PRT-CERT-CC ' MISMATCH'
023194         SET WS-PRT-MISMATCH TO TRUE
023195     END-IF.
023196     IF WS-PRT-ACT-BREAKS NOT = WS-PRT-CERT-BREAKS
023197         DISPLAY 'TEST-PRT PAGE BREAKS    RESULT='
023198             WS-PRT-ACT-BREAKS
023199             ' EXPECTED=' WS-PRT-CERT-BREAKS ' MISMATCH'
023200         SET WS-PRT-MISMATCH TO TRUE
023201     END-IF.
023202     IF WS-PRT-ACT-FOOTING NOT = WS-PRT-CERT-FOOTING
023203         DISPLAY 'TEST-PRT FOOTING LINAGE RESULT='
023204             WS-PRT-ACT-FOOTING
023205             ' EXPECTED=' WS-PRT-CERT-FOOTING ' MISMATCH'
023206         SET WS-PRT-MISMATCH TO TRUE
023207     END-IF.
023208 EXIT.
023209*================================================================*
023210* VERIFY-TEST-PRT-RTN - ONE VERDICT FOR THE PRINT-FILE GROUP:    *
023211* ERROR IF THE REPORT COULD NOT BE WRITTEN OR READ BACK, FAIL IF *
023212* ANY OF THE THREE CERTIFIED CHECKS DISAGREED.                   *
023213*================================================================*
023214 VERIFY-TEST-PRT-RTN SECTION.
023215     PERFORM NEXT-VERIFY-SLOT-RTN.
023216     MOVE 'TEST-PRT'   TO WS-VERIFY-NAME (WS-VERIFY-IDX).
023217     IF WS-PRT-ERROR
023218         SET WS-VERIFY-ERROR (WS-VERIFY-IDX) TO TRUE
023219     ELSE
023220         IF WS-PRT-MISMATCH
023221             SET WS-VERIFY-FAILED (WS-VERIFY-IDX) TO TRUE
023222         ELSE
023223             SET WS-VERIFY-PASSED (WS-VERIFY-IDX) TO TRUE
023224         END-IF
023225     END-IF.
023226 EXIT.
023227*================================================================*
023230* SORT-TEST-RTN - RUNS ONE INTERNAL SORT PER TN-CODEPAGE CASE    *
023240* OVER THE FIXED FIVE-RECORD SET AND COMPARES THE ORDER THE      *
023250* SORT GIVES BACK AGAINST THE STORED CERTIFIED ORDER FOR THAT    *
024770             ' EXPECTED=' WS-AR-NVC-EXPECT ' MISMATCH'
024780         SET WS-ARITH-MISMATCH TO TRUE
024790     END-IF.
024791     IF WS-AR-MOD-RESULT NOT = WS-AR-MOD-EXPECT
024792         DISPLAY 'TEST-AR-MOD  RESULT=' WS-AR-MOD-RESULT
024793             ' EXPECTED=' WS-AR-MOD-EXPECT ' MISMATCH'
024794         SET WS-ARITH-MISMATCH TO TRUE
024795     END-IF.
024796     IF WS-AR-YTY-RESULT NOT = WS-AR-YTY-EXPECT
024797         DISPLAY 'TEST-AR-YTY  RESULT=' WS-AR-YTY-RESULT
024798             ' EXPECTED=' WS-AR-YTY-EXPECT ' MISMATCH'
024799         SET WS-ARITH-MISMATCH TO TRUE
024800     END-IF.
024801     IF WS-AR-DTY-RESULT NOT = WS-AR-DTY-EXPECT
024802         DISPLAY 'TEST-AR-DTY  RESULT=' WS-AR-DTY-RESULT
024803             ' EXPECTED=' WS-AR-DTY-EXPECT ' MISMATCH'
024804         SET WS-ARITH-MISMATCH TO TRUE
024805     END-IF.
024806     IF WS-ARITH-MISMATCH
024807         SET WS-VERIFY-FAILED (WS-VERIFY-IDX) TO TRUE
024808     ELSE
024809         SET WS-VERIFY-PASSED (WS-VERIFY-IDX) TO TRUE
024810     END-IF.
024811 EXIT.
024812*================================================================*
024813* STRING-TEST-RTN - RUNS THE SIX TEST-STR CASES AND FILES EACH   *
024814* CASE'S IMAGE IN TEST-STR.  EVERY SOURCE THAT A VERB CHANGES IN *
024815* PLACE IS RE-SEEDED AND EVERY RECEIVER CLEARED FIRST, SO A VERB *
024816* THAT STOPS TRANSFERRING EARLY SHOWS AS SPACES, NOT AS THE      *
024817* PREVIOUS ITERATION'S BYTES.  THE KNOWN ANSWERS:                *
024818*   1  'ACME CORP ' UP TO THE SPACE, '|', 'NY-10001' UP TO THE   *
024819*      HYPHEN, APPENDED AT POINTER 3 AFTER '>>' - POINTER ENDS   *
024820*      AT 10, NO OVERFLOW.                                       *
024821*   2  8 BYTES INTO 5 - 'ABCDE', POINTER 6, OVERFLOW; THEN A     *
024822*      POINTER OF ZERO OVERFLOWS BEFORE ANY TRANSFER, LEAVING    *
024823*      THE RECEIVER UNTOUCHED.                                   *
024824*   3  'DOE,JOHN;;Q/1234' SPLIT ON ',' OR ';' OR '/' - THE       *
024825*      ADJACENT ';;' GIVES AN EMPTY FIELD, 4 FIELDS ARE TALLIED, *
024826*      AND '1234' IS LEFT OVER (POINTER 13, OVERFLOW).           *
024827*   4  'NY   10001,,USA' SPLIT ON ALL SPACES OR ALL COMMAS -     *
024828*      EACH RUN IS ONE DELIMITER, 3 FIELDS, NO OVERFLOW.         *
024829*   5  LOWER CASE FOLDED AND '-' '/' BLANKED, 2 C'S COUNTED      *
024830*      BEFORE 'NY', SPACES AFTER 'CORP' AND BEFORE '1' MADE '_'. *
024831*   6  SEE REFMOD-N-CASE-RTN.                                    *
024832*================================================================*
024833 STRING-TEST-RTN SECTION.
024834     PERFORM STRING-POINTER-CASE-RTN.
024835     PERFORM STRING-OVERFLOW-CASE-RTN.
024836     PERFORM UNSTRING-MULTI-CASE-RTN.
024837     PERFORM UNSTRING-ALL-CASE-RTN.
024838     PERFORM INSPECT-CASE-RTN.
024839     PERFORM REFMOD-N-CASE-RTN.
024840 EXIT.
024841*
024842 STRING-POINTER-CASE-RTN SECTION.
024843     MOVE SPACES TO WS-STR-IMAGE-1.
024844     MOVE '>>' TO WS-ST1-TEXT.
024845     MOVE 3 TO WS-ST1-POINTER.
024846     STRING WS-ST-SRC-NAME  DELIMITED BY SPACE
024847            '|'             DELIMITED BY SIZE
024848            WS-ST-SRC-ZIP   DELIMITED BY '-'
024849         INTO WS-ST1-TEXT
024850         WITH POINTER WS-ST1-POINTER
024851         ON OVERFLOW
024852             MOVE 'Y' TO WS-ST1-OVERFLOW
024853         NOT ON OVERFLOW
024854             MOVE 'N' TO WS-ST1-OVERFLOW
024855     END-STRING.
024856     MOVE WS-STR-IMAGE-1 TO VAR OF TEST-STR-CASE (1).
024857 EXIT.
024858*
024859 STRING-OVERFLOW-CASE-RTN SECTION.
024860     MOVE SPACES TO WS-STR-IMAGE-2.
024861     MOVE 1 TO WS-ST2-POINTER.
024862     STRING 'ABCDEFGH' DELIMITED BY SIZE
024863         INTO WS-ST2-TEXT
024864         WITH POINTER WS-ST2-POINTER
024865         ON OVERFLOW
024866             MOVE 'Y' TO WS-ST2-OVERFLOW
024867         NOT ON OVERFLOW
024868             MOVE 'N' TO WS-ST2-OVERFLOW
024869     END-STRING.
024870     MOVE 'XXXXX' TO WS-ST2-ZP-TEXT.
024871     MOVE ZERO TO WS-ST-ZERO-POINTER.
024872     STRING 'ABC' DELIMITED BY SIZE
024873         INTO WS-ST2-ZP-TEXT
024874         WITH POINTER WS-ST-ZERO-POINTER
024875         ON OVERFLOW
024876             MOVE 'Y' TO WS-ST2-ZP-OVERFLOW
024877         NOT ON OVERFLOW
024878             MOVE 'N' TO WS-ST2-ZP-OVERFLOW
024879     END-STRING.
024880     MOVE WS-STR-IMAGE-2 TO VAR OF TEST-STR-CASE (2).
024881 EXIT.
024882*
024883 UNSTRING-MULTI-CASE-RTN SECTION.
024884     MOVE SPACES TO WS-STR-IMAGE-3.
024885     MOVE 1 TO WS-ST3-POINTER.
024886     MOVE ZERO TO WS-ST3-TALLY.
024887     UNSTRING WS-ST-SRC-NAME-LIST
024888         DELIMITED BY ',' OR ';' OR '/'
024889         INTO WS-ST3-FIELD (1) DELIMITER IN WS-ST3-DELIM (1)
024890                               COUNT IN WS-ST3-COUNT (1)
024891              WS-ST3-FIELD (2) DELIMITER IN WS-ST3-DELIM (2)
024892                               COUNT IN WS-ST3-COUNT (2)
024893              WS-ST3-FIELD (3) DELIMITER IN WS-ST3-DELIM (3)
024894                               COUNT IN WS-ST3-COUNT (3)
024895              WS-ST3-FIELD (4) DELIMITER IN WS-ST3-DELIM (4)
024896                               COUNT IN WS-ST3-COUNT (4)
024897         WITH POINTER WS-ST3-POINTER
024898         TALLYING IN WS-ST3-TALLY
024899         ON OVERFLOW
024900             MOVE 'Y' TO WS-ST3-OVERFLOW
024901         NOT ON OVERFLOW
024902             MOVE 'N' TO WS-ST3-OVERFLOW
024903     END-UNSTRING.
024904     MOVE WS-STR-IMAGE-3 TO VAR OF TEST-STR-CASE (3).
024905 EXIT.
024906*
024907 UNSTRING-ALL-CASE-RTN SECTION.
024908     MOVE SPACES TO WS-STR-IMAGE-4.
024909     MOVE ZERO TO WS-ST4-TALLY.
024910     UNSTRING WS-ST-SRC-ADDRESS
024911         DELIMITED BY ALL SPACE OR ALL ','
024912         INTO WS-ST4-FIELD (1) COUNT IN WS-ST4-COUNT (1)
024913              WS-ST4-FIELD (2) COUNT IN WS-ST4-COUNT (2)
024914              WS-ST4-FIELD (3) COUNT IN WS-ST4-COUNT (3)
024915         TALLYING IN WS-ST4-TALLY
024916         ON OVERFLOW
024917             MOVE 'Y' TO WS-ST4-OVERFLOW
024918         NOT ON OVERFLOW
024919             MOVE 'N' TO WS-ST4-OVERFLOW
024920     END-UNSTRING.
024921     MOVE WS-STR-IMAGE-4 TO VAR OF TEST-STR-CASE (4).
024922 EXIT.
024923*
024924 INSPECT-CASE-RTN SECTION.
024925     MOVE SPACES TO WS-STR-IMAGE-5.
024926     MOVE WS-ST-SRC-FEED TO WS-ST5-TEXT.
024927     INSPECT WS-ST5-TEXT
024928         CONVERTING 'abcdefghijklmnopqrstuvwxyz-/'
024929                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '.
024930     MOVE ZERO TO WS-ST5-TALLY.
024931     INSPECT WS-ST5-TEXT TALLYING WS-ST5-TALLY
024932         FOR ALL 'C' BEFORE INITIAL 'NY'.
024933     INSPECT WS-ST5-TEXT REPLACING ALL SPACE BY '_'
024934         AFTER INITIAL 'CORP' BEFORE INITIAL '1'.
024935     MOVE WS-STR-IMAGE-5 TO VAR OF TEST-STR-CASE (5).
024936 EXIT.
024937*================================================================*
024938* REFMOD-N-CASE-RTN - TAKES CHARACTERS 2 FOR 3 OF EACH TEST-N    *
024939* CASE BY REFERENCE MODIFICATION.  ON A NATIONAL ITEM THE OFFSET *
024940* AND LENGTH COUNT CHARACTERS, SO THE SLICE MUST EQUAL BYTES 3   *
024941* FOR 6 OF THE CASE'S RAW IMAGE; A COMPILER THAT COUNTS BYTES    *
024942* STARTS HALF-WAY THROUGH THE FIRST CHARACTER AND THE CASE'S     *
024943* FLAG COMES BACK N.                                             *
024944*================================================================*
024945 REFMOD-N-CASE-RTN SECTION.
024946     MOVE SPACES TO WS-STR-IMAGE-6.
024947     MOVE SPACES TO WS-STR-EXPECT-6.
024948     COMPUTE WS-ST-RAW-START = (WS-ST-REF-START - 1) * 2 + 1.
024949     COMPUTE WS-ST-RAW-LEN = WS-ST-REF-LEN * 2.
024950     PERFORM REFMOD-ONE-N-CASE-RTN
024951         VARYING WS-N-IDX FROM 1 BY 1
024952         UNTIL WS-N-IDX > 3.
024953     MOVE WS-STR-IMAGE-6 TO VAR OF TEST-STR-CASE (6).
024954     MOVE WS-STR-EXPECT-6 TO WS-STR-EXPECTED (6).
024955 EXIT.
024956*
024957 REFMOD-ONE-N-CASE-RTN SECTION.
024958     MOVE WS-EXPECTED-N (WS-N-IDX) TO WS-ST-REF-WHOLE.
024959     MOVE WS-ST-REF-WHOLE (WS-ST-REF-START:WS-ST-REF-LEN)
024960         TO WS-ST-REF-SLICE.
024961     MOVE WS-ST-REF-SLICE-RAW TO WS-ST6-SLICE (WS-N-IDX).
024962     MOVE WS-ST-REF-WHOLE-RAW (WS-ST-RAW-START:WS-ST-RAW-LEN)
024963         TO WS-ST6E-SLICE (WS-N-IDX).
024964     MOVE 'Y' TO WS-ST6E-MATCH (WS-N-IDX).
024965     IF WS-ST6-SLICE (WS-N-IDX) = WS-ST6E-SLICE (WS-N-IDX)
024966         MOVE 'Y' TO WS-ST6-MATCH (WS-N-IDX)
024967     ELSE
024968         MOVE 'N' TO WS-ST6-MATCH (WS-N-IDX)
024969     END-IF.
024970 EXIT.
024971*================================================================*
024972* VERIFY-TEST-STR-RTN - ONE VERDICT FOR THE WHOLE STRING-HANDLING*
024973* GROUP; EACH CASE WHOSE IMAGE DISAGREES WITH ITS EXPECTED IMAGE *
024974* IS NAMED ON SYSOUT, THE SAME WAY VERIFY-TEST-ARITH-RTN NAMES   *
024975* ITS CASES.                                                     *
024976*================================================================*
024977 VERIFY-TEST-STR-RTN SECTION.
024978     PERFORM NEXT-VERIFY-SLOT-RTN.
024979     MOVE 'TEST-STR'   TO WS-VERIFY-NAME (WS-VERIFY-IDX).
024980     MOVE 'N' TO WS-STR-MISMATCH-SW.
024981     PERFORM CHECK-STR-CASE-RTN
024982         VARYING WS-STR-IDX FROM 1 BY 1
024983         UNTIL WS-STR-IDX > 6.
024984     IF WS-STR-MISMATCH
024985         SET WS-VERIFY-FAILED (WS-VERIFY-IDX) TO TRUE
024986     ELSE
024987         SET WS-VERIFY-PASSED (WS-VERIFY-IDX) TO TRUE
024988     END-IF.
024989 EXIT.
024990*
024991 CHECK-STR-CASE-RTN SECTION.
024992     IF VAR OF TEST-STR-CASE (WS-STR-IDX)
024993             NOT = WS-STR-EXPECTED (WS-STR-IDX)
024994         PERFORM SET-STR-CASE-NAME-RTN
024995         DISPLAY WS-STR-CASE-NAME ' RESULT='
024996             VAR OF TEST-STR-CASE (WS-STR-IDX)
024997             ' EXPECTED=' WS-STR-EXPECTED (WS-STR-IDX) ' MISMATCH'
024998         SET WS-STR-MISMATCH TO TRUE
024999     END-IF.
025000 EXIT.
025001*
025002 SET-STR-CASE-NAME-RTN SECTION.
025003     EVALUATE WS-STR-IDX
025004         WHEN 1 MOVE 'TEST-STR-1' TO WS-STR-CASE-NAME
025005         WHEN 2 MOVE 'TEST-STR-2' TO WS-STR-CASE-NAME
025006         WHEN 3 MOVE 'TEST-STR-3' TO WS-STR-CASE-NAME
025007         WHEN 4 MOVE 'TEST-STR-4' TO WS-STR-CASE-NAME
025008         WHEN 5 MOVE 'TEST-STR-5' TO WS-STR-CASE-NAME
025009         WHEN 6 MOVE 'TEST-STR-6' TO WS-STR-CASE-NAME
025010     END-EVALUATE.
025011 EXIT.
025012*================================================================*
025020* CALL-LINKAGE-TEST-RTN - LOADS THE THREE PARAMETER AREAS WITH   *
025030* KNOWN VALUES (THE NATIONAL FIELDS REUSE THE FIRST TWO          *
025040* TEST-N CASES), SAVES AN IMAGE OF THE CONTENT AREA, AND CALLS   *
026210             DISPLAY 'SOAK MODE: ' WS-SOAK-COUNT
026220                 ' ITERATIONS PER GROUP, TOLERANCE '
026230                 WS-SOAK-TOL-PCT ' PCT'
026240             PERFORM SOAK-SELECT-GROUP-RTN
026250                 VARYING WS-SOAK-GROUP FROM 1 BY 1
026260                 UNTIL WS-SOAK-GROUP > 12
026270             CLOSE TESTPERF-FILE
026280         ELSE
026290             DISPLAY 'TESTPERF OPEN FAILED, FILE STATUS='
026390         IF WS-SOAK-IO-ERROR
026400             MOVE WS-SOAK-ERROR-NAME TO WS-ERROR-NAME
026410             PERFORM RECORD-FILE-ERROR-RTN
026411         END-IF
026412     END-IF.
026413 EXIT.
026414*================================================================*
026415* SOAK-SELECT-GROUP-RTN - A GROUP LEFT OUT OF THE RUN BY A       *
026416* RUN-GROUP / SKIP-GROUP CARD IS LEFT OUT OF THE SOAK AS WELL -  *
026417* NO TIMING RECORD IS WRITTEN FOR IT AND NO DRIFT IS JUDGED.     *
026418*================================================================*
026419 SOAK-SELECT-GROUP-RTN SECTION.
026420     PERFORM SET-SOAK-GROUP-NAME-RTN.
026421     MOVE WS-SOAK-GROUP-NAME TO WS-SEL-GROUP-NAME.
026422     PERFORM LOOKUP-GROUP-NAME-RTN.
026423     IF WS-SEL-GROUP-NUM > ZERO
026424        AND WS-GROUP-SELECTED (WS-SEL-GROUP-NUM)
026425         PERFORM SOAK-ONE-GROUP-RTN
026426     ELSE
026427         DISPLAY 'SOAK ' WS-SOAK-GROUP-NAME
026428             ' NOT RUN (GROUP NOT SELECTED)'
026430     END-IF.
026440 EXIT.
026450*================================================================*
026830         WHEN 9  MOVE 'TEST-DATE'  TO WS-SOAK-GROUP-NAME
026840         WHEN 10 MOVE 'TEST-OVFL'  TO WS-SOAK-GROUP-NAME
026850         WHEN 11 MOVE 'TEST-ARITH' TO WS-SOAK-GROUP-NAME
026855         WHEN 12 MOVE 'TEST-STR'   TO WS-SOAK-GROUP-NAME
026860     END-EVALUATE.
026870 EXIT.
026880*================================================================*
027320         WHEN 11
027330             PERFORM ARITHMETIC-TEST-RTN
027340             PERFORM VERIFY-TEST-ARITH-RTN
027342         WHEN 12
027344             PERFORM STRING-TEST-RTN
027346             PERFORM VERIFY-TEST-STR-RTN
027350     END-EVALUATE.
027360 EXIT.
027370*================================================================*
029990     PERFORM NEXT-VERIFY-SLOT-RTN.
030000     MOVE WS-ERROR-NAME TO WS-VERIFY-NAME (WS-VERIFY-IDX).
030010     SET WS-VERIFY-ERROR (WS-VERIFY-IDX) TO TRUE.
030015     SET WS-VERIFY-FILE-SLOT (WS-VERIFY-IDX) TO TRUE.
030020 EXIT.
030030*================================================================*
030040* OPEN-TESTOUT-RTN / CLOSE-TESTOUT-RTN - MANAGE TESTOUT.DAT,     *
030380* WRITE-TESTOUT-DETAIL-RTN - THE ONE PLACE A TYPE-D DETAIL       *
030390* RECORD GOES OUT: STAMPS THE TYPE CODE, WRITES, CHECKS THE      *
030400* STATUS, AND COUNTS THE RECORD FOR THE TRAILER.  CALLERS LOAD   *
030405* TO-FIELD-NAME / TO-RAW-BYTES / TO-END-POINT FIRST, AND THE     *
030410* OWNING GROUP'S NUMBER IN WS-OUT-GROUP - A GROUP THAT WAS NOT   *
030415* SELECTED FOR THE RUN HAS ITS BYTES BLANKED AND STATUS S SET.   *
030416* THE GROUP'S NAME IS STAMPED FROM SET-SHIELD-GROUP-NAME-RTN,    *
030417* WHOSE NAME AREA IS FREE TO BORROW OUTSIDE THE SHIELDED         *
030418* DISPATCH.                                                      *
030420*================================================================*
030430 WRITE-TESTOUT-DETAIL-RTN SECTION.
030440     IF NOT TESTOUT-WRITE-FAILED
030441         SET TO-DETAIL-RECORD TO TRUE
030442         MOVE WS-OUT-GROUP TO WS-SHD-GROUP
030443         PERFORM SET-SHIELD-GROUP-NAME-RTN
030444         MOVE SHD-GROUP-NAME TO TO-GROUP-NAME
030445         MOVE SPACES TO SHD-GROUP-NAME
030451         IF WS-GROUP-SELECTED (WS-OUT-GROUP)
030452             MOVE SPACE TO TO-RUN-STATUS
030453         ELSE
030454             MOVE SPACES TO TO-RAW-BYTES
030455             SET TO-GROUP-NOT-RUN TO TRUE
030456         END-IF
030460         WRITE TESTOUT-RECORD
030470         PERFORM CHECK-TESTOUT-WRITE-RTN
030480         IF NOT TESTOUT-WRITE-FAILED
032670     ELSE
032680         DISPLAY 'TEST-OVFL-B     OVERFLOW: SILENT TRUNCATION'
032690     END-IF.
032692     PERFORM DISPLAY-STR-CASE-RTN
032694         VARYING WS-STR-IDX FROM 1 BY 1
032696         UNTIL WS-STR-IDX > 6.
032700     IF TESTOUT-FILE-OK
032705         MOVE 1 TO WS-OUT-GROUP
032710         MOVE 'TEST-X'     TO TO-FIELD-NAME
032720         MOVE VAR OF TEST-X TO TO-RAW-BYTES
032730         MOVE END-POINT OF TEST-X TO TO-END-POINT
032740         PERFORM WRITE-TESTOUT-DETAIL-RTN
032745         MOVE 2 TO WS-OUT-GROUP
032750         MOVE 'TEST-9'     TO TO-FIELD-NAME
032760         MOVE VAR-RAW OF TEST-9 TO TO-RAW-BYTES
032770         MOVE END-POINT OF TEST-9 TO TO-END-POINT
032780         IF NOT TESTOUT-WRITE-FAILED
032790             PERFORM WRITE-TESTOUT-DETAIL-RTN
032800         END-IF
032805         MOVE 3 TO WS-OUT-GROUP
032810         MOVE 'TEST-S'     TO TO-FIELD-NAME
032820         MOVE VAR-RAW OF TEST-S TO TO-RAW-BYTES
032830         MOVE END-POINT OF TEST-S TO TO-END-POINT
032840         IF NOT TESTOUT-WRITE-FAILED
032850             PERFORM WRITE-TESTOUT-DETAIL-RTN
032860         END-IF
032865         MOVE 4 TO WS-OUT-GROUP
032870         MOVE 'TEST-COMP3' TO TO-FIELD-NAME
032880         MOVE VAR-RAW OF TEST-COMP3 TO TO-RAW-BYTES
032890         MOVE END-POINT OF TEST-COMP3 TO TO-END-POINT
032900         IF NOT TESTOUT-WRITE-FAILED
032910             PERFORM WRITE-TESTOUT-DETAIL-RTN
032920         END-IF
032925         MOVE 5 TO WS-OUT-GROUP
032930         PERFORM WRITE-N-CASE-RTN
032940             VARYING WS-N-IDX FROM 1 BY 1
032950             UNTIL WS-N-IDX > 3
032955         MOVE 6 TO WS-OUT-GROUP
032960         MOVE 'TEST-B'     TO TO-FIELD-NAME
032970         MOVE VAR-RAW OF TEST-B TO TO-RAW-BYTES
032980         MOVE END-POINT OF TEST-B TO TO-END-POINT
032990         IF NOT TESTOUT-WRITE-FAILED
033000             PERFORM WRITE-TESTOUT-DETAIL-RTN
033010         END-IF
033015         MOVE 7 TO WS-OUT-GROUP
033020         MOVE 'TEST-FLOAT' TO TO-FIELD-NAME
033030         MOVE VAR-RAW OF TEST-FLOAT TO TO-RAW-BYTES
033040         MOVE END-POINT OF TEST-FLOAT TO TO-END-POINT
033050         IF NOT TESTOUT-WRITE-FAILED
033060             PERFORM WRITE-TESTOUT-DETAIL-RTN
033070         END-IF
033075         MOVE 8 TO WS-OUT-GROUP
033080         PERFORM WRITE-TABLE-ENTRY-RTN
033090             VARYING WS-TABLE-IDX FROM 1 BY 1
033100             UNTIL WS-TABLE-IDX > TBL-COUNT
033105         MOVE 9 TO WS-OUT-GROUP
033110         PERFORM WRITE-DATE-CASE-RTN
033120             VARYING WS-DATE-IDX FROM 1 BY 1
033130             UNTIL WS-DATE-IDX > 2
033135         MOVE 10 TO WS-OUT-GROUP
033140         MOVE 'TEST-OVFL-9'  TO TO-FIELD-NAME
033150         MOVE OVFL-9-RAW     TO TO-RAW-BYTES
033160         MOVE END-POINT OF TEST-OVERFLOW TO TO-END-POINT
033350         IF NOT TESTOUT-WRITE-FAILED
033360             PERFORM WRITE-TESTOUT-DETAIL-RTN
033370         END-IF
033372         MOVE 16 TO WS-OUT-GROUP
033374         PERFORM WRITE-STR-CASE-RTN
033376             VARYING WS-STR-IDX FROM 1 BY 1
033378             UNTIL WS-STR-IDX > 6
033380     END-IF.
033390     PERFORM DISPLAY-ABEND-NOTE-RTN
033391         VARYING WS-SHD-NOTE-SUB FROM 1 BY 1
033392         UNTIL WS-SHD-NOTE-SUB > WS-SHD-NOTE-COUNT.
033393     PERFORM DISPLAY-VERIFY-RESULTS-RTN
033394         VARYING WS-VERIFY-IDX FROM 1 BY 1
033395         UNTIL WS-VERIFY-IDX > WS-VERIFY-USED-COUNT.
033396     PERFORM CHECK-GROUP-CATALOG-RTN.
033397 EXIT.
033398*
033399*================================================================*
033400* CHECK-GROUP-CATALOG-RTN - LOOKS EVERY VERIFY-TABLE GROUP UP IN *
033401* THE TESTGRP.DAT CATALOG AND FLAGS ANY GROUP THAT HAS NO ENTRY  *
033402* OR WHOSE ENTRY HAS BEEN RETIRED, SO A NEW GROUP CANNOT REACH   *
033403* PRODUCTION WITHOUT AN OWNER AND A TIER.  A SLOT CLAIMED FOR A  *
033404* DATASET I/O ERROR NAMES A DATASET, NOT A GROUP, AND IS PASSED  *
033405* OVER.  A FLAG IS A REPORT LINE ONLY - THE CONFORMANCE VERDICT  *
033406* IS NOT TOUCHED.  A MISSING CATALOG IS SAID ONCE AND THE CHECK  *
033407* IS SKIPPED.                                                    *
033408*================================================================*
033409 CHECK-GROUP-CATALOG-RTN SECTION.
033410     MOVE ZERO TO WS-UNCATALOGUED-COUNT.
033411     OPEN INPUT TESTGRP-FILE.
033412     IF TESTGRP-FILE-OK
033413         PERFORM CHECK-CATALOG-ENTRY-RTN
033414             VARYING WS-VERIFY-IDX FROM 1 BY 1
033415             UNTIL WS-VERIFY-IDX > WS-VERIFY-USED-COUNT
033416         CLOSE TESTGRP-FILE
033417         IF WS-UNCATALOGUED-COUNT > ZERO
033418             DISPLAY WS-UNCATALOGUED-COUNT
033419                 ' GROUP(S) WITHOUT AN ACTIVE TESTGRP.DAT CATALOG'
033420                 ' ENTRY - OWNER AND TIER UNKNOWN'
033421         END-IF
033422     ELSE
033423*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
033424*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
033425         IF TESTGRP-FILE-STATUS = '05'
033426             CLOSE TESTGRP-FILE
033427         END-IF
033428         DISPLAY 'TESTGRP.DAT GROUP CATALOG NOT AVAILABLE, FILE'
033429             ' STATUS=' TESTGRP-FILE-STATUS
033430             ' - GROUP CATALOG NOT CHECKED'
033431     END-IF.
033432 EXIT.
033433*
033434 CHECK-CATALOG-ENTRY-RTN SECTION.
033435     IF NOT WS-VERIFY-FILE-SLOT (WS-VERIFY-IDX)
033436         MOVE WS-VERIFY-NAME (WS-VERIFY-IDX) TO GC-GROUP-NAME
033437         READ TESTGRP-FILE
033438             INVALID KEY
033439                 DISPLAY WS-VERIFY-NAME (WS-VERIFY-IDX)
033440                     ' CATALOG: NOT IN TESTGRP.DAT'
033441                 ADD 1 TO WS-UNCATALOGUED-COUNT
033442             NOT INVALID KEY
033443                 IF GC-RETIRED
033444                     DISPLAY WS-VERIFY-NAME (WS-VERIFY-IDX)
033445                         ' CATALOG: RETIRED IN TESTGRP.DAT'
033446                     ADD 1 TO WS-UNCATALOGUED-COUNT
033447                 END-IF
033448         END-READ
033449     END-IF.
033450 EXIT.
033460*
033470 DISPLAY-TABLE-ENTRY-RTN SECTION.
033660         WHEN 4 MOVE 'TEST-TABLE-4' TO TO-FIELD-NAME
033670         WHEN 5 MOVE 'TEST-TABLE-5' TO TO-FIELD-NAME
033680     END-EVALUATE.
033681     MOVE TBL-VALUE (WS-TABLE-IDX) TO TO-RAW-BYTES.
033682     MOVE END-POINT OF TEST-TABLE TO TO-END-POINT.
033683     IF NOT TESTOUT-WRITE-FAILED
033684         PERFORM WRITE-TESTOUT-DETAIL-RTN
033685     END-IF.
033686 EXIT.
033687*
033688 DISPLAY-STR-CASE-RTN SECTION.
033689     PERFORM SET-STR-CASE-NAME-RTN.
033690     MOVE WS-STR-CASE-NAME TO WS-REPORT-NAME.
033691     MOVE 'X(30)'       TO WS-REPORT-PICTURE.
033692     MOVE 30            TO WS-REPORT-LENGTH.
033693     MOVE VAR OF TEST-STR-CASE (WS-STR-IDX) TO WS-REPORT-RAW.
033694     PERFORM REPORT-FIELD-RTN.
033695 EXIT.
033696*
033697 WRITE-STR-CASE-RTN SECTION.
033698     PERFORM SET-STR-CASE-NAME-RTN.
033699     MOVE WS-STR-CASE-NAME TO TO-FIELD-NAME.
033700     MOVE VAR OF TEST-STR-CASE (WS-STR-IDX) TO TO-RAW-BYTES.
033701     MOVE END-POINT OF TEST-STR TO TO-END-POINT.
033710     IF NOT TESTOUT-WRITE-FAILED
033720         PERFORM WRITE-TESTOUT-DETAIL-RTN
033730     END-IF.
034820         WHEN WS-VERIFY-WAIVED (WS-VERIFY-IDX)
034830             DISPLAY WS-VERIFY-NAME (WS-VERIFY-IDX)
034840                 ' VERIFY: WAIVED'
034842         WHEN WS-VERIFY-SKIPPED (WS-VERIFY-IDX)
034844             DISPLAY WS-VERIFY-NAME (WS-VERIFY-IDX)
034846                 ' VERIFY: NOT RUN (NOT SELECTED)'
034850         WHEN OTHER
034860             DISPLAY WS-VERIFY-NAME (WS-VERIFY-IDX)
034870                 ' VERIFY: FAIL'
035060*================================================================*
035070 SET-RETURN-CODE-RTN SECTION.
035080     MOVE ZERO TO WS-MISMATCH-COUNT WS-ERROR-COUNT
035090         WS-WAIVED-COUNT WS-SKIPPED-COUNT.
035100     PERFORM TALLY-VERIFY-RESULT-RTN
035110         VARYING WS-VERIFY-IDX FROM 1 BY 1
035120         UNTIL WS-VERIFY-IDX > WS-VERIFY-USED-COUNT.
035310         DISPLAY WS-WAIVED-COUNT ' GROUP FAILURE(S) WAIVED - SEE'
035320             ' THE WAIVER LINES ABOVE'
035330     END-IF.
035331     IF WS-SKIPPED-COUNT > ZERO
035332         DISPLAY 'PARTIAL RUN: ' WS-SKIPPED-COUNT
035333             ' VERDICT(S) NOT RUN (STATUS S) - NOT A FULL'
035334             ' CERTIFICATION'
035335     END-IF.
035340     MOVE WS-RETURN-CODE TO RETURN-CODE.
035350 EXIT.
035360*
035430         ELSE
035440             IF WS-VERIFY-WAIVED (WS-VERIFY-IDX)
035450                 ADD 1 TO WS-WAIVED-COUNT
035452             ELSE
035454                 IF WS-VERIFY-SKIPPED (WS-VERIFY-IDX)
035456                     ADD 1 TO WS-SKIPPED-COUNT
035458                 END-IF
035460             END-IF
035470         END-IF
035480     END-IF.
035630         MOVE WS-RUN-STAMP-TIME TO TH-RUN-TIME
035640         PERFORM GET-JOB-NAME-RTN
035650         MOVE WS-JOB-NAME       TO TH-JOB-NAME
035653         PERFORM GET-SYSTEM-ID-RTN
035656         MOVE WS-SYSTEM-ID      TO TH-SYSTEM-ID
035660         MOVE WS-RETURN-CODE    TO TH-RETURN-CODE
035670         MOVE WS-MISMATCH-COUNT TO TH-MISMATCH-COUNT
035680         MOVE WS-ERROR-COUNT    TO TH-ERROR-COUNT
035682         IF WS-VERIFY-USED-COUNT > WS-HIST-GROUP-MAX
035684             MOVE WS-HIST-GROUP-MAX TO WS-HIST-GROUP-COUNT
035686         ELSE
035688             MOVE WS-VERIFY-USED-COUNT TO WS-HIST-GROUP-COUNT
035690         END-IF
035692         MOVE WS-HIST-GROUP-COUNT TO TH-GROUP-COUNT
035700         PERFORM BUILD-HISTORY-GROUP-RTN
035710             VARYING WS-HIST-SUB FROM 1 BY 1
035714             UNTIL WS-HIST-SUB > WS-HIST-GROUP-COUNT
035718         MOVE WS-HIST-PACK-ID       TO TH-PACK-ID
035722         MOVE WS-HIST-SCENARIO-NAME TO TH-SCENARIO-NAME
035726         MOVE WS-HIST-EXPECTED-RC   TO TH-EXPECTED-RC
035730         WRITE TESTHIST-RECORD
035740         IF TESTHIST-FILE-OK
035750             CLOSE TESTHIST-FILE
036260     MOVE WS-MISMATCH-COUNT    TO LS-MISMATCH-COUNT.
036270     MOVE WS-ERROR-COUNT       TO LS-ERROR-COUNT.
036280     MOVE WS-VERIFY-USED-COUNT TO LS-VERIFY-USED-COUNT.
036281     MOVE WS-RUN-STAMP-DATE    TO LS-RUN-DATE.
036282     MOVE WS-RUN-STAMP-TIME    TO LS-RUN-TIME.
036283     PERFORM POPULATE-RESULT-GROUP-RTN
036284         VARYING WS-HIST-SUB FROM 1 BY 1
036285         UNTIL WS-HIST-SUB > 30.
036290 EXIT.
036300*
036310 POPULATE-RESULT-GROUP-RTN SECTION.
036320     IF WS-HIST-SUB > WS-VERIFY-USED-COUNT
036330         MOVE SPACES TO LS-GROUP-ENTRY (WS-HIST-SUB)
036340     ELSE
036350         MOVE WS-VERIFY-NAME (WS-HIST-SUB)
036360             TO LS-GROUP-NAME (WS-HIST-SUB)
036370         MOVE WS-VERIFY-STATUS (WS-HIST-SUB)
036380             TO LS-GROUP-STATUS (WS-HIST-SUB)
036390     END-IF.
036400 EXIT.
036410*
