000040*             SOAK TIMINGS FOR THE OFF-PLATFORM DASHBOARD.       *
000050*             READS TESTHIST.DAT - UNPIVOTING THE PER-GROUP      *
000060*             TABLE TO ONE ROW PER RUN PER GROUP - AND           *
000066*             TESTPERF.DAT, AND THE TESTMTX CROSS-SYSTEM MATRIX  *
000072*             TESTMTXD.DAT, AND WRITES THREE COMMA-DELIMITED     *
000080*             EXTRACTS WITH A LABELED COLUMN ROW FIRST AND A     *
000090*             CONTROL ROW LAST CARRYING THE DATA ROW COUNT, SO   *
000100*             THE RECEIVING SIDE CAN RECONCILE THE TRANSFER      *
000110*             INSTEAD OF TRUSTING IT:                            *
000120*               TESTHEXT.DAT - RUN_DATE, RUN_TIME, JOB_NAME,     *
000130*                 RETURN_CODE, GROUP_NAME, GROUP_STATUS          *
000131*                 (P/F/E/W, OR S FOR A GROUP A SELECTIVE RUN     *
000132*                 LEFT OUT - THE DASHBOARD MUST NOT READ S AS A  *
000133*                 PASS OR A FAILURE), SYSTEM_ID, PACK_ID,        *
000134*                 SCENARIO (PACK_ID AND SCENARIO ARE EMPTY ON A  *
000135*                 JOB-STEP RUN AND FILLED ON A TESTDRV SCENARIO  *
000136*                 PACK RUN - THE DASHBOARD TREND MUST LEAVE PACK *
000137*                 RUNS OUT; SYSTEM_ID IS EMPTY ON RUNS FILED     *
000138*                 BEFORE TEST1 STAMPED IT)                       *
000140*               TESTPEXT.DAT - GROUP_NAME, ITERATIONS,           *
000150*                 ELAPSED_HH, CPU_HH, BASE_HH, DRIFT_PCT,        *
000160*                 DRIFT_FLAG                                     *
000161*               TESTXEXT.DAT - GROUP_NAME, SYSTEM_ID,            *
000162*                 GROUP_STATUS, RUN_DATE, RUN_TIME, RETURN_CODE, *
000163*                 AGE_DAYS, STATUS_DIFFERS, SYSTEM_STALE (STATUS *
000164*                 '-' IS A GROUP THAT SYSTEM'S LATEST RUN DID    *
000165*                 NOT HAVE; AN EMPTY STATUS IS A SYSTEM WITH NO  *
000166*                 HISTORY; THE FLAGS ARE Y OR N)                 *
000170*             EVERY SOURCE FIELD IS ALREADY DISPLAY FORM, SO     *
000180*             THIS IS PURELY A FORMAT CHANGE - BUT THE RECORD    *
000190*             VIEWS BELOW MUST STAY IN STEP WITH THE FDS IN      *
000310* DATE        INIT  DESCRIPTION                                  *
000320* ----------  ----  ----------------------------------------     *
000330* 2026-09-02  RM    ORIGINAL VERSION.                            *
000331* 2026-10-15  RM    DOCUMENTED GROUP STATUS S (NOT RUN) IN THE   *
000332*                   HISTORY EXTRACT; IT PASSES THROUGH AS-IS.    *
000333* 2026-10-15  RM    ADDED THE TESTXEXT.DAT EXTRACT OF THE TESTMTX*
000334*                   CROSS-SYSTEM MATRIX; TESTHIST VIEW NOW NAMES *
000335*                   THE SYSTEM ID.                               *
000336* 2026-10-15  RM    HISTORY EXTRACT CARRIES SYSTEM_ID, PACK_ID   *
000337*                   AND SCENARIO SO THE DASHBOARD CAN KEEP       *
000338*                   SCENARIO-PACK RUNS OUT OF THE TREND.         *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360*
000420     SELECT OPTIONAL TESTPERF-FILE ASSIGN TO "TESTPERF.DAT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS TESTPERF-FILE-STATUS.
000442     SELECT OPTIONAL TESTMTXD-FILE ASSIGN TO "TESTMTXD.DAT"
000444         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS TESTMTXD-FILE-STATUS.
000450     SELECT TESTHEXT-FILE ASSIGN TO "TESTHEXT.DAT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS TESTHEXT-FILE-STATUS.
000480     SELECT TESTPEXT-FILE ASSIGN TO "TESTPEXT.DAT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS TESTPEXT-FILE-STATUS.
000502     SELECT TESTXEXT-FILE ASSIGN TO "TESTXEXT.DAT"
000504         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS TESTXEXT-FILE-STATUS.
000510 DATA DIVISION.
000520*
000530 FILE SECTION.
000540*----------------------------------------------------------------*
000544* TESTHIST.DAT - ONE SUMMARY RECORD PER TEST1 RUN.  A RECORD     *
000548* CARRYING A PACK ID (TESTHIST-PACK-VIEW, SLOTS 29-30) CAME FROM *
000552* A TESTDRV SCENARIO PACK.  A RECORD FILED BEFORE THE PACK AREA  *
000556* EXISTED MAY HAVE USED THOSE SLOTS FOR GROUPS, AND SHOWS IT BY  *
000560* A GROUP COUNT ABOVE 28.  LAYOUT MUST STAY IN STEP WITH THE FD  *
000564* IN TEST1.                                                      *
000570*----------------------------------------------------------------*
000580 FD  TESTHIST-FILE
000590     RECORDING MODE IS F
000700      05 TH-GROUP-ENTRY OCCURS 30 TIMES.
000710       10 TH-GROUP-NAME       PIC X(12).
000720       10 TH-GROUP-STATUS     PIC X(01).
000722      05 TH-SYSTEM-ID          PIC X(04).
000724 01  TESTHIST-PACK-VIEW.
000726      05 FILLER                PIC X(400).
000728      05 TH-PACK-ID           PIC X(16).
000730      05 TH-SCENARIO-NAME     PIC X(08).
000732      05 FILLER                PIC X(06).
000740*----------------------------------------------------------------*
000750* TESTPERF.DAT - THE SOAK TIMING REPORT, ONE RECORD PER GROUP.   *
000760* LAYOUT MUST STAY IN STEP WITH THE FD IN TEST1.  OPTIONAL - A   *
000890      05 TP-DRIFT-PCT         PIC S9(05) SIGN LEADING SEPARATE.
000900      05 TP-DRIFT-FLAG        PIC X(05).
000910      05 FILLER                PIC X(21).
000911*----------------------------------------------------------------*
000912* TESTMTXD.DAT - THE TESTMTX CROSS-SYSTEM MATRIX, ONE RECORD PER *
000913* GROUP PER SYSTEM.  LAYOUT MUST STAY IN STEP WITH THE FD IN     *
000914* TESTMTX.  OPTIONAL - A NIGHT WITHOUT THE MATRIX STEP STILL     *
000915* EXTRACTS ITS HISTORY.                                          *
000916*----------------------------------------------------------------*
000917 FD  TESTMTXD-FILE
000918     RECORDING MODE IS F
000919     RECORD CONTAINS 80 CHARACTERS
000920     LABEL RECORDS ARE STANDARD.
000921 01  TESTMTXD-RECORD.
000922      05 MX-GROUP-NAME        PIC X(12).
000923      05 MX-SYSTEM-ID         PIC X(04).
000924      05 MX-GROUP-STATUS      PIC X(01).
000925      05 MX-RUN-DATE          PIC X(08).
000926      05 MX-RUN-TIME          PIC X(08).
000927      05 MX-RETURN-CODE       PIC X(02).
000928      05 MX-AGE-DAYS          PIC 9(05).
000929      05 MX-DIFFERS-FLAG      PIC X(01).
000930      05 MX-STALE-FLAG        PIC X(01).
000931      05 FILLER                PIC X(38).
000932*----------------------------------------------------------------*
000933* THE THREE EXTRACTS - 120-BYTE CARD IMAGES, COMMA-DELIMITED,    *
000940* TRAILING SPACES PADDING EACH ROW.  ROW ONE CARRIES THE COLUMN  *
000950* LABELS; THE LAST ROW IS CONTROL,<DATA ROW COUNT>.              *
000960*----------------------------------------------------------------*
001040     RECORD CONTAINS 120 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  TESTPEXT-RECORD          PIC X(120).
001061 FD  TESTXEXT-FILE
001062     RECORDING MODE IS F
001063     RECORD CONTAINS 120 CHARACTERS
001064     LABEL RECORDS ARE STANDARD.
001065 01  TESTXEXT-RECORD          PIC X(120).
001070*
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------*
001140*----------------------------------------------------------------*
001150 77  WS-HIST-ROW-COUNT          PIC 9(09) VALUE ZERO.
001160 77  WS-PERF-ROW-COUNT          PIC 9(09) VALUE ZERO.
001165 77  WS-MTX-ROW-COUNT           PIC 9(09) VALUE ZERO.
001170 77  WS-ROW-AREA                PIC X(120) VALUE SPACES.
001180*   TEST1 WRITES THE NON-DRIFT FLAG AS ' OK  ' WITH A LEADING
001190*   BLANK, WHICH DELIMITED BY SPACE WOULD TRANSFER AS NOTHING -
001210*   AN EXPLICIT OK OR DRIFT, NEVER AN EMPTY COLUMN.
001220 77  WS-FLAG-TEXT               PIC X(05) VALUE SPACES.
001230 77  WS-ENTRY-SUB               PIC 9(02) COMP VALUE ZERO.
001232*   THE PACK COLUMNS OF THE RUN BEING UNPIVOTED - SPACES (AN
001234*   EMPTY COLUMN) UNLESS THE RUN IS A SCENARIO-PACK RUN.
001236 77  WS-PACK-ID-TEXT            PIC X(16) VALUE SPACES.
001238 77  WS-SCENARIO-TEXT           PIC X(08) VALUE SPACES.
001240*----------------------------------------------------------------*
001250* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
001258*   00  = ALL THREE EXTRACTS WRITTEN AND CONTROL ROWS STAMPED    *
001266*         (AN EMPTY HISTORY, OR A MISSING TESTPERF.DAT OR        *
001274*         TESTMTXD.DAT, EXTRACTS ZERO DATA ROWS, WHICH THE       *
001282*         CONTROL ROW SAYS)                                      *
001290*   08  = AN OPEN/READ/WRITE FAILURE - DO NOT SHIP ANY           *
001300*         EXTRACT                                                *
001310*----------------------------------------------------------------*
001320 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001370 77  TESTPERF-FILE-STATUS       PIC X(02) VALUE ZEROES.
001380    88 TESTPERF-FILE-OK         VALUE '00'.
001390    88 TESTPERF-NOT-FOUND       VALUE '05' '35'.
001392 77  TESTMTXD-FILE-STATUS       PIC X(02) VALUE ZEROES.
001394    88 TESTMTXD-FILE-OK         VALUE '00'.
001396    88 TESTMTXD-NOT-FOUND       VALUE '05' '35'.
001400 77  TESTHEXT-FILE-STATUS       PIC X(02) VALUE ZEROES.
001410    88 TESTHEXT-FILE-OK         VALUE '00'.
001420 77  TESTPEXT-FILE-STATUS       PIC X(02) VALUE ZEROES.
001430    88 TESTPEXT-FILE-OK         VALUE '00'.
001433 77  TESTXEXT-FILE-STATUS       PIC X(02) VALUE ZEROES.
001436    88 TESTXEXT-FILE-OK         VALUE '00'.
001440 77  TESTHIST-EOF-SW            PIC X(01) VALUE 'N'.
001450    88 TESTHIST-EOF             VALUE 'Y'.
001460 77  TESTPERF-EOF-SW            PIC X(01) VALUE 'N'.
001470    88 TESTPERF-EOF             VALUE 'Y'.
001473 77  TESTMTXD-EOF-SW            PIC X(01) VALUE 'N'.
001476    88 TESTMTXD-EOF             VALUE 'Y'.
001480*
001490 PROCEDURE DIVISION.
001500*================================================================*
001510* MAIN-RTN - HISTORY EXTRACT FIRST, TIMING EXTRACT SECOND, THE   *
001520* CROSS-SYSTEM EXTRACT THIRD, AND THE DOCUMENTED RETURN CODE.    *
001530*================================================================*
001540 MAIN-RTN.
001550     PERFORM EXTRACT-HISTORY-RTN.
001560     IF NOT WS-IO-ERROR
001570         PERFORM EXTRACT-PERF-RTN
001572     END-IF.
001574     IF NOT WS-IO-ERROR
001576         PERFORM EXTRACT-MATRIX-RTN
001580     END-IF.
001590     PERFORM SET-RETURN-CODE-RTN.
001600     GOBACK.
001690             TESTHEXT-FILE-STATUS
001700         SET WS-IO-ERROR TO TRUE
001710     ELSE
001717         MOVE 'RUN_DATE,RUN_TIME,JOB_NAME,RETURN_CODE,GROUP_NAME,G
001724-            'ROUP_STATUS,SYSTEM_ID,PACK_ID,SCENARIO'
001731             TO TESTHEXT-RECORD
001740         PERFORM WRITE-HIST-ROW-RTN
001750         OPEN INPUT TESTHIST-FILE
001760         IF TESTHIST-FILE-OK
002180 EXIT.
002190*
002200 UNPIVOT-RUN-RTN SECTION.
002201     IF TH-PACK-ID NOT = SPACES AND TH-GROUP-COUNT NOT > 28
002202         MOVE TH-PACK-ID       TO WS-PACK-ID-TEXT
002203         MOVE TH-SCENARIO-NAME TO WS-SCENARIO-TEXT
002204     ELSE
002205         MOVE SPACES TO WS-PACK-ID-TEXT
002206         MOVE SPACES TO WS-SCENARIO-TEXT
002207     END-IF.
002210     PERFORM BUILD-HIST-ROW-RTN
002220         VARYING WS-ENTRY-SUB FROM 1 BY 1
002230         UNTIL WS-ENTRY-SUB > TH-GROUP-COUNT
002380         TH-GROUP-NAME (WS-ENTRY-SUB) DELIMITED BY SPACE
002390         ',' DELIMITED BY SIZE
002400         TH-GROUP-STATUS (WS-ENTRY-SUB) DELIMITED BY SIZE
002401         ',' DELIMITED BY SIZE
002402         TH-SYSTEM-ID DELIMITED BY SPACE
002403         ',' DELIMITED BY SIZE
002404         WS-PACK-ID-TEXT DELIMITED BY SPACE
002405         ',' DELIMITED BY SIZE
002406         WS-SCENARIO-TEXT DELIMITED BY SPACE
002410         INTO WS-ROW-AREA.
002420     MOVE WS-ROW-AREA TO TESTHEXT-RECORD.
002430     PERFORM WRITE-HIST-ROW-RTN.
003270         TP-BASE-HH DELIMITED BY SIZE
003280         ',' DELIMITED BY SIZE
003290         TP-DRIFT-PCT DELIMITED BY SIZE
003291         ',' DELIMITED BY SIZE
003292         WS-FLAG-TEXT DELIMITED BY SPACE
003293         INTO WS-ROW-AREA.
003294     MOVE WS-ROW-AREA TO TESTPEXT-RECORD.
003295     PERFORM WRITE-PERF-ROW-RTN.
003296     IF NOT WS-IO-ERROR
003297         ADD 1 TO WS-PERF-ROW-COUNT
003298     END-IF.
003299 EXIT.
003300*================================================================*
003301* EXTRACT-MATRIX-RTN - LABEL ROW, ONE DATA ROW PER TESTMTXD      *
003302* RECORD, CONTROL ROW.  A MISSING TESTMTXD.DAT EXTRACTS ZERO     *
003303* DATA ROWS AND SAYS SO IN ITS CONTROL ROW.                      *
003304*================================================================*
003305 EXTRACT-MATRIX-RTN SECTION.
003306     OPEN OUTPUT TESTXEXT-FILE.
003307     IF NOT TESTXEXT-FILE-OK
003308         DISPLAY 'TESTXEXT OPEN FAILED, FILE STATUS='
003309             TESTXEXT-FILE-STATUS
003310         SET WS-IO-ERROR TO TRUE
003311     ELSE
003312         MOVE 'GROUP_NAME,SYSTEM_ID,GROUP_STATUS,RUN_DATE,RUN_TIME
003313-            ',RETURN_CODE,AGE_DAYS,STATUS_DIFFERS,SYSTEM_STALE'
003314             TO TESTXEXT-RECORD
003315         PERFORM WRITE-MATRIX-ROW-RTN
003316         OPEN INPUT TESTMTXD-FILE
003317         IF TESTMTXD-FILE-OK
003318             PERFORM READ-MATRIX-RTN UNTIL TESTMTXD-EOF
003319                 OR WS-IO-ERROR
003320             CLOSE TESTMTXD-FILE
003321         ELSE
003322*            A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET
003323*            LEAVES THE FILE OPEN AND MUST BE CLOSED AGAIN.
003324             IF TESTMTXD-FILE-STATUS = '05'
003325                 CLOSE TESTMTXD-FILE
003326             ELSE
003327                 IF NOT TESTMTXD-NOT-FOUND
003328                     DISPLAY 'TESTMTXD OPEN FAILED, FILE STATUS='
003329                         TESTMTXD-FILE-STATUS
003330                     SET WS-IO-ERROR TO TRUE
003331                 END-IF
003332             END-IF
003333         END-IF
003334         IF NOT WS-IO-ERROR
003335             MOVE SPACES TO WS-ROW-AREA
003336             STRING 'CONTROL,' WS-MTX-ROW-COUNT
003337                 DELIMITED BY SIZE INTO WS-ROW-AREA
003338             MOVE WS-ROW-AREA TO TESTXEXT-RECORD
003339             PERFORM WRITE-MATRIX-ROW-RTN
003340         END-IF
003341         CLOSE TESTXEXT-FILE
003342     END-IF.
003343 EXIT.
003344*
003345 WRITE-MATRIX-ROW-RTN SECTION.
003346     WRITE TESTXEXT-RECORD.
003347     IF TESTXEXT-FILE-OK
003348         CONTINUE
003349     ELSE
003350         DISPLAY 'TESTXEXT WRITE FAILED, FILE STATUS='
003351             TESTXEXT-FILE-STATUS
003352         SET WS-IO-ERROR TO TRUE
003353     END-IF.
003354 EXIT.
003355*
003356 READ-MATRIX-RTN SECTION.
003357     READ TESTMTXD-FILE
003358         AT END
003359             SET TESTMTXD-EOF TO TRUE
003360         NOT AT END
003361             PERFORM BUILD-MATRIX-ROW-RTN
003362     END-READ.
003363 EXIT.
003364*
003365 BUILD-MATRIX-ROW-RTN SECTION.
003366     MOVE SPACES TO WS-ROW-AREA.
003367     STRING MX-GROUP-NAME DELIMITED BY SPACE
003368         ',' DELIMITED BY SIZE
003369         MX-SYSTEM-ID DELIMITED BY SPACE
003370         ',' DELIMITED BY SIZE
003371         MX-GROUP-STATUS DELIMITED BY SPACE
003372         ',' DELIMITED BY SIZE
003373         MX-RUN-DATE DELIMITED BY SPACE
003374         ',' DELIMITED BY SIZE
003375         MX-RUN-TIME DELIMITED BY SPACE
003376         ',' DELIMITED BY SIZE
003377         MX-RETURN-CODE DELIMITED BY SPACE
003378         ',' DELIMITED BY SIZE
003379         MX-AGE-DAYS DELIMITED BY SIZE
003380         ',' DELIMITED BY SIZE
003381         MX-DIFFERS-FLAG DELIMITED BY SIZE
003382         ',' DELIMITED BY SIZE
003383         MX-STALE-FLAG DELIMITED BY SIZE
003384         INTO WS-ROW-AREA.
003385     MOVE WS-ROW-AREA TO TESTXEXT-RECORD.
003386     PERFORM WRITE-MATRIX-ROW-RTN.
003387     IF NOT WS-IO-ERROR
003388         ADD 1 TO WS-MTX-ROW-COUNT
003389     END-IF.
003390 EXIT.
003391*================================================================*
003400* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
003410* WORKING-STORAGE FOR THE TABLE) AND THE EXTRACT COUNTS.         *
003420*================================================================*
003470         MOVE 0 TO WS-RETURN-CODE
003480         DISPLAY 'TESTEXT: ' WS-HIST-ROW-COUNT
003490             ' HISTORY ROWS, ' WS-PERF-ROW-COUNT
003496             ' TIMING ROWS, ' WS-MTX-ROW-COUNT
003502             ' MATRIX ROWS EXTRACTED'
003510     END-IF.
003520     DISPLAY 'TESTEXT: STEP RETURN CODE ' WS-RETURN-CODE.
003530     MOVE WS-RETURN-CODE TO RETURN-CODE.
