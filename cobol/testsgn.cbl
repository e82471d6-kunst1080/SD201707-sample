000100*             THE DELTA COUNT AGAINST TESTBASE.DAT, THE WORST    *
000110*             TIMING DRIFT, AND A SINGLE OVERALL VERDICT WITH    *
000120*             THE REASON ANY ITEM BLOCKS SIGN-OFF.               *
000121*             ONLY A FAILURE IN A BLOCKING-TIER GROUP (PER THE   *
000122*             TESTGRP.DAT GROUP CATALOG, MAINTAINED BY TESTCAT)  *
000123*             BLOCKS; WARNING AND INFORMATIONAL GROUPS THAT      *
000124*             FAIL ARE LISTED AS WARNINGS.  A GROUP THE CATALOG  *
000125*             DOES NOT KNOW (OR HAS RETIRED) IS TREATED AS       *
000126*             BLOCKING.                                          *
000127*             A BASELINE DELTA IS JUDGED THE SAME WAY, BY THE    *
000128*             TIER OF THE GROUP TESTCMP CHARGED IT TO; A DELTA   *
000129*             NO GROUP CLAIMS BLOCKS.                            *
000130*                                                                *
000140* CONTROL CARDS (SGNCARD.DAT, OPTIONAL, TESTIN.DAT CARD STYLE -  *
000150* FIELD NAME IN COLUMNS 1-12, VALUE FROM COLUMN 13):             *
000160*   RUN-DATE     CCYYMMDD OF THE CANDIDATE RUN; THE LAST         *
000166*                JOB-STEP TESTHIST RECORD OF THAT DATE IS THE    *
000172*                CANDIDATE.  WITHOUT A CARD THE LATEST JOB-STEP  *
000178*                RECORD IS TAKEN.  A RUN DRIVEN BY A TESTDRV     *
000184*                SCENARIO PACK IS NEVER A CANDIDATE.             *
000190*================================================================*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. TESTSGN.
000280*----------------------------------------------------------------*
000290* DATE        INIT  DESCRIPTION                                  *
000300* ----------  ----  ----------------------------------------     *
000301* 2026-09-02  RM    ORIGINAL VERSION.                            *
000302* 2026-10-15  RM    A CANDIDATE RUN WITH ANY GROUP STATUS S      *
000303*                   (LEFT OUT BY A RUN-GROUP / SKIP-GROUP CARD)  *
000304*                   IS BLOCKED AS A PARTIAL RUN; S PRINTS AS     *
000305*                   NOT RUN ON THE GROUP LIST.                   *
000306* 2026-10-15  RM    FAILED (F / E) GROUPS ARE JUDGED BY THEIR    *
000307*                   TESTGRP.DAT CATALOG TIER: A BLOCKING-TIER    *
000308*                   FAILURE BLOCKS, A WARNING OR INFORMATIONAL   *
000309*                   ONE PRINTS AS A WARNING AND DOES NOT.  THE   *
000310*                   GROUP LIST SHOWS EACH GROUP'S TIER AND       *
000311*                   OWNER.  THE RUN'S OWN RC 04 / 08 NO LONGER   *
000312*                   BLOCKS BY ITSELF - THE GROUPS BEHIND IT DO.  *
000313* 2026-10-15  RM    THE CANDIDATE SEARCH PASSES OVER TESTDRV     *
000314*                   PACK RUNS (PACK ID ON THE TESTHIST RECORD).  *
000315* 2026-10-15  RM    TESTCMPS VIEW NAMES THE NEW NOT-RUN COUNT.   *
000316* 2026-10-15  RM    BASELINE DELTAS ARE JUDGED PER GROUP FROM    *
000317*                   TESTCMP'S TYPE-G RECORDS: A DELTA IN A       *
000318*                   BLOCKING-TIER, UNCATALOGUED OR UNNAMED GROUP *
000319*                   BLOCKS, ONE IN A WARNING OR INFORMATIONAL    *
000320*                   GROUP (OR A WAIVED GROUP) PRINTS AS A        *
000321*                   WARNING.  DELTAS NO GROUP RECORD ACCOUNTS    *
000322*                   FOR STILL BLOCK.                             *
000323*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340*
000350 INPUT-OUTPUT SECTION.
000460     SELECT OPTIONAL SGNCARD-FILE ASSIGN TO "SGNCARD.DAT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS SGNCARD-FILE-STATUS.
000481     SELECT OPTIONAL TESTGRP-FILE ASSIGN TO "TESTGRP.DAT"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS RANDOM
000484         RECORD KEY IS GC-GROUP-NAME
000485         FILE STATUS IS TESTGRP-FILE-STATUS.
000490 DATA DIVISION.
000500*
000510 FILE SECTION.
000520*----------------------------------------------------------------*
000524* TESTHIST.DAT - ONE SUMMARY RECORD PER TEST1 RUN.  A RECORD     *
000528* CARRYING A PACK ID (TESTHIST-PACK-VIEW, SLOTS 29-30) CAME FROM *
000532* A TESTDRV SCENARIO PACK.  A RECORD FILED BEFORE THE PACK AREA  *
000536* EXISTED MAY HAVE USED THOSE SLOTS FOR GROUPS, AND SHOWS IT BY  *
000540* A GROUP COUNT ABOVE 28.  LAYOUT MUST STAY IN STEP WITH THE FD  *
000544* IN TEST1.                                                      *
000550*----------------------------------------------------------------*
000560 FD  TESTHIST-FILE
000570     RECORDING MODE IS F
000690       10 TH-GROUP-NAME       PIC X(12).
000700       10 TH-GROUP-STATUS     PIC X(01).
000710      05 FILLER                PIC X(04).
000712 01  TESTHIST-PACK-VIEW.
000714      05 FILLER                PIC X(400).
000716      05 TH-PACK-ID           PIC X(16).
000718      05 FILLER                PIC X(14).
000720*----------------------------------------------------------------*
000730* TESTPERF.DAT - THE SOAK TIMING REPORT, ONE RECORD PER GROUP.   *
000740* LAYOUT MUST STAY IN STEP WITH THE FD IN TEST1.                 *
000870      05 TP-DRIFT-FLAG        PIC X(05).
000880      05 FILLER                PIC X(21).
000890*----------------------------------------------------------------*
000896* TESTCMPS.DAT - TESTCMP'S DELTA SUMMARY (TYPE S, OR BLANK FROM  *
000902* AN OLDER TESTCMP) FOLLOWED BY ONE TYPE-G RECORD PER GROUP      *
000908* CHARGED WITH A DELTA.  LAYOUT MUST STAY IN STEP WITH THE FD IN *
000914* TESTCMP.                                                       *
000920*----------------------------------------------------------------*
000930 FD  TESTCMPS-FILE
000940     RECORDING MODE IS F
001030      05 CS-RETURN-CODE       PIC 9(02).
001040      05 CS-CMP-DATE          PIC X(08).
001050      05 CS-CMP-TIME          PIC X(08).
001056      05 CS-NOT-RUN-COUNT     PIC 9(04).
001057      05 FILLER                PIC X(29).
001058      05 CS-RECORD-TYPE       PIC X(01).
001059         88 CS-GROUP-RECORD   VALUE 'G'.
001060 01  TESTCMPS-GROUP-RECORD.
001061      05 CG-RUN-DATE          PIC X(08).
001062      05 CG-RUN-TIME          PIC X(08).
001063      05 CG-GROUP-NAME        PIC X(12).
001064      05 CG-ADDED-COUNT       PIC 9(04).
001065      05 CG-MISSING-COUNT     PIC 9(04).
001066      05 CG-CHANGED-COUNT     PIC 9(04).
001067      05 FILLER                PIC X(40).
001070*----------------------------------------------------------------*
001080* SGNCARD.DAT - OPTIONAL CANDIDATE SELECTION, VALIDATED BEFORE   *
001090* ANY DOSSIER LINE IS PRINTED.                                   *
001140     LABEL RECORDS ARE STANDARD.
001150 01  SGNCARD-RECORD.
001160      05 SG-FIELD-NAME        PIC X(12).
001161      05 SG-FIELD-VALUE       PIC X(60).
001162      05 FILLER                PIC X(08).
001163*----------------------------------------------------------------*
001164* TESTGRP.DAT - THE GROUP CATALOG (KSDS, KEYED ON GROUP NAME),   *
001165* READ BY KEY FOR EACH CANDIDATE GROUP'S TIER AND OWNER.  LAYOUT *
001166* MUST STAY IN STEP WITH THE FD IN TESTCAT.                      *
001167*----------------------------------------------------------------*
001168 FD  TESTGRP-FILE
001169     RECORD CONTAINS 160 CHARACTERS
001170     LABEL RECORDS ARE STANDARD.
001171 01  TESTGRP-RECORD.
001172      05 GC-GROUP-NAME        PIC X(12).
001173      05 GC-OWNER             PIC X(20).
001174      05 GC-TIER              PIC X(01).
001175      05 GC-STATE             PIC X(01).
001176         88 GC-RETIRED        VALUE 'R'.
001177      05 GC-DESCRIPTION       PIC X(50).
001178      05 GC-FEATURE           PIC X(40).
001179      05 GC-ADDED-DATE        PIC X(08).
001180      05 GC-CHANGED-DATE      PIC X(08).
001181      05 FILLER                PIC X(20).
001190*
001200 WORKING-STORAGE SECTION.
001210*----------------------------------------------------------------*
001360      05 FILLER                PIC X(04).
001370 77  WS-WANTED-DATE             PIC X(08) VALUE SPACES.
001380 77  WS-CAND-FOUND-SW           PIC X(01) VALUE 'N'.
001381    88 WS-CAND-FOUND            VALUE 'Y'.
001382*----------------------------------------------------------------*
001383* CATALOG VIEW OF THE CANDIDATE GROUPS - TIER AND OWNER, SLOT    *
001384* FOR SLOT WITH WS-CAND-GROUP-ENTRY.  A TIER OF SPACE MEANS THE  *
001385* CATALOG HAS NO ACTIVE ENTRY (OR THERE IS NO CATALOG), AND SUCH *
001386* A GROUP IS JUDGED AS BLOCKING.                                 *
001387*----------------------------------------------------------------*
001388 01  WS-CAND-CATALOG-TABLE.
001389      05 WS-CAND-CAT-ENTRY OCCURS 30 TIMES.
001390       10 WS-CAND-TIER         PIC X(01).
001391          88 WS-CAND-LOWER-TIER VALUE 'W' 'I'.
001392       10 WS-CAND-OWNER        PIC X(20).
001393 77  WS-CATALOG-SEEN-SW         PIC X(01) VALUE 'N'.
001394    88 WS-CATALOG-SEEN          VALUE 'Y'.
001395 77  WS-TIER-WORD               PIC X(13) VALUE SPACES.
001400*----------------------------------------------------------------*
001410* TIMING TABLE - TESTPERF.DAT LOADED WHOLE; THE WORST DRIFT AND  *
001420* ANY DRIFT FLAG DECIDE THE TIMING LINE OF THE VERDICT.          *
001670 77  WS-CMPS-SEEN-SW            PIC X(01) VALUE 'N'.
001680    88 WS-CMPS-SEEN             VALUE 'Y'.
001690 77  WS-CMPS-DELTA              PIC 9(05) VALUE ZERO.
001691*----------------------------------------------------------------*
001692* GROUP DELTAS - THE TYPE-G RECORDS FOLLOWING THE SUMMARY: EACH  *
001693* GROUP TESTCMP CHARGED WITH A DELTA AND ITS DELTA COUNT (ADDED  *
001694* + MISSING + CHANGED).  WHATEVER PART OF THE SUMMARY'S DELTA    *
001695* COUNT THEY DO NOT ACCOUNT FOR IS UNATTRIBUTED AND BLOCKS.      *
001696*----------------------------------------------------------------*
001697 01  WS-CMPS-GROUP-TABLE.
001698      03 WS-CG-USED-COUNT     PIC 9(02) COMP VALUE ZERO.
001699      03 WS-CMPS-GROUP-ENTRY OCCURS 20 TIMES.
001700       05 WS-CG-NAME           PIC X(12).
001701       05 WS-CG-DELTA          PIC 9(05).
001702 77  WS-CMPS-GROUP-SUB          PIC 9(02) COMP VALUE ZERO.
001703 77  WS-CMPS-ATTRIBUTED         PIC 9(05) VALUE ZERO.
001704 77  WS-CMPS-UNATTRIBUTED       PIC 9(05) VALUE ZERO.
001705 77  WS-DELTA-SLOT              PIC 9(02) COMP VALUE ZERO.
001706 77  WS-DELTA-NAME              PIC X(12) VALUE SPACES.
001707*----------------------------------------------------------------*
001710* BLOCKING REASONS - EVERY ITEM THAT BLOCKS SIGN-OFF CLAIMS A    *
001715* LINE HERE; AN EMPTY LIST IS A GO.  WARNINGS - A FAILURE IN A   *
001720* WARNING OR INFORMATIONAL TIER GROUP - ARE LISTED ON THE PAGE   *
001723* BUT DO NOT BLOCK, AS ARE BASELINE DELTAS IN SUCH A GROUP.      *
001726* 30 LINES COVERS A FAILURE IN EVERY GROUP.                      *
001730*----------------------------------------------------------------*
001740 01  WS-REASON-TABLE.
001750      03 WS-REASON-USED-COUNT PIC 9(02) COMP VALUE ZERO.
001760      03 WS-REASON-LINE       PIC X(60) OCCURS 30 TIMES.
001770 77  WS-REASON-SUB              PIC 9(02) COMP VALUE ZERO.
001780 77  WS-REASON-TEXT             PIC X(60) VALUE SPACES.
001782 01  WS-WARNING-TABLE.
001784      03 WS-WARNING-USED-COUNT PIC 9(02) COMP VALUE ZERO.
001786      03 WS-WARNING-LINE      PIC X(60) OCCURS 30 TIMES.
001788 77  WS-WARNING-SUB             PIC 9(02) COMP VALUE ZERO.
001790*----------------------------------------------------------------*
001800* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
001806*   00  = DOSSIER PRINTED, VERDICT GO (LOWER-TIER WARNINGS MAY   *
001812*         BE LISTED - THEY DO NOT BLOCK)                         *
001820*   04  = DOSSIER PRINTED, VERDICT NO-GO (THE BLOCKING REASONS   *
001830*         ARE ON THE PAGE)                                       *
001840*   08  = DOSSIER COULD NOT BE ASSEMBLED: TESTHIST MISSING,      *
002020 77  SGNCARD-FILE-STATUS        PIC X(02) VALUE ZEROES.
002030    88 SGNCARD-FILE-OK          VALUE '00'.
002040    88 SGNCARD-NOT-FOUND        VALUE '05' '35'.
002042 77  TESTGRP-FILE-STATUS        PIC X(02) VALUE ZEROES.
002044    88 TESTGRP-FILE-OK          VALUE '00'.
002046    88 TESTGRP-NOT-FOUND        VALUE '05' '35'.
002050 77  TESTHIST-EOF-SW            PIC X(01) VALUE 'N'.
002060    88 TESTHIST-EOF             VALUE 'Y'.
002070 77  TESTPERF-EOF-SW            PIC X(01) VALUE 'N'.
002120    88 SGNCARD-EOF              VALUE 'Y'.
002130 77  WS-ENTRY-SUB               PIC 9(02) COMP VALUE ZERO.
002140 77  WS-STATUS-WORD             PIC X(08) VALUE SPACES.
002145 77  WS-SKIPPED-COUNT           PIC 9(02) VALUE ZERO.
002150*
002160 PROCEDURE DIVISION.
002170*================================================================*
002260     IF NOT WS-CARD-ERROR AND NOT WS-IO-ERROR
002270         PERFORM LOAD-PERF-RTN
002280         PERFORM LOAD-COMPARE-SUMMARY-RTN
002285         PERFORM LOAD-CATALOG-RTN
002290         PERFORM SETTLE-VERDICT-RTN
002300         PERFORM PRINT-DOSSIER-RTN
002310     END-IF.
002830 EXIT.
002840*================================================================*
002850* FIND-CANDIDATE-RTN - READS TESTHIST.DAT THROUGH, KEEPING THE   *
002857* LAST JOB-STEP RECORD THAT MATCHES THE REQUESTED DATE (OR       *
002864* SIMPLY THE LAST JOB-STEP RECORD WHEN NO DATE WAS ASKED FOR).   *
002871* PACK RUNS ARE PASSED OVER.                                     *
002880*================================================================*
002890 FIND-CANDIDATE-RTN SECTION.
002900     OPEN INPUT TESTHIST-FILE.
002930         CLOSE TESTHIST-FILE
002940         IF NOT WS-CAND-FOUND
002950             IF WS-WANTED-DATE = SPACES
002956                 DISPLAY 'TESTHIST HOLDS NO JOB-STEP RUN'
002962                     ' - NO RUN TO SIGN OFF'
002970             ELSE
002980                 DISPLAY 'NO JOB-STEP TESTHIST RECORD FOR RUN'
002990                     ' DATE ' WS-WANTED-DATE
003000             END-IF
003010             SET WS-IO-ERROR TO TRUE
003020         END-IF
003120         AT END
003130             SET TESTHIST-EOF TO TRUE
003140         NOT AT END
003147             IF (TH-PACK-ID = SPACES OR TH-GROUP-COUNT > 28)
003154                AND (WS-WANTED-DATE = SPACES
003161                     OR TH-RUN-DATE = WS-WANTED-DATE)
003170                 MOVE TESTHIST-RECORD TO WS-CAND-RECORD
003180                 SET WS-CAND-FOUND TO TRUE
003190             END-IF
003710     END-IF.
003720 EXIT.
003730*================================================================*
003736* LOAD-COMPARE-SUMMARY-RTN - READS TESTCMP'S DELTA SUMMARY AND   *
003742* THE PER-GROUP DELTA RECORDS BEHIND IT.  A MISSING SUMMARY      *
003748* BLOCKS SIGN-OFF LATER - NOBODY CERTIFIES AN UPGRADE WITHOUT    *
003754* THE BASELINE COMPARE.  SHOULD THE DATASET HOLD MORE THAN ONE   *
003760* SUMMARY, THE LAST ONE AND ITS GROUP RECORDS ARE TAKEN.         *
003770*================================================================*
003780 LOAD-COMPARE-SUMMARY-RTN SECTION.
003790     OPEN INPUT TESTCMPS-FILE.
003960 READ-CMPS-RTN SECTION.
003970     READ TESTCMPS-FILE
003980         AT END
003981             SET TESTCMPS-EOF TO TRUE
003982         NOT AT END
003983             IF CS-GROUP-RECORD
003984                 PERFORM STORE-CMPS-GROUP-RTN
003985             ELSE
003986                 MOVE TESTCMPS-RECORD TO WS-CMPS-RECORD
003987                 MOVE ZERO TO WS-CG-USED-COUNT
003988                 SET WS-CMPS-SEEN TO TRUE
003989             END-IF
003990     END-READ.
003991 EXIT.
003992*
003993*    A GROUP RECORD THAT DOES NOT PARSE, OR ONE PAST THE TABLE, IS
003994*    LEFT OUT - ITS DELTAS THEN COUNT AS UNATTRIBUTED AND BLOCK.
003995 STORE-CMPS-GROUP-RTN SECTION.
003996     IF WS-CG-USED-COUNT < 20
003997        AND CG-ADDED-COUNT IS NUMERIC
003998        AND CG-MISSING-COUNT IS NUMERIC
003999        AND CG-CHANGED-COUNT IS NUMERIC
004000         ADD 1 TO WS-CG-USED-COUNT
004001         MOVE WS-CG-USED-COUNT TO WS-CMPS-GROUP-SUB
004002         MOVE CG-GROUP-NAME TO WS-CG-NAME (WS-CMPS-GROUP-SUB)
004003         COMPUTE WS-CG-DELTA (WS-CMPS-GROUP-SUB) =
004004             CG-ADDED-COUNT + CG-MISSING-COUNT + CG-CHANGED-COUNT
004005     END-IF.
004013 EXIT.
004014*================================================================*
004015* LOAD-CATALOG-RTN - LOOKS EACH CANDIDATE GROUP UP IN THE        *
004016* OPTIONAL TESTGRP.DAT CATALOG FOR ITS TIER AND OWNER.  WITH NO  *
004017* CATALOG EVERY TIER STAYS BLANK, SO EVERY FAILURE BLOCKS - THE  *
004018* PAGE SAYS SO.                                                  *
004019*================================================================*
004020 LOAD-CATALOG-RTN SECTION.
004021     MOVE SPACES TO WS-CAND-CATALOG-TABLE.
004022     OPEN INPUT TESTGRP-FILE.
004023     IF TESTGRP-FILE-OK
004024         SET WS-CATALOG-SEEN TO TRUE
004025         PERFORM LOOKUP-GROUP-TIER-RTN
004026             VARYING WS-ENTRY-SUB FROM 1 BY 1
004027             UNTIL WS-ENTRY-SUB > WS-CAND-GROUP-COUNT
004028                OR WS-ENTRY-SUB > 30
004029         CLOSE TESTGRP-FILE
004030     ELSE
004031         IF TESTGRP-FILE-STATUS = '05'
004032             CLOSE TESTGRP-FILE
004033         ELSE
004034             IF NOT TESTGRP-NOT-FOUND
004035                 DISPLAY 'TESTGRP OPEN FAILED, FILE STATUS='
004036                     TESTGRP-FILE-STATUS
004037                 SET WS-IO-ERROR TO TRUE
004038             END-IF
004039         END-IF
004040     END-IF.
004041 EXIT.
004042*
004043 LOOKUP-GROUP-TIER-RTN SECTION.
004044     MOVE WS-CAND-GROUP-NAME (WS-ENTRY-SUB) TO GC-GROUP-NAME.
004045     READ TESTGRP-FILE
004046         INVALID KEY
004047             MOVE 'NOT IN CATALOG' TO WS-CAND-OWNER (WS-ENTRY-SUB)
004048         NOT INVALID KEY
004049             MOVE GC-OWNER TO WS-CAND-OWNER (WS-ENTRY-SUB)
004050             IF NOT GC-RETIRED
004051                 MOVE GC-TIER TO WS-CAND-TIER (WS-ENTRY-SUB)
004052             END-IF
004053     END-READ.
004054 EXIT.
004055*================================================================*
004060* SETTLE-VERDICT-RTN - EVERY BLOCKING CONDITION CLAIMS A REASON  *
004070* LINE.  AN EMPTY LIST IS A GO.  A WAIVED (W) GROUP DOES NOT     *
004080* BLOCK - THE WAIVER ALREADY CARRIES ITS OWN APPROVAL - BUT IT   *
004082* PRINTS ON THE PAGE SO THE SIGNER SEES IT.  A GROUP THE RUN     *
004084* LEFT OUT (S) BLOCKS - NOTHING WAS MEASURED, SO THERE IS        *
004086* NOTHING TO SIGN FOR IT.  A FAILED (F) OR ERRORED (E) GROUP     *
004088* BLOCKS ONLY IN THE BLOCKING TIER (OR WITH NO ACTIVE CATALOG    *
004090* ENTRY); IN A LOWER TIER IT IS A WARNING.  THE RUN'S OWN RC     *
004092* THEREFORE BLOCKS ONLY FOR WHAT THE GROUPS DO NOT SHOW - A      *
004093* REJECTED DECK (12) OR UNMEASURED TIMING DRIFT (06).  A         *
004094* BASELINE DELTA FOLLOWS THE SAME RULE: TESTCMP CHARGES EACH     *
004095* DELTA TO ITS GROUP, AND A GROUP'S DELTAS BLOCK ONLY IN THE     *
004096* BLOCKING TIER (OR WITH NO ACTIVE CATALOG ENTRY, OR NO GROUP    *
004097* NAME AT ALL); IN A LOWER-TIER OR WAIVED GROUP THEY ARE A       *
004098* WARNING - A FAILING GROUP'S STORED BYTES CHANGE WITH IT, SO    *
004099* ITS DELTAS MUST NOT BLOCK WHERE ITS FAILURE DOES NOT.  DELTAS  *
004100* NO GROUP RECORD ACCOUNTS FOR (A SUMMARY FROM AN OLDER TESTCMP) *
004101* BLOCK.                                                         *
004102*================================================================*
004110 SETTLE-VERDICT-RTN SECTION.
004120     IF WS-CAND-RETURN-CODE NOT = '00'
004123        AND WS-CAND-RETURN-CODE NOT = '04'
004126        AND WS-CAND-RETURN-CODE NOT = '08'
004130         MOVE SPACES TO WS-REASON-TEXT
004140         STRING 'CONFORMANCE RUN POSTED RC '
004141             WS-CAND-RETURN-CODE ', NOT 00'
004142             DELIMITED BY SIZE INTO WS-REASON-TEXT
004143         PERFORM ADD-REASON-RTN
004144     END-IF.
004145     MOVE ZERO TO WS-SKIPPED-COUNT.
004146     PERFORM COUNT-SKIPPED-GROUP-RTN
004147         VARYING WS-ENTRY-SUB FROM 1 BY 1
004148         UNTIL WS-ENTRY-SUB > WS-CAND-GROUP-COUNT
004149            OR WS-ENTRY-SUB > 30.
004150     PERFORM JUDGE-GROUP-FAILURE-RTN
004151         VARYING WS-ENTRY-SUB FROM 1 BY 1
004152         UNTIL WS-ENTRY-SUB > WS-CAND-GROUP-COUNT
004153            OR WS-ENTRY-SUB > 30.
004154     IF WS-SKIPPED-COUNT > ZERO
004155         MOVE SPACES TO WS-REASON-TEXT
004156         STRING 'PARTIAL RUN: ' WS-SKIPPED-COUNT
004157             ' GROUP(S) NOT RUN (STATUS S)'
004160             DELIMITED BY SIZE INTO WS-REASON-TEXT
004170         PERFORM ADD-REASON-RTN
004180     END-IF.
004390         END-IF
004400         PERFORM TALLY-DELTA-RTN
004410         IF WS-CMPS-DELTA > ZERO
004415             MOVE ZERO TO WS-CMPS-ATTRIBUTED
004420             PERFORM JUDGE-GROUP-DELTA-RTN
004425                 VARYING WS-CMPS-GROUP-SUB FROM 1 BY 1
004430                 UNTIL WS-CMPS-GROUP-SUB > WS-CG-USED-COUNT
004435             IF WS-CMPS-DELTA > WS-CMPS-ATTRIBUTED
004440                 SUBTRACT WS-CMPS-ATTRIBUTED FROM WS-CMPS-DELTA
004445                     GIVING WS-CMPS-UNATTRIBUTED
004450                 MOVE SPACES TO WS-REASON-TEXT
004455                 STRING 'BASELINE DELTAS CHARGED TO NO GROUP: '
004460                     WS-CMPS-UNATTRIBUTED
004465                     DELIMITED BY SIZE INTO WS-REASON-TEXT
004470                 PERFORM ADD-REASON-RTN
004475             END-IF
004480         END-IF
004490     END-IF.
004500     IF WS-DRIFT-FLAGGED
004720     END-IF.
004730 EXIT.
004740*
004741 COUNT-SKIPPED-GROUP-RTN SECTION.
004742     IF WS-CAND-GROUP-STAT (WS-ENTRY-SUB) = 'S'
004743         ADD 1 TO WS-SKIPPED-COUNT
004744     END-IF.
004745 EXIT.
004746*
004747 JUDGE-GROUP-FAILURE-RTN SECTION.
004748     IF WS-CAND-GROUP-STAT (WS-ENTRY-SUB) = 'F'
004749        OR WS-CAND-GROUP-STAT (WS-ENTRY-SUB) = 'E'
004750         PERFORM SET-STATUS-WORD-RTN
004751         PERFORM SET-TIER-WORD-RTN
004752         MOVE SPACES TO WS-REASON-TEXT
004753         STRING WS-CAND-GROUP-NAME (WS-ENTRY-SUB) ' '
004754             WS-STATUS-WORD (1:5) ' ' WS-TIER-WORD
004755             ' OWNER ' WS-CAND-OWNER (WS-ENTRY-SUB)
004756             DELIMITED BY SIZE INTO WS-REASON-TEXT
004757         IF WS-CAND-LOWER-TIER (WS-ENTRY-SUB)
004758             PERFORM ADD-WARNING-RTN
004759         ELSE
004760             PERFORM ADD-REASON-RTN
004761         END-IF
004762     END-IF.
004763 EXIT.
004764*================================================================*
004765* JUDGE-GROUP-DELTA-RTN - ONE GROUP'S BASELINE DELTAS, JUDGED BY *
004766* THE TIER OF THE CANDIDATE GROUP OF THAT NAME.  A LOWER-TIER OR *
004767* WAIVED GROUP GETS A WARNING; A BLOCKING-TIER GROUP, ONE THE    *
004768* CATALOG DOES NOT KNOW, ONE THE CANDIDATE RUN DID NOT REPORT,   *
004769* OR A DELTA NAMING NO GROUP AT ALL (PRINTED AS UNATTRIBUTED)    *
004770* BLOCKS.                                                        *
004771*================================================================*
004772 JUDGE-GROUP-DELTA-RTN SECTION.
004773     ADD WS-CG-DELTA (WS-CMPS-GROUP-SUB) TO WS-CMPS-ATTRIBUTED.
004774     MOVE WS-CG-NAME (WS-CMPS-GROUP-SUB) TO WS-DELTA-NAME.
004775     MOVE ZERO TO WS-DELTA-SLOT.
004776     IF WS-DELTA-NAME = SPACES
004777         MOVE 'UNATTRIBUTED' TO WS-DELTA-NAME
004778     ELSE
004779         PERFORM MATCH-DELTA-GROUP-RTN
004780             VARYING WS-ENTRY-SUB FROM 1 BY 1
004781             UNTIL WS-ENTRY-SUB > WS-CAND-GROUP-COUNT
004782                OR WS-ENTRY-SUB > 30
004783                OR WS-DELTA-SLOT > ZERO
004784     END-IF.
004785     MOVE SPACES TO WS-REASON-TEXT.
004786     IF WS-DELTA-SLOT = ZERO
004787         STRING WS-DELTA-NAME ' DELTAS '
004788             WS-CG-DELTA (WS-CMPS-GROUP-SUB) ' UNCATALOGUED'
004789             DELIMITED BY SIZE INTO WS-REASON-TEXT
004790         PERFORM ADD-REASON-RTN
004791     ELSE
004792         MOVE WS-DELTA-SLOT TO WS-ENTRY-SUB
004793         PERFORM SET-TIER-WORD-RTN
004794         IF WS-CAND-GROUP-STAT (WS-ENTRY-SUB) = 'W'
004795             MOVE 'WAIVED' TO WS-TIER-WORD
004796         END-IF
004797         STRING WS-DELTA-NAME ' DELTAS '
004798             WS-CG-DELTA (WS-CMPS-GROUP-SUB) ' '
004799             WS-TIER-WORD ' ' WS-CAND-OWNER (WS-ENTRY-SUB)
004800             DELIMITED BY SIZE INTO WS-REASON-TEXT
004801         IF WS-CAND-LOWER-TIER (WS-ENTRY-SUB)
004802            OR WS-CAND-GROUP-STAT (WS-ENTRY-SUB) = 'W'
004803             PERFORM ADD-WARNING-RTN
004804         ELSE
004805             PERFORM ADD-REASON-RTN
004806         END-IF
004807     END-IF.
004808 EXIT.
004809*
004810 MATCH-DELTA-GROUP-RTN SECTION.
004811     IF WS-CAND-GROUP-NAME (WS-ENTRY-SUB) = WS-DELTA-NAME
004812         MOVE WS-ENTRY-SUB TO WS-DELTA-SLOT
004813     END-IF.
004814 EXIT.
004815*
004816 ADD-REASON-RTN SECTION.
004817     IF WS-REASON-USED-COUNT < 30
004818         ADD 1 TO WS-REASON-USED-COUNT
004819         MOVE WS-REASON-TEXT
004820             TO WS-REASON-LINE (WS-REASON-USED-COUNT)
004821     END-IF.
004822 EXIT.
004823*
004824 ADD-WARNING-RTN SECTION.
004825     IF WS-WARNING-USED-COUNT < 30
004826         ADD 1 TO WS-WARNING-USED-COUNT
004827         MOVE WS-REASON-TEXT
004828             TO WS-WARNING-LINE (WS-WARNING-USED-COUNT)
004829     END-IF.
004830 EXIT.
004831*================================================================*
004832* PRINT-DOSSIER-RTN - THE ONE PAGE MANAGEMENT SIGNS: WHO RAN     *
004837* WHAT AND WHEN, EVERY GROUP'S STATUS, TIER AND OWNER, THE       *
004844* DELTA COUNT, THE WORST DRIFT, AND THE VERDICT WITH ITS REASONS *
004851* AND ANY LOWER-TIER WARNINGS.                                   *
004860*================================================================*
004870 PRINT-DOSSIER-RTN SECTION.
004880     DISPLAY ' '.
004940         ' RC=' WS-CAND-RETURN-CODE.
004950     DISPLAY ' '.
004960     DISPLAY 'CONFORMANCE GROUPS (' WS-CAND-GROUP-COUNT '):'.
004962     IF NOT WS-CATALOG-SEEN
004964         DISPLAY '  (NO TESTGRP.DAT GROUP CATALOG - EVERY GROUP'
004966             ' JUDGED AS BLOCKING TIER)'
004968     END-IF.
004970     PERFORM PRINT-GROUP-LINE-RTN
004980         VARYING WS-ENTRY-SUB FROM 1 BY 1
004990         UNTIL WS-ENTRY-SUB > WS-CAND-GROUP-COUNT
005160     END-IF.
005170     DISPLAY ' '.
005180     IF WS-REASON-USED-COUNT = ZERO
005182         IF WS-WARNING-USED-COUNT = ZERO
005184             DISPLAY 'VERDICT: GO - NOTHING BLOCKS SIGN-OFF'
005186         ELSE
005188             DISPLAY 'VERDICT: GO - NOTHING BLOCKS SIGN-OFF;'
005190                 ' LOWER-TIER WARNINGS FOLLOW'
005192         END-IF
005200     ELSE
005210         DISPLAY 'VERDICT: NO-GO'
005220         PERFORM PRINT-REASON-LINE-RTN
005230             VARYING WS-REASON-SUB FROM 1 BY 1
005240             UNTIL WS-REASON-SUB > WS-REASON-USED-COUNT
005250     END-IF.
005252     PERFORM PRINT-WARNING-LINE-RTN
005254         VARYING WS-WARNING-SUB FROM 1 BY 1
005256         UNTIL WS-WARNING-SUB > WS-WARNING-USED-COUNT.
005260     DISPLAY '================================================='.
005270 EXIT.
005280*
005290 PRINT-GROUP-LINE-RTN SECTION.
005291     PERFORM SET-STATUS-WORD-RTN.
005292     PERFORM SET-TIER-WORD-RTN.
005293     DISPLAY '  ' WS-CAND-GROUP-NAME (WS-ENTRY-SUB)
005294         ' ' WS-STATUS-WORD ' ' WS-TIER-WORD
005295         ' ' WS-CAND-OWNER (WS-ENTRY-SUB).
005296 EXIT.
005297*
005298 SET-STATUS-WORD-RTN SECTION.
005300     EVALUATE WS-CAND-GROUP-STAT (WS-ENTRY-SUB)
005310         WHEN 'P' MOVE 'PASS    ' TO WS-STATUS-WORD
005320         WHEN 'F' MOVE 'FAIL    ' TO WS-STATUS-WORD
005330         WHEN 'E' MOVE 'ERROR   ' TO WS-STATUS-WORD
005340         WHEN 'W' MOVE 'WAIVED  ' TO WS-STATUS-WORD
005345         WHEN 'S' MOVE 'NOT RUN ' TO WS-STATUS-WORD
005350         WHEN OTHER MOVE 'UNKNOWN ' TO WS-STATUS-WORD
005360     END-EVALUATE.
005363 EXIT.
005366*
005369 SET-TIER-WORD-RTN SECTION.
005372     EVALUATE WS-CAND-TIER (WS-ENTRY-SUB)
005375         WHEN 'B' MOVE 'BLOCKING'      TO WS-TIER-WORD
005378         WHEN 'W' MOVE 'WARNING'       TO WS-TIER-WORD
005381         WHEN 'I' MOVE 'INFORMATIONAL' TO WS-TIER-WORD
005384         WHEN OTHER MOVE 'UNCATALOGUED' TO WS-TIER-WORD
005387     END-EVALUATE.
005390 EXIT.
005400*
005410 PRINT-REASON-LINE-RTN SECTION.
005420     DISPLAY '  BLOCKED: ' WS-REASON-LINE (WS-REASON-SUB).
005422 EXIT.
005424*
005426 PRINT-WARNING-LINE-RTN SECTION.
005428     DISPLAY '  WARNING: ' WS-WARNING-LINE (WS-WARNING-SUB).
005430 EXIT.
005440*================================================================*
005450* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
