000030* PURPOSE:    BASELINE CERTIFICATION AND PROMOTION FOR THE TEST1 *
000040*             CONFORMANCE SUITE.  PROMOTES THE CURRENT RUN'S     *
000050*             TESTOUT.DAT TO THE CERTIFIED BASELINE TESTBASE.DAT *
000055*             ONLY WHEN THE LATEST JOB-STEP TESTHIST RECORD      *
000060*             SHOWS RC 00 (A RUN DRIVEN BY A TESTDRV SCENARIO    *
000065*             PACK IS NEVER A CANDIDATE),                        *
000070*             THE DATASET PASSES THE SAME HEADER/TRAILER         *
000080*             STRUCTURE CHECK TESTCMP APPLIES, AND AN OPERATOR   *
000090*             APPROVAL CARD (CERTCARD.DAT) NAMES WHO SIGNED THE  *
000280* DATE        INIT  DESCRIPTION                                  *
000290* ----------  ----  ----------------------------------------     *
000300* 2026-09-02  RM    ORIGINAL VERSION.                            *
000301* 2026-10-15  RM    A CANDIDATE RUN WHOSE TESTHIST RECORD SHOWS  *
000302*                   ANY GROUP STATUS S (A SELECTIVE RUN LEFT IT  *
000303*                   OUT) IS REFUSED - A PARTIAL RUN CANNOT       *
000304*                   STAND AS THE CERTIFIED BASELINE.             *
000305* 2026-10-15  RM    THE CANDIDATE VERDICT PASSES OVER TESTDRV    *
000306*                   PACK RUNS (PACK ID ON THE TESTHIST RECORD).  *
000310*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330*
000620 FILE SECTION.
000630*----------------------------------------------------------------*
000640* TESTHIST.DAT - THE CUMULATIVE RUN HISTORY WRITTEN BY TEST1.    *
000644* THE LAST JOB-STEP RECORD IS THE CANDIDATE RUN'S VERDICT; A     *
000648* RECORD CARRYING A PACK ID (TESTHIST-PACK-VIEW, SLOTS 29-30)    *
000652* CAME FROM A TESTDRV SCENARIO PACK.  A RECORD FILED BEFORE THE  *
000656* PACK AREA EXISTED MAY HAVE USED THOSE SLOTS FOR GROUPS, AND    *
000660* SHOWS IT BY A GROUP COUNT ABOVE 28.  LAYOUT MUST STAY IN STEP  *
000664* WITH THE FD IN TEST1.                                          *
000670*----------------------------------------------------------------*
000680 FD  TESTHIST-FILE
000690     RECORDING MODE IS F
000810       10 TH-GROUP-NAME       PIC X(12).
000820       10 TH-GROUP-STATUS     PIC X(01).
000830      05 FILLER                PIC X(04).
000832 01  TESTHIST-PACK-VIEW.
000834      05 FILLER                PIC X(400).
000836      05 TH-PACK-ID           PIC X(16).
000838      05 FILLER                PIC X(14).
000840*----------------------------------------------------------------*
000850* TESTOUT.DAT - THE CANDIDATE RUN'S REGRESSION RESULTS DATASET   *
000860* AS WRITTEN BY TEST1.  SAME 80-BYTE LAYOUT TESTCMP READS.       *
002010      03 WS-HIST-RUN-DATE     PIC X(08) VALUE SPACES.
002020      03 WS-HIST-RUN-TIME     PIC X(08) VALUE SPACES.
002030      03 WS-HIST-RETURN-CODE  PIC X(02) VALUE SPACES.
002033      03 WS-HIST-SKIPPED-COUNT PIC 9(02) COMP VALUE ZERO.
002036 77  WS-HIST-SUB                PIC 9(02) COMP VALUE ZERO.
002040 77  WS-APPROVER                PIC X(08) VALUE SPACES.
002050*----------------------------------------------------------------*
002060* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
002080*         RECORD APPENDED                                        *
002090*   04  = PROMOTION REFUSED: THE LATEST TESTHIST RECORD IS NOT   *
002100*         RC 00, TESTOUT.DAT IS NOT THE RUN THAT RECORD          *
002106*         DESCRIBES, THAT RECORD SHOWS A GROUP NOT RUN (S),      *
002112*         OR NO APPROVAL CARD NAMES AN APPROVER.                 *
002120*         NOTHING WAS COPIED.                                    *
002130*   08  = PROMOTION COULD NOT RUN: AN OPEN/READ/WRITE FAILURE,   *
002140*         A STRUCTURALLY INVALID TESTOUT.DAT, AN EMPTY OR        *
003400 EXIT.
003410*================================================================*
003420* READ-HISTORY-VERDICT-RTN - READS TESTHIST.DAT THROUGH TO ITS   *
003427* LAST JOB-STEP RECORD, THE CANDIDATE RUN'S VERDICT.  PACK RUNS  *
003434* ARE PASSED OVER.  A HISTORY THAT IS EMPTY, MISSING OR HOLDS    *
003441* ONLY PACK RUNS MEANS THERE IS NO RUN TO CERTIFY.               *
003450*================================================================*
003460 READ-HISTORY-VERDICT-RTN SECTION.
003470     OPEN INPUT TESTHIST-FILE.
003490         PERFORM READ-HISTORY-RTN UNTIL TESTHIST-EOF
003500         CLOSE TESTHIST-FILE
003510         IF NOT WS-HIST-SEEN
003516             DISPLAY 'TESTHIST HOLDS NO JOB-STEP RUN - NO RUN TO'
003522                 ' CERTIFY'
003530             SET WS-IO-ERROR TO TRUE
003540         END-IF
003550     ELSE
003640         AT END
003650             SET TESTHIST-EOF TO TRUE
003660         NOT AT END
003663             IF TH-PACK-ID = SPACES
003666                OR TH-GROUP-COUNT > 28
003669                 SET WS-HIST-SEEN TO TRUE
003672                 MOVE TH-RUN-DATE TO WS-HIST-RUN-DATE
003675                 MOVE TH-RUN-TIME TO WS-HIST-RUN-TIME
003678                 MOVE TH-RETURN-CODE TO WS-HIST-RETURN-CODE
003681                 MOVE ZERO TO WS-HIST-SKIPPED-COUNT
003684                 PERFORM COUNT-SKIPPED-GROUP-RTN
003687                     VARYING WS-HIST-SUB FROM 1 BY 1
003690                     UNTIL WS-HIST-SUB > TH-GROUP-COUNT
003693                        OR WS-HIST-SUB > 30
003696             END-IF
003710     END-READ.
003711 EXIT.
003712*
003713 COUNT-SKIPPED-GROUP-RTN SECTION.
003714     IF TH-GROUP-STATUS (WS-HIST-SUB) = 'S'
003715         ADD 1 TO WS-HIST-SKIPPED-COUNT
003716     END-IF.
003720 EXIT.
003730*================================================================*
003740* LOAD-CANDIDATE-RTN - READS TESTOUT.DAT WHOLE INTO THE          *
004650* EVENING RECORD'S RC-00 VERDICT IS EXACTLY THE BAD PROMOTION    *
004660* THIS PROGRAM EXISTS TO STOP.  TEST1 STAMPS BOTH ARTIFACTS      *
004670* FROM ONE RUN STAMP, SO EQUALITY IS EXACT FOR A GENUINE PAIR.   *
004675* A RUN THAT LEFT ANY GROUP OUT (STATUS S) IS REFUSED AS WELL.   *
004680*================================================================*
004690 JUDGE-PROMOTION-RTN SECTION.
004700     IF WS-IO-ERROR
004880                 WS-CAND-RUN-DATE ' ' WS-CAND-RUN-TIME
004890                 ' IS NOT THE LATEST TESTHIST RUN '
004900                 WS-HIST-RUN-DATE ' ' WS-HIST-RUN-TIME
004901             SET WS-REFUSED TO TRUE
004902         END-IF
004903         IF WS-HIST-SKIPPED-COUNT > ZERO
004904             DISPLAY 'TESTCERT: REFUSED - PARTIAL RUN: '
004905                 WS-HIST-SKIPPED-COUNT ' GROUP(S) IN THE LATEST'
004906                 ' TESTHIST RECORD WERE NOT RUN (STATUS S)'
004910             SET WS-REFUSED TO TRUE
004920         END-IF
004930     END-IF.
