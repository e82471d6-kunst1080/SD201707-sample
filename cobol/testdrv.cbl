000090*             POSTING THE WORST SCENARIO'S RETURN CODE AS THE    *
000100*             STEP RETURN CODE.  ONE JOB STEP AND ONE PAGE       *
000110*             INSTEAD OF FIVE SEPARATE JOBS AND FIVE SYSOUTS.    *
000111*             EACH PACK RUN GETS A PACK ID AND EVERY SCENARIO'S  *
000112*             RESULT IS APPENDED TO THE TESTSCNH.DAT SCENARIO    *
000113*             HISTORY, KEYED TO THE TESTHIST RECORD OF THE SAME  *
000114*             TEST1 RUN BY ITS RUN STAMP.  THE PACK ID, SCENARIO *
000115*             NAME AND EXPECTED RETURN CODE ALSO GO TO TEST1C,   *
000116*             WHICH FILES THEM ON THE TESTHIST RECORD ITSELF.    *
000120*                                                                *
000130* CONTROL CARDS (TESTSCN.DAT, 80-BYTE CARD IMAGES):              *
000140*   COL 1 = 'S'  NEW SCENARIO; COLS 3-10 CARRY ITS NAME.         *
000630*                   SCHEDULER CAN FINALLY RUN THE BROKEN-DECK    *
000640*                   SCENARIOS EVERY NIGHT.  AN UNEXPECTED        *
000650*                   OUTCOME POSTS AT LEAST 04 EVEN WHEN THE      *
000651*                   SCENARIO ITSELF CAME BACK CLEAN.             *
000652* 2026-10-15  RM    SCENARIO HISTORY: EACH PACK RUN IS GIVEN A   *
000653*                   PACK ID (ITS START DATE AND TIME, CARRIED IN *
000654*                   THE CHECKPOINT SO A RESTART KEEPS IT), AND   *
000655*                   EVERY SCENARIO DRIVEN APPENDS ONE RECORD TO  *
000656*                   TESTSCNH.DAT - PACK ID, SCENARIO NAME, TEST1 *
000657*                   RUN STAMP, EXPECTED AND ACTUAL RETURN CODE,  *
000658*                   AS-EXPECTED FLAG AND THE PER-GROUP STATUSES. *
000659*                   THE RUN STAMP TIES THE SCENARIO TO ITS       *
000660*                   TESTHIST RECORD, SO TESTRPT CAN KEEP PACK    *
000661*                   RUNS OUT OF THE PRODUCTION TREND, AND        *
000662*                   TESTPCMP CAN COMPARE ONE PACK WITH THE NEXT. *
000663* 2026-10-15  RM    THE PACK ID, SCENARIO NAME AND EXPECTED      *
000664*                   RETURN CODE ARE PASSED TO TEST1C IN THE      *
000665*                   RESULT AREA'S PACK AREA, SO THE TESTHIST     *
000666*                   RECORD OF EVERY PACK RUN IS MARKED AS ONE    *
000667*                   WHETHER OR NOT TESTSCNH.DAT COULD BE KEPT.   *
000668*                   A TESTSCNH OPEN OR WRITE FAILURE NOW RAISES  *
000669*                   THE STEP RETURN CODE TO AT LEAST 08.         *
000670*----------------------------------------------------------------*
000680 ENVIRONMENT DIVISION.
000690*
000780     SELECT OPTIONAL TESTCKP-FILE ASSIGN TO "TESTCKP.DAT"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS TESTCKP-FILE-STATUS.
000802     SELECT OPTIONAL TESTSCNH-FILE ASSIGN TO "TESTSCNH.DAT"
000804         ORGANIZATION IS SEQUENTIAL
000806         FILE STATUS IS TESTSCNH-FILE-STATUS.
000810 DATA DIVISION.
000820*
000830 FILE SECTION.
001260 01  TESTCKP-RECORD.
001270      05 CKP-SCENARIO-NAME    PIC X(08).
001280      05 CKP-RC               PIC 9(02).
001281      05 CKP-MISMATCHES       PIC 9(04).
001282      05 CKP-ERRORS           PIC 9(04).
001283      05 CKP-PACK-ID          PIC X(16).
001284      05 FILLER                PIC X(46).
001285*----------------------------------------------------------------*
001286* TESTSCNH.DAT - THE SCENARIO HISTORY.  ONE RECORD PER SCENARIO  *
001287* DRIVEN, APPENDED AND CLOSED AS IT FINISHES, NEVER REWRITTEN.   *
001288* SH-RUN-DATE / SH-RUN-TIME ARE THE RUN STAMP TEST1 PUT ON ITS   *
001289* TESTHIST RECORD FOR THE SAME RUN - THE JOIN KEY.               *
001290* SH-EXPECTED-RC IS BLANK WHEN THE SCENARIO HAS NO E CARD, AND   *
001291* SH-AS-EXPECTED IS THEN BLANK TOO; OTHERWISE IT IS Y OR N.      *
001292* GROUP STATUSES ARE AS ON TESTHIST.  ALL FIELDS DISPLAY FORM.   *
001293* THE LAYOUT MUST STAY IN STEP WITH THE FD IN TESTPCMP.          *
001294*----------------------------------------------------------------*
001295 FD  TESTSCNH-FILE
001296     RECORDING MODE IS F
001297     RECORD CONTAINS 480 CHARACTERS
001298     LABEL RECORDS ARE STANDARD.
001299 01  TESTSCNH-RECORD.
001300      05 SH-PACK-ID           PIC X(16).
001301      05 SH-SCENARIO-NAME     PIC X(08).
001302      05 SH-RUN-STAMP.
001303         10 SH-RUN-DATE       PIC X(08).
001304         10 SH-RUN-TIME       PIC X(08).
001305      05 SH-EXPECTED-RC       PIC X(02).
001306      05 SH-ACTUAL-RC         PIC 9(02).
001307      05 SH-AS-EXPECTED       PIC X(01).
001308      05 SH-MISMATCH-COUNT    PIC 9(04).
001309      05 SH-ERROR-COUNT       PIC 9(04).
001310      05 SH-GROUP-COUNT       PIC 9(02).
001311      05 SH-GROUP-ENTRY OCCURS 30 TIMES.
001312       10 SH-GROUP-NAME       PIC X(12).
001313       10 SH-GROUP-STATUS     PIC X(01).
001314      05 FILLER                PIC X(35).
001320*
001330 WORKING-STORAGE SECTION.
001340*----------------------------------------------------------------*
001560      03 WS-RES-MISMATCH-COUNT PIC 9(04) COMP.
001570      03 WS-RES-ERROR-COUNT   PIC 9(04) COMP.
001580      03 WS-RES-VERIFY-COUNT  PIC 9(04) COMP.
001581      03 WS-RES-RUN-DATE      PIC X(08).
001582      03 WS-RES-RUN-TIME      PIC X(08).
001583      03 WS-RES-GROUP-ENTRY OCCURS 30 TIMES.
001584       05 WS-RES-GROUP-NAME    PIC X(12).
001585       05 WS-RES-GROUP-STATUS  PIC X(01).
001586      03 WS-RES-PACK-AREA.
001587       05 WS-RES-PACK-ID       PIC X(16).
001588       05 WS-RES-SCENARIO-NAME PIC X(08).
001589       05 WS-RES-EXPECTED-RC   PIC X(02).
001590*----------------------------------------------------------------*
001600* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
001610*   00-12 = THE WORST RETURN CODE AMONG SCENARIOS THAT DID NOT  *
001670*           MISSING, UNREADABLE, OR MALFORMED, NO SCENARIO TO    *
001680*           DRIVE, THE SCENARIO TABLE OVERFLOWED, OR TEST1C      *
001690*           COULD NOT BE CALLED                                  *
001693*   A SCENARIO-HISTORY (TESTSCNH) OPEN OR WRITE FAILURE RAISES   *
001696*   THE CODE TO AT LEAST 08 BY THE SAME SEVERITY ORDER.          *
001700*----------------------------------------------------------------*
001710 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001720 77  WS-WORST-RC                PIC 9(02) COMP VALUE ZERO.
002170 77  TESTCKP-EOF-SW             PIC X(01) VALUE 'N'.
002180    88 TESTCKP-EOF              VALUE 'Y'.
002190 77  WS-SCEN-SKIP-SW            PIC X(01) VALUE 'N'.
002191    88 WS-SCEN-SKIPPING         VALUE 'Y'.
002192*----------------------------------------------------------------*
002193* PACK ID AND SCENARIO-HISTORY WORK AREA.                        *
002194*----------------------------------------------------------------*
002195 77  WS-PACK-ID                 PIC X(16) VALUE SPACES.
002196 77  WS-GROUP-SUB               PIC 9(02) COMP VALUE ZERO.
002197 77  TESTSCNH-FILE-STATUS       PIC X(02) VALUE ZEROES.
002198    88 TESTSCNH-FILE-OK         VALUE '00'.
002199*   STATUS 05 ON THE EXTEND OPEN MEANS THE SCENARIO HISTORY WAS
002200*   NOT THERE YET AND WAS CREATED - THE FIRST PACK, NOT AN ERROR.
002201    88 TESTSCNH-OPEN-OK         VALUE '00' '05'.
002202 77  WS-SCNH-ERROR-SW           PIC X(01) VALUE 'N'.
002203    88 WS-SCNH-ERROR            VALUE 'Y'.
002204 01  WS-CURRENT-DATE-AREA.
002205      03 WS-CD-DATE-TIME        PIC X(16).
002206      03 FILLER                 PIC X(05).
002210*
002220 PROCEDURE DIVISION.
002230*================================================================*
002270*================================================================*
002280 MAIN-RTN.
002290     PERFORM LOAD-CHECKPOINT-RTN.
002295     PERFORM SET-PACK-ID-RTN.
002300     PERFORM READ-CONTROL-DECK-RTN.
002310     IF NOT WS-DRIVER-ERROR
002320         PERFORM RETIRE-CHECKPOINT-RTN
002330     END-IF.
002340     PERFORM REPORT-MATRIX-RTN.
002350     PERFORM SET-RETURN-CODE-RTN.
002351     GOBACK.
002352*================================================================*
002353* SET-PACK-ID-RTN - A FRESH PACK IS IDENTIFIED BY ITS START DATE *
002354* AND TIME.  A RESTART KEEPS THE ID THE CHECKPOINT CARRIES, SO   *
002355* THE SCENARIOS OF ONE PACK SHARE ONE ID HOWEVER MANY TIMES THE  *
002356* PACK HAD TO BE RESUMED.                                        *
002357*================================================================*
002358 SET-PACK-ID-RTN SECTION.
002359     IF WS-PACK-ID = SPACES
002360         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
002361         MOVE WS-CD-DATE-TIME TO WS-PACK-ID
002362         DISPLAY 'TESTDRV: PACK ID ' WS-PACK-ID
002363     ELSE
002364         DISPLAY 'TESTDRV: PACK ID ' WS-PACK-ID
002365             ' (RESUMED FROM CHECKPOINT)'
002366     END-IF.
002367 EXIT.
002370*
002380 READ-CONTROL-DECK-RTN SECTION.
002390     OPEN INPUT TESTSCN-FILE.
004040     MOVE ZERO TO WS-RES-MISMATCH-COUNT.
004050     MOVE ZERO TO WS-RES-ERROR-COUNT.
004060     MOVE ZERO TO WS-RES-VERIFY-COUNT.
004061     MOVE SPACES TO WS-RES-RUN-DATE.
004062     MOVE SPACES TO WS-RES-RUN-TIME.
004063     MOVE WS-PACK-ID TO WS-RES-PACK-ID.
004064     MOVE WS-PENDING-NAME TO WS-RES-SCENARIO-NAME.
004065     IF WS-PENDING-HAS-EXPECT
004066         MOVE WS-PENDING-EXPECT-RC TO WS-RES-EXPECTED-RC
004067     ELSE
004068         MOVE SPACES TO WS-RES-EXPECTED-RC
004069     END-IF.
004070     DISPLAY 'TESTDRV: RUNNING SCENARIO ' WS-PENDING-NAME.
004080     CALL 'TEST1C' USING WS-RESULT-AREA
004090         ON EXCEPTION
004230             TO WS-SCEN-EXPECT-SW (WS-SCEN-SUB)
004240         MOVE WS-PENDING-EXPECT-RC
004250             TO WS-SCEN-EXPECTED-RC (WS-SCEN-SUB)
004255         PERFORM WRITE-SCENARIO-HISTORY-RTN
004260         PERFORM WRITE-CHECKPOINT-RTN
004270     END-IF.
004280 EXIT.
004860             MOVE CKP-MISMATCHES
004870                 TO WS-CKP-MISMATCHES (WS-CKP-SUB)
004880             MOVE CKP-ERRORS TO WS-CKP-ERRORS (WS-CKP-SUB)
004882             IF WS-PACK-ID = SPACES
004884                 MOVE CKP-PACK-ID TO WS-PACK-ID
004886             END-IF
004890     END-EVALUATE.
004900 EXIT.
004910*================================================================*
005040         MOVE WS-SCEN-MISMATCHES (WS-SCEN-SUB)
005050             TO CKP-MISMATCHES
005060         MOVE WS-SCEN-ERRORS (WS-SCEN-SUB) TO CKP-ERRORS
005065         MOVE WS-PACK-ID TO CKP-PACK-ID
005070         WRITE TESTCKP-RECORD
005080         IF NOT TESTCKP-FILE-OK
005090             DISPLAY 'TESTCKP WRITE FAILED, FILE STATUS='
005100                 TESTCKP-FILE-STATUS
005101         END-IF
005102         CLOSE TESTCKP-FILE
005103     ELSE
005104         DISPLAY 'TESTCKP OPEN EXTEND FAILED, FILE STATUS='
005105             TESTCKP-FILE-STATUS
005106     END-IF.
005107 EXIT.
005108*================================================================*
005109* WRITE-SCENARIO-HISTORY-RTN - APPENDS THE JUST-COMPLETED        *
005110* SCENARIO'S RESULT TO THE SCENARIO HISTORY AND CLOSES IT AT     *
005111* ONCE, AS THE CHECKPOINT IS.  A HISTORY RECORD THAT CANNOT BE   *
005112* KEPT DOES NOT STOP THE PACK (THE TESTHIST RECORD IS MARKED AS  *
005113* A PACK RUN EITHER WAY), BUT IT RAISES THE STEP RETURN CODE TO  *
005114* AT LEAST 08 SO THE GAP IN THE SCENARIO HISTORY IS NOT MISSED.  *
005115* A SCENARIO RESTORED FROM THE CHECKPOINT WAS FILED WHEN IT RAN  *
005116* AND IS NOT FILED AGAIN.                                        *
005117*================================================================*
005118 WRITE-SCENARIO-HISTORY-RTN SECTION.
005119     OPEN EXTEND TESTSCNH-FILE.
005120     IF TESTSCNH-OPEN-OK
005121         MOVE SPACES TO TESTSCNH-RECORD
005122         MOVE WS-PACK-ID TO SH-PACK-ID
005123         MOVE WS-SCEN-NAME (WS-SCEN-SUB) TO SH-SCENARIO-NAME
005124         MOVE WS-RES-RUN-DATE TO SH-RUN-DATE
005125         MOVE WS-RES-RUN-TIME TO SH-RUN-TIME
005126         MOVE WS-SCEN-RC (WS-SCEN-SUB) TO SH-ACTUAL-RC
005127         IF WS-SCEN-HAS-EXPECT (WS-SCEN-SUB)
005128             MOVE WS-SCEN-EXPECTED-RC (WS-SCEN-SUB)
005129                 TO SH-EXPECTED-RC
005130             IF WS-SCEN-RC (WS-SCEN-SUB) =
005131                     WS-SCEN-EXPECTED-RC (WS-SCEN-SUB)
005132                 MOVE 'Y' TO SH-AS-EXPECTED
005133             ELSE
005134                 MOVE 'N' TO SH-AS-EXPECTED
005135             END-IF
005136         END-IF
005137         MOVE WS-SCEN-MISMATCHES (WS-SCEN-SUB)
005138             TO SH-MISMATCH-COUNT
005139         MOVE WS-SCEN-ERRORS (WS-SCEN-SUB) TO SH-ERROR-COUNT
005140         IF WS-RES-VERIFY-COUNT > 30
005141             MOVE 30 TO SH-GROUP-COUNT
005142         ELSE
005143             MOVE WS-RES-VERIFY-COUNT TO SH-GROUP-COUNT
005144         END-IF
005145         PERFORM BUILD-HISTORY-GROUP-RTN
005146             VARYING WS-GROUP-SUB FROM 1 BY 1
005147             UNTIL WS-GROUP-SUB > SH-GROUP-COUNT
005148         WRITE TESTSCNH-RECORD
005149         IF NOT TESTSCNH-FILE-OK
005150             DISPLAY 'TESTSCNH WRITE FAILED, FILE STATUS='
005151                 TESTSCNH-FILE-STATUS
005152             SET WS-SCNH-ERROR TO TRUE
005153         END-IF
005154         CLOSE TESTSCNH-FILE
005155     ELSE
005156         DISPLAY 'TESTSCNH OPEN EXTEND FAILED, FILE STATUS='
005157             TESTSCNH-FILE-STATUS
005158         SET WS-SCNH-ERROR TO TRUE
005159     END-IF.
005160 EXIT.
005161*
005162 BUILD-HISTORY-GROUP-RTN SECTION.
005163     MOVE WS-RES-GROUP-NAME (WS-GROUP-SUB)
005164         TO SH-GROUP-NAME (WS-GROUP-SUB).
005165     MOVE WS-RES-GROUP-STATUS (WS-GROUP-SUB)
005166         TO SH-GROUP-STATUS (WS-GROUP-SUB).
005170 EXIT.
005180*================================================================*
005190* RETIRE-CHECKPOINT-RTN - A CLEAN END OF PACK EMPTIES THE       *
005360 REPORT-MATRIX-RTN SECTION.
005370     DISPLAY ' '.
005380     DISPLAY 'TESTDRV SCENARIO MATRIX'.
005385     DISPLAY 'PACK ID ' WS-PACK-ID.
005390     DISPLAY 'SCENARIO  RC  MISMATCH  ERRORS  VERDICT '
005400         ' EXP OUTCOME'.
005410     DISPLAY '--------  --  --------  ------  --------'
006410         PERFORM RANK-SCENARIO-RTN
006420             VARYING WS-SCEN-SUB FROM 1 BY 1
006430             UNTIL WS-SCEN-SUB > WS-SCEN-USED-COUNT
006431         IF WS-SCNH-ERROR
006432             MOVE 8 TO WS-RANK-RC
006433             PERFORM RANK-RETURN-CODE-RTN
006434             IF WS-RC-RANK > WS-WORST-RANK
006435                 MOVE WS-RC-RANK TO WS-WORST-RANK
006436                 MOVE WS-RANK-RC TO WS-WORST-RC
006437             END-IF
006438         END-IF
006440         MOVE WS-WORST-RC TO WS-RETURN-CODE
006450     END-IF.
006460     DISPLAY 'TESTDRV: STEP RETURN CODE ' WS-RETURN-CODE.
