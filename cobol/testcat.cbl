000010*================================================================*
000020* PROGRAM:    TESTCAT                                            *
000030* PURPOSE:    BATCH MAINTENANCE OF THE TESTGRP.DAT GROUP         *
000040*             CATALOG - THE KEYED MASTER THAT RECORDS, FOR EVERY *
000050*             TEST1 CONFORMANCE GROUP, THE OWNER TO CALL, THE    *
000060*             CRITICALITY TIER, A DESCRIPTION AND THE PRODUCTION *
000070*             FEATURE THE GROUP PROTECTS.  APPLIES THE ADD /     *
000080*             CHANGE / RETIRE TRANSACTIONS IN TESTGTRN.DAT IN    *
000090*             THE ORDER GIVEN AND PRINTS AN AUDIT LISTING: EACH  *
000100*             TRANSACTION ACCEPTED OR REJECTED (WITH THE REASON) *
000110*             AND THE CATALOG ENTRY BEFORE AND AFTER, THEN THE   *
000120*             WHOLE CATALOG IN GROUP ORDER WITH TOTALS.  TEST1   *
000130*             FLAGS ANY VERIFY-TABLE GROUP MISSING FROM THE      *
000140*             CATALOG, TESTSGN BLOCKS SIGN-OFF ONLY ON A         *
000150*             BLOCKING-TIER FAILURE, AND TESTRPT PRINTS THE      *
000160*             OWNER BESIDE EACH GROUP'S TREND.                   *
000170*                                                                *
000180* TRANSACTIONS (TESTGTRN.DAT, OPTIONAL, 160-BYTE CARDS):         *
000190*   COL   1      ACTION - A = ADD, C = CHANGE, R = RETIRE        *
000200*   COL   2- 13  GROUP NAME AS TEST1 PRINTS IT (E.G. TEST-COMP3) *
000210*   COL  14- 33  OWNER                                           *
000220*   COL  34      TIER - B = BLOCKING, W = WARNING,               *
000230*                I = INFORMATIONAL                               *
000240*   COL  35- 84  DESCRIPTION                                     *
000250*   COL  85-124  PRODUCTION FEATURE PROTECTED                    *
000260* AN ADD NEEDS EVERY FIELD; ADDING A RETIRED GROUP REINSTATES    *
000270* IT.                                                            *
000280* A CHANGE REPLACES ONLY THE FIELDS IT GIVES (BLANK MEANS KEEP). *
000290* A RETIRE NEEDS ONLY THE GROUP NAME - THE ENTRY IS KEPT, MARKED *
000300* RETIRED, SO ITS HISTORY STAYS ATTRIBUTABLE.  A MISSING DATASET *
000310* MEANS NO TRANSACTIONS - THE CATALOG IS SIMPLY LISTED.          *
000320*================================================================*
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. TESTCAT.
000350 AUTHOR. R-MATSKO.
000360 INSTALLATION. SD201707.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED.
000390*----------------------------------------------------------------*
000400* MODIFICATION HISTORY                                           *
000410*----------------------------------------------------------------*
000420* DATE        INIT  DESCRIPTION                                  *
000430* ----------  ----  ----------------------------------------     *
000440* 2026-10-15  RM    ORIGINAL VERSION.                            *
000450* 2026-10-15  RM    THE AFTER IMAGE IS BUILT IN WS-AFTER-IMAGE,  *
000460*                   WRITTEN FROM IT AND PRINTED FROM IT, SO THE  *
000470*                   AUDIT LINE NEVER RELIES ON THE RECORD AREA   *
000480*                   AFTER THE I/O.                               *
000490*----------------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT OPTIONAL TESTGRP-FILE ASSIGN TO "TESTGRP.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS GC-GROUP-NAME
000580         FILE STATUS IS TESTGRP-FILE-STATUS.
000590     SELECT OPTIONAL TESTGTRN-FILE ASSIGN TO "TESTGTRN.DAT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS TESTGTRN-FILE-STATUS.
000620 DATA DIVISION.
000630*
000640 FILE SECTION.
000650*----------------------------------------------------------------*
000660* TESTGRP.DAT - THE GROUP CATALOG (KSDS, KEYED ON GROUP NAME).   *
000670* GC-STATE IS A (ACTIVE) OR R (RETIRED); ENTRIES ARE NEVER       *
000680* DELETED.  LAYOUT MUST STAY IN STEP WITH THE FDS IN TEST1,      *
000690* TESTSGN AND TESTRPT.                                           *
000700*----------------------------------------------------------------*
000710 FD  TESTGRP-FILE
000720     RECORD CONTAINS 160 CHARACTERS
000730     LABEL RECORDS ARE STANDARD.
000740 01  TESTGRP-RECORD.
000750      05 GC-GROUP-NAME        PIC X(12).
000760      05 GC-OWNER             PIC X(20).
000770      05 GC-TIER              PIC X(01).
000780         88 GC-TIER-BLOCKING  VALUE 'B'.
000790         88 GC-TIER-WARNING   VALUE 'W'.
000800         88 GC-TIER-INFO      VALUE 'I'.
000810      05 GC-STATE             PIC X(01).
000820         88 GC-ACTIVE         VALUE 'A'.
000830         88 GC-RETIRED        VALUE 'R'.
000840      05 GC-DESCRIPTION       PIC X(50).
000850      05 GC-FEATURE           PIC X(40).
000860      05 GC-ADDED-DATE        PIC X(08).
000870      05 GC-CHANGED-DATE      PIC X(08).
000880      05 FILLER                PIC X(20).
000890*----------------------------------------------------------------*
000900* TESTGTRN.DAT - THE MAINTENANCE TRANSACTIONS (SEE THE HEADER).  *
000910*----------------------------------------------------------------*
000920 FD  TESTGTRN-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 160 CHARACTERS
000950     LABEL RECORDS ARE STANDARD.
000960 01  TESTGTRN-RECORD.
000970      05 GT-ACTION            PIC X(01).
000980         88 GT-ACTION-ADD     VALUE 'A'.
000990         88 GT-ACTION-CHANGE  VALUE 'C'.
001000         88 GT-ACTION-RETIRE  VALUE 'R'.
001010      05 GT-GROUP-NAME        PIC X(12).
001020      05 GT-OWNER             PIC X(20).
001030      05 GT-TIER              PIC X(01).
001040         88 GT-TIER-VALID     VALUE 'B' 'W' 'I'.
001050      05 GT-DESCRIPTION       PIC X(50).
001060      05 GT-FEATURE           PIC X(40).
001070      05 FILLER                PIC X(36).
001080*
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------*
001110* CATALOG IMAGE WORK AREA - THE ENTRY AS IT STOOD BEFORE THE     *
001120* TRANSACTION AND AS IT STANDS AFTER, FOR THE AUDIT LISTING.     *
001130* THE ACTION ROUTINES BUILD THE NEW ENTRY IN WS-AFTER-IMAGE, AND *
001140* THE CATALOG IS WRITTEN OR REWRITTEN FROM IT, SO THE AFTER LINE *
001150* PRINTS EXACTLY WHAT WAS FILED.  SAME LAYOUT AS TESTGRP-RECORD. *
001160*----------------------------------------------------------------*
001170 01  WS-BEFORE-IMAGE              PIC X(160) VALUE SPACES.
001180 01  WS-AFTER-IMAGE.
001190      05 WA-GROUP-NAME        PIC X(12) VALUE SPACES.
001200      05 WA-OWNER             PIC X(20) VALUE SPACES.
001210      05 WA-TIER              PIC X(01) VALUE SPACE.
001220      05 WA-STATE             PIC X(01) VALUE SPACE.
001230      05 WA-DESCRIPTION       PIC X(50) VALUE SPACES.
001240      05 WA-FEATURE           PIC X(40) VALUE SPACES.
001250      05 WA-ADDED-DATE        PIC X(08) VALUE SPACES.
001260      05 WA-CHANGED-DATE      PIC X(08) VALUE SPACES.
001270      05 FILLER                PIC X(20) VALUE SPACES.
001280 01  WS-PRINT-IMAGE.
001290      05 WI-GROUP-NAME        PIC X(12).
001300      05 WI-OWNER             PIC X(20).
001310      05 WI-TIER              PIC X(01).
001320      05 WI-STATE             PIC X(01).
001330      05 WI-DESCRIPTION       PIC X(50).
001340      05 WI-FEATURE           PIC X(40).
001350      05 WI-ADDED-DATE        PIC X(08).
001360      05 WI-CHANGED-DATE      PIC X(08).
001370      05 FILLER                PIC X(20).
001380 77  WS-IMAGE-LABEL             PIC X(08) VALUE SPACES.
001390*----------------------------------------------------------------*
001400* PER-TRANSACTION OUTCOME AND THE RUN TOTALS.                    *
001410*----------------------------------------------------------------*
001420 77  WS-FOUND-SW                PIC X(01) VALUE 'N'.
001430    88 WS-FOUND                 VALUE 'Y'.
001440 77  WS-REJECT-REASON           PIC X(50) VALUE SPACES.
001450 77  WS-ACCEPT-WORD             PIC X(10) VALUE SPACES.
001460 77  WS-TRAN-COUNT              PIC 9(04) COMP VALUE ZERO.
001470 77  WS-ADDED-COUNT             PIC 9(04) COMP VALUE ZERO.
001480 77  WS-REINSTATED-COUNT        PIC 9(04) COMP VALUE ZERO.
001490 77  WS-CHANGED-COUNT           PIC 9(04) COMP VALUE ZERO.
001500 77  WS-RETIRED-COUNT           PIC 9(04) COMP VALUE ZERO.
001510 77  WS-REJECTED-COUNT          PIC 9(04) COMP VALUE ZERO.
001520 77  WS-CAT-BLOCKING-COUNT      PIC 9(04) COMP VALUE ZERO.
001530 77  WS-CAT-WARNING-COUNT       PIC 9(04) COMP VALUE ZERO.
001540 77  WS-CAT-INFO-COUNT          PIC 9(04) COMP VALUE ZERO.
001550 77  WS-CAT-RETIRED-COUNT       PIC 9(04) COMP VALUE ZERO.
001560 77  WS-PRINT-COUNT             PIC ZZZ9.
001570*----------------------------------------------------------------*
001580* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
001590*   00  = EVERY TRANSACTION APPLIED (OR THERE WERE NONE)         *
001600*   04  = ONE OR MORE TRANSACTIONS REJECTED - THE REST WERE      *
001610*         APPLIED; THE AUDIT LISTING GIVES EACH REASON           *
001620*   08  = THE CATALOG OR THE TRANSACTIONS COULD NOT BE OPENED,   *
001630*         READ OR UPDATED - THE RUN STOPPED AT THE FAILURE       *
001640*----------------------------------------------------------------*
001650 77  WS-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
001660 77  WS-IO-ERROR-SW             PIC X(01) VALUE 'N'.
001670    88 WS-IO-ERROR              VALUE 'Y'.
001680 77  TESTGRP-FILE-STATUS        PIC X(02) VALUE ZEROES.
001690    88 TESTGRP-FILE-OK          VALUE '00'.
001700    88 TESTGRP-RECORD-NOT-FOUND VALUE '23'.
001710*   STATUS 05 ON THE I-O OPEN MEANS THE OPTIONAL CATALOG WAS NOT
001720*   THERE YET AND WAS CREATED - THE FIRST MAINTENANCE RUN, NOT AN
001730*   ERROR.
001740    88 TESTGRP-OPEN-OK          VALUE '00' '05'.
001750 77  TESTGRP-EOF-SW             PIC X(01) VALUE 'N'.
001760    88 TESTGRP-EOF              VALUE 'Y'.
001770 77  TESTGTRN-FILE-STATUS       PIC X(02) VALUE ZEROES.
001780    88 TESTGTRN-FILE-OK         VALUE '00'.
001790    88 TESTGTRN-NOT-FOUND       VALUE '05' '35'.
001800 77  TESTGTRN-EOF-SW            PIC X(01) VALUE 'N'.
001810    88 TESTGTRN-EOF             VALUE 'Y'.
001820 77  WS-TRAN-OPEN-SW            PIC X(01) VALUE 'N'.
001830    88 WS-TRAN-OPEN             VALUE 'Y'.
001840*----------------------------------------------------------------*
001850* CURRENT-DATE VIEW FOR THE ADDED / CHANGED STAMPS.              *
001860*----------------------------------------------------------------*
001870 01  WS-CURRENT-DATE-AREA.
001880      03 WS-CD-DATE              PIC X(08).
001890      03 FILLER                  PIC X(13).
001900*
001910 PROCEDURE DIVISION.
001920*================================================================*
001930* MAIN-RTN - OPEN, APPLY THE TRANSACTIONS IN ORDER, LIST THE     *
001940* CATALOG AS IT NOW STANDS, AND POST THE RETURN CODE.            *
001950*================================================================*
001960 MAIN-RTN.
001970     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA.
001980     PERFORM OPEN-FILES-RTN.
001990     IF NOT WS-IO-ERROR
002000         DISPLAY 'TESTCAT GROUP CATALOG MAINTENANCE - AUDIT'
002010             ' LISTING'
002020         PERFORM READ-TRANSACTION-RTN
002030             UNTIL TESTGTRN-EOF OR WS-IO-ERROR
002040         IF NOT WS-IO-ERROR
002050             PERFORM LIST-CATALOG-RTN
002060         END-IF
002070         CLOSE TESTGRP-FILE
002080     END-IF.
002090     IF WS-TRAN-OPEN
002100         CLOSE TESTGTRN-FILE
002110     END-IF.
002120     PERFORM PRINT-TOTALS-RTN.
002130     PERFORM SET-RETURN-CODE-RTN.
002140     GOBACK.
002150*================================================================*
002160* OPEN-FILES-RTN - THE TRANSACTIONS ARE READ WHOLE BEFORE THE    *
002170* CATALOG IS CLOSED, SO BOTH ARE OPENED HERE.  A MISSING         *
002180* TRANSACTION DATASET IS NOT AN ERROR - THE RUN JUST LISTS.      *
002190*================================================================*
002200 OPEN-FILES-RTN SECTION.
002210     OPEN INPUT TESTGTRN-FILE.
002220     IF TESTGTRN-FILE-OK
002230         SET WS-TRAN-OPEN TO TRUE
002240     ELSE
002250*        A STATUS-05 OPEN OF THE MISSING OPTIONAL DATASET LEAVES
002260*        THE FILE OPEN AND MUST BE CLOSED AGAIN.
002270         IF TESTGTRN-FILE-STATUS = '05'
002280             CLOSE TESTGTRN-FILE
002290         END-IF
002300         IF TESTGTRN-NOT-FOUND
002310             DISPLAY 'TESTGTRN.DAT NOT PRESENT - NO TRANSACTIONS,'
002320                 ' CATALOG LISTED ONLY'
002330         ELSE
002340             DISPLAY 'TESTGTRN OPEN FAILED, FILE STATUS='
002350                 TESTGTRN-FILE-STATUS
002360             SET WS-IO-ERROR TO TRUE
002370         END-IF
002380         SET TESTGTRN-EOF TO TRUE
002390     END-IF.
002400     IF NOT WS-IO-ERROR
002410         OPEN I-O TESTGRP-FILE
002420         IF NOT TESTGRP-OPEN-OK
002430             DISPLAY 'TESTGRP OPEN FAILED, FILE STATUS='
002440                 TESTGRP-FILE-STATUS
002450             SET WS-IO-ERROR TO TRUE
002460         END-IF
002470     END-IF.
002480 EXIT.
002490*
002500 READ-TRANSACTION-RTN SECTION.
002510     READ TESTGTRN-FILE
002520         AT END
002530             SET TESTGTRN-EOF TO TRUE
002540         NOT AT END
002550             ADD 1 TO WS-TRAN-COUNT
002560             PERFORM APPLY-TRANSACTION-RTN
002570     END-READ.
002580     IF NOT TESTGTRN-FILE-OK
002590        AND NOT TESTGTRN-EOF
002600         DISPLAY 'TESTGTRN READ FAILED, FILE STATUS='
002610             TESTGTRN-FILE-STATUS
002620         SET WS-IO-ERROR TO TRUE
002630     END-IF.
002640 EXIT.
002650*================================================================*
002660* APPLY-TRANSACTION-RTN - READS THE CURRENT ENTRY (IF ANY) BY    *
002670* KEY, HANDS THE TRANSACTION TO ITS ACTION ROUTINE, AND PRINTS   *
002680* THE AUDIT LINES WHATEVER THE OUTCOME.                          *
002690*================================================================*
002700 APPLY-TRANSACTION-RTN SECTION.
002710     MOVE SPACES TO WS-REJECT-REASON.
002720     MOVE SPACES TO WS-ACCEPT-WORD.
002730     MOVE SPACES TO WS-BEFORE-IMAGE.
002740     MOVE SPACES TO WS-AFTER-IMAGE.
002750     MOVE 'N' TO WS-FOUND-SW.
002760     IF GT-GROUP-NAME = SPACES
002770         MOVE 'GROUP NAME MISSING' TO WS-REJECT-REASON
002780     ELSE
002790         MOVE GT-GROUP-NAME TO GC-GROUP-NAME
002800         READ TESTGRP-FILE
002810             KEY IS GC-GROUP-NAME
002820             INVALID KEY
002830                 MOVE 'N' TO WS-FOUND-SW
002840             NOT INVALID KEY
002850                 SET WS-FOUND TO TRUE
002860                 MOVE TESTGRP-RECORD TO WS-BEFORE-IMAGE
002870                 MOVE TESTGRP-RECORD TO WS-AFTER-IMAGE
002880         END-READ
002890         IF NOT TESTGRP-FILE-OK
002900            AND NOT TESTGRP-RECORD-NOT-FOUND
002910             DISPLAY 'TESTGRP READ FAILED, FILE STATUS='
002920                 TESTGRP-FILE-STATUS
002930             MOVE 'CATALOG READ FAILED' TO WS-REJECT-REASON
002940             SET WS-IO-ERROR TO TRUE
002950         END-IF
002960     END-IF.
002970     IF WS-REJECT-REASON = SPACES
002980         EVALUATE TRUE
002990             WHEN GT-ACTION-ADD
003000                 PERFORM ADD-GROUP-RTN
003010             WHEN GT-ACTION-CHANGE
003020                 PERFORM CHANGE-GROUP-RTN
003030             WHEN GT-ACTION-RETIRE
003040                 PERFORM RETIRE-GROUP-RTN
003050             WHEN OTHER
003060                 MOVE 'ACTION CODE NOT A, C OR R'
003070                     TO WS-REJECT-REASON
003080         END-EVALUATE
003090     END-IF.
003100     PERFORM PRINT-TRANSACTION-RTN.
003110 EXIT.
003120*================================================================*
003130* ADD-GROUP-RTN - A NEW GROUP NEEDS EVERY FIELD AND A VALID      *
003140* TIER.  AN ACTIVE ENTRY IS NOT OVERLAID (USE A CHANGE); A       *
003150* RETIRED ONE IS REINSTATED WITH THE NEW DETAILS, KEEPING ITS    *
003160* ORIGINAL ADDED DATE.                                           *
003170*================================================================*
003180 ADD-GROUP-RTN SECTION.
003190     EVALUATE TRUE
003200         WHEN GT-OWNER = SPACES
003210           OR GT-TIER = SPACE
003220           OR GT-DESCRIPTION = SPACES
003230           OR GT-FEATURE = SPACES
003240             MOVE 'ADD NEEDS OWNER, TIER, DESCRIPTION AND FEATURE'
003250                 TO WS-REJECT-REASON
003260         WHEN NOT GT-TIER-VALID
003270             MOVE 'TIER NOT B, W OR I' TO WS-REJECT-REASON
003280         WHEN WS-FOUND AND GC-ACTIVE
003290             MOVE 'GROUP ALREADY CATALOGUED - USE A CHANGE'
003300                 TO WS-REJECT-REASON
003310         WHEN WS-FOUND
003320             MOVE GT-OWNER       TO WA-OWNER
003330             MOVE GT-TIER        TO WA-TIER
003340             MOVE GT-DESCRIPTION TO WA-DESCRIPTION
003350             MOVE GT-FEATURE     TO WA-FEATURE
003360             MOVE 'A'            TO WA-STATE
003370             MOVE WS-CD-DATE     TO WA-CHANGED-DATE
003380             PERFORM REWRITE-CATALOG-RTN
003390             IF WS-REJECT-REASON = SPACES
003400                 MOVE 'REINSTATED' TO WS-ACCEPT-WORD
003410                 ADD 1 TO WS-REINSTATED-COUNT
003420             END-IF
003430         WHEN OTHER
003440             MOVE SPACES         TO WS-AFTER-IMAGE
003450             MOVE GT-GROUP-NAME  TO WA-GROUP-NAME
003460             MOVE GT-OWNER       TO WA-OWNER
003470             MOVE GT-TIER        TO WA-TIER
003480             MOVE GT-DESCRIPTION TO WA-DESCRIPTION
003490             MOVE GT-FEATURE     TO WA-FEATURE
003500             MOVE 'A'            TO WA-STATE
003510             MOVE WS-CD-DATE     TO WA-ADDED-DATE
003520             MOVE WS-CD-DATE     TO WA-CHANGED-DATE
003530             WRITE TESTGRP-RECORD FROM WS-AFTER-IMAGE
003540             IF TESTGRP-FILE-OK
003550                 MOVE 'ADDED' TO WS-ACCEPT-WORD
003560                 ADD 1 TO WS-ADDED-COUNT
003570             ELSE
003580                 DISPLAY 'TESTGRP WRITE FAILED, FILE STATUS='
003590                     TESTGRP-FILE-STATUS
003600                 MOVE 'CATALOG WRITE FAILED' TO WS-REJECT-REASON
003610                 SET WS-IO-ERROR TO TRUE
003620             END-IF
003630     END-EVALUATE.
003640 EXIT.
003650*================================================================*
003660* CHANGE-GROUP-RTN - AN ACTIVE ENTRY TAKES EVERY NON-BLANK FIELD *
003670* THE TRANSACTION GIVES; BLANK FIELDS KEEP THEIR VALUES.         *
003680*================================================================*
003690 CHANGE-GROUP-RTN SECTION.
003700     EVALUATE TRUE
003710         WHEN NOT WS-FOUND
003720             MOVE 'GROUP NOT IN CATALOG' TO WS-REJECT-REASON
003730         WHEN GC-RETIRED
003740             MOVE 'GROUP IS RETIRED - ADD IT AGAIN TO REINSTATE'
003750                 TO WS-REJECT-REASON
003760         WHEN GT-OWNER = SPACES
003770          AND GT-TIER = SPACE
003780          AND GT-DESCRIPTION = SPACES
003790          AND GT-FEATURE = SPACES
003800             MOVE 'CHANGE GIVES NOTHING TO CHANGE'
003810                 TO WS-REJECT-REASON
003820         WHEN GT-TIER NOT = SPACE
003830          AND NOT GT-TIER-VALID
003840             MOVE 'TIER NOT B, W OR I' TO WS-REJECT-REASON
003850         WHEN OTHER
003860             IF GT-OWNER NOT = SPACES
003870                 MOVE GT-OWNER TO WA-OWNER
003880             END-IF
003890             IF GT-TIER NOT = SPACE
003900                 MOVE GT-TIER TO WA-TIER
003910             END-IF
003920             IF GT-DESCRIPTION NOT = SPACES
003930                 MOVE GT-DESCRIPTION TO WA-DESCRIPTION
003940             END-IF
003950             IF GT-FEATURE NOT = SPACES
003960                 MOVE GT-FEATURE TO WA-FEATURE
003970             END-IF
003980             MOVE WS-CD-DATE TO WA-CHANGED-DATE
003990             PERFORM REWRITE-CATALOG-RTN
004000             IF WS-REJECT-REASON = SPACES
004010                 MOVE 'CHANGED' TO WS-ACCEPT-WORD
004020                 ADD 1 TO WS-CHANGED-COUNT
004030             END-IF
004040     END-EVALUATE.
004050 EXIT.
004060*================================================================*
004070* RETIRE-GROUP-RTN - MARKS AN ACTIVE ENTRY RETIRED.  THE ENTRY   *
004080* STAYS ON THE CATALOG SO OLD HISTORY STILL HAS AN OWNER.        *
004090*================================================================*
004100 RETIRE-GROUP-RTN SECTION.
004110     EVALUATE TRUE
004120         WHEN NOT WS-FOUND
004130             MOVE 'GROUP NOT IN CATALOG' TO WS-REJECT-REASON
004140         WHEN GC-RETIRED
004150             MOVE 'GROUP ALREADY RETIRED' TO WS-REJECT-REASON
004160         WHEN OTHER
004170             MOVE 'R' TO WA-STATE
004180             MOVE WS-CD-DATE TO WA-CHANGED-DATE
004190             PERFORM REWRITE-CATALOG-RTN
004200             IF WS-REJECT-REASON = SPACES
004210                 MOVE 'RETIRED' TO WS-ACCEPT-WORD
004220                 ADD 1 TO WS-RETIRED-COUNT
004230             END-IF
004240     END-EVALUATE.
004250 EXIT.
004260*
004270 REWRITE-CATALOG-RTN SECTION.
004280     REWRITE TESTGRP-RECORD FROM WS-AFTER-IMAGE.
004290     IF NOT TESTGRP-FILE-OK
004300         DISPLAY 'TESTGRP REWRITE FAILED, FILE STATUS='
004310             TESTGRP-FILE-STATUS
004320         MOVE 'CATALOG REWRITE FAILED' TO WS-REJECT-REASON
004330         SET WS-IO-ERROR TO TRUE
004340     END-IF.
004350 EXIT.
004360*================================================================*
004370* PRINT-TRANSACTION-RTN - THE AUDIT LINES FOR ONE TRANSACTION:   *
004380* THE CARD, THE OUTCOME, AND THE ENTRY BEFORE AND (WHEN IT WAS   *
004390* APPLIED) AFTER - THE AFTER LINE FROM WS-AFTER-IMAGE, THE IMAGE *
004400* THE CATALOG WAS WRITTEN FROM.                                  *
004410*================================================================*
004420 PRINT-TRANSACTION-RTN SECTION.
004430     MOVE WS-TRAN-COUNT TO WS-PRINT-COUNT.
004440     DISPLAY ' '.
004450     DISPLAY 'TRANSACTION ' WS-PRINT-COUNT ': ACTION ' GT-ACTION
004460         ' GROUP ' GT-GROUP-NAME.
004470     IF WS-REJECT-REASON = SPACES
004480         DISPLAY '  ACCEPTED - ' WS-ACCEPT-WORD
004490     ELSE
004500         ADD 1 TO WS-REJECTED-COUNT
004510         DISPLAY '  REJECTED - ' WS-REJECT-REASON
004520         DISPLAY '  CARD: OWNER=' GT-OWNER ' TIER=' GT-TIER
004530         DISPLAY '        DESCRIPTION=' GT-DESCRIPTION
004540         DISPLAY '        FEATURE=' GT-FEATURE
004550     END-IF.
004560     IF WS-FOUND
004570         MOVE WS-BEFORE-IMAGE TO WS-PRINT-IMAGE
004580         MOVE 'BEFORE' TO WS-IMAGE-LABEL
004590         PERFORM PRINT-IMAGE-RTN
004600     ELSE
004610         DISPLAY '  BEFORE: (NOT IN CATALOG)'
004620     END-IF.
004630     IF WS-REJECT-REASON = SPACES
004640         MOVE WS-AFTER-IMAGE TO WS-PRINT-IMAGE
004650         MOVE 'AFTER' TO WS-IMAGE-LABEL
004660         PERFORM PRINT-IMAGE-RTN
004670     END-IF.
004680 EXIT.
004690*
004700 PRINT-IMAGE-RTN SECTION.
004710     DISPLAY '  ' WS-IMAGE-LABEL ': OWNER=' WI-OWNER
004720         ' TIER=' WI-TIER ' STATE=' WI-STATE
004730         ' ADDED=' WI-ADDED-DATE ' CHANGED=' WI-CHANGED-DATE.
004740     DISPLAY '          DESCRIPTION=' WI-DESCRIPTION.
004750     DISPLAY '          FEATURE=' WI-FEATURE.
004760 EXIT.
004770*================================================================*
004780* LIST-CATALOG-RTN - THE WHOLE CATALOG AFTER MAINTENANCE, IN     *
004790* GROUP-NAME ORDER, COUNTED BY TIER (ACTIVE) AND RETIRED.        *
004800*================================================================*
004810 LIST-CATALOG-RTN SECTION.
004820     DISPLAY ' '.
004830     DISPLAY 'GROUP CATALOG AFTER MAINTENANCE'.
004840     DISPLAY 'GROUP        OWNER                TIER STATE'
004850         ' FEATURE PROTECTED'.
004860     MOVE LOW-VALUES TO GC-GROUP-NAME.
004870     MOVE 'N' TO TESTGRP-EOF-SW.
004880     START TESTGRP-FILE KEY IS NOT LESS THAN GC-GROUP-NAME
004890         INVALID KEY
004900             SET TESTGRP-EOF TO TRUE
004910             DISPLAY '  (CATALOG IS EMPTY)'
004920     END-START.
004930     PERFORM READ-CATALOG-RTN UNTIL TESTGRP-EOF.
004940 EXIT.
004950*
004960 READ-CATALOG-RTN SECTION.
004970     READ TESTGRP-FILE NEXT RECORD
004980         AT END
004990             SET TESTGRP-EOF TO TRUE
005000         NOT AT END
005010             PERFORM LIST-CATALOG-ENTRY-RTN
005020     END-READ.
005030     IF NOT TESTGRP-FILE-OK
005040        AND NOT TESTGRP-EOF
005050         DISPLAY 'TESTGRP READ NEXT FAILED, FILE STATUS='
005060             TESTGRP-FILE-STATUS
005070         SET WS-IO-ERROR TO TRUE
005080         SET TESTGRP-EOF TO TRUE
005090     END-IF.
005100 EXIT.
005110*
005120 LIST-CATALOG-ENTRY-RTN SECTION.
005130     DISPLAY GC-GROUP-NAME ' ' GC-OWNER ' ' GC-TIER '    '
005140         GC-STATE '     ' GC-FEATURE.
005150     EVALUATE TRUE
005160         WHEN GC-RETIRED
005170             ADD 1 TO WS-CAT-RETIRED-COUNT
005180         WHEN GC-TIER-BLOCKING
005190             ADD 1 TO WS-CAT-BLOCKING-COUNT
005200         WHEN GC-TIER-WARNING
005210             ADD 1 TO WS-CAT-WARNING-COUNT
005220         WHEN OTHER
005230             ADD 1 TO WS-CAT-INFO-COUNT
005240     END-EVALUATE.
005250 EXIT.
005260*================================================================*
005270* PRINT-TOTALS-RTN - TRANSACTION DISPOSITION AND CATALOG         *
005280* CONTENT, PRINTED WHETHER OR NOT ANYTHING WAS APPLIED.          *
005290*================================================================*
005300 PRINT-TOTALS-RTN SECTION.
005310     DISPLAY ' '.
005320     DISPLAY 'TESTCAT AUDIT TOTALS'.
005330     DISPLAY '  TRANSACTIONS READ    : ' WS-TRAN-COUNT.
005340     DISPLAY '  GROUPS ADDED         : ' WS-ADDED-COUNT.
005350     DISPLAY '  GROUPS REINSTATED    : ' WS-REINSTATED-COUNT.
005360     DISPLAY '  GROUPS CHANGED       : ' WS-CHANGED-COUNT.
005370     DISPLAY '  GROUPS RETIRED       : ' WS-RETIRED-COUNT.
005380     DISPLAY '  TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.
005390     DISPLAY '  CATALOG - BLOCKING   : ' WS-CAT-BLOCKING-COUNT
005400         ' WARNING: ' WS-CAT-WARNING-COUNT
005410         ' INFORMATIONAL: ' WS-CAT-INFO-COUNT
005420         ' RETIRED: ' WS-CAT-RETIRED-COUNT.
005430 EXIT.
005440*================================================================*
005450* SET-RETURN-CODE-RTN - POSTS THE DOCUMENTED RETURN CODE (SEE    *
005460* WORKING-STORAGE FOR THE TABLE).                                *
005470*================================================================*
005480 SET-RETURN-CODE-RTN SECTION.
005490     IF WS-IO-ERROR
005500         MOVE 8 TO WS-RETURN-CODE
005510     ELSE
005520         IF WS-REJECTED-COUNT > ZERO
005530             MOVE 4 TO WS-RETURN-CODE
005540         ELSE
005550             MOVE 0 TO WS-RETURN-CODE
005560         END-IF
005570     END-IF.
005580     DISPLAY 'TESTCAT: STEP RETURN CODE ' WS-RETURN-CODE.
005590     MOVE WS-RETURN-CODE TO RETURN-CODE.
005600 EXIT.
