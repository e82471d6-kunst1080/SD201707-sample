000390*                   VERDICT) SO THE TESTSGN SIGN-OFF DOSSIER     *
000400*                   CAN JOIN IT TO TESTHIST AND TESTPERF         *
000410*                   INSTEAD OF SOMEONE RE-KEYING SYSOUT LINES.   *
000412* 2026-10-15  RM    A DETAIL RECORD WHOSE GROUP WAS NOT RUN      *
000414*                   (TO-RUN-STATUS S) PRINTS AS NOT RUN AND IS   *
000416*                   COUNTED APART, NOT AS A CHANGED FIELD; THE   *
000418*                   NOT-RUN COUNT IS ADDED TO TESTCMPS.DAT.      *
000419* 2026-10-15  RM    EVERY DELTA IS NOW ALSO CHARGED TO ITS       *
000420*                   OWNING VERIFY GROUP (TO-GROUP-NAME ON THE    *
000421*                   TESTOUT DETAIL RECORD, OR ON THE BASELINE    *
000422*                   RECORD FOR A MISSING FIELD), AND             *
000423*                   TESTCMPS.DAT CARRIES ONE TYPE-G RECORD PER   *
000424*                   GROUP WITH A DELTA AFTER THE SUMMARY, SO     *
000425*                   TESTSGN CAN JUDGE EACH DELTA BY ITS GROUP'S  *
000426*                   CATALOG TIER.                                *
000427*----------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440*
000450 INPUT-OUTPUT SECTION.
000580 FILE SECTION.
000590*----------------------------------------------------------------*
000600* TESTOUT.DAT - THE CURRENT RUN'S REGRESSION RESULTS DATASET AS  *
000605* WRITTEN BY TEST1, ONE 80-BYTE RECORD PER FIELD GROUP.  A       *
000610* DETAIL RECORD WHOSE GROUP THE RUN LEFT OUT CARRIES STATUS S IN *
000615* TO-RUN-STATUS AND BLANK RAW BYTES.                             *
000616* EVERY DETAIL RECORD NAMES ITS OWNING VERIFY GROUP IN           *
000617* TO-GROUP-NAME.                                                 *
000620*----------------------------------------------------------------*
000630 FD  TESTOUT-FILE
000640     RECORDING MODE IS F
000680      05 TO-FIELD-NAME        PIC X(12).
000690      05 TO-RAW-BYTES         PIC X(40).
000700      05 TO-END-POINT         PIC X(01).
000705      05 TO-RUN-STATUS        PIC X(01).
000710         88 TO-GROUP-NOT-RUN  VALUE 'S'.
000713      05 TO-GROUP-NAME        PIC X(12).
000716      05 FILLER                PIC X(13).
000720      05 TO-RECORD-TYPE       PIC X(01).
000730         88 TO-HEADER-RECORD  VALUE 'H'.
000740         88 TO-DETAIL-RECORD  VALUE 'D'.
000850*----------------------------------------------------------------*
000860* TESTBASE.DAT - THE CERTIFIED BASELINE, A COPY OF A TESTOUT.DAT *
000870* TAKEN FROM A RUN SIGNED OFF AS CORRECT.  SAME LAYOUT.          *
000872* A BASELINE CERTIFIED BEFORE THE GROUP NAME WAS STAMPED HAS     *
000874* TB-GROUP-NAME BLANK, AND A FIELD MISSING FROM IT IS CHARGED TO *
000876* NO GROUP.                                                      *
000880*----------------------------------------------------------------*
000890 FD  BASELINE-FILE
000900     RECORDING MODE IS F
000940      05 TB-FIELD-NAME        PIC X(12).
000950      05 TB-RAW-BYTES         PIC X(40).
000960      05 TB-END-POINT         PIC X(01).
000965      05 FILLER                PIC X(01).
000970      05 TB-GROUP-NAME        PIC X(12).
000975      05 FILLER                PIC X(13).
000980      05 TB-RECORD-TYPE       PIC X(01).
000990         88 TB-HEADER-RECORD  VALUE 'H'.
001000         88 TB-DETAIL-RECORD  VALUE 'D'.
001040      05 TB-TRAILER-COUNT     PIC 9(05).
001050      05 FILLER                PIC X(63).
001060*----------------------------------------------------------------*
001070* TESTCMPS.DAT - THE DELTA SUMMARY DATASET, REWRITTEN EVERY      *
001080* COMPARE: WHICH RUN WAS COMPARED (ITS TESTOUT HEADER DATE AND   *
001087* TIME), THE ADDED/MISSING/CHANGED COUNTS, THE VERDICT, WHEN THE *
001094* COMPARE RAN, AND THE COUNT OF FIELDS NOT COMPARED BECAUSE      *
001101* THEIR GROUP WAS NOT RUN.  ALL FIELDS DISPLAY FORM.  TESTSGN    *
001110* JOINS THIS TO THE RUN'S TESTHIST RECORD BY THE RUN DATE.       *
001112* THE SUMMARY (TYPE S IN BYTE 80) IS FOLLOWED BY ONE TYPE-G      *
001114* RECORD PER VERIFY GROUP CHARGED WITH A DELTA - ITS NAME (BLANK *
001116* FOR A DELTA NO GROUP CLAIMS) AND ITS ADDED/MISSING/CHANGED     *
001118* COUNTS, UNDER THE SAME RUN STAMP.                              *
001120*----------------------------------------------------------------*
001130 FD  TESTCMPS-FILE
001140     RECORDING MODE IS F
001230      05 CS-RETURN-CODE       PIC 9(02).
001240      05 CS-CMP-DATE          PIC X(08).
001250      05 CS-CMP-TIME          PIC X(08).
001256      05 CS-NOT-RUN-COUNT     PIC 9(04).
001257      05 FILLER                PIC X(29).
001258      05 CS-RECORD-TYPE       PIC X(01).
001259         88 CS-SUMMARY-RECORD VALUE 'S'.
001260         88 CS-GROUP-RECORD   VALUE 'G'.
001261 01  TESTCMPS-GROUP-RECORD.
001262      05 CG-RUN-DATE          PIC X(08).
001263      05 CG-RUN-TIME          PIC X(08).
001264      05 CG-GROUP-NAME        PIC X(12).
001265      05 CG-ADDED-COUNT       PIC 9(04).
001266      05 CG-MISSING-COUNT     PIC 9(04).
001267      05 CG-CHANGED-COUNT     PIC 9(04).
001268      05 FILLER                PIC X(39).
001269      05 CG-RECORD-TYPE       PIC X(01).
001270*
001280 WORKING-STORAGE SECTION.
001290*----------------------------------------------------------------*
001400       05 WS-BASE-NAME         PIC X(12).
001410       05 WS-BASE-BYTES        PIC X(40).
001420       05 WS-BASE-END          PIC X(01).
001421       05 WS-BASE-GROUP        PIC X(12).
001422       05 WS-BASE-MATCHED-SW   PIC X(01).
001423          88 WS-BASE-MATCHED   VALUE 'Y'.
001424*----------------------------------------------------------------*
001425* GROUP DELTA TABLE - EVERY DELTA IS CHARGED TO ITS OWNING       *
001426* VERIFY GROUP, ONE ENTRY PER GROUP IN THE ORDER FIRST CHARGED.  *
001427* THE SUITE HAS FEWER THAN 20 GROUPS; SHOULD A DATASET NAME      *
001428* MORE, THE LAST ENTRY IS KEPT FOR DELTAS NO GROUP CLAIMS (BLANK *
001429* NAME) AND THE OVERFLOW IS CHARGED THERE.                       *
001430*----------------------------------------------------------------*
001431 01  WS-GROUP-DELTA-TABLE.
001432      03 WS-GD-USED-COUNT     PIC 9(02) COMP VALUE ZERO.
001433      03 WS-GD-ENTRY OCCURS 20 TIMES.
001434       05 WS-GD-NAME           PIC X(12).
001435       05 WS-GD-ADDED          PIC 9(04) COMP.
001436       05 WS-GD-MISSING        PIC 9(04) COMP.
001437       05 WS-GD-CHANGED        PIC 9(04) COMP.
001438 77  WS-GD-SUB                  PIC 9(02) COMP VALUE ZERO.
001439 77  WS-GD-MATCH                PIC 9(02) COMP VALUE ZERO.
001440 77  WS-DELTA-GROUP             PIC X(12) VALUE SPACES.
001441 77  WS-DELTA-KIND              PIC X(01) VALUE SPACE.
001442    88 WS-DELTA-ADDED           VALUE 'A'.
001443    88 WS-DELTA-MISSING         VALUE 'M'.
001444    88 WS-DELTA-CHANGED         VALUE 'C'.
001450*----------------------------------------------------------------*
001460* RETURN-CODE TABLE (SET BY SET-RETURN-CODE-RTN):                *
001470*   00  = CURRENT RUN MATCHES THE BASELINE EXACTLY               *
001480*   04  = ONE OR MORE FIELDS ADDED, MISSING, OR BYTE-CHANGED     *
001483*         (A FIELD WHOSE GROUP WAS NOT RUN IS COUNTED APART AND  *
001486*         RAISES NOTHING)                                        *
001490*   08  = COMPARE COULD NOT RUN (OPEN/READ FAILURE, THE BASELINE *
001500*         OVERFLOWED THE COMPARE TABLE, OR EITHER FILE IS        *
001510*         STRUCTURALLY INVALID - MISSING OR MISPLACED HEADER OR  *
001560 77  WS-ADDED-COUNT             PIC 9(04) COMP VALUE ZERO.
001570 77  WS-MISSING-COUNT           PIC 9(04) COMP VALUE ZERO.
001580 77  WS-CHANGED-COUNT           PIC 9(04) COMP VALUE ZERO.
001585 77  WS-NOT-RUN-COUNT           PIC 9(04) COMP VALUE ZERO.
001590 77  WS-DELTA-COUNT             PIC 9(04) COMP VALUE ZERO.
001600 77  WS-MATCH-NUM               PIC 9(04) COMP VALUE ZERO.
001610 77  TESTOUT-FILE-STATUS        PIC X(02) VALUE ZEROES.
003240         MOVE TB-FIELD-NAME TO WS-BASE-NAME (WS-BASE-IDX)
003250         MOVE TB-RAW-BYTES  TO WS-BASE-BYTES (WS-BASE-IDX)
003260         MOVE TB-END-POINT  TO WS-BASE-END (WS-BASE-IDX)
003265         MOVE TB-GROUP-NAME TO WS-BASE-GROUP (WS-BASE-IDX)
003270         MOVE 'N'           TO WS-BASE-MATCHED-SW (WS-BASE-IDX)
003280     END-IF.
003290 EXIT.
004290*================================================================*
004300* CHECK-MATCHED-RTN - THE FIELD EXISTS ON BOTH SIDES; MARK THE   *
004310* BASELINE ENTRY ACCOUNTED FOR AND REPORT IF ANY STORED BYTE     *
004315* (RAW BYTES OR END-POINT) DIFFERS, WITH BOTH HEX IMAGES.  A     *
004320* FIELD WHOSE GROUP WAS NOT RUN WAS NEVER MEASURED, SO IT IS NOT *
004325* COMPARED: IT PRINTS AS NOT RUN AND IS COUNTED APART.           *
004330*================================================================*
004340 CHECK-MATCHED-RTN SECTION.
004350     SET WS-BASE-MATCHED (WS-BASE-IDX) TO TRUE.
004356     IF TO-GROUP-NOT-RUN
004362         ADD 1 TO WS-NOT-RUN-COUNT
004368         DISPLAY TO-FIELD-NAME ' NOT RUN (GROUP NOT SELECTED -'
004374             ' NOT COMPARED)'
004380     ELSE
004386         IF TO-RAW-BYTES NOT = WS-BASE-BYTES (WS-BASE-IDX)
004392            OR TO-END-POINT NOT = WS-BASE-END (WS-BASE-IDX)
004398             ADD 1 TO WS-CHANGED-COUNT
004404             MOVE TO-RAW-BYTES TO WS-HEX-SOURCE (1:40)
004410             MOVE TO-END-POINT TO WS-HEX-SOURCE (41:1)
004416             PERFORM FORMAT-HEX-RTN
004422             MOVE WS-HEX-IMAGE TO WS-HEX-CURRENT
004428             MOVE WS-BASE-BYTES (WS-BASE-IDX)
004434                 TO WS-HEX-SOURCE (1:40)
004440             MOVE WS-BASE-END (WS-BASE-IDX)
004446                 TO WS-HEX-SOURCE (41:1)
004452             PERFORM FORMAT-HEX-RTN
004458             MOVE WS-HEX-IMAGE TO WS-HEX-BASE
004464             DISPLAY TO-FIELD-NAME ' DELTA: CHANGED'
004470             DISPLAY '  CURRENT =' WS-HEX-CURRENT
004476             DISPLAY '  BASELINE=' WS-HEX-BASE
004477             MOVE TO-GROUP-NAME TO WS-DELTA-GROUP
004478             SET WS-DELTA-CHANGED TO TRUE
004479             PERFORM CHARGE-GROUP-DELTA-RTN
004482         END-IF
004500     END-IF.
004510 EXIT.
004520*
004580     DISPLAY TO-FIELD-NAME ' DELTA: ADDED (NOT IN BASELINE)'.
004590     DISPLAY '  CURRENT =' WS-HEX-IMAGE.
004600     DISPLAY '  BASELINE= (NO RECORD)'.
004602     MOVE TO-GROUP-NAME TO WS-DELTA-GROUP.
004604     SET WS-DELTA-ADDED TO TRUE.
004606     PERFORM CHARGE-GROUP-DELTA-RTN.
004610 EXIT.
004620*================================================================*
004630* REPORT-MISSING-RTN - ANY BASELINE ENTRY THE CURRENT FILE NEVER *
004750         ADD 1 TO WS-MISSING-COUNT
004760         MOVE WS-BASE-BYTES (WS-BASE-IDX) TO WS-HEX-SOURCE (1:40)
004770         MOVE WS-BASE-END (WS-BASE-IDX)   TO WS-HEX-SOURCE (41:1)
004771         PERFORM FORMAT-HEX-RTN
004772         DISPLAY WS-BASE-NAME (WS-BASE-IDX)
004773             ' DELTA: MISSING (NOT IN CURRENT RUN)'
004774         DISPLAY '  CURRENT = (NO RECORD)'
004775         DISPLAY '  BASELINE=' WS-HEX-IMAGE
004776         MOVE WS-BASE-GROUP (WS-BASE-IDX) TO WS-DELTA-GROUP
004777         SET WS-DELTA-MISSING TO TRUE
004778         PERFORM CHARGE-GROUP-DELTA-RTN
004779     END-IF.
004780 EXIT.
004781*================================================================*
004782* CHARGE-GROUP-DELTA-RTN - ADDS ONE DELTA OF THE KIND IN         *
004783* WS-DELTA-KIND TO THE GROUP NAMED IN WS-DELTA-GROUP, OPENING    *
004784* THE GROUP'S ENTRY ON ITS FIRST DELTA.  ONCE ONLY THE LAST      *
004785* ENTRY IS LEFT IT IS RESERVED FOR DELTAS NO GROUP CLAIMS, AND   *
004786* AN UNKNOWN NAME IS CHARGED THERE INSTEAD.                      *
004787*================================================================*
004788 CHARGE-GROUP-DELTA-RTN SECTION.
004789     PERFORM FIND-GROUP-DELTA-RTN.
004790     IF WS-GD-MATCH = ZERO
004791        AND WS-GD-USED-COUNT >= 19
004792        AND WS-DELTA-GROUP NOT = SPACES
004793         MOVE SPACES TO WS-DELTA-GROUP
004794         PERFORM FIND-GROUP-DELTA-RTN
004795     END-IF.
004796     IF WS-GD-MATCH = ZERO
004797         ADD 1 TO WS-GD-USED-COUNT
004798         MOVE WS-GD-USED-COUNT TO WS-GD-MATCH
004799         MOVE WS-DELTA-GROUP TO WS-GD-NAME (WS-GD-MATCH)
004800         MOVE ZERO TO WS-GD-ADDED (WS-GD-MATCH)
004801         MOVE ZERO TO WS-GD-MISSING (WS-GD-MATCH)
004802         MOVE ZERO TO WS-GD-CHANGED (WS-GD-MATCH)
004803     END-IF.
004804     EVALUATE TRUE
004805         WHEN WS-DELTA-ADDED
004806             ADD 1 TO WS-GD-ADDED (WS-GD-MATCH)
004807         WHEN WS-DELTA-MISSING
004808             ADD 1 TO WS-GD-MISSING (WS-GD-MATCH)
004809         WHEN OTHER
004810             ADD 1 TO WS-GD-CHANGED (WS-GD-MATCH)
004811     END-EVALUATE.
004812 EXIT.
004813*
004814 FIND-GROUP-DELTA-RTN SECTION.
004815     MOVE ZERO TO WS-GD-MATCH.
004816     PERFORM MATCH-GROUP-DELTA-RTN
004817         VARYING WS-GD-SUB FROM 1 BY 1
004818         UNTIL WS-GD-SUB > WS-GD-USED-COUNT
004819            OR WS-GD-MATCH > ZERO.
004820 EXIT.
004821*
004822 MATCH-GROUP-DELTA-RTN SECTION.
004823     IF WS-GD-NAME (WS-GD-SUB) = WS-DELTA-GROUP
004824         MOVE WS-GD-SUB TO WS-GD-MATCH
004830     END-IF.
004840 EXIT.
004850*================================================================*
005150         WS-ADDED-COUNT + WS-MISSING-COUNT + WS-CHANGED-COUNT.
005160     DISPLAY 'TESTCMP SUMMARY: ADDED='   WS-ADDED-COUNT
005170             ' MISSING=' WS-MISSING-COUNT
005176             ' CHANGED=' WS-CHANGED-COUNT
005182             ' NOT RUN=' WS-NOT-RUN-COUNT.
005190     IF WS-IO-ERROR
005200         MOVE 8 TO WS-RETURN-CODE
005210     ELSE
005290     MOVE WS-RETURN-CODE TO RETURN-CODE.
005300 EXIT.
005310*================================================================*
005318* WRITE-SUMMARY-RTN - PUTS THE SAME SUMMARY THE SYSOUT LINE      *
005326* CARRIES INTO TESTCMPS.DAT, WHERE A DOWNSTREAM PROGRAM CAN READ *
005334* IT, FOLLOWED BY ONE RECORD PER GROUP CHARGED WITH A DELTA.  A  *
005342* SUMMARY THAT CANNOT BE WRITTEN TURNS AN OTHERWISE CLEAN OR     *
005350* DELTA VERDICT INTO RC 8 - THE SIGN-OFF DOSSIER MUST NEVER      *
005358* QUIETLY REPORT A STALE COMPARE.                                *
005370*================================================================*
005380 WRITE-SUMMARY-RTN SECTION.
005390     OPEN OUTPUT TESTCMPS-FILE.
005440         MOVE WS-ADDED-COUNT    TO CS-ADDED-COUNT
005450         MOVE WS-MISSING-COUNT  TO CS-MISSING-COUNT
005460         MOVE WS-CHANGED-COUNT  TO CS-CHANGED-COUNT
005465         MOVE WS-NOT-RUN-COUNT  TO CS-NOT-RUN-COUNT
005470         MOVE WS-RETURN-CODE    TO CS-RETURN-CODE
005480         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
005490         MOVE WS-CD-DATE        TO CS-CMP-DATE
005500         MOVE WS-CD-TIME        TO CS-CMP-TIME
005505         SET CS-SUMMARY-RECORD  TO TRUE
005510         WRITE TESTCMPS-RECORD
005512         PERFORM WRITE-GROUP-DELTA-RTN
005514             VARYING WS-GD-SUB FROM 1 BY 1
005516             UNTIL WS-GD-SUB > WS-GD-USED-COUNT
005518                OR NOT TESTCMPS-FILE-OK
005520         IF NOT TESTCMPS-FILE-OK
005530             DISPLAY 'TESTCMPS WRITE FAILED, FILE STATUS='
005540                 TESTCMPS-FILE-STATUS
005620     END-IF.
005630 EXIT.
005640*
005650 WRITE-GROUP-DELTA-RTN SECTION.
005660     MOVE SPACES TO TESTCMPS-GROUP-RECORD.
005670     MOVE WS-RUN-DATE TO CG-RUN-DATE.
005680     MOVE WS-RUN-TIME TO CG-RUN-TIME.
005690     MOVE WS-GD-NAME (WS-GD-SUB)    TO CG-GROUP-NAME.
005700     MOVE WS-GD-ADDED (WS-GD-SUB)   TO CG-ADDED-COUNT.
005710     MOVE WS-GD-MISSING (WS-GD-SUB) TO CG-MISSING-COUNT.
005720     MOVE WS-GD-CHANGED (WS-GD-SUB) TO CG-CHANGED-COUNT.
005730     MOVE 'G' TO CG-RECORD-TYPE.
005740     WRITE TESTCMPS-GROUP-RECORD.
005750     DISPLAY 'TESTCMP GROUP ' CG-GROUP-NAME
005760             ' ADDED='   CG-ADDED-COUNT
005770             ' MISSING=' CG-MISSING-COUNT
005780             ' CHANGED=' CG-CHANGED-COUNT.
005790 EXIT.
005800*
