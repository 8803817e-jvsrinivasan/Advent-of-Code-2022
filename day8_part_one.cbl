        SELECT GRID-STORE-FILE ASSIGN TO WS-P-GRID-STORE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ZONE-FILE ASSIGN TO WS-P-ZONE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ZONE-RPT-FILE ASSIGN TO WS-P-ZONE-RPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RECEIPT-FILE ASSIGN TO WS-P-RECEIPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-FILE ASSIGN TO WS-P-SITE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FD COMPARE-FILE.
    01 COMPARE-REC PIC X(80).
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).
    FD SCENIC-RESULT-FILE.
    01 SCENIC-RESULT-REC.
        05 SR-HIGHEST       PIC 9(9).
        05 CHG-HEIGHT           PIC X(1).
    FD GRID-STORE-FILE.
    01 GRID-STORE-REC PIC X(250).
    FD ZONE-FILE.
    COPY ZONEREC.
    FD ZONE-RPT-FILE.
    01 ZONE-RPT-REC PIC X(132).
    FD TIMING-FILE.
    COPY TIMEREC.
    FD RECEIPT-FILE.
    COPY RCPTREC.
    FD SITE-FILE.
    01 SITE-CTL-REC PIC X(32).
    FD ENV-FILE.
    COPY ENVREC.
WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-SITE              PIC X(70) VALUE SPACES.
        05 WS-P-INFILE            PIC X(70) VALUE SPACES.
        05 WS-P-OUTFILE           PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CHANGES           PIC X(70) VALUE SPACES.
        05 WS-P-GRID-STORE        PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-ZONE              PIC X(70) VALUE SPACES.
        05 WS-P-ZONE-RPT          PIC X(70) VALUE SPACES.
        05 WS-P-RECEIPT           PIC X(70) VALUE SPACES.
    01 WS-INPUT.
        05 WS-GRID      PIC X(250).
    01 WS-INPUT-HDR REDEFINES WS-INPUT.
    01 WS-PREV-HIGHEST-ROW     PIC 9(3) VALUE 0.
    01 WS-PREV-HIGHEST-COL     PIC 9(3) VALUE 0.
    01 WS-SCENIC-DELTA         PIC S9(9) VALUE 0.
    01 WS-ZONE-TABLE.
        05 WS-ZONE-COUNT       PIC 9(3) VALUE 0.
        05 WS-ZONE-ENTRY OCCURS 100 TIMES.
            10 WS-ZN-ID            PIC X(4) VALUE SPACES.
            10 WS-ZN-NAME          PIC X(20) VALUE SPACES.
            10 WS-ZN-START-ROW     PIC 9(3) VALUE 0.
            10 WS-ZN-END-ROW       PIC 9(3) VALUE 0.
            10 WS-ZN-START-COL     PIC 9(3) VALUE 0.
            10 WS-ZN-END-COL       PIC 9(3) VALUE 0.
            10 WS-ZN-RANGER        PIC X(20) VALUE SPACES.
            10 WS-ZN-TREES         PIC 9(6) VALUE 0.
            10 WS-ZN-VISIBLE       PIC 9(6) VALUE 0.
            10 WS-ZN-SCORE-SUM     PIC 9(15) VALUE 0.
            10 WS-ZN-HIGHEST       PIC 9(9) VALUE 0.
            10 WS-ZN-HIGHEST-ROW   PIC 9(3) VALUE 0.
            10 WS-ZN-HIGHEST-COL   PIC 9(3) VALUE 0.
    01 WS-ZONE-FIELDS.
        05 WS-ZONE-MASTER-FOUND PIC A(1) VALUE 'N'.
        05 WS-ZONE-EOF         PIC A(1) VALUE ' '.
        05 WS-ZX               PIC 9(3) VALUE 0.
        05 WS-ZONE-HITS        PIC 9(3) VALUE 0.
        05 WS-ZONE-BAD-RECS    PIC 9(4) VALUE 0.
        05 WS-ZONE-UNZONED     PIC 9(6) VALUE 0.
        05 WS-ZONE-OVERLAP     PIC 9(6) VALUE 0.
        05 WS-ZONE-EMPTY       PIC 9(4) VALUE 0.
        05 WS-ZONE-LISTED      PIC 9(2) VALUE 0.
        05 WS-ZONE-ERRORS      PIC 9(6) VALUE 0.
        05 WS-ZONE-CELL-SCORE  PIC 9(9) VALUE 0.
        05 WS-ZONE-PCT         PIC 9(3)V99 VALUE 0.
        05 WS-ZONE-AVG         PIC 9(9)V99 VALUE 0.
        05 WS-ZONE-PCT-ED      PIC ZZ9.99.
        05 WS-ZONE-AVG-ED      PIC ZZZZZZZZ9.99.
        05 WS-ZONE-HIGH-ED     PIC ZZZZZZZZ9.
        05 WS-ZONE-COUNT-ED    PIC ZZZZZ9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY STEPCOM.
    COPY PARMCOM.

    COPY TIMINGCOM.
    COPY LAYCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'TREE-HOUSE RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-ENV-SITE NOT EQUAL WS-ENV-HOME-SITE
        STRING 'PROCESSING SITE ' DELIMITED BY SIZE
            WS-ENV-SITE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SITE-NAME DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'TREE-HOUSE ALREADY COMPLETE FOR BUSINESS DATE '
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'Dec8Input.txt' TO WS-LAY-FEED
    PERFORM 885-GET-LAYOUT-VERSION-RTN
    IF WS-LAY-SUPPORTED NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'DIRECTIONAL VISIBILITY ANALYTICS' TO VISIBILITY-RPT-REC
    WRITE VISIBILITY-RPT-REC
    PERFORM 670-LOAD-ZONES-RTN
    IF WS-DELTA-MODE = 'Y'
        PERFORM 030-LOAD-GRID-STORE-RTN
        PERFORM 040-APPLY-CHANGES-RTN
    CLOSE SCENIC-EXTRACT-FILE
    CLOSE TOPK-FILE
    CLOSE VISIBILITY-RPT-FILE
    CLOSE ZONE-RPT-FILE
    IF WS-ZONE-ERRORS > 0
        DISPLAY 'ZONE-MASTER ERRORS: ' WS-ZONE-ERRORS
            ' - SEE Dec8ZoneReport'
        MOVE 4 TO RETURN-CODE
        MOVE 'W' TO WS-LOG-SEV
        STRING 'TREE-HOUSE ZONE-MASTER ERRORS: ' DELIMITED BY SIZE
            WS-ZONE-ERRORS DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    IF WS-PLOT-COUNT = 1
        PERFORM 310-COMPARE-RTN
        PERFORM 510-COMPARE-SCENIC-RTN

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocSite.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE
        PERFORM 887-GET-SITE-RTN
        MOVE WS-ENV-SITE TO WS-RSLT-SITE
        MOVE WS-ENV-SITE TO WS-CTL-SITE
        MOVE WS-ENV-SITE TO WS-SUSP-SITE
        MOVE WS-ENV-SITE TO WS-STEP-SITE
        MOVE 'Dec8Input.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INFILE
        MOVE 'Dec8Output.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OUTFILE
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'Dec8Checkpoint.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CHECKPOINT
        MOVE 'Dec8Output.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PREV
        MOVE 'Dec8Comparison.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-COMPARE
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'Dec8ScenicResult.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SCENIC-RESULT
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'Dec8ScenicExtract.csv' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SCENIC-EXTRACT
        MOVE 'Dec8ScenicTopK.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TOPK
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'Dec8Visibility.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-VISIBILITY-RPT
        MOVE 'Dec8Changes.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CHANGES
        MOVE 'Dec8GridStore.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-GRID-STORE
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'Dec8ZoneMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ZONE
        MOVE 'Dec8ZoneReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ZONE-RPT
        MOVE 'AocReceiptRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECEIPT.

    600-PROCESS-PLOT-RTN.
        IF WS-SUBSCRIPT = 0
            DISPLAY 'PLOT ' WS-CUR-PLOT-ID ' HIGHEST SCENIC SCORE: '
                WS-HIGHEST ' AT ROW ' WS-HIGHEST-ROW
                ' COL ' WS-HIGHEST-COL
            PERFORM 680-ZONE-ROLLUP-RTN
            IF WS-HIGHEST > WS-RUN-HIGHEST
                MOVE WS-HIGHEST TO WS-RUN-HIGHEST
                MOVE WS-HIGHEST-ROW TO WS-RUN-HIGHEST-ROW
        END-PERFORM.

    100-MOVE-RTN.
        IF WS-GRID = SPACES
            OR (WS-GRID(1:1) = '*' AND WS-LAY-USE-CURRENT)
            PERFORM 600-PROCESS-PLOT-RTN
            IF WS-GRID(1:1) = '*'
                MOVE WS-HDR-PLOT-ID TO WS-NEXT-PLOT-ID
            MOVE WS-LINE(WS-I)(WS-J:1) TO WS-STK-H(WS-SP)
            MOVE WS-I TO WS-STK-POS(WS-SP)
        END-PERFORM.
    670-LOAD-ZONES-RTN.
        MOVE 'ZONE-RPT-FILE' TO WS-FILE-ID
        OPEN OUTPUT ZONE-RPT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO ZONE-RPT-REC
        STRING 'ZONE ROLLUP - BUSINESS DATE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            INTO ZONE-RPT-REC
        WRITE ZONE-RPT-REC
        MOVE 0 TO WS-ZONE-COUNT
        MOVE SPACES TO WS-ZONE-EOF
        MOVE 'ZONE-FILE' TO WS-FILE-ID
        OPEN INPUT ZONE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            MOVE 'N' TO WS-ZONE-MASTER-FOUND
            DISPLAY 'NO Dec8ZoneMaster ON FILE - ZONE ROLLUP SKIPPED'
            MOVE 'NO ZONE MASTER ON FILE - ZONE ROLLUP SKIPPED'
                TO ZONE-RPT-REC
            WRITE ZONE-RPT-REC
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-ZONE-MASTER-FOUND
            PERFORM UNTIL WS-ZONE-EOF = 'Y'
                READ ZONE-FILE
                AT END MOVE 'Y' TO WS-ZONE-EOF
                NOT AT END
                    IF ZONE-MASTER-REC(1:1) NOT EQUAL '*'
                        PERFORM 675-STORE-ZONE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ZONE-FILE
        END-IF.

    675-STORE-ZONE-RTN.
        EVALUATE TRUE
            WHEN ZONE-START-ROW NOT NUMERIC
                OR ZONE-END-ROW NOT NUMERIC
                OR ZONE-START-COL NOT NUMERIC
                OR ZONE-END-COL NOT NUMERIC
                OR ZONE-START-ROW = 0 OR ZONE-START-COL = 0
                OR ZONE-END-ROW < ZONE-START-ROW
                OR ZONE-END-COL < ZONE-START-COL
                OR ZONE-ID = SPACES
                ADD 1 TO WS-ZONE-BAD-RECS
                ADD 1 TO WS-ZONE-ERRORS
                MOVE SPACES TO ZONE-RPT-REC
                STRING '** ZONE-MASTER ERROR - INVALID ZONE RECORD: '
                    DELIMITED BY SIZE
                    ZONE-MASTER-REC DELIMITED BY SIZE
                    INTO ZONE-RPT-REC
                WRITE ZONE-RPT-REC
                MOVE 'ZONE' TO WS-SUSP-REASON
                MOVE ZONE-ID TO WS-SUSP-KEY
                MOVE 'TREE-HOUSE - INVALID ZONE MASTER RECORD'
                    TO WS-SUSP-MSG
                PERFORM 860-WRITE-SUSPENSE-RTN
            WHEN WS-ZONE-COUNT >= 100
                ADD 1 TO WS-ZONE-ERRORS
                MOVE SPACES TO ZONE-RPT-REC
                STRING '** ZONE-MASTER ERROR - ZONE TABLE FULL, ZONE '
                    DELIMITED BY SIZE
                    ZONE-ID DELIMITED BY SIZE
                    ' IGNORED' DELIMITED BY SIZE
                    INTO ZONE-RPT-REC
                WRITE ZONE-RPT-REC
            WHEN OTHER
                ADD 1 TO WS-ZONE-COUNT
                MOVE ZONE-ID TO WS-ZN-ID(WS-ZONE-COUNT)
                MOVE ZONE-NAME TO WS-ZN-NAME(WS-ZONE-COUNT)
                MOVE ZONE-START-ROW TO WS-ZN-START-ROW(WS-ZONE-COUNT)
                MOVE ZONE-END-ROW TO WS-ZN-END-ROW(WS-ZONE-COUNT)
                MOVE ZONE-START-COL TO WS-ZN-START-COL(WS-ZONE-COUNT)
                MOVE ZONE-END-COL TO WS-ZN-END-COL(WS-ZONE-COUNT)
                MOVE ZONE-RANGER TO WS-ZN-RANGER(WS-ZONE-COUNT)
        END-EVALUATE.

    680-ZONE-ROLLUP-RTN.
        IF WS-ZONE-MASTER-FOUND = 'Y'
            MOVE SPACES TO ZONE-RPT-REC
            WRITE ZONE-RPT-REC
            STRING 'PLOT ' DELIMITED BY SIZE
                WS-CUR-PLOT-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CUR-PLOT-NAME DELIMITED BY SIZE
                ' - ROWS ' DELIMITED BY SIZE
                WS-ROW-COUNT DELIMITED BY SIZE
                ' COLS ' DELIMITED BY SIZE
                WS-COL-COUNT DELIMITED BY SIZE
                ' ZONES ' DELIMITED BY SIZE
                WS-ZONE-COUNT DELIMITED BY SIZE
                INTO ZONE-RPT-REC
            WRITE ZONE-RPT-REC
            MOVE 0 TO WS-ZONE-UNZONED
            MOVE 0 TO WS-ZONE-OVERLAP
            MOVE 0 TO WS-ZONE-LISTED
            MOVE 0 TO WS-ZONE-EMPTY
            PERFORM VARYING WS-ZX FROM 1 BY 1
                UNTIL WS-ZX > WS-ZONE-COUNT
                MOVE 0 TO WS-ZN-TREES(WS-ZX)
                MOVE 0 TO WS-ZN-VISIBLE(WS-ZX)
                MOVE 0 TO WS-ZN-SCORE-SUM(WS-ZX)
                MOVE 0 TO WS-ZN-HIGHEST(WS-ZX)
                MOVE 0 TO WS-ZN-HIGHEST-ROW(WS-ZX)
                MOVE 0 TO WS-ZN-HIGHEST-COL(WS-ZX)
            END-PERFORM
            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ROW-COUNT
                PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-COL-COUNT
                    PERFORM 685-ZONE-ONE-CELL-RTN
                END-PERFORM
            END-PERFORM
            MOVE SPACES TO ZONE-RPT-REC
            WRITE ZONE-RPT-REC
            MOVE 'ZONE NAME                 RANGER                 '
                TO ZONE-RPT-REC
            MOVE ' TREES' TO ZONE-RPT-REC(48:6)
            MOVE 'VISIBLE' TO ZONE-RPT-REC(54:7)
            MOVE '  VIS%' TO ZONE-RPT-REC(62:6)
            MOVE '  AVG SCENIC' TO ZONE-RPT-REC(69:12)
            MOVE '  HIGHEST' TO ZONE-RPT-REC(82:9)
            MOVE 'ROW  COL' TO ZONE-RPT-REC(93:8)
            WRITE ZONE-RPT-REC
            PERFORM VARYING WS-ZX FROM 1 BY 1
                UNTIL WS-ZX > WS-ZONE-COUNT
                PERFORM 690-WRITE-ZONE-LINE-RTN
            END-PERFORM
            COMPUTE WS-ZONE-ERRORS = WS-ZONE-ERRORS + WS-ZONE-UNZONED
                + WS-ZONE-OVERLAP + WS-ZONE-EMPTY
            MOVE WS-ZONE-UNZONED TO WS-ZONE-COUNT-ED
            MOVE SPACES TO ZONE-RPT-REC
            STRING 'CELLS IN NO ZONE:        ' DELIMITED BY SIZE
                WS-ZONE-COUNT-ED DELIMITED BY SIZE
                INTO ZONE-RPT-REC
            WRITE ZONE-RPT-REC
            MOVE WS-ZONE-OVERLAP TO WS-ZONE-COUNT-ED
            MOVE SPACES TO ZONE-RPT-REC
            STRING 'CELLS IN MORE THAN ONE:  ' DELIMITED BY SIZE
                WS-ZONE-COUNT-ED DELIMITED BY SIZE
                INTO ZONE-RPT-REC
            WRITE ZONE-RPT-REC
            IF WS-ZONE-UNZONED > 0 OR WS-ZONE-OVERLAP > 0
                OR WS-ZONE-EMPTY > 0
                MOVE 'ZONE' TO WS-SUSP-REASON
                MOVE WS-CUR-PLOT-ID TO WS-SUSP-KEY
                STRING 'TREE-HOUSE - ZONE MASTER DOES NOT PARTITION '
                    'THE GRID - UNZONED ' DELIMITED BY SIZE
                    WS-ZONE-UNZONED DELIMITED BY SIZE
                    ' OVERLAPPING ' DELIMITED BY SIZE
                    WS-ZONE-OVERLAP DELIMITED BY SIZE
                    INTO WS-SUSP-MSG
                PERFORM 860-WRITE-SUSPENSE-RTN
            END-IF
        END-IF.

    685-ZONE-ONE-CELL-RTN.
        MOVE 0 TO WS-ZONE-HITS
        IF WS-I = 1 OR WS-I = WS-ROW-COUNT
            OR WS-J = 1 OR WS-J = WS-COL-COUNT
            MOVE 0 TO WS-ZONE-CELL-SCORE
        ELSE
            COMPUTE WS-ZONE-CELL-SCORE = WS-UP-DIST(WS-I, WS-J)
                * WS-DOWN-DIST(WS-I, WS-J)
                * WS-LEFT-DIST(WS-I, WS-J)
                * WS-RIGHT-DIST(WS-I, WS-J)
        END-IF
        PERFORM VARYING WS-ZX FROM 1 BY 1 UNTIL WS-ZX > WS-ZONE-COUNT
            IF WS-I >= WS-ZN-START-ROW(WS-ZX)
                AND WS-I <= WS-ZN-END-ROW(WS-ZX)
                AND WS-J >= WS-ZN-START-COL(WS-ZX)
                AND WS-J <= WS-ZN-END-COL(WS-ZX)
                ADD 1 TO WS-ZONE-HITS
                ADD 1 TO WS-ZN-TREES(WS-ZX)
                IF WS-OUTPUT(WS-I)(WS-J:1) = 'Y'
                    ADD 1 TO WS-ZN-VISIBLE(WS-ZX)
                END-IF
                ADD WS-ZONE-CELL-SCORE TO WS-ZN-SCORE-SUM(WS-ZX)
                IF WS-ZONE-CELL-SCORE > WS-ZN-HIGHEST(WS-ZX)
                    OR WS-ZN-TREES(WS-ZX) = 1
                    MOVE WS-ZONE-CELL-SCORE TO WS-ZN-HIGHEST(WS-ZX)
                    MOVE WS-I TO WS-ZN-HIGHEST-ROW(WS-ZX)
                    MOVE WS-J TO WS-ZN-HIGHEST-COL(WS-ZX)
                END-IF
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-ZONE-HITS = 0
                ADD 1 TO WS-ZONE-UNZONED
                IF WS-ZONE-LISTED < 50
                    ADD 1 TO WS-ZONE-LISTED
                    MOVE SPACES TO ZONE-RPT-REC
                    STRING '** ZONE-MASTER ERROR - ROW ' DELIMITED BY SIZE
                        WS-I DELIMITED BY SIZE
                        ' COL ' DELIMITED BY SIZE
                        WS-J DELIMITED BY SIZE
                        ' IS IN NO ZONE' DELIMITED BY SIZE
                        INTO ZONE-RPT-REC
                    WRITE ZONE-RPT-REC
                END-IF
            WHEN WS-ZONE-HITS > 1
                ADD 1 TO WS-ZONE-OVERLAP
                IF WS-ZONE-LISTED < 50
                    ADD 1 TO WS-ZONE-LISTED
                    MOVE SPACES TO ZONE-RPT-REC
                    STRING '** ZONE-MASTER ERROR - ROW ' DELIMITED BY SIZE
                        WS-I DELIMITED BY SIZE
                        ' COL ' DELIMITED BY SIZE
                        WS-J DELIMITED BY SIZE
                        ' IS IN ' DELIMITED BY SIZE
                        WS-ZONE-HITS DELIMITED BY SIZE
                        ' ZONES' DELIMITED BY SIZE
                        INTO ZONE-RPT-REC
                    WRITE ZONE-RPT-REC
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    690-WRITE-ZONE-LINE-RTN.
        MOVE SPACES TO ZONE-RPT-REC
        IF WS-ZN-TREES(WS-ZX) = 0
            ADD 1 TO WS-ZONE-EMPTY
            STRING WS-ZN-ID(WS-ZX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZN-NAME(WS-ZX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZN-RANGER(WS-ZX) DELIMITED BY SIZE
                ' ** ZONE-MASTER ERROR - ZONE LIES OUTSIDE THE GRID'
                    DELIMITED BY SIZE
                INTO ZONE-RPT-REC
        ELSE
            COMPUTE WS-ZONE-PCT ROUNDED =
                WS-ZN-VISIBLE(WS-ZX) * 100 / WS-ZN-TREES(WS-ZX)
            COMPUTE WS-ZONE-AVG ROUNDED =
                WS-ZN-SCORE-SUM(WS-ZX) / WS-ZN-TREES(WS-ZX)
            MOVE WS-ZONE-PCT TO WS-ZONE-PCT-ED
            MOVE WS-ZONE-AVG TO WS-ZONE-AVG-ED
            MOVE WS-ZN-HIGHEST(WS-ZX) TO WS-ZONE-HIGH-ED
            STRING WS-ZN-ID(WS-ZX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZN-NAME(WS-ZX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZN-RANGER(WS-ZX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZN-TREES(WS-ZX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZN-VISIBLE(WS-ZX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZONE-PCT-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZONE-AVG-ED DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ZONE-HIGH-ED DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ZN-HIGHEST-ROW(WS-ZX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ZN-HIGHEST-COL(WS-ZX) DELIMITED BY SIZE
                INTO ZONE-RPT-REC
        END-IF
        WRITE ZONE-RPT-REC.

    500-LOAD-PREV-SCENIC-RTN.
        MOVE 'SCENIC-RESULT-FILE' TO WS-FILE-ID
        OPEN INPUT SCENIC-RESULT-FILE
        CLOSE INFILE OUTFILE COMPARE-FILE CHECKPOINT-FILE PREV-FILE
            SCENIC-RESULT-FILE SCENIC-EXTRACT-FILE TOPK-FILE
            VISIBILITY-RPT-FILE CHANGES-FILE GRID-STORE-FILE
            PARM-FILE ZONE-FILE ZONE-RPT-FILE SUSPENSE-FILE
            RECEIPT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY VALIDRTN.
    COPY PARMRTN.
    COPY TIMINGRTN.
    COPY LAYRTN.
    COPY ENVRTN.
    COPY SITERTN.
