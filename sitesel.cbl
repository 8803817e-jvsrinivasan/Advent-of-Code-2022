IDENTIFICATION DIVISION.
PROGRAM-ID. TREE-SITE-SELECT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CONSTRAINT-FILE ASSIGN TO WS-P-CONSTRAINT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT EXTRACT-FILE ASSIGN TO WS-P-EXTRACT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT GRID-STORE-FILE ASSIGN TO WS-P-GRID-STORE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN TO WS-P-REPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD CONSTRAINT-FILE.
    COPY SITECREC.
    FD EXTRACT-FILE.
    01 EXTRACT-REC PIC X(80).
    FD GRID-STORE-FILE.
    01 GRID-STORE-REC PIC X(250).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-CONSTRAINT        PIC X(70) VALUE SPACES.
        05 WS-P-EXTRACT           PIC X(70) VALUE SPACES.
        05 WS-P-GRID-STORE        PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-SET-ID           PIC X(8) VALUE SPACES.
        05 WS-RULES-LOADED     PIC 9(4) VALUE 0.
        05 WS-RULES-IGNORED    PIC 9(4) VALUE 0.
        05 WS-FIRST-PLOT       PIC X(8) VALUE SPACES.
        05 WS-MULTI-PLOT       PIC A(1) VALUE 'N'.
        05 WS-CELLS-READ       PIC 9(6) VALUE 0.
        05 WS-CELLS-OFF-GRID   PIC 9(6) VALUE 0.
        05 WS-CELLS-PASSED     PIC 9(6) VALUE 0.
        05 WS-PASS-DROPPED     PIC 9(6) VALUE 0.
        05 WS-REJ-HEIGHT       PIC 9(6) VALUE 0.
        05 WS-REJ-SCENIC       PIC 9(6) VALUE 0.
        05 WS-REJ-EDGE         PIC 9(6) VALUE 0.
        05 WS-REJ-ROW          PIC 9(6) VALUE 0.
        05 WS-REJ-COL          PIC 9(6) VALUE 0.
        05 WS-REJ-SPACING      PIC 9(6) VALUE 0.
        05 WS-RULED-OUT        PIC 9(4) VALUE 0.
    01 WS-CONSTRAINTS.
        05 WS-SC-MIN-HEIGHT    PIC 9(1) VALUE 0.
        05 WS-SC-MIN-SCENIC    PIC 9(9) VALUE 0.
        05 WS-SC-MIN-EDGE      PIC 9(1) VALUE 0.
        05 WS-SC-MIN-SPACING   PIC 9(3) VALUE 0.
        05 WS-SC-LIST-SIZE     PIC 9(2) VALUE 10.
        05 WS-SC-STRONG        PIC 9(2) VALUE 20.
        05 WS-SC-XROW-COUNT    PIC 9(2) VALUE 0.
        05 WS-SC-XROW          PIC 9(3) OCCURS 50 TIMES VALUE 0.
        05 WS-SC-XCOL-COUNT    PIC 9(2) VALUE 0.
        05 WS-SC-XCOL          PIC 9(3) OCCURS 50 TIMES VALUE 0.
        05 WS-XX               PIC 9(2) VALUE 0.
        05 WS-EXCLUDED         PIC A(1) VALUE 'N'.
    01 WS-GRID-TABLE.
        05 WS-GRID-ROWS        PIC 9(3) VALUE 0.
        05 WS-GRID-COLS        PIC 9(3) VALUE 0.
        05 WS-GRID-ROW         PIC X(250) OCCURS 250 TIMES.
    01 WS-CSV-FIELDS.
        05 WS-CSV-PLOT         PIC X(8) VALUE SPACES.
        05 WS-CSV-ROW          PIC X(8) VALUE SPACES.
        05 WS-CSV-COL          PIC X(8) VALUE SPACES.
        05 WS-CSV-SCORE        PIC X(12) VALUE SPACES.
    01 WS-CELL-FIELDS.
        05 WS-CELL-ROW         PIC 9(3) VALUE 0.
        05 WS-CELL-COL         PIC 9(3) VALUE 0.
        05 WS-CELL-SCORE       PIC 9(9) VALUE 0.
        05 WS-CELL-HEIGHT-X    PIC X(1) VALUE '0'.
        05 WS-CELL-HEIGHT REDEFINES WS-CELL-HEIGHT-X PIC 9(1).
        05 WS-CELL-EDGE        PIC 9(1) VALUE 0.
        05 WS-CELL-BLOCKED     PIC A(1) VALUE 'N'.
        05 WS-CELL-REASON      PIC X(60) VALUE SPACES.
        05 WS-RSN-PTR          PIC 9(3) VALUE 1.
        05 WS-K                PIC 9(3) VALUE 0.
    01 WS-PASS-TABLE.
        05 WS-PASS-COUNT       PIC 9(3) VALUE 0.
        05 WS-PASS-ENTRY OCCURS 500 TIMES.
            10 WS-PS-SCORE         PIC 9(9) VALUE 0.
            10 WS-PS-ROW           PIC 9(3) VALUE 0.
            10 WS-PS-COL           PIC 9(3) VALUE 0.
            10 WS-PS-HEIGHT        PIC 9(1) VALUE 0.
            10 WS-PS-EDGE          PIC 9(1) VALUE 0.
            10 WS-PS-STATUS        PIC X(1) VALUE SPACE.
                88 WS-PS-CHOSEN        VALUE 'S'.
                88 WS-PS-TOO-CLOSE     VALUE 'P'.
                88 WS-PS-LIST-FULL     VALUE 'F'.
            10 WS-PS-NEAR          PIC 9(2) VALUE 0.
        05 WS-PX               PIC 9(3) VALUE 0.
        05 WS-PX2              PIC 9(3) VALUE 0.
        05 WS-PLACED           PIC A(1) VALUE 'N'.
    01 WS-STRONG-TABLE.
        05 WS-STRONG-COUNT     PIC 9(2) VALUE 0.
        05 WS-STRONG-ENTRY OCCURS 50 TIMES.
            10 WS-SG-SCORE         PIC 9(9) VALUE 0.
            10 WS-SG-ROW           PIC 9(3) VALUE 0.
            10 WS-SG-COL           PIC 9(3) VALUE 0.
            10 WS-SG-HEIGHT        PIC 9(1) VALUE 0.
            10 WS-SG-EDGE          PIC 9(1) VALUE 0.
            10 WS-SG-REASON        PIC X(60) VALUE SPACES.
        05 WS-SX               PIC 9(2) VALUE 0.
        05 WS-SX2              PIC 9(2) VALUE 0.
    01 WS-SHORTLIST.
        05 WS-SL-COUNT         PIC 9(2) VALUE 0.
        05 WS-SL-PX            PIC 9(3) OCCURS 50 TIMES VALUE 0.
        05 WS-LX               PIC 9(2) VALUE 0.
        05 WS-DR               PIC S9(3) VALUE 0.
        05 WS-DC               PIC S9(3) VALUE 0.
        05 WS-DIST             PIC 9(3) VALUE 0.
    01 WS-RPT-FIELDS.
        05 WS-RPT-SCORE        PIC ZZZZZZZZ9.
        05 WS-RPT-COUNT        PIC ZZZZZ9.
        05 WS-RPT-REASON       PIC X(60) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'TREE-SITE-SELECT' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    PERFORM 870-GET-BIZ-DATE-RTN
    DISPLAY 'TREEHOUSE SITE SELECTION FROM STORED TREE-HOUSE RESULTS'
    DISPLAY 'ENTER CONSTRAINT SET ID (BLANK = STANDARD): '
    ACCEPT WS-SET-ID FROM CONSOLE
    IF WS-SET-ID = SPACES
        MOVE 'STANDARD' TO WS-SET-ID
    END-IF
    STRING 'TREE-SITE-SELECT RUN STARTED - CONSTRAINT SET '
        DELIMITED BY SIZE
        WS-SET-ID DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 100-LOAD-CONSTRAINTS-RTN
    IF WS-RULES-LOADED = 0
        DISPLAY '** NO CONSTRAINTS ON FILE FOR SET ' WS-SET-ID
        STRING 'NO SITE CONSTRAINTS ON FILE FOR SET ' DELIMITED BY SIZE
            WS-SET-ID DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 190-REFUSE-RTN
    END-IF
    PERFORM 200-LOAD-GRID-RTN
    PERFORM 300-SCAN-EXTRACT-RTN
    IF WS-MULTI-PLOT = 'Y'
        DISPLAY '** SCENIC EXTRACT HOLDS MORE THAN ONE PLOT - THE '
            'STORED GRID COVERS SINGLE-PLOT RUNS ONLY'
        MOVE 'SITE SELECTION REFUSED - MULTI-PLOT SCENIC EXTRACT'
            TO WS-LOG-MSG
        PERFORM 190-REFUSE-RTN
    END-IF
    PERFORM 400-SELECT-SITES-RTN
    MOVE 'REPORT-FILE' TO WS-FILE-ID
    OPEN OUTPUT REPORT-FILE
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 500-WRITE-HEADING-RTN
    PERFORM 510-WRITE-SHORTLIST-RTN
    PERFORM 520-WRITE-RULED-OUT-RTN
    PERFORM 530-WRITE-TOTALS-RTN
    CLOSE REPORT-FILE
    DISPLAY 'CONSTRAINT SET ' WS-SET-ID ' - ' WS-RULES-LOADED
        ' RULES APPLIED'
    DISPLAY 'CELLS EVALUATED: ' WS-CELLS-READ
        '  PASSING SITE RULES: ' WS-CELLS-PASSED
    DISPLAY 'SITES SHORTLISTED: ' WS-SL-COUNT ' OF '
        WS-SC-LIST-SIZE ' REQUESTED'
    DISPLAY 'STRONG CANDIDATES RULED OUT: ' WS-RULED-OUT
    IF WS-SL-COUNT < WS-SC-LIST-SIZE
        MOVE 4 TO RETURN-CODE
        MOVE 'W' TO WS-LOG-SEV
        STRING 'SITE SHORTLIST INCOMPLETE FOR SET ' DELIMITED BY SIZE
            WS-SET-ID DELIMITED BY SIZE
            ' - SITES FOUND: ' DELIMITED BY SIZE
            WS-SL-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    STRING 'TREE-SITE-SELECT RUN COMPLETED - SITES SHORTLISTED: '
        DELIMITED BY SIZE
        WS-SL-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec8SiteConstraints.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CONSTRAINT
        MOVE 'Dec8ScenicExtract.csv' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EXTRACT
        MOVE 'Dec8GridStore.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-GRID-STORE
        MOVE 'Dec8SiteShortlist.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE.

    100-LOAD-CONSTRAINTS-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'CONSTRAINT-FILE' TO WS-FILE-ID
        OPEN INPUT CONSTRAINT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO Dec8SiteConstraints FILE ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ CONSTRAINT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SITE-CONSTRAINT-REC(1:1) NOT EQUAL '*'
                        AND SITC-SET-ID = WS-SET-ID
                        PERFORM 110-APPLY-RULE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE CONSTRAINT-FILE
        END-IF
        IF WS-SC-LIST-SIZE = 0 OR WS-SC-LIST-SIZE > 50
            MOVE 10 TO WS-SC-LIST-SIZE
        END-IF
        IF WS-SC-STRONG = 0 OR WS-SC-STRONG > 50
            MOVE 20 TO WS-SC-STRONG
        END-IF.

    110-APPLY-RULE-RTN.
        IF SITC-VALUE NOT NUMERIC
            ADD 1 TO WS-RULES-IGNORED
            DISPLAY '** RULE ' SITC-RULE ' - VALUE NOT NUMERIC - '
                'IGNORED'
        ELSE
            ADD 1 TO WS-RULES-LOADED
            EVALUATE TRUE
                WHEN SITC-MIN-HEIGHT AND SITC-VALUE <= 9
                    MOVE SITC-VALUE TO WS-SC-MIN-HEIGHT
                WHEN SITC-MIN-SCENIC
                    MOVE SITC-VALUE TO WS-SC-MIN-SCENIC
                WHEN SITC-MIN-EDGE AND SITC-VALUE <= 4
                    MOVE SITC-VALUE TO WS-SC-MIN-EDGE
                WHEN SITC-MIN-SPACING AND SITC-VALUE <= 250
                    MOVE SITC-VALUE TO WS-SC-MIN-SPACING
                WHEN SITC-LIST-SIZE AND SITC-VALUE <= 50
                    MOVE SITC-VALUE TO WS-SC-LIST-SIZE
                WHEN SITC-STRONG-DEPTH AND SITC-VALUE <= 50
                    MOVE SITC-VALUE TO WS-SC-STRONG
                WHEN SITC-EXCL-ROW AND SITC-VALUE <= 250
                    AND WS-SC-XROW-COUNT < 50
                    ADD 1 TO WS-SC-XROW-COUNT
                    MOVE SITC-VALUE TO WS-SC-XROW(WS-SC-XROW-COUNT)
                WHEN SITC-EXCL-COL AND SITC-VALUE <= 250
                    AND WS-SC-XCOL-COUNT < 50
                    ADD 1 TO WS-SC-XCOL-COUNT
                    MOVE SITC-VALUE TO WS-SC-XCOL(WS-SC-XCOL-COUNT)
                WHEN OTHER
                    SUBTRACT 1 FROM WS-RULES-LOADED
                    ADD 1 TO WS-RULES-IGNORED
                    DISPLAY '** RULE ' SITC-RULE ' VALUE ' SITC-VALUE
                        ' - UNKNOWN RULE, OUT OF RANGE OR LIST FULL - '
                        'IGNORED'
            END-EVALUATE
        END-IF.

    190-REFUSE-RTN.
        MOVE 'E' TO WS-LOG-SEV
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN.

    200-LOAD-GRID-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 0 TO WS-GRID-ROWS
        MOVE 'GRID-STORE-FILE' TO WS-FILE-ID
        OPEN INPUT GRID-STORE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO STORED GRID ON FILE - RUN TREE-HOUSE FIRST'
            MOVE 'SITE SELECTION REFUSED - NO STORED TREE GRID'
                TO WS-LOG-MSG
            PERFORM 190-REFUSE-RTN
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ GRID-STORE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-GRID-ROWS < 250
                    ADD 1 TO WS-GRID-ROWS
                    MOVE GRID-STORE-REC TO WS-GRID-ROW(WS-GRID-ROWS)
                END-IF
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE GRID-STORE-FILE
        MOVE 0 TO WS-GRID-COLS
        IF WS-GRID-ROWS > 0
            PERFORM VARYING WS-K FROM 250 BY -1
                UNTIL WS-K = 0 OR WS-GRID-COLS > 0
                IF WS-GRID-ROW(1)(WS-K:1) NOT EQUAL SPACE
                    MOVE WS-K TO WS-GRID-COLS
                END-IF
            END-PERFORM
        END-IF.

    300-SCAN-EXTRACT-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'EXTRACT-FILE' TO WS-FILE-ID
        OPEN INPUT EXTRACT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO SCENIC EXTRACT ON FILE - RUN TREE-HOUSE '
                'FIRST'
            MOVE 'SITE SELECTION REFUSED - NO SCENIC EXTRACT'
                TO WS-LOG-MSG
            PERFORM 190-REFUSE-RTN
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ EXTRACT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 310-CHECK-EXTRACT-LINE-RTN
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE EXTRACT-FILE.

    310-CHECK-EXTRACT-LINE-RTN.
        MOVE SPACES TO WS-CSV-PLOT
        MOVE SPACES TO WS-CSV-ROW
        MOVE SPACES TO WS-CSV-COL
        MOVE SPACES TO WS-CSV-SCORE
        UNSTRING EXTRACT-REC DELIMITED BY ','
            INTO WS-CSV-PLOT WS-CSV-ROW WS-CSV-COL WS-CSV-SCORE
        IF WS-CSV-ROW(1:3) NUMERIC AND WS-CSV-COL(1:3) NUMERIC
            AND WS-CSV-SCORE(1:9) NUMERIC
            IF WS-CELLS-READ = 0
                MOVE WS-CSV-PLOT TO WS-FIRST-PLOT
            END-IF
            IF WS-CSV-PLOT NOT EQUAL WS-FIRST-PLOT
                MOVE 'Y' TO WS-MULTI-PLOT
            END-IF
            ADD 1 TO WS-CELLS-READ
            MOVE WS-CSV-ROW(1:3) TO WS-CELL-ROW
            MOVE WS-CSV-COL(1:3) TO WS-CELL-COL
            MOVE WS-CSV-SCORE(1:9) TO WS-CELL-SCORE
            IF WS-CELL-ROW = 0 OR WS-CELL-ROW > WS-GRID-ROWS
                OR WS-CELL-COL = 0 OR WS-CELL-COL > WS-GRID-COLS
                ADD 1 TO WS-CELLS-OFF-GRID
            ELSE
                PERFORM 320-EVALUATE-CELL-RTN
            END-IF
        END-IF.

    320-EVALUATE-CELL-RTN.
        MOVE WS-GRID-ROW(WS-CELL-ROW)(WS-CELL-COL:1)
            TO WS-CELL-HEIGHT-X
        IF WS-CELL-HEIGHT-X NOT NUMERIC
            MOVE '0' TO WS-CELL-HEIGHT-X
        END-IF
        PERFORM 330-EDGE-COUNT-RTN
        MOVE SPACES TO WS-CELL-REASON
        MOVE 1 TO WS-RSN-PTR
        IF WS-CELL-HEIGHT < WS-SC-MIN-HEIGHT
            ADD 1 TO WS-REJ-HEIGHT
            STRING 'HEIGHT ' DELIMITED BY SIZE
                WS-CELL-HEIGHT-X DELIMITED BY SIZE
                '<' DELIMITED BY SIZE
                WS-SC-MIN-HEIGHT DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                INTO WS-CELL-REASON WITH POINTER WS-RSN-PTR
        END-IF
        IF WS-CELL-SCORE < WS-SC-MIN-SCENIC
            ADD 1 TO WS-REJ-SCENIC
            STRING 'SCENIC<MIN ' DELIMITED BY SIZE
                INTO WS-CELL-REASON WITH POINTER WS-RSN-PTR
        END-IF
        IF WS-CELL-EDGE < WS-SC-MIN-EDGE
            ADD 1 TO WS-REJ-EDGE
            STRING 'EDGE ' DELIMITED BY SIZE
                WS-CELL-EDGE DELIMITED BY SIZE
                '<' DELIMITED BY SIZE
                WS-SC-MIN-EDGE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                INTO WS-CELL-REASON WITH POINTER WS-RSN-PTR
        END-IF
        MOVE 'N' TO WS-EXCLUDED
        PERFORM VARYING WS-XX FROM 1 BY 1
            UNTIL WS-XX > WS-SC-XROW-COUNT OR WS-EXCLUDED = 'Y'
            IF WS-SC-XROW(WS-XX) = WS-CELL-ROW
                MOVE 'Y' TO WS-EXCLUDED
            END-IF
        END-PERFORM
        IF WS-EXCLUDED = 'Y'
            ADD 1 TO WS-REJ-ROW
            STRING 'ROW EXCLUDED ' DELIMITED BY SIZE
                INTO WS-CELL-REASON WITH POINTER WS-RSN-PTR
        END-IF
        MOVE 'N' TO WS-EXCLUDED
        PERFORM VARYING WS-XX FROM 1 BY 1
            UNTIL WS-XX > WS-SC-XCOL-COUNT OR WS-EXCLUDED = 'Y'
            IF WS-SC-XCOL(WS-XX) = WS-CELL-COL
                MOVE 'Y' TO WS-EXCLUDED
            END-IF
        END-PERFORM
        IF WS-EXCLUDED = 'Y'
            ADD 1 TO WS-REJ-COL
            STRING 'COL EXCLUDED ' DELIMITED BY SIZE
                INTO WS-CELL-REASON WITH POINTER WS-RSN-PTR
        END-IF
        IF WS-CELL-REASON = SPACES
            ADD 1 TO WS-CELLS-PASSED
            PERFORM 340-RANK-PASSED-RTN
        END-IF
        PERFORM 350-RANK-STRONG-RTN.

    330-EDGE-COUNT-RTN.
        MOVE 0 TO WS-CELL-EDGE
        MOVE 'N' TO WS-CELL-BLOCKED
        PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K >= WS-CELL-COL OR WS-CELL-BLOCKED = 'Y'
            IF WS-GRID-ROW(WS-CELL-ROW)(WS-K:1) >= WS-CELL-HEIGHT-X
                MOVE 'Y' TO WS-CELL-BLOCKED
            END-IF
        END-PERFORM
        IF WS-CELL-BLOCKED = 'N'
            ADD 1 TO WS-CELL-EDGE
        END-IF
        MOVE 'N' TO WS-CELL-BLOCKED
        PERFORM VARYING WS-K FROM WS-CELL-COL BY 1
            UNTIL WS-K >= WS-GRID-COLS OR WS-CELL-BLOCKED = 'Y'
            IF WS-GRID-ROW(WS-CELL-ROW)(WS-K + 1:1)
                >= WS-CELL-HEIGHT-X
                MOVE 'Y' TO WS-CELL-BLOCKED
            END-IF
        END-PERFORM
        IF WS-CELL-BLOCKED = 'N'
            ADD 1 TO WS-CELL-EDGE
        END-IF
        MOVE 'N' TO WS-CELL-BLOCKED
        PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K >= WS-CELL-ROW OR WS-CELL-BLOCKED = 'Y'
            IF WS-GRID-ROW(WS-K)(WS-CELL-COL:1) >= WS-CELL-HEIGHT-X
                MOVE 'Y' TO WS-CELL-BLOCKED
            END-IF
        END-PERFORM
        IF WS-CELL-BLOCKED = 'N'
            ADD 1 TO WS-CELL-EDGE
        END-IF
        MOVE 'N' TO WS-CELL-BLOCKED
        PERFORM VARYING WS-K FROM WS-CELL-ROW BY 1
            UNTIL WS-K >= WS-GRID-ROWS OR WS-CELL-BLOCKED = 'Y'
            IF WS-GRID-ROW(WS-K + 1)(WS-CELL-COL:1)
                >= WS-CELL-HEIGHT-X
                MOVE 'Y' TO WS-CELL-BLOCKED
            END-IF
        END-PERFORM
        IF WS-CELL-BLOCKED = 'N'
            ADD 1 TO WS-CELL-EDGE
        END-IF.

    340-RANK-PASSED-RTN.
        MOVE 'N' TO WS-PLACED
        PERFORM VARYING WS-PX FROM 1 BY 1
            UNTIL WS-PX > WS-PASS-COUNT OR WS-PLACED = 'Y'
            IF WS-CELL-SCORE > WS-PS-SCORE(WS-PX)
                MOVE 'Y' TO WS-PLACED
            END-IF
        END-PERFORM
        IF WS-PLACED = 'Y'
            SUBTRACT 1 FROM WS-PX
        END-IF
        IF WS-PX > 500
            ADD 1 TO WS-PASS-DROPPED
        ELSE
            IF WS-PASS-COUNT < 500
                ADD 1 TO WS-PASS-COUNT
            ELSE
                ADD 1 TO WS-PASS-DROPPED
            END-IF
            PERFORM VARYING WS-PX2 FROM WS-PASS-COUNT BY -1
                UNTIL WS-PX2 <= WS-PX
                MOVE WS-PASS-ENTRY(WS-PX2 - 1)
                    TO WS-PASS-ENTRY(WS-PX2)
            END-PERFORM
            MOVE WS-CELL-SCORE TO WS-PS-SCORE(WS-PX)
            MOVE WS-CELL-ROW TO WS-PS-ROW(WS-PX)
            MOVE WS-CELL-COL TO WS-PS-COL(WS-PX)
            MOVE WS-CELL-HEIGHT TO WS-PS-HEIGHT(WS-PX)
            MOVE WS-CELL-EDGE TO WS-PS-EDGE(WS-PX)
            MOVE SPACE TO WS-PS-STATUS(WS-PX)
            MOVE 0 TO WS-PS-NEAR(WS-PX)
        END-IF.

    350-RANK-STRONG-RTN.
        MOVE 'N' TO WS-PLACED
        PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-STRONG-COUNT OR WS-PLACED = 'Y'
            IF WS-CELL-SCORE > WS-SG-SCORE(WS-SX)
                MOVE 'Y' TO WS-PLACED
            END-IF
        END-PERFORM
        IF WS-PLACED = 'Y'
            SUBTRACT 1 FROM WS-SX
        END-IF
        IF WS-SX <= WS-SC-STRONG
            IF WS-STRONG-COUNT < WS-SC-STRONG
                ADD 1 TO WS-STRONG-COUNT
            END-IF
            PERFORM VARYING WS-SX2 FROM WS-STRONG-COUNT BY -1
                UNTIL WS-SX2 <= WS-SX
                MOVE WS-STRONG-ENTRY(WS-SX2 - 1)
                    TO WS-STRONG-ENTRY(WS-SX2)
            END-PERFORM
            MOVE WS-CELL-SCORE TO WS-SG-SCORE(WS-SX)
            MOVE WS-CELL-ROW TO WS-SG-ROW(WS-SX)
            MOVE WS-CELL-COL TO WS-SG-COL(WS-SX)
            MOVE WS-CELL-HEIGHT TO WS-SG-HEIGHT(WS-SX)
            MOVE WS-CELL-EDGE TO WS-SG-EDGE(WS-SX)
            MOVE WS-CELL-REASON TO WS-SG-REASON(WS-SX)
        END-IF.

    400-SELECT-SITES-RTN.
        MOVE 0 TO WS-SL-COUNT
        PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PASS-COUNT
            IF WS-SL-COUNT >= WS-SC-LIST-SIZE
                MOVE 'F' TO WS-PS-STATUS(WS-PX)
            ELSE
                PERFORM 410-CHECK-SPACING-RTN
            END-IF
        END-PERFORM.

    410-CHECK-SPACING-RTN.
        MOVE 0 TO WS-PS-NEAR(WS-PX)
        PERFORM VARYING WS-LX FROM 1 BY 1
            UNTIL WS-LX > WS-SL-COUNT OR WS-PS-NEAR(WS-PX) > 0
            COMPUTE WS-DR = WS-PS-ROW(WS-PX)
                - WS-PS-ROW(WS-SL-PX(WS-LX))
            COMPUTE WS-DC = WS-PS-COL(WS-PX)
                - WS-PS-COL(WS-SL-PX(WS-LX))
            IF WS-DR < 0
                COMPUTE WS-DR = 0 - WS-DR
            END-IF
            IF WS-DC < 0
                COMPUTE WS-DC = 0 - WS-DC
            END-IF
            IF WS-DR > WS-DC
                MOVE WS-DR TO WS-DIST
            ELSE
                MOVE WS-DC TO WS-DIST
            END-IF
            IF WS-DIST < WS-SC-MIN-SPACING
                MOVE WS-LX TO WS-PS-NEAR(WS-PX)
            END-IF
        END-PERFORM
        IF WS-PS-NEAR(WS-PX) > 0
            MOVE 'P' TO WS-PS-STATUS(WS-PX)
            ADD 1 TO WS-REJ-SPACING
        ELSE
            MOVE 'S' TO WS-PS-STATUS(WS-PX)
            ADD 1 TO WS-SL-COUNT
            MOVE WS-PX TO WS-SL-PX(WS-SL-COUNT)
        END-IF.

    500-WRITE-HEADING-RTN.
        MOVE SPACES TO REPORT-REC
        STRING 'TREEHOUSE SITE SHORTLIST - CONSTRAINT SET '
            DELIMITED BY SIZE
            WS-SET-ID DELIMITED BY SIZE
            '  BUSINESS DATE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  PLOT ' DELIMITED BY SIZE
            WS-FIRST-PLOT DELIMITED BY SPACE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'RULES: MIN HEIGHT ' DELIMITED BY SIZE
            WS-SC-MIN-HEIGHT DELIMITED BY SIZE
            '  MIN SCENIC ' DELIMITED BY SIZE
            WS-SC-MIN-SCENIC DELIMITED BY SIZE
            '  MIN EDGE VISIBILITY ' DELIMITED BY SIZE
            WS-SC-MIN-EDGE DELIMITED BY SIZE
            '  MIN SPACING ' DELIMITED BY SIZE
            WS-SC-MIN-SPACING DELIMITED BY SIZE
            '  SHORTLIST ' DELIMITED BY SIZE
            WS-SC-LIST-SIZE DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        MOVE 1 TO WS-RSN-PTR
        STRING 'EXCLUDED ROWS:' DELIMITED BY SIZE
            INTO REPORT-REC WITH POINTER WS-RSN-PTR
        PERFORM VARYING WS-XX FROM 1 BY 1
            UNTIL WS-XX > WS-SC-XROW-COUNT OR WS-RSN-PTR > 126
            STRING ' ' DELIMITED BY SIZE
                WS-SC-XROW(WS-XX) DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER WS-RSN-PTR
        END-PERFORM
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        MOVE 1 TO WS-RSN-PTR
        STRING 'EXCLUDED COLS:' DELIMITED BY SIZE
            INTO REPORT-REC WITH POINTER WS-RSN-PTR
        PERFORM VARYING WS-XX FROM 1 BY 1
            UNTIL WS-XX > WS-SC-XCOL-COUNT OR WS-RSN-PTR > 126
            STRING ' ' DELIMITED BY SIZE
                WS-SC-XCOL(WS-XX) DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER WS-RSN-PTR
        END-PERFORM
        WRITE REPORT-REC
        MOVE 'SPACING IS THE LARGER OF THE ROW AND COLUMN DISTANCE; '
            TO REPORT-REC
        MOVE 'EDGE = DIRECTIONS (0-4) FROM WHICH THE TREE IS VISIBLE'
            TO REPORT-REC(55:54)
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC.

    510-WRITE-SHORTLIST-RTN.
        MOVE 'RANKED SHORTLIST' TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'RANK  ROW  COL  HEIGHT  EDGE      SCORE' TO REPORT-REC
        WRITE REPORT-REC
        PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-SL-COUNT
            MOVE WS-SL-PX(WS-LX) TO WS-PX
            MOVE WS-PS-SCORE(WS-PX) TO WS-RPT-SCORE
            MOVE SPACES TO REPORT-REC
            STRING ' ' DELIMITED BY SIZE
                WS-LX DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WS-PS-ROW(WS-PX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-PS-COL(WS-PX) DELIMITED BY SIZE
                '     ' DELIMITED BY SIZE
                WS-PS-HEIGHT(WS-PX) DELIMITED BY SIZE
                '     ' DELIMITED BY SIZE
                WS-PS-EDGE(WS-PX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-RPT-SCORE DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-PERFORM
        IF WS-SL-COUNT = 0
            MOVE '  NO CELL SATISFIES THE CONSTRAINT SET' TO REPORT-REC
            WRITE REPORT-REC
        END-IF
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC.

    520-WRITE-RULED-OUT-RTN.
        MOVE 0 TO WS-RULED-OUT
        MOVE SPACES TO REPORT-REC
        STRING 'STRONG CANDIDATES RULED OUT (TOP ' DELIMITED BY SIZE
            WS-SC-STRONG DELIMITED BY SIZE
            ' CELLS BY SCENIC SCORE)' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE 'SCENIC RANK  ROW  COL  HEIGHT  EDGE      SCORE  REASON'
            TO REPORT-REC
        WRITE REPORT-REC
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-STRONG-COUNT
            PERFORM 525-RULED-OUT-LINE-RTN
        END-PERFORM
        IF WS-RULED-OUT = 0
            MOVE '  NONE - EVERY STRONG CANDIDATE IS ON THE SHORTLIST'
                TO REPORT-REC
            WRITE REPORT-REC
        END-IF
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC.

    525-RULED-OUT-LINE-RTN.
        MOVE WS-SG-REASON(WS-SX) TO WS-RPT-REASON
        IF WS-RPT-REASON = SPACES
            MOVE 'N' TO WS-PLACED
            PERFORM VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PASS-COUNT OR WS-PLACED = 'Y'
                IF WS-PS-ROW(WS-PX) = WS-SG-ROW(WS-SX)
                    AND WS-PS-COL(WS-PX) = WS-SG-COL(WS-SX)
                    MOVE 'Y' TO WS-PLACED
                END-IF
            END-PERFORM
            SUBTRACT 1 FROM WS-PX
            EVALUATE TRUE
                WHEN WS-PLACED NOT EQUAL 'Y'
                    MOVE 'NOT RANKED' TO WS-RPT-REASON
                WHEN WS-PS-TOO-CLOSE(WS-PX)
                    STRING 'WITHIN SPACING OF SHORTLIST SITE '
                        DELIMITED BY SIZE
                        WS-PS-NEAR(WS-PX) DELIMITED BY SIZE
                        INTO WS-RPT-REASON
                WHEN WS-PS-LIST-FULL(WS-PX)
                    MOVE 'SHORTLIST ALREADY FULL' TO WS-RPT-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        IF WS-RPT-REASON NOT EQUAL SPACES
            ADD 1 TO WS-RULED-OUT
            MOVE WS-SG-SCORE(WS-SX) TO WS-RPT-SCORE
            MOVE SPACES TO REPORT-REC
            STRING '     ' DELIMITED BY SIZE
                WS-SX DELIMITED BY SIZE
                '      ' DELIMITED BY SIZE
                WS-SG-ROW(WS-SX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-SG-COL(WS-SX) DELIMITED BY SIZE
                '     ' DELIMITED BY SIZE
                WS-SG-HEIGHT(WS-SX) DELIMITED BY SIZE
                '     ' DELIMITED BY SIZE
                WS-SG-EDGE(WS-SX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-RPT-SCORE DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-RPT-REASON DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF.

    530-WRITE-TOTALS-RTN.
        MOVE WS-CELLS-READ TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'CELLS EVALUATED:            ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-CELLS-PASSED TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'CELLS PASSING SITE RULES:   ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-REJ-HEIGHT TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'FAILED MIN HEIGHT:          ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-REJ-SCENIC TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'FAILED MIN SCENIC SCORE:    ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-REJ-EDGE TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'FAILED MIN EDGE VISIBILITY: ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-REJ-ROW TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'IN AN EXCLUDED ROW:         ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-REJ-COL TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'IN AN EXCLUDED COLUMN:      ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-REJ-SPACING TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'TOO CLOSE TO A CHOSEN SITE: ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        IF WS-CELLS-OFF-GRID > 0
            MOVE WS-CELLS-OFF-GRID TO WS-RPT-COUNT
            MOVE SPACES TO REPORT-REC
            STRING '** CELLS OUTSIDE THE STORED GRID (IGNORED): '
                DELIMITED BY SIZE
                WS-RPT-COUNT DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF
        IF WS-PASS-DROPPED > 0
            MOVE WS-PASS-DROPPED TO WS-RPT-COUNT
            MOVE SPACES TO REPORT-REC
            STRING '** PASSING CELLS BELOW THE TOP 500 NOT CONSIDERED: '
                DELIMITED BY SIZE
                WS-RPT-COUNT DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF.

    920-ABEND-RTN.
        IF WS-ABEND-LOG-OK = 'Y'
            AND WS-ABEND-FILE NOT EQUAL 'LOG-FILE'
            MOVE 'E' TO WS-LOG-SEV
            STRING '** ABEND - FILE ' DELIMITED BY SIZE
                WS-ABEND-FILE DELIMITED BY SIZE
                ' STATUS ' DELIMITED BY SIZE
                WS-ABEND-STATUS DELIMITED BY SIZE
                ' - ORDERLY SHUTDOWN' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE CONSTRAINT-FILE EXTRACT-FILE GRID-STORE-FILE REPORT-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY ENVRTN.
