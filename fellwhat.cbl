IDENTIFICATION DIVISION.
PROGRAM-ID. FELLING-WHATIF.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT GRID-STORE-FILE ASSIGN TO WS-P-GRID-STORE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PROPOSAL-FILE ASSIGN TO WS-P-PROPOSAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN TO WS-P-REPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
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
    FD GRID-STORE-FILE.
    01 GRID-STORE-REC PIC X(250).
    FD PROPOSAL-FILE.
    01 PROPOSAL-REC.
        05 PROP-ROW             PIC X(3).
        05 PROP-COL             PIC X(3).
        05 PROP-HEIGHT          PIC X(1).
            88 PROP-REMOVE         VALUE 'R'.
        05 PROP-REFERENCE       PIC X(10).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
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
        05 WS-P-GRID-STORE        PIC X(70) VALUE SPACES.
        05 WS-P-PROPOSAL          PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-THRESHOLD        PIC 9(8) VALUE 0.
        05 WS-PROP-READ        PIC 9(4) VALUE 0.
        05 WS-PROP-APPLIED     PIC 9(4) VALUE 0.
        05 WS-PROP-REJECTED    PIC 9(4) VALUE 0.
        05 WS-PROP-ROW-N       PIC 9(3) VALUE 0.
        05 WS-PROP-COL-N       PIC 9(3) VALUE 0.
        05 WS-PROP-NEW-HEIGHT  PIC X(1) VALUE SPACE.
        05 WS-PROP-OLD-HEIGHT  PIC X(1) VALUE SPACE.
        05 WS-FLIP-COUNT       PIC 9(6) VALUE 0.
        05 WS-FLIP-TO-HIDDEN   PIC 9(6) VALUE 0.
        05 WS-FLIP-TO-VISIBLE  PIC 9(6) VALUE 0.
        05 WS-MOVE-COUNT       PIC 9(6) VALUE 0.
        05 WS-VISIBLE-BEFORE   PIC 9(6) VALUE 0.
        05 WS-VISIBLE-AFTER    PIC 9(6) VALUE 0.
        05 WS-VISIBLE-NET      PIC S9(6) VALUE 0.
        05 WS-PASS             PIC X(1) VALUE 'B'.
            88 WS-PASS-BEFORE      VALUE 'B'.
            88 WS-PASS-AFTER       VALUE 'A'.
    01 WS-GRID-TABLE.
        05 WS-GRID-ROWS        PIC 9(3) VALUE 0.
        05 WS-GRID-COLS        PIC 9(3) VALUE 0.
        05 WS-GRID-ROW         PIC X(250) OCCURS 250 TIMES.
    01 WS-BASE-TABLE.
        05 WS-BASE-ROW OCCURS 250 TIMES.
            10 WS-BASE-CELL OCCURS 250 TIMES.
                15 WS-BASE-VIS     PIC X(1).
                15 WS-BASE-SCORE   PIC 9(9).
    01 WS-CELL-FIELDS.
        05 WS-I                PIC 9(3) VALUE 0.
        05 WS-J                PIC 9(3) VALUE 0.
        05 WS-K                PIC 9(3) VALUE 0.
        05 WS-CELL-HEIGHT      PIC X(1) VALUE SPACE.
        05 WS-CELL-VIS         PIC X(1) VALUE 'N'.
        05 WS-CELL-SCORE       PIC 9(9) VALUE 0.
        05 WS-CELL-DELTA       PIC S9(10) VALUE 0.
        05 WS-CELL-ABS-DELTA   PIC 9(10) VALUE 0.
        05 WS-BLOCKED          PIC A(1) VALUE 'N'.
        05 WS-DIST-UP          PIC 9(3) VALUE 0.
        05 WS-DIST-DOWN        PIC 9(3) VALUE 0.
        05 WS-DIST-LEFT        PIC 9(3) VALUE 0.
        05 WS-DIST-RIGHT       PIC 9(3) VALUE 0.
    01 WS-TOPK-FIELDS.
        05 WS-TOP-K            PIC 9(2) VALUE 10.
        05 WS-BTK-ENTRY OCCURS 50 TIMES.
            10 WS-BTK-SCORE        PIC 9(9) VALUE 0.
            10 WS-BTK-ROW          PIC 9(3) VALUE 0.
            10 WS-BTK-COL          PIC 9(3) VALUE 0.
        05 WS-ATK-ENTRY OCCURS 50 TIMES.
            10 WS-ATK-SCORE        PIC 9(9) VALUE 0.
            10 WS-ATK-ROW          PIC 9(3) VALUE 0.
            10 WS-ATK-COL          PIC 9(3) VALUE 0.
        05 WS-TK               PIC 9(2) VALUE 0.
        05 WS-TK2              PIC 9(2) VALUE 0.
        05 WS-TK-PLACED        PIC A(1) VALUE 'N'.
        05 WS-TK-CHANGED       PIC 9(2) VALUE 0.
    01 WS-RPT-FIELDS.
        05 WS-RPT-SCORE-1      PIC ZZZZZZZZ9.
        05 WS-RPT-SCORE-2      PIC ZZZZZZZZ9.
        05 WS-RPT-DELTA        PIC +ZZZZZZZZZ9.
        05 WS-RPT-COUNT        PIC ZZZZZ9.
        05 WS-RPT-NET          PIC +ZZZZZ9.
        05 WS-RPT-MARK         PIC X(3) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY PARMCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'FELLING-WHATIF' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'FELLING-WHATIF RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 870-GET-BIZ-DATE-RTN
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'TH-TOP-K' TO WS-PARM-REQ-KEY
    MOVE '10' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-TOP-K
    IF WS-TOP-K = 0 OR WS-TOP-K > 50
        MOVE 10 TO WS-TOP-K
    END-IF
    MOVE 'WI-SCORE-THRESHOLD' TO WS-PARM-REQ-KEY
    MOVE '0' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-THRESHOLD
    DISPLAY 'FELLING WHAT-IF - PROPOSED CHANGES AGAINST A COPY OF THE '
        'STORED GRID'
    PERFORM 100-LOAD-GRID-RTN
    MOVE 'REPORT-FILE' TO WS-FILE-ID
    OPEN OUTPUT REPORT-FILE
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE SPACES TO REPORT-REC
    STRING 'FELLING WHAT-IF ANALYSIS - BUSINESS DATE ' DELIMITED BY SIZE
        WS-BIZ-DATE DELIMITED BY SIZE
        '  GRID ' DELIMITED BY SIZE
        WS-GRID-ROWS DELIMITED BY SIZE
        ' X ' DELIMITED BY SIZE
        WS-GRID-COLS DELIMITED BY SIZE
        '  SCENIC THRESHOLD ' DELIMITED BY SIZE
        WS-THRESHOLD DELIMITED BY SIZE
        INTO REPORT-REC
    WRITE REPORT-REC
    MOVE 'STORED GRID, Dec8 RESULTS AND STEP CONTROL ARE NOT UPDATED'
        TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE 'B' TO WS-PASS
    PERFORM 300-SCORE-GRID-RTN
    PERFORM 200-APPLY-PROPOSALS-RTN
    IF WS-PROP-APPLIED = 0
        MOVE '  NO VALID PROPOSED CHANGES - GRID UNCHANGED'
            TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    MOVE SPACES TO REPORT-REC
    WRITE REPORT-REC
    MOVE 'CELLS WHOSE VISIBILITY FLIPS OR SCENIC SCORE MOVES BY MORE '
        TO REPORT-REC
    MOVE 'THAN THE THRESHOLD' TO REPORT-REC(60:18)
    WRITE REPORT-REC
    MOVE ' ROW  COL  VIS BEFORE/AFTER     SCORE BEFORE      AFTER'
        TO REPORT-REC
    MOVE '      CHANGE' TO REPORT-REC(56:12)
    WRITE REPORT-REC
    MOVE 'A' TO WS-PASS
    PERFORM 300-SCORE-GRID-RTN
    IF WS-FLIP-COUNT = 0 AND WS-MOVE-COUNT = 0
        MOVE '  NO CELL IS AFFECTED' TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    PERFORM 500-WRITE-SUMMARY-RTN
    PERFORM 550-WRITE-LEADERBOARD-RTN
    CLOSE REPORT-FILE
    COMPUTE WS-VISIBLE-NET = WS-VISIBLE-AFTER - WS-VISIBLE-BEFORE
    DISPLAY 'PROPOSALS READ: ' WS-PROP-READ ' APPLIED: '
        WS-PROP-APPLIED ' REJECTED: ' WS-PROP-REJECTED
    DISPLAY 'VISIBILITY FLIPS: ' WS-FLIP-COUNT
        '  SCENIC MOVES OVER THRESHOLD: ' WS-MOVE-COUNT
    DISPLAY 'VISIBLE TREES BEFORE: ' WS-VISIBLE-BEFORE ' AFTER: '
        WS-VISIBLE-AFTER
    DISPLAY 'TOP-' WS-TOP-K ' POSITIONS CHANGED: ' WS-TK-CHANGED
    IF WS-PROP-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STRING 'FELLING-WHATIF RUN COMPLETED - CHANGES APPLIED: '
        DELIMITED BY SIZE
        WS-PROP-APPLIED DELIMITED BY SIZE
        ' FLIPS: ' DELIMITED BY SIZE
        WS-FLIP-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec8GridStore.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-GRID-STORE
        MOVE 'Dec8FellingProposal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PROPOSAL
        MOVE 'Dec8WhatIf.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE.

    100-LOAD-GRID-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 0 TO WS-GRID-ROWS
        MOVE 'GRID-STORE-FILE' TO WS-FILE-ID
        OPEN INPUT GRID-STORE-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '** NO STORED GRID ON FILE - RUN TREE-HOUSE FIRST'
            MOVE 'E' TO WS-LOG-SEV
            MOVE 'WHAT-IF REFUSED - NO STORED TREE GRID' TO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
            CLOSE LOG-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
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

    200-APPLY-PROPOSALS-RTN.
        MOVE 'PROPOSED CHANGES' TO REPORT-REC
        WRITE REPORT-REC
        MOVE ' ROW  COL  HEIGHT BEFORE/AFTER  REFERENCE   STATUS'
            TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO WS-EOF
        MOVE 'PROPOSAL-FILE' TO WS-FILE-ID
        OPEN INPUT PROPOSAL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO Dec8FellingProposal ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ PROPOSAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF PROPOSAL-REC(1:1) NOT EQUAL '*'
                        AND PROPOSAL-REC NOT EQUAL SPACES
                        PERFORM 210-APPLY-ONE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE PROPOSAL-FILE
        END-IF.

    210-APPLY-ONE-RTN.
        ADD 1 TO WS-PROP-READ
        MOVE SPACE TO WS-PROP-OLD-HEIGHT
        MOVE SPACE TO WS-PROP-NEW-HEIGHT
        MOVE 0 TO WS-PROP-ROW-N
        MOVE 0 TO WS-PROP-COL-N
        IF PROP-ROW NUMERIC AND PROP-COL NUMERIC
            MOVE PROP-ROW TO WS-PROP-ROW-N
            MOVE PROP-COL TO WS-PROP-COL-N
        END-IF
        IF PROP-REMOVE
            MOVE '0' TO WS-PROP-NEW-HEIGHT
        ELSE
            MOVE PROP-HEIGHT TO WS-PROP-NEW-HEIGHT
        END-IF
        MOVE SPACES TO REPORT-REC
        EVALUATE TRUE
            WHEN WS-PROP-ROW-N = 0 OR WS-PROP-ROW-N > WS-GRID-ROWS
                OR WS-PROP-COL-N = 0 OR WS-PROP-COL-N > WS-GRID-COLS
                ADD 1 TO WS-PROP-REJECTED
                STRING ' ' DELIMITED BY SIZE
                    PROP-ROW DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    PROP-COL DELIMITED BY SIZE
                    '                       ' DELIMITED BY SIZE
                    PROP-REFERENCE DELIMITED BY SIZE
                    '  ** REJECTED - CELL NOT ON THE GRID'
                        DELIMITED BY SIZE
                    INTO REPORT-REC
            WHEN WS-PROP-NEW-HEIGHT NOT NUMERIC
                ADD 1 TO WS-PROP-REJECTED
                STRING ' ' DELIMITED BY SIZE
                    PROP-ROW DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    PROP-COL DELIMITED BY SIZE
                    '                       ' DELIMITED BY SIZE
                    PROP-REFERENCE DELIMITED BY SIZE
                    '  ** REJECTED - HEIGHT MUST BE 0-9 OR R'
                        DELIMITED BY SIZE
                    INTO REPORT-REC
            WHEN OTHER
                ADD 1 TO WS-PROP-APPLIED
                MOVE WS-GRID-ROW(WS-PROP-ROW-N)(WS-PROP-COL-N:1)
                    TO WS-PROP-OLD-HEIGHT
                MOVE WS-PROP-NEW-HEIGHT
                    TO WS-GRID-ROW(WS-PROP-ROW-N)(WS-PROP-COL-N:1)
                STRING ' ' DELIMITED BY SIZE
                    WS-PROP-ROW-N DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-PROP-COL-N DELIMITED BY SIZE
                    '        ' DELIMITED BY SIZE
                    WS-PROP-OLD-HEIGHT DELIMITED BY SIZE
                    ' / ' DELIMITED BY SIZE
                    WS-PROP-NEW-HEIGHT DELIMITED BY SIZE
                    '           ' DELIMITED BY SIZE
                    PROP-REFERENCE DELIMITED BY SIZE
                    '  APPLIED' DELIMITED BY SIZE
                    INTO REPORT-REC
        END-EVALUATE
        WRITE REPORT-REC.

    300-SCORE-GRID-RTN.
        PERFORM VARYING WS-TK FROM 1 BY 1 UNTIL WS-TK > 50
            IF WS-PASS-BEFORE
                MOVE 0 TO WS-BTK-SCORE(WS-TK)
                MOVE 0 TO WS-BTK-ROW(WS-TK)
                MOVE 0 TO WS-BTK-COL(WS-TK)
            ELSE
                MOVE 0 TO WS-ATK-SCORE(WS-TK)
                MOVE 0 TO WS-ATK-ROW(WS-TK)
                MOVE 0 TO WS-ATK-COL(WS-TK)
            END-IF
        END-PERFORM
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GRID-ROWS
            PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-GRID-COLS
                PERFORM 310-SCORE-CELL-RTN
                IF WS-PASS-BEFORE
                    MOVE WS-CELL-VIS TO WS-BASE-VIS(WS-I, WS-J)
                    MOVE WS-CELL-SCORE TO WS-BASE-SCORE(WS-I, WS-J)
                    IF WS-CELL-VIS = 'Y'
                        ADD 1 TO WS-VISIBLE-BEFORE
                    END-IF
                ELSE
                    IF WS-CELL-VIS = 'Y'
                        ADD 1 TO WS-VISIBLE-AFTER
                    END-IF
                    PERFORM 400-COMPARE-CELL-RTN
                END-IF
                PERFORM 320-RANK-CELL-RTN
            END-PERFORM
        END-PERFORM.

    310-SCORE-CELL-RTN.
        MOVE WS-GRID-ROW(WS-I)(WS-J:1) TO WS-CELL-HEIGHT
        MOVE 'N' TO WS-CELL-VIS
        MOVE 0 TO WS-CELL-SCORE
        IF WS-I = 1 OR WS-I = WS-GRID-ROWS
            OR WS-J = 1 OR WS-J = WS-GRID-COLS
            MOVE 'Y' TO WS-CELL-VIS
        ELSE
            MOVE 'N' TO WS-BLOCKED
            MOVE 0 TO WS-DIST-UP
            PERFORM VARYING WS-K FROM WS-I BY -1
                UNTIL WS-K = 1 OR WS-BLOCKED = 'Y'
                ADD 1 TO WS-DIST-UP
                IF WS-GRID-ROW(WS-K - 1)(WS-J:1) >= WS-CELL-HEIGHT
                    MOVE 'Y' TO WS-BLOCKED
                END-IF
            END-PERFORM
            IF WS-BLOCKED = 'N'
                MOVE 'Y' TO WS-CELL-VIS
            END-IF
            MOVE 'N' TO WS-BLOCKED
            MOVE 0 TO WS-DIST-DOWN
            PERFORM VARYING WS-K FROM WS-I BY 1
                UNTIL WS-K = WS-GRID-ROWS OR WS-BLOCKED = 'Y'
                ADD 1 TO WS-DIST-DOWN
                IF WS-GRID-ROW(WS-K + 1)(WS-J:1) >= WS-CELL-HEIGHT
                    MOVE 'Y' TO WS-BLOCKED
                END-IF
            END-PERFORM
            IF WS-BLOCKED = 'N'
                MOVE 'Y' TO WS-CELL-VIS
            END-IF
            MOVE 'N' TO WS-BLOCKED
            MOVE 0 TO WS-DIST-LEFT
            PERFORM VARYING WS-K FROM WS-J BY -1
                UNTIL WS-K = 1 OR WS-BLOCKED = 'Y'
                ADD 1 TO WS-DIST-LEFT
                IF WS-GRID-ROW(WS-I)(WS-K - 1:1) >= WS-CELL-HEIGHT
                    MOVE 'Y' TO WS-BLOCKED
                END-IF
            END-PERFORM
            IF WS-BLOCKED = 'N'
                MOVE 'Y' TO WS-CELL-VIS
            END-IF
            MOVE 'N' TO WS-BLOCKED
            MOVE 0 TO WS-DIST-RIGHT
            PERFORM VARYING WS-K FROM WS-J BY 1
                UNTIL WS-K = WS-GRID-COLS OR WS-BLOCKED = 'Y'
                ADD 1 TO WS-DIST-RIGHT
                IF WS-GRID-ROW(WS-I)(WS-K + 1:1) >= WS-CELL-HEIGHT
                    MOVE 'Y' TO WS-BLOCKED
                END-IF
            END-PERFORM
            IF WS-BLOCKED = 'N'
                MOVE 'Y' TO WS-CELL-VIS
            END-IF
            COMPUTE WS-CELL-SCORE = WS-DIST-UP * WS-DIST-DOWN
                * WS-DIST-LEFT * WS-DIST-RIGHT
        END-IF.

    320-RANK-CELL-RTN.
        MOVE 'N' TO WS-TK-PLACED
        PERFORM VARYING WS-TK FROM 1 BY 1
            UNTIL WS-TK > WS-TOP-K OR WS-TK-PLACED = 'Y'
            IF WS-PASS-BEFORE
                IF WS-CELL-SCORE > WS-BTK-SCORE(WS-TK)
                    PERFORM VARYING WS-TK2 FROM WS-TOP-K BY -1
                        UNTIL WS-TK2 = WS-TK
                        MOVE WS-BTK-ENTRY(WS-TK2 - 1)
                            TO WS-BTK-ENTRY(WS-TK2)
                    END-PERFORM
                    MOVE WS-CELL-SCORE TO WS-BTK-SCORE(WS-TK)
                    MOVE WS-I TO WS-BTK-ROW(WS-TK)
                    MOVE WS-J TO WS-BTK-COL(WS-TK)
                    MOVE 'Y' TO WS-TK-PLACED
                END-IF
            ELSE
                IF WS-CELL-SCORE > WS-ATK-SCORE(WS-TK)
                    PERFORM VARYING WS-TK2 FROM WS-TOP-K BY -1
                        UNTIL WS-TK2 = WS-TK
                        MOVE WS-ATK-ENTRY(WS-TK2 - 1)
                            TO WS-ATK-ENTRY(WS-TK2)
                    END-PERFORM
                    MOVE WS-CELL-SCORE TO WS-ATK-SCORE(WS-TK)
                    MOVE WS-I TO WS-ATK-ROW(WS-TK)
                    MOVE WS-J TO WS-ATK-COL(WS-TK)
                    MOVE 'Y' TO WS-TK-PLACED
                END-IF
            END-IF
        END-PERFORM.

    400-COMPARE-CELL-RTN.
        COMPUTE WS-CELL-DELTA = WS-CELL-SCORE
            - WS-BASE-SCORE(WS-I, WS-J)
        IF WS-CELL-DELTA < 0
            COMPUTE WS-CELL-ABS-DELTA = 0 - WS-CELL-DELTA
        ELSE
            MOVE WS-CELL-DELTA TO WS-CELL-ABS-DELTA
        END-IF
        MOVE SPACES TO WS-RPT-MARK
        IF WS-CELL-VIS NOT EQUAL WS-BASE-VIS(WS-I, WS-J)
            ADD 1 TO WS-FLIP-COUNT
            MOVE 'VIS' TO WS-RPT-MARK
            IF WS-CELL-VIS = 'Y'
                ADD 1 TO WS-FLIP-TO-VISIBLE
            ELSE
                ADD 1 TO WS-FLIP-TO-HIDDEN
            END-IF
        END-IF
        IF WS-CELL-ABS-DELTA > WS-THRESHOLD
            ADD 1 TO WS-MOVE-COUNT
        END-IF
        IF WS-RPT-MARK NOT EQUAL SPACES
            OR WS-CELL-ABS-DELTA > WS-THRESHOLD
            MOVE WS-BASE-SCORE(WS-I, WS-J) TO WS-RPT-SCORE-1
            MOVE WS-CELL-SCORE TO WS-RPT-SCORE-2
            MOVE WS-CELL-DELTA TO WS-RPT-DELTA
            MOVE SPACES TO REPORT-REC
            STRING ' ' DELIMITED BY SIZE
                WS-I DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-J DELIMITED BY SIZE
                '       ' DELIMITED BY SIZE
                WS-BASE-VIS(WS-I, WS-J) DELIMITED BY SIZE
                ' / ' DELIMITED BY SIZE
                WS-CELL-VIS DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RPT-MARK DELIMITED BY SIZE
                '     ' DELIMITED BY SIZE
                WS-RPT-SCORE-1 DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-RPT-SCORE-2 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RPT-DELTA DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF.

    500-WRITE-SUMMARY-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'NET CHANGE' TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-VISIBLE-BEFORE TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING '  VISIBLE TREES BEFORE:      ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-VISIBLE-AFTER TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING '  VISIBLE TREES AFTER:       ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        COMPUTE WS-VISIBLE-NET = WS-VISIBLE-AFTER - WS-VISIBLE-BEFORE
        MOVE WS-VISIBLE-NET TO WS-RPT-NET
        MOVE SPACES TO REPORT-REC
        STRING '  NET CHANGE TO VISIBLE:    ' DELIMITED BY SIZE
            WS-RPT-NET DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-FLIP-TO-HIDDEN TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING '  FLIPPED VISIBLE TO HIDDEN: ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-FLIP-TO-VISIBLE TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING '  FLIPPED HIDDEN TO VISIBLE: ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-MOVE-COUNT TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING '  SCENIC MOVES OVER LIMIT:   ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-PROP-REJECTED TO WS-RPT-COUNT
        MOVE SPACES TO REPORT-REC
        STRING '  PROPOSALS REJECTED:        ' DELIMITED BY SIZE
            WS-RPT-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    550-WRITE-LEADERBOARD-RTN.
        MOVE 0 TO WS-TK-CHANGED
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        STRING 'TOP ' DELIMITED BY SIZE
            WS-TOP-K DELIMITED BY SIZE
            ' SCENIC LEADERBOARD - BEFORE AND AFTER' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE 'RANK  ROW  COL      SCORE    ROW  COL      SCORE'
            TO REPORT-REC
        WRITE REPORT-REC
        PERFORM VARYING WS-TK FROM 1 BY 1 UNTIL WS-TK > WS-TOP-K
            OR (WS-BTK-ROW(WS-TK) = 0 AND WS-ATK-ROW(WS-TK) = 0)
            MOVE SPACES TO WS-RPT-MARK
            IF WS-BTK-ROW(WS-TK) NOT EQUAL WS-ATK-ROW(WS-TK)
                OR WS-BTK-COL(WS-TK) NOT EQUAL WS-ATK-COL(WS-TK)
                OR WS-BTK-SCORE(WS-TK) NOT EQUAL WS-ATK-SCORE(WS-TK)
                ADD 1 TO WS-TK-CHANGED
                MOVE '*' TO WS-RPT-MARK
            END-IF
            MOVE WS-BTK-SCORE(WS-TK) TO WS-RPT-SCORE-1
            MOVE WS-ATK-SCORE(WS-TK) TO WS-RPT-SCORE-2
            MOVE SPACES TO REPORT-REC
            STRING WS-TK DELIMITED BY SIZE
                '    ' DELIMITED BY SIZE
                WS-BTK-ROW(WS-TK) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-BTK-COL(WS-TK) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-RPT-SCORE-1 DELIMITED BY SIZE
                '    ' DELIMITED BY SIZE
                WS-ATK-ROW(WS-TK) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ATK-COL(WS-TK) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-RPT-SCORE-2 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-RPT-MARK DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-PERFORM
        MOVE SPACES TO REPORT-REC
        STRING 'LEADERBOARD POSITIONS CHANGED: ' DELIMITED BY SIZE
            WS-TK-CHANGED DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

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
        CLOSE GRID-STORE-FILE PROPOSAL-FILE REPORT-FILE PARM-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY PARMRTN.
    COPY ENVRTN.
