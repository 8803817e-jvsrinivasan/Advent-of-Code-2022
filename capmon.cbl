        SELECT LOG-IN-FILE ASSIGN TO WS-P-LOG-IN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALLOC-FILE ASSIGN TO WS-P-ALLOC
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT HIST-FILE ASSIGN TO WS-P-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 PARM-REC PIC X(80).
    FD LOG-IN-FILE.
    01 LOG-IN-REC PIC X(132).
    FD ALLOC-FILE.
    COPY DALCREC.
    FD HIST-FILE.
    COPY CAPHREC.
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD LOG-FILE.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG-IN            PIC X(70) VALUE SPACES.
        05 WS-P-ALLOC             PIC X(70) VALUE SPACES.
        05 WS-P-HIST              PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-WARN-PCT         PIC 9(3) VALUE 80.
        05 WS-WARN-COUNT       PIC 9(2) VALUE 0.
        05 WS-DIR-CHECKED      PIC 9(2) VALUE 0.
    01 WS-ITEM-TABLE.
        05 WS-ITEM-INIT.
            10 FILLER PIC X(16) VALUE 'TREND-ELVES'.
        05 WS-DD-DATE PIC 9(8) OCCURS 100 TIMES VALUE 0.
        05 WS-DR-COUNT         PIC 9(2) VALUE 0.
        05 WS-DR-REASON PIC X(4) OCCURS 30 TIMES VALUE SPACES.
    01 WS-DIR-ALLOC-TABLE.
        05 WS-DA-COUNT         PIC 9(2) VALUE 0.
        05 WS-DA-ENTRY OCCURS 50 TIMES.
            10 WS-DA-SITE          PIC X(2) VALUE SPACES.
            10 WS-DA-PATH          PIC X(60) VALUE SPACES.
            10 WS-DA-ALLOC         PIC 9(12) VALUE 0.
            10 WS-DA-CURRENT       PIC 9(12) VALUE 0.
            10 WS-DA-CUR-CYCLE     PIC 9(6) VALUE 0.
            10 WS-DA-HAVE-CUR      PIC A(1) VALUE 'N'.
            10 WS-DA-OLD-CYCLE     PIC 9(6) VALUE 0.
            10 WS-DA-OLD-BYTES     PIC 9(12) VALUE 0.
            10 WS-DA-HAVE-OLD      PIC A(1) VALUE 'N'.
        05 WS-DAX              PIC 9(2) VALUE 0.
        05 WS-HIST-SITE        PIC X(2) VALUE SPACES.
    01 WS-SCAN-WORK.
        05 WS-IX               PIC 9(4) VALUE 0.
        05 WS-TX               PIC 9(2) VALUE 0.
        05 WS-CUR-ED           PIC ZZZZZZZZ9.
        05 WS-CEIL-ED          PIC ZZZZZZZZ9.
        05 WS-DTF-ED           PIC ZZZZZ9.
        05 WS-DIR-GROWTH       PIC S9(12) VALUE 0.
        05 WS-DIR-PER-CYCLE    PIC 9(12)V99 VALUE 0.
        05 WS-BYTES-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.
        05 WS-ALLOC-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    PERFORM 140-MEASURE-RESULTS-RTN
    PERFORM 150-MEASURE-RUNLOG-RTN
    PERFORM 160-MEASURE-CONTROL-TOTALS-RTN
    PERFORM 170-LOAD-DIR-ALLOCATIONS-RTN
    PERFORM 200-LOAD-HISTORY-RTN
    PERFORM 300-WRITE-REPORT-RTN
    PERFORM 400-APPEND-HISTORY-RTN
    DISPLAY 'CAPACITY MONITOR - CEILINGS CHECKED: 10 DIRECTORIES '
        'CHECKED: ' WS-DIR-CHECKED ' WARNINGS: ' WS-WARN-COUNT
    IF WS-WARN-COUNT > 0
        MOVE 4 TO RETURN-CODE
        MOVE 'W' TO WS-LOG-SEV
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG-IN
        MOVE 'AocDirAllocation.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALLOC
        MOVE 'AocCapacityHist.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-HIST
            CLOSE CONTROL-TOTAL-FILE
        END-IF.

    170-LOAD-DIR-ALLOCATIONS-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ALLOC-FILE' TO WS-FILE-ID
        OPEN INPUT ALLOC-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO AocDirAllocation FILE - DIRECTORY SIZES NOT '
                'CHECKED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALLOC-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 175-STORE-ALLOCATION-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALLOC-FILE
        END-IF.

    175-STORE-ALLOCATION-RTN.
        EVALUATE TRUE
            WHEN DIR-ALLOC-REC = SPACES OR DALC-SITE(1:1) = '*'
                CONTINUE
            WHEN DALC-PATH = SPACES OR DALC-BYTES NOT NUMERIC
                OR DALC-BYTES = 0
                DISPLAY '** AocDirAllocation - INVALID ENTRY IGNORED: '
                    DIR-ALLOC-REC
            WHEN WS-DA-COUNT NOT < 50
                DISPLAY '** AocDirAllocation - TABLE FULL - ENTRY '
                    'IGNORED: ' DALC-PATH
            WHEN OTHER
                ADD 1 TO WS-DA-COUNT
                IF DALC-SITE = SPACES
                    MOVE WS-ENV-HOME-SITE TO WS-DA-SITE(WS-DA-COUNT)
                ELSE
                    MOVE DALC-SITE TO WS-DA-SITE(WS-DA-COUNT)
                END-IF
                MOVE DALC-PATH TO WS-DA-PATH(WS-DA-COUNT)
                MOVE DALC-BYTES TO WS-DA-ALLOC(WS-DA-COUNT)
        END-EVALUATE.

    200-LOAD-HISTORY-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'HIST-FILE' TO WS-FILE-ID
                READ HIST-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF HIST-ITEM = 'DIR-SIZE'
                        PERFORM 210-NOTE-DIR-HISTORY-RTN
                    END-IF
                    PERFORM VARYING WS-TX FROM 1 BY 1
                        UNTIL WS-TX > 10
                        IF WS-ITEM-NAME(WS-TX) = HIST-ITEM
            CLOSE HIST-FILE
        END-IF.

    210-NOTE-DIR-HISTORY-RTN.
        IF HIST-DIR-SITE = SPACES
            MOVE WS-ENV-HOME-SITE TO WS-HIST-SITE
        ELSE
            MOVE HIST-DIR-SITE TO WS-HIST-SITE
        END-IF
        IF HIST-DIR-BYTES NUMERIC
            PERFORM VARYING WS-DAX FROM 1 BY 1
                UNTIL WS-DAX > WS-DA-COUNT
                IF WS-DA-SITE(WS-DAX) = WS-HIST-SITE
                    AND WS-DA-PATH(WS-DAX) = HIST-DIR-PATH
                    IF WS-DA-HAVE-OLD(WS-DAX) NOT EQUAL 'Y'
                        MOVE 'Y' TO WS-DA-HAVE-OLD(WS-DAX)
                        MOVE HIST-CYCLE TO WS-DA-OLD-CYCLE(WS-DAX)
                        MOVE HIST-DIR-BYTES TO WS-DA-OLD-BYTES(WS-DAX)
                    END-IF
                    IF HIST-CYCLE NOT < WS-DA-CUR-CYCLE(WS-DAX)
                        MOVE 'Y' TO WS-DA-HAVE-CUR(WS-DAX)
                        MOVE HIST-CYCLE TO WS-DA-CUR-CYCLE(WS-DAX)
                        MOVE HIST-DIR-BYTES TO WS-DA-CURRENT(WS-DAX)
                    END-IF
                END-IF
            END-PERFORM
        END-IF.

    300-WRITE-REPORT-RTN.
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
        PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 10
            PERFORM 310-WRITE-ITEM-LINE-RTN
        END-PERFORM
        IF WS-DA-COUNT > 0
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE 'SITE DIRECTORY' TO REPORT-REC
            MOVE 'SIZE' TO REPORT-REC(62:4)
            MOVE 'ALLOCATION    PCT  CYCLES TO FULL'
                TO REPORT-REC(77:33)
            WRITE REPORT-REC
            PERFORM VARYING WS-DAX FROM 1 BY 1
                UNTIL WS-DAX > WS-DA-COUNT
                PERFORM 320-WRITE-DIR-LINE-RTN
            END-PERFORM
        END-IF
        CLOSE REPORT-FILE.

    310-WRITE-ITEM-LINE-RTN.
            WRITE REPORT-REC
        END-IF.

    320-WRITE-DIR-LINE-RTN.
        MOVE SPACES TO REPORT-REC
        MOVE WS-DA-SITE(WS-DAX) TO REPORT-REC(1:2)
        MOVE WS-DA-PATH(WS-DAX)(1:44) TO REPORT-REC(6:44)
        MOVE WS-DA-ALLOC(WS-DAX) TO WS-ALLOC-ED
        MOVE WS-ALLOC-ED TO REPORT-REC(72:15)
        IF WS-DA-HAVE-CUR(WS-DAX) NOT EQUAL 'Y'
            MOVE 'NO SIZE RECORDED' TO REPORT-REC(50:16)
        ELSE
            ADD 1 TO WS-DIR-CHECKED
            COMPUTE WS-UTIL-PCT ROUNDED =
                WS-DA-CURRENT(WS-DAX) * 100 / WS-DA-ALLOC(WS-DAX)
                ON SIZE ERROR
                    MOVE 999.99 TO WS-UTIL-PCT
            END-COMPUTE
            MOVE 0 TO WS-DAYS-TO-FULL
            IF WS-DA-CUR-CYCLE(WS-DAX) > WS-DA-OLD-CYCLE(WS-DAX)
                AND WS-DA-CURRENT(WS-DAX) < WS-DA-ALLOC(WS-DAX)
                COMPUTE WS-DIR-GROWTH =
                    WS-DA-CURRENT(WS-DAX) - WS-DA-OLD-BYTES(WS-DAX)
                COMPUTE WS-CYCLES-SPAN =
                    WS-DA-CUR-CYCLE(WS-DAX) - WS-DA-OLD-CYCLE(WS-DAX)
                IF WS-DIR-GROWTH > 0
                    COMPUTE WS-DIR-PER-CYCLE ROUNDED =
                        WS-DIR-GROWTH / WS-CYCLES-SPAN
                    IF WS-DIR-PER-CYCLE > 0
                        COMPUTE WS-DAYS-TO-FULL =
                            (WS-DA-ALLOC(WS-DAX)
                            - WS-DA-CURRENT(WS-DAX))
                            / WS-DIR-PER-CYCLE
                            ON SIZE ERROR
                                MOVE 999999 TO WS-DAYS-TO-FULL
                        END-COMPUTE
                    END-IF
                END-IF
            END-IF
            MOVE WS-DA-CURRENT(WS-DAX) TO WS-BYTES-ED
            MOVE WS-BYTES-ED TO REPORT-REC(51:15)
            MOVE WS-UTIL-PCT TO WS-PCT-ED
            MOVE WS-PCT-ED TO REPORT-REC(88:6)
            MOVE WS-DAYS-TO-FULL TO WS-DTF-ED
            IF WS-DAYS-TO-FULL > 0
                MOVE WS-DTF-ED TO REPORT-REC(100:6)
            ELSE
                MOVE '    --' TO REPORT-REC(100:6)
            END-IF
            IF WS-UTIL-PCT > WS-WARN-PCT
                ADD 1 TO WS-WARN-COUNT
                MOVE '** WARNING **' TO REPORT-REC(108:13)
                DISPLAY '** CAPACITY WARNING - DIRECTORY '
                    WS-DA-SITE(WS-DAX) ' '
                    WS-DA-PATH(WS-DAX)(1:40) ' AT ' WS-PCT-ED
                    ' PERCENT OF ALLOCATION'
                MOVE 'W' TO WS-LOG-SEV
                STRING 'CAPACITY-MONITOR - DIRECTORY ' DELIMITED BY SIZE
                    WS-DA-SITE(WS-DAX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-DA-PATH(WS-DAX) DELIMITED BY SPACE
                    ' AT ' DELIMITED BY SIZE
                    WS-PCT-ED DELIMITED BY SIZE
                    ' PCT OF ALLOCATION' DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
            END-IF
        END-IF
        WRITE REPORT-REC.

    400-APPEND-HISTORY-RTN.
        MOVE 'HIST-FILE' TO WS-FILE-ID
        OPEN EXTEND HIST-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 10
            MOVE SPACES TO HIST-REC
            MOVE WS-CYCLE-NO TO HIST-CYCLE
            MOVE WS-ITEM-NAME(WS-TX) TO HIST-ITEM
            MOVE WS-IT-CURRENT(WS-TX) TO HIST-COUNT
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE MASTER-FILE RESULT-FILE SEASON-FILE SUSPENSE-FILE
            CONTROL-TOTAL-FILE PARM-FILE LOG-IN-FILE ALLOC-FILE HIST-FILE
            REPORT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
