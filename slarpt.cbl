IDENTIFICATION DIVISION.
PROGRAM-ID. DELIVERY-SLA-REPORT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT RECIPIENT-FILE ASSIGN TO WS-P-RECIPIENT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT DELIVERY-FILE ASSIGN TO WS-P-DELIVERY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT HISTORY-FILE ASSIGN TO WS-P-HISTORY
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
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD RECIPIENT-FILE.
    COPY RECIPREC.
    FD DELIVERY-FILE.
    COPY DLVREC.
    FD HISTORY-FILE.
    COPY SLAHREC.
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD TIMING-FILE.
    COPY TIMEREC.
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-RECIPIENT         PIC X(70) VALUE SPACES.
        05 WS-P-DELIVERY          PIC X(70) VALUE SPACES.
        05 WS-P-HISTORY           PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-HAVE-RECIPIENTS  PIC A(1) VALUE 'N'.
        05 WS-RUN-STAMP        PIC X(21) VALUE SPACES.
        05 WS-CUR-MONTH        PIC 9(6) VALUE 0.
        05 WS-REC-MONTH        PIC 9(6) VALUE 0.
        05 WS-DAY-NO           PIC 9(2) VALUE 0.
        05 WS-HH               PIC 9(2) VALUE 0.
        05 WS-MM               PIC 9(2) VALUE 0.
        05 WS-DEADLINE-DATE    PIC 9(8) VALUE 0.
        05 WS-DEADLINE-MINS    PIC 9(9) VALUE 0.
        05 WS-DLV-MINS         PIC 9(9) VALUE 0.
        05 WS-ON-TIME-COUNT    PIC 9(4) VALUE 0.
        05 WS-LATE-COUNT       PIC 9(4) VALUE 0.
        05 WS-MISSING-COUNT    PIC 9(4) VALUE 0.
        05 WS-UNMEASURED-COUNT PIC 9(4) VALUE 0.
        05 WS-MISSED-COUNT     PIC 9(4) VALUE 0.
        05 WS-HIST-READ        PIC 9(6) VALUE 0.
        05 WS-PCT              PIC 9(3)V9 VALUE 0.
    01 WS-SLA-TABLE.
        05 WS-SL-COUNT         PIC 9(3) VALUE 0.
        05 WS-SL-ENTRY OCCURS 200 TIMES.
            10 WS-SL-RECIPIENT     PIC X(8) VALUE SPACES.
            10 WS-SL-REPORT-CODE   PIC X(10) VALUE SPACES.
            10 WS-SL-DEADLINE-SW   PIC A(1) VALUE 'N'.
                88 WS-SL-HAS-DEADLINE   VALUE 'Y'.
                88 WS-SL-NO-DEADLINE    VALUE 'N'.
                88 WS-SL-BAD-DEADLINE   VALUE 'B'.
            10 WS-SL-DEADLINE-TIME PIC 9(4) VALUE 0.
            10 WS-SL-DEADLINE-DAYS PIC 9(1) VALUE 0.
            10 WS-SL-DELIVERED     PIC A(1) VALUE 'N'.
            10 WS-SL-DLV-DATE      PIC 9(8) VALUE 0.
            10 WS-SL-DLV-TIME      PIC 9(6) VALUE 0.
            10 WS-SL-STATUS        PIC X(1) VALUE ' '.
            10 WS-SL-MINS-LATE     PIC 9(5) VALUE 0.
    01 WS-MTD-TABLE.
        05 WS-MT-COUNT         PIC 9(3) VALUE 0.
        05 WS-MT-ENTRY OCCURS 200 TIMES.
            10 WS-MT-RECIPIENT     PIC X(8) VALUE SPACES.
            10 WS-MT-TOTAL         PIC 9(5) VALUE 0.
            10 WS-MT-ON-TIME       PIC 9(5) VALUE 0.
            10 WS-MT-LATE          PIC 9(5) VALUE 0.
            10 WS-MT-MISSING       PIC 9(5) VALUE 0.
    01 WS-DAY-TABLE.
        05 WS-DAY-STAMP OCCURS 31 TIMES PIC X(14) VALUE SPACES.
    01 WS-SCAN-WORK.
        05 WS-SX               PIC 9(3) VALUE 0.
        05 WS-MX               PIC 9(3) VALUE 0.
        05 WS-HIT              PIC A(1) VALUE 'N'.
        05 WS-MT-RCP           PIC X(8) VALUE SPACES.
        05 WS-MT-STATUS        PIC X(1) VALUE ' '.
    01 WS-EDIT-FIELDS.
        05 WS-ED-DEADLINE      PIC X(14) VALUE SPACES.
        05 WS-ED-DELIVERED     PIC X(17) VALUE SPACES.
        05 WS-ED-STATUS        PIC X(12) VALUE SPACES.
        05 WS-ED-MINS          PIC ZZZZ9.
        05 WS-ED-COUNT         PIC ZZZZ9.
        05 WS-ED-COUNT-2       PIC ZZZZ9.
        05 WS-ED-COUNT-3       PIC ZZZZ9.
        05 WS-ED-COUNT-4       PIC ZZZZ9.
        05 WS-ED-PCT           PIC ZZ9.9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'DELIVERY-SLA-REPORT' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'DELIVERY-SLA-REPORT RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
    COMPUTE WS-CUR-MONTH = WS-BIZ-DATE / 100
    PERFORM 100-LOAD-RECIPIENTS-RTN
    PERFORM 200-LOAD-DELIVERIES-RTN
    PERFORM 300-EVALUATE-SLA-RTN
    PERFORM 400-LOAD-MONTH-RTN
    PERFORM 500-WRITE-REPORT-RTN
    PERFORM 600-SAVE-HISTORY-RTN
    COMPUTE WS-MISSED-COUNT = WS-LATE-COUNT + WS-MISSING-COUNT
    DISPLAY 'DELIVERY SLA - ON TIME: ' WS-ON-TIME-COUNT
        ' LATE: ' WS-LATE-COUNT ' MISSING: ' WS-MISSING-COUNT
        ' NOT MEASURED: ' WS-UNMEASURED-COUNT
    IF WS-MISSED-COUNT > 0
        MOVE 4 TO RETURN-CODE
        MOVE 'W' TO WS-LOG-SEV
        STRING 'DELIVERY-SLA-REPORT RUN COMPLETED - LATE: '
            DELIMITED BY SIZE
            WS-LATE-COUNT DELIMITED BY SIZE
            ' MISSING: ' DELIMITED BY SIZE
            WS-MISSING-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
    ELSE
        STRING 'DELIVERY-SLA-REPORT RUN COMPLETED - ON TIME: '
            DELIMITED BY SIZE
            WS-ON-TIME-COUNT DELIMITED BY SIZE
            ' - NO SLA MISSED' DELIMITED BY SIZE
            INTO WS-LOG-MSG
    END-IF
    PERFORM 950-WRITE-LOG-RTN
    MOVE 'E' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocRecipients.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECIPIENT
        MOVE 'AocDeliveries.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-DELIVERY
        MOVE 'AocSlaHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-HISTORY
        MOVE 'AocSlaReport.txt' TO WS-ENV-FILE-NAME
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
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING.

    100-LOAD-RECIPIENTS-RTN.
        MOVE 'RECIPIENT-FILE' TO WS-FILE-ID
        OPEN INPUT RECIPIENT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO AocRecipients CONTROL FILE - NO DELIVERIES '
                'EXPECTED'
            MOVE 'W' TO WS-LOG-SEV
            MOVE 'DELIVERY-SLA-REPORT - NO RECIPIENT CONTROL FILE'
                TO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-HAVE-RECIPIENTS
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ RECIPIENT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 110-STORE-RECIPIENT-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE RECIPIENT-FILE
        END-IF.

    110-STORE-RECIPIENT-RTN.
        IF RECIPIENT-REC = SPACES OR RCP-RECIPIENT(1:1) = '*'
            CONTINUE
        ELSE
            IF WS-SL-COUNT < 200
                ADD 1 TO WS-SL-COUNT
                MOVE WS-SL-COUNT TO WS-SX
                MOVE RCP-RECIPIENT TO WS-SL-RECIPIENT(WS-SX)
                MOVE RCP-REPORT-CODE TO WS-SL-REPORT-CODE(WS-SX)
                EVALUATE TRUE
                    WHEN RCP-DEADLINE-TIME = SPACES
                        MOVE 'N' TO WS-SL-DEADLINE-SW(WS-SX)
                    WHEN RCP-DEADLINE-TIME NOT NUMERIC
                        MOVE 'B' TO WS-SL-DEADLINE-SW(WS-SX)
                    WHEN RCP-DEADLINE-TIME(1:2) > '23'
                        OR RCP-DEADLINE-TIME(3:2) > '59'
                        MOVE 'B' TO WS-SL-DEADLINE-SW(WS-SX)
                    WHEN RCP-DEADLINE-DAYS NOT NUMERIC
                        AND RCP-DEADLINE-DAYS NOT EQUAL SPACE
                        MOVE 'B' TO WS-SL-DEADLINE-SW(WS-SX)
                    WHEN OTHER
                        MOVE 'Y' TO WS-SL-DEADLINE-SW(WS-SX)
                        MOVE RCP-DEADLINE-TIME
                            TO WS-SL-DEADLINE-TIME(WS-SX)
                        IF RCP-DEADLINE-DAYS = SPACE
                            MOVE 0 TO WS-SL-DEADLINE-DAYS(WS-SX)
                        ELSE
                            MOVE RCP-DEADLINE-DAYS
                                TO WS-SL-DEADLINE-DAYS(WS-SX)
                        END-IF
                END-EVALUATE
            ELSE
                DISPLAY '** RECIPIENT TABLE FULL - ' RCP-RECIPIENT
                    ' ' RCP-REPORT-CODE ' NOT MEASURED'
            END-IF
        END-IF.

    200-LOAD-DELIVERIES-RTN.
        MOVE 'DELIVERY-FILE' TO WS-FILE-ID
        OPEN INPUT DELIVERY-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO AocDeliveries FILE - NOTHING DELIVERED YET'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ DELIVERY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF DLV-BIZ-DATE = WS-BIZ-DATE
                        PERFORM 210-MATCH-DELIVERY-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE DELIVERY-FILE
        END-IF.

    210-MATCH-DELIVERY-RTN.
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SL-COUNT
            IF WS-SL-RECIPIENT(WS-SX) = DLV-RECIPIENT
                AND WS-SL-REPORT-CODE(WS-SX) = DLV-REPORT-CODE
                IF WS-SL-DELIVERED(WS-SX) NOT EQUAL 'Y'
                    OR DLV-DATE < WS-SL-DLV-DATE(WS-SX)
                    OR (DLV-DATE = WS-SL-DLV-DATE(WS-SX)
                        AND DLV-TIME < WS-SL-DLV-TIME(WS-SX))
                    MOVE 'Y' TO WS-SL-DELIVERED(WS-SX)
                    MOVE DLV-DATE TO WS-SL-DLV-DATE(WS-SX)
                    MOVE DLV-TIME TO WS-SL-DLV-TIME(WS-SX)
                END-IF
            END-IF
        END-PERFORM.

    300-EVALUATE-SLA-RTN.
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SL-COUNT
            PERFORM 310-EVALUATE-ONE-RTN
        END-PERFORM.

    310-EVALUATE-ONE-RTN.
        MOVE 0 TO WS-SL-MINS-LATE(WS-SX)
        EVALUATE TRUE
            WHEN NOT WS-SL-HAS-DEADLINE(WS-SX)
                MOVE 'U' TO WS-SL-STATUS(WS-SX)
                ADD 1 TO WS-UNMEASURED-COUNT
            WHEN WS-SL-DELIVERED(WS-SX) NOT EQUAL 'Y'
                MOVE 'M' TO WS-SL-STATUS(WS-SX)
                ADD 1 TO WS-MISSING-COUNT
                MOVE 'W' TO WS-LOG-SEV
                STRING 'SLA MISSED - ' DELIMITED BY SIZE
                    WS-SL-RECIPIENT(WS-SX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-SL-REPORT-CODE(WS-SX) DELIMITED BY SIZE
                    ' NOT DELIVERED FOR ' DELIMITED BY SIZE
                    WS-BIZ-DATE DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
            WHEN OTHER
                MOVE WS-SL-DEADLINE-TIME(WS-SX)(1:2) TO WS-HH
                MOVE WS-SL-DEADLINE-TIME(WS-SX)(3:2) TO WS-MM
                COMPUTE WS-DEADLINE-MINS =
                    (FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
                    + WS-SL-DEADLINE-DAYS(WS-SX)) * 1440
                    + WS-HH * 60 + WS-MM
                MOVE WS-SL-DLV-TIME(WS-SX)(1:2) TO WS-HH
                MOVE WS-SL-DLV-TIME(WS-SX)(3:2) TO WS-MM
                COMPUTE WS-DLV-MINS =
                    FUNCTION INTEGER-OF-DATE(WS-SL-DLV-DATE(WS-SX))
                    * 1440 + WS-HH * 60 + WS-MM
                IF WS-DLV-MINS > WS-DEADLINE-MINS
                    MOVE 'L' TO WS-SL-STATUS(WS-SX)
                    COMPUTE WS-SL-MINS-LATE(WS-SX) =
                        WS-DLV-MINS - WS-DEADLINE-MINS
                    ADD 1 TO WS-LATE-COUNT
                    MOVE WS-SL-MINS-LATE(WS-SX) TO WS-ED-MINS
                    MOVE 'W' TO WS-LOG-SEV
                    STRING 'SLA MISSED - ' DELIMITED BY SIZE
                        WS-SL-RECIPIENT(WS-SX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-SL-REPORT-CODE(WS-SX) DELIMITED BY SIZE
                        ' DELIVERED ' DELIMITED BY SIZE
                        WS-ED-MINS DELIMITED BY SIZE
                        ' MINUTES LATE FOR ' DELIMITED BY SIZE
                        WS-BIZ-DATE DELIMITED BY SIZE
                        INTO WS-LOG-MSG
                    PERFORM 950-WRITE-LOG-RTN
                ELSE
                    MOVE 'O' TO WS-SL-STATUS(WS-SX)
                    ADD 1 TO WS-ON-TIME-COUNT
                END-IF
        END-EVALUATE.

    400-LOAD-MONTH-RTN.
        MOVE 'HISTORY-FILE' TO WS-FILE-ID
        OPEN INPUT HISTORY-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ HISTORY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 410-NOTE-LATEST-RUN-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE HISTORY-FILE
            OPEN INPUT HISTORY-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ HISTORY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 420-COUNT-HISTORY-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE HISTORY-FILE
        END-IF
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SL-COUNT
            IF WS-SL-HAS-DEADLINE(WS-SX)
                MOVE WS-SL-RECIPIENT(WS-SX) TO WS-MT-RCP
                MOVE WS-SL-STATUS(WS-SX) TO WS-MT-STATUS
                PERFORM 430-ADD-MONTH-RTN
            END-IF
        END-PERFORM.

    410-NOTE-LATEST-RUN-RTN.
        ADD 1 TO WS-HIST-READ
        COMPUTE WS-REC-MONTH = SLH-BIZ-DATE / 100
        IF WS-REC-MONTH = WS-CUR-MONTH
            AND SLH-BIZ-DATE < WS-BIZ-DATE
            COMPUTE WS-DAY-NO = SLH-BIZ-DATE - WS-REC-MONTH * 100
            IF WS-DAY-NO > 0 AND WS-DAY-NO < 32
                IF SLH-RUN-STAMP > WS-DAY-STAMP(WS-DAY-NO)
                    MOVE SLH-RUN-STAMP TO WS-DAY-STAMP(WS-DAY-NO)
                END-IF
            END-IF
        END-IF.

    420-COUNT-HISTORY-RTN.
        COMPUTE WS-REC-MONTH = SLH-BIZ-DATE / 100
        IF WS-REC-MONTH = WS-CUR-MONTH
            AND SLH-BIZ-DATE < WS-BIZ-DATE
            COMPUTE WS-DAY-NO = SLH-BIZ-DATE - WS-REC-MONTH * 100
            IF WS-DAY-NO > 0 AND WS-DAY-NO < 32
                IF SLH-RUN-STAMP = WS-DAY-STAMP(WS-DAY-NO)
                    MOVE SLH-RECIPIENT TO WS-MT-RCP
                    MOVE SLH-STATUS TO WS-MT-STATUS
                    PERFORM 430-ADD-MONTH-RTN
                END-IF
            END-IF
        END-IF.

    430-ADD-MONTH-RTN.
        MOVE 'N' TO WS-HIT
        PERFORM VARYING WS-MX FROM 1 BY 1
            UNTIL WS-MX > WS-MT-COUNT OR WS-HIT = 'Y'
            IF WS-MT-RECIPIENT(WS-MX) = WS-MT-RCP
                MOVE 'Y' TO WS-HIT
            END-IF
        END-PERFORM
        IF WS-HIT = 'Y'
            SUBTRACT 1 FROM WS-MX
        ELSE
            IF WS-MT-COUNT < 200
                ADD 1 TO WS-MT-COUNT
                MOVE WS-MT-COUNT TO WS-MX
                MOVE WS-MT-RCP TO WS-MT-RECIPIENT(WS-MX)
            ELSE
                MOVE 0 TO WS-MX
            END-IF
        END-IF
        IF WS-MX > 0
            ADD 1 TO WS-MT-TOTAL(WS-MX)
            EVALUATE WS-MT-STATUS
                WHEN 'O'
                    ADD 1 TO WS-MT-ON-TIME(WS-MX)
                WHEN 'L'
                    ADD 1 TO WS-MT-LATE(WS-MX)
                WHEN OTHER
                    ADD 1 TO WS-MT-MISSING(WS-MX)
            END-EVALUATE
        END-IF.

    500-WRITE-REPORT-RTN.
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO REPORT-REC
        STRING 'REPORT DELIVERY SLA - BUSINESS DATE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'RECIPIENT REPORT      DEADLINE        DELIVERED'
            TO REPORT-REC
        MOVE 'STATUS        MINS LATE' TO REPORT-REC(67:23)
        WRITE REPORT-REC
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SL-COUNT
            PERFORM 510-WRITE-DELIVERY-LINE-RTN
        END-PERFORM
        IF WS-SL-COUNT = 0
            IF WS-HAVE-RECIPIENTS = 'Y'
                MOVE '  (NO RECIPIENTS CONFIGURED IN AocRecipients)'
                    TO REPORT-REC
            ELSE
                MOVE '  (NO AocRecipients CONTROL FILE)' TO REPORT-REC
            END-IF
            WRITE REPORT-REC
        END-IF
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-ON-TIME-COUNT TO WS-ED-COUNT
        MOVE WS-LATE-COUNT TO WS-ED-COUNT-2
        MOVE WS-MISSING-COUNT TO WS-ED-COUNT-3
        MOVE WS-UNMEASURED-COUNT TO WS-ED-COUNT-4
        MOVE SPACES TO REPORT-REC
        STRING 'ON TIME: ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            '   LATE: ' DELIMITED BY SIZE
            WS-ED-COUNT-2 DELIMITED BY SIZE
            '   MISSING: ' DELIMITED BY SIZE
            WS-ED-COUNT-3 DELIMITED BY SIZE
            '   NO DEADLINE: ' DELIMITED BY SIZE
            WS-ED-COUNT-4 DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'MONTH-TO-DATE ON-TIME PERFORMANCE - ' DELIMITED BY SIZE
            WS-CUR-MONTH DELIMITED BY SIZE
            ' THROUGH ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE 'RECIPIENT  DELIVERIES  ON TIME   LATE  MISSING  ON-TIME %'
            TO REPORT-REC
        WRITE REPORT-REC
        PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MT-COUNT
            PERFORM 520-WRITE-MONTH-LINE-RTN
        END-PERFORM
        IF WS-MT-COUNT = 0
            MOVE '  (NO DELIVERIES WITH A DEADLINE THIS MONTH)'
                TO REPORT-REC
            WRITE REPORT-REC
        END-IF
        CLOSE REPORT-FILE.

    510-WRITE-DELIVERY-LINE-RTN.
        MOVE SPACES TO WS-ED-DEADLINE
        MOVE SPACES TO WS-ED-DELIVERED
        IF WS-SL-HAS-DEADLINE(WS-SX)
            COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
                + WS-SL-DEADLINE-DAYS(WS-SX))
            STRING WS-DEADLINE-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-SL-DEADLINE-TIME(WS-SX)(1:2) DELIMITED BY SIZE
                ':' DELIMITED BY SIZE
                WS-SL-DEADLINE-TIME(WS-SX)(3:2) DELIMITED BY SIZE
                INTO WS-ED-DEADLINE
        END-IF
        IF WS-SL-DELIVERED(WS-SX) = 'Y'
            STRING WS-SL-DLV-DATE(WS-SX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-SL-DLV-TIME(WS-SX)(1:2) DELIMITED BY SIZE
                ':' DELIMITED BY SIZE
                WS-SL-DLV-TIME(WS-SX)(3:2) DELIMITED BY SIZE
                ':' DELIMITED BY SIZE
                WS-SL-DLV-TIME(WS-SX)(5:2) DELIMITED BY SIZE
                INTO WS-ED-DELIVERED
        END-IF
        EVALUATE TRUE
            WHEN WS-SL-BAD-DEADLINE(WS-SX)
                MOVE 'BAD DEADLINE' TO WS-ED-STATUS
            WHEN WS-SL-STATUS(WS-SX) = 'O'
                MOVE 'ON TIME' TO WS-ED-STATUS
            WHEN WS-SL-STATUS(WS-SX) = 'L'
                MOVE '** LATE' TO WS-ED-STATUS
            WHEN WS-SL-STATUS(WS-SX) = 'M'
                MOVE '** MISSING' TO WS-ED-STATUS
            WHEN WS-SL-DELIVERED(WS-SX) = 'Y'
                MOVE 'NO DEADLINE' TO WS-ED-STATUS
            WHEN OTHER
                MOVE 'NOT SENT' TO WS-ED-STATUS
        END-EVALUATE
        MOVE SPACES TO REPORT-REC
        STRING WS-SL-RECIPIENT(WS-SX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-SL-REPORT-CODE(WS-SX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ED-DEADLINE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ED-DELIVERED DELIMITED BY SIZE
            INTO REPORT-REC
        MOVE WS-ED-STATUS TO REPORT-REC(67:12)
        IF WS-SL-STATUS(WS-SX) = 'L'
            MOVE WS-SL-MINS-LATE(WS-SX) TO WS-ED-MINS
            MOVE WS-ED-MINS TO REPORT-REC(85:5)
        END-IF
        WRITE REPORT-REC.

    520-WRITE-MONTH-LINE-RTN.
        COMPUTE WS-PCT ROUNDED =
            WS-MT-ON-TIME(WS-MX) * 100 / WS-MT-TOTAL(WS-MX)
        MOVE WS-PCT TO WS-ED-PCT
        MOVE WS-MT-TOTAL(WS-MX) TO WS-ED-COUNT
        MOVE WS-MT-ON-TIME(WS-MX) TO WS-ED-COUNT-2
        MOVE WS-MT-LATE(WS-MX) TO WS-ED-COUNT-3
        MOVE WS-MT-MISSING(WS-MX) TO WS-ED-COUNT-4
        MOVE SPACES TO REPORT-REC
        STRING WS-MT-RECIPIENT(WS-MX) DELIMITED BY SIZE
            '        ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            WS-ED-COUNT-2 DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ED-COUNT-3 DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            WS-ED-COUNT-4 DELIMITED BY SIZE
            '      ' DELIMITED BY SIZE
            WS-ED-PCT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    600-SAVE-HISTORY-RTN.
        MOVE 'HISTORY-FILE' TO WS-FILE-ID
        OPEN EXTEND HISTORY-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT HISTORY-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SL-COUNT
            IF WS-SL-HAS-DEADLINE(WS-SX)
                MOVE WS-BIZ-DATE TO SLH-BIZ-DATE
                MOVE WS-RUN-STAMP(1:14) TO SLH-RUN-STAMP
                MOVE WS-CYCLE-NO TO SLH-CYCLE
                MOVE WS-SL-RECIPIENT(WS-SX) TO SLH-RECIPIENT
                MOVE WS-SL-REPORT-CODE(WS-SX) TO SLH-REPORT-CODE
                MOVE WS-SL-STATUS(WS-SX) TO SLH-STATUS
                MOVE WS-SL-MINS-LATE(WS-SX) TO SLH-MINS-LATE
                WRITE SLA-HISTORY-REC
            END-IF
        END-PERFORM
        CLOSE HISTORY-FILE.

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
        CLOSE RECIPIENT-FILE DELIVERY-FILE HISTORY-FILE REPORT-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
