        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUPPLEMENTAL-FILE
        ASSIGN TO WS-P-SUPPLEMENTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 BIZDATE-REC PIC X(8).
    FD SUITE-LOCK-FILE.
    COPY LOCKREC.
    FD SUPPLEMENTAL-FILE.
    COPY SUPLREC.

    FD TIMING-FILE.
    COPY TIMEREC.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-SUPPLEMENTAL      PIC X(70) VALUE SPACES.
    01 WS-COUNT-PATH       PIC X(70) VALUE SPACES.
    77 WS-EXTRACT-HDR-LINES PIC 9 VALUE 2.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CHECKED-COUNT    PIC 9(4) VALUE 0.
    01 WS-READ-TOTALS.
        05 WS-RT-COUNT         PIC 9(2) VALUE 0.
        05 WS-RT-ENTRY OCCURS 40 TIMES.
            10 WS-RT-SITE          PIC X(2) VALUE SPACES.
            10 WS-RT-PROGRAM       PIC X(20) VALUE SPACES.
            10 WS-RT-READ          PIC 9(6) VALUE 0.
            10 WS-RT-ACCEPTED      PIC 9(6) VALUE 0.
            10 WS-RT-REJECTED      PIC 9(6) VALUE 0.
    01 WS-WRITE-TOTALS.
        05 WS-WT-COUNT         PIC 9(2) VALUE 0.
        05 WS-WT-ENTRY OCCURS 80 TIMES.
            10 WS-WT-SITE          PIC X(2) VALUE SPACES.
            10 WS-WT-PROGRAM       PIC X(20) VALUE SPACES.
            10 WS-WT-FILE-NAME     PIC X(30) VALUE SPACES.
            10 WS-WT-WRITTEN       PIC 9(6) VALUE 0.
    01 WS-SCAN-WORK.
        05 WS-RX               PIC 9(2) VALUE 0.
        05 WS-WX               PIC 9(2) VALUE 0.
        05 WS-HX               PIC 9(2) VALUE 0.
        05 WS-AUDIT-WRITTEN    PIC 9(6) VALUE 0.
        05 WS-REJECT-WRITTEN   PIC 9(6) VALUE 0.
        05 WS-EXTRACT-WRITTEN  PIC 9(6) VALUE 0.
        05 WS-RPS-READ         PIC 9(6) VALUE 0.
        05 WS-RUCK-READ        PIC 9(6) VALUE 0.
        05 WS-EXPECTED         PIC 9(6) VALUE 0.
        05 WS-ALL-RPS-READ     PIC 9(6) VALUE 0.
        05 WS-ALL-RPS-EXPECT   PIC 9(6) VALUE 0.
        05 WS-ALL-RUCK-READ    PIC 9(6) VALUE 0.
        05 WS-ALL-RUCK-EXPECT  PIC 9(6) VALUE 0.
    01 WS-BAL-SITES.
        05 WS-CUR-SITE         PIC X(2) VALUE SPACES.
        05 WS-SX               PIC 9(2) VALUE 0.
        05 WS-BS-COUNT         PIC 9(2) VALUE 0.
        05 WS-BS-ENTRY OCCURS 10 TIMES.
            10 WS-BS-CODE          PIC X(2) VALUE SPACES.
            10 WS-BS-CHECKED       PIC 9(4) VALUE 0.
            10 WS-BS-OOB           PIC 9(4) VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY LOCKCOM.
    COPY TIMINGCOM.
    COPY ENVCOM.
    COPY SUPLCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    PERFORM 950-WRITE-LOG-RTN
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 883-GET-SUPPLEMENTAL-RTN
    IF WS-SUPL-ACTIVE = 'Y'
        DISPLAY 'SUPPLEMENTAL CYCLE ' WS-CYCLE-NO ' - BALANCING CYCLES '
            WS-SUPL-BASE-CYCLE ' THRU ' WS-CYCLE-NO
            ' FOR BUSINESS DATE ' WS-SUPL-BIZ-DATE
    END-IF
    PERFORM 100-LOAD-CONTROL-TOTALS-RTN
    PERFORM 200-CHECK-FILE-COUNTS-RTN
    PERFORM 300-CHECK-RECONCILIATION-RTN
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-BS-COUNT
        DISPLAY 'SITE ' WS-BS-CODE(WS-SX)
            ' CONTROL-TOTAL CHECKS PERFORMED: ' WS-BS-CHECKED(WS-SX)
            ' OUT OF BALANCE: ' WS-BS-OOB(WS-SX)
    END-PERFORM
    DISPLAY 'ALL SITES COMBINED CONTROL-TOTAL CHECKS PERFORMED: '
        WS-CHECKED-COUNT ' OUT OF BALANCE: ' WS-OOB-COUNT
    IF WS-OOB-COUNT > 0
        DISPLAY '** SUITE IS OUT OF BALANCE FOR CYCLE ' WS-CYCLE-NO
        MOVE 8 TO RETURN-CODE
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'AocSupplemental.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUPPLEMENTAL.

    100-LOAD-CONTROL-TOTALS-RTN.
        MOVE 'CONTROL-TOTAL-FILE' TO WS-FILE-ID
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF CT-CYCLE = WS-CYCLE-NO
                        OR (WS-SUPL-ACTIVE = 'Y'
                            AND CT-CYCLE >= WS-SUPL-BASE-CYCLE
                            AND CT-CYCLE < WS-CYCLE-NO)
                        PERFORM 110-STORE-TOTAL-RTN
                    END-IF
                END-READ
        END-IF.

    110-STORE-TOTAL-RTN.
        MOVE CT-SITE TO WS-CUR-SITE
        IF WS-CUR-SITE = SPACES
            MOVE WS-ENV-HOME-SITE TO WS-CUR-SITE
        END-IF
        PERFORM 120-FIND-SITE-RTN
        MOVE 0 TO WS-HX
        IF CT-TYPE-READ
            PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RT-COUNT
                IF WS-RT-SITE(WS-RX) = WS-CUR-SITE
                    AND WS-RT-PROGRAM(WS-RX) = CT-PROGRAM
                    MOVE WS-RX TO WS-HX
                END-IF
            END-PERFORM
            IF WS-HX = 0 AND WS-RT-COUNT < 40
                ADD 1 TO WS-RT-COUNT
                MOVE WS-RT-COUNT TO WS-HX
            END-IF
            IF WS-HX > 0
                MOVE WS-CUR-SITE TO WS-RT-SITE(WS-HX)
                MOVE CT-PROGRAM TO WS-RT-PROGRAM(WS-HX)
                MOVE CT-READ TO WS-RT-READ(WS-HX)
                MOVE CT-ACCEPTED TO WS-RT-ACCEPTED(WS-HX)
                MOVE CT-REJECTED TO WS-RT-REJECTED(WS-HX)
            END-IF
        ELSE
            IF CT-TYPE-WRITE
                PERFORM VARYING WS-WX FROM 1 BY 1
                    UNTIL WS-WX > WS-WT-COUNT
                    IF WS-WT-SITE(WS-WX) = WS-CUR-SITE
                        AND WS-WT-PROGRAM(WS-WX) = CT-PROGRAM
                        AND WS-WT-FILE-NAME(WS-WX) = CT-FILE-NAME
                        MOVE WS-WX TO WS-HX
                    END-IF
                END-PERFORM
                IF WS-HX = 0 AND WS-WT-COUNT < 80
                    ADD 1 TO WS-WT-COUNT
                    MOVE WS-WT-COUNT TO WS-HX
                END-IF
                IF WS-HX > 0
                    MOVE WS-CUR-SITE TO WS-WT-SITE(WS-HX)
                    MOVE CT-PROGRAM TO WS-WT-PROGRAM(WS-HX)
                    MOVE CT-FILE-NAME TO WS-WT-FILE-NAME(WS-HX)
                    MOVE CT-WRITTEN TO WS-WT-WRITTEN(WS-HX)
                END-IF
            END-IF
        END-IF.

    120-FIND-SITE-RTN.
        MOVE 0 TO WS-SX
        PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-BS-COUNT
            IF WS-BS-CODE(WS-RX) = WS-CUR-SITE
                MOVE WS-RX TO WS-SX
            END-IF
        END-PERFORM
        IF WS-SX = 0
            IF WS-BS-COUNT < 10
                ADD 1 TO WS-BS-COUNT
                MOVE WS-BS-COUNT TO WS-SX
                MOVE WS-CUR-SITE TO WS-BS-CODE(WS-SX)
            ELSE
                MOVE WS-BS-COUNT TO WS-SX
            END-IF
        END-IF.

    200-CHECK-FILE-COUNTS-RTN.
        PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > WS-WT-COUNT
            PERFORM 210-COUNT-ONE-FILE-RTN
            MOVE WS-WT-SITE(WS-WX) TO WS-CUR-SITE
            PERFORM 120-FIND-SITE-RTN
            ADD 1 TO WS-CHECKED-COUNT
            ADD 1 TO WS-BS-CHECKED(WS-SX)
            IF WS-ACTUAL-COUNT NOT EQUAL WS-WT-WRITTEN(WS-WX)
                ADD 1 TO WS-OOB-COUNT
                ADD 1 TO WS-BS-OOB(WS-SX)
                DISPLAY '** OUT OF BALANCE - SITE ' WS-CUR-SITE ' '
                    WS-WT-FILE-NAME(WS-WX)
                    ' REPORTED ' WS-WT-WRITTEN(WS-WX)
                    ' RECORDS BUT FILE HOLDS ' WS-ACTUAL-COUNT
            ELSE
                DISPLAY 'IN BALANCE - SITE ' WS-CUR-SITE ' '
                    WS-WT-FILE-NAME(WS-WX)
                    ' RECORDS: ' WS-ACTUAL-COUNT
            END-IF
        END-PERFORM
        MOVE WS-ENV-HOME-SITE TO WS-ENV-SITE.

    210-COUNT-ONE-FILE-RTN.
        MOVE WS-WT-SITE(WS-WX) TO WS-ENV-SITE
        MOVE WS-WT-FILE-NAME(WS-WX) TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-COUNT-PATH
        MOVE 0 TO WS-ACTUAL-COUNT
        MOVE SPACES TO WS-COUNT-EOF
        MOVE 'COUNT-FILE' TO WS-FILE-ID
        END-IF.

    300-CHECK-RECONCILIATION-RTN.
        MOVE 0 TO WS-ALL-RPS-READ
        MOVE 0 TO WS-ALL-RPS-EXPECT
        MOVE 0 TO WS-ALL-RUCK-READ
        MOVE 0 TO WS-ALL-RUCK-EXPECT
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-BS-COUNT
            MOVE WS-BS-CODE(WS-SX) TO WS-CUR-SITE
            PERFORM 310-RECONCILE-SITE-RTN
        END-PERFORM
        IF WS-ALL-RPS-READ > 0
            DISPLAY 'ALL SITES COMBINED - RPS ROUNDS READ '
                WS-ALL-RPS-READ ' AUDIT + REJECTS ' WS-ALL-RPS-EXPECT
        END-IF
        IF WS-ALL-RUCK-READ > 0
            DISPLAY 'ALL SITES COMBINED - RUCKSACK LINES READ '
                WS-ALL-RUCK-READ ' EXTRACT + EXCEPTIONS '
                WS-ALL-RUCK-EXPECT
        END-IF.

    310-RECONCILE-SITE-RTN.
        MOVE 0 TO WS-AUDIT-WRITTEN
        MOVE 0 TO WS-REJECT-WRITTEN
        MOVE 0 TO WS-EXTRACT-WRITTEN
        MOVE 0 TO WS-RPS-READ
        MOVE 0 TO WS-RUCK-READ
        PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > WS-WT-COUNT
            IF WS-WT-SITE(WS-WX) = WS-CUR-SITE
                EVALUATE WS-WT-FILE-NAME(WS-WX)
                    WHEN 'Dec2Audit.txt'
                        MOVE WS-WT-WRITTEN(WS-WX) TO WS-AUDIT-WRITTEN
                    WHEN 'Dec2Rejects.txt'
                        MOVE WS-WT-WRITTEN(WS-WX) TO WS-REJECT-WRITTEN
                    WHEN 'Dec3Extract.csv'
                        MOVE WS-WT-WRITTEN(WS-WX) TO WS-EXTRACT-WRITTEN
                    WHEN 'Dec3Exceptions.txt'
                        MOVE WS-WT-WRITTEN(WS-WX) TO WS-EXCEPT-WRITTEN
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM
        PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RT-COUNT
            IF WS-RT-SITE(WS-RX) = WS-CUR-SITE
                IF WS-RT-PROGRAM(WS-RX) = 'ROCK-PAPER-SCISSORS'
                    MOVE WS-RT-READ(WS-RX) TO WS-RPS-READ
                END-IF
                IF WS-RT-PROGRAM(WS-RX) = 'RUCKSACK'
                    MOVE WS-RT-READ(WS-RX) TO WS-RUCK-READ
                END-IF
            END-IF
        END-PERFORM
        IF WS-RPS-READ > 0
            ADD 1 TO WS-CHECKED-COUNT
            ADD 1 TO WS-BS-CHECKED(WS-SX)
            COMPUTE WS-EXPECTED = WS-AUDIT-WRITTEN + WS-REJECT-WRITTEN
            ADD WS-RPS-READ TO WS-ALL-RPS-READ
            ADD WS-EXPECTED TO WS-ALL-RPS-EXPECT
            IF WS-EXPECTED NOT EQUAL WS-RPS-READ
                ADD 1 TO WS-OOB-COUNT
                ADD 1 TO WS-BS-OOB(WS-SX)
                DISPLAY '** OUT OF BALANCE - SITE ' WS-CUR-SITE
                    ' ROCK-PAPER-SCISSORS READ '
                    WS-RPS-READ ' ROUNDS BUT AUDIT + REJECTS = '
                    WS-EXPECTED
            ELSE
                DISPLAY 'IN BALANCE - SITE ' WS-CUR-SITE
                    ' RPS ROUNDS = AUDIT + REJECTS: ' WS-EXPECTED
            END-IF
        END-IF
        IF WS-RUCK-READ > 0
            ADD 1 TO WS-CHECKED-COUNT
            ADD 1 TO WS-BS-CHECKED(WS-SX)
            COMPUTE WS-EXPECTED =
                WS-EXTRACT-WRITTEN - WS-EXTRACT-HDR-LINES
                + WS-EXCEPT-WRITTEN
            ADD WS-RUCK-READ TO WS-ALL-RUCK-READ
            ADD WS-EXPECTED TO WS-ALL-RUCK-EXPECT
            IF WS-EXPECTED NOT EQUAL WS-RUCK-READ
                ADD 1 TO WS-OOB-COUNT
                ADD 1 TO WS-BS-OOB(WS-SX)
                DISPLAY '** OUT OF BALANCE - SITE ' WS-CUR-SITE
                    ' RUCKSACK READ '
                    WS-RUCK-READ ' LINES BUT EXTRACT + EXCEPTIONS = '
                    WS-EXPECTED
            ELSE
                DISPLAY 'IN BALANCE - SITE ' WS-CUR-SITE
                    ' RUCKSACK LINES = EXTRACT + EXCEPTIONS: '
                    WS-EXPECTED
            END-IF
        END-IF.

                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        CLOSE CONTROL-TOTAL-FILE COUNT-FILE LOG-FILE SUPPLEMENTAL-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY LOCKRTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
    COPY SUPLRTN.
