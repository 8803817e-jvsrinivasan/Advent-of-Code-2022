        SELECT ALERT-CYCLE-FILE ASSIGN TO WS-P-ALERT-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALERT-REG-FILE ASSIGN TO WS-P-ALERT-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALERT-WORK-FILE ASSIGN TO WS-P-ALERT-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MAINT-LOCK-FILE
        ASSIGN TO WS-P-MAINT-LOCK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FD ALERT-FILE.
    01 ALERT-REC PIC X(132).
    FD ALERT-CYCLE-FILE.
    01 ALERT-CYCLE-REC.
        05 ACY-LAST-TS          PIC X(15).
        05 FILLER               PIC X(1).
        05 ACY-LAST-SEEN        PIC 9(6).
    FD ALERT-REG-FILE.
    COPY ALRTREC.
    FD ALERT-WORK-FILE.
    01 ALERT-WORK-REC PIC X(268).
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD LOG-FILE.
        05 WS-P-LOG-IN            PIC X(70) VALUE SPACES.
        05 WS-P-ALERT             PIC X(70) VALUE SPACES.
        05 WS-P-ALERT-CYCLE       PIC X(70) VALUE SPACES.
        05 WS-P-ALERT-REG         PIC X(70) VALUE SPACES.
        05 WS-P-ALERT-WORK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-INCLUDE-W        PIC X(1) VALUE 'N'.
        05 WS-SLA-MISS-TEXT    PIC X(30)
            VALUE 'DELIVERY-SLA-REPORT SLA MISSED'.
        05 WS-LAST-CYCLE-X     PIC X(6) VALUE SPACES.
        05 WS-LAST-CYCLE       PIC 9(6) VALUE 0.
        05 WS-LEGACY-MARK      PIC A(1) VALUE 'N'.
        05 WS-LAST-TS          PIC X(15) VALUE SPACES.
        05 WS-LAST-SEEN        PIC 9(6) VALUE 0.
        05 WS-TS-SEEN          PIC 9(6) VALUE 0.
        05 WS-HIGH-TS          PIC X(15) VALUE SPACES.
        05 WS-HIGH-SEEN        PIC 9(6) VALUE 0.
        05 WS-REC-TS           PIC X(15) VALUE SPACES.
        05 WS-REC-NEW          PIC A(1) VALUE 'N'.
        05 WS-REC-CYCLE-X      PIC X(6) VALUE SPACES.
        05 WS-REC-CYCLE        PIC 9(6) VALUE 0.
        05 WS-REC-SEV          PIC X(1) VALUE ' '.
        05 WS-ALERT-COUNT      PIC 9(4) VALUE 0.
        05 WS-SCANNED-COUNT    PIC 9(6) VALUE 0.
        05 WS-MAX-ID           PIC 9(6) VALUE 0.
        05 WS-NEW-COUNT        PIC 9(3) VALUE 0.
        05 WS-REG-STAMP        PIC X(21) VALUE SPACES.
    01 WS-ALERT-TABLE.
        05 WS-AL-COUNT         PIC 9(3) VALUE 0.
        05 WS-AL-ENTRY OCCURS 200 TIMES.
            10 WS-AL-SEV           PIC X(1) VALUE ' '.
            10 WS-AL-TEXT          PIC X(90) VALUE SPACES.
            10 WS-AL-REPEATS       PIC 9(4) VALUE 0.
            10 WS-AL-ID            PIC 9(6) VALUE 0.
            10 WS-AL-STILL-OPEN    PIC A(1) VALUE 'N'.
    01 WS-SCAN-WORK.
        05 WS-AX               PIC 9(3) VALUE 0.
        05 WS-AL-HIT           PIC 9(3) VALUE 0.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY PARMCOM.
    COPY LOCKCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    MOVE 'N' TO WS-PARM-DEFAULT
    PERFORM 830-GET-PARM-RTN
    MOVE WS-PARM-REQ-VALUE(1:1) TO WS-INCLUDE-W
    PERFORM 100-GET-LAST-READ-RTN
    PERFORM 200-SCAN-LOG-RTN
    IF WS-AL-COUNT > 0
        MOVE WS-P-MAINT-LOCK TO WS-MAINT-LOCK-PATH
        PERFORM 816-TAKE-MAINT-LOCK-RTN
        IF WS-MAINT-LOCK-BUSY = 'Y'
            MOVE 'W' TO WS-LOG-SEV
            STRING 'ALERT REGISTER IN USE BY ' DELIMITED BY SIZE
                MLK-HOLDER DELIMITED BY SPACE
                ' - ALERTS WILL BE RAISED AGAIN NEXT RUN'
                DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        ELSE
            PERFORM 250-REGISTER-ALERTS-RTN
            PERFORM 818-RELEASE-MAINT-LOCK-RTN
        END-IF
    END-IF
    PERFORM 300-WRITE-ALERTS-RTN
    IF WS-MAINT-LOCK-BUSY NOT EQUAL 'Y'
        PERFORM 400-SAVE-LAST-READ-RTN
    END-IF
    DISPLAY 'ALERT MONITOR - LOG LINES SCANNED: ' WS-SCANNED-COUNT
        ' DISTINCT ALERTS: ' WS-AL-COUNT
    IF WS-AL-COUNT > 0
        STRING 'ALERT-MONITOR RUN COMPLETED - OPERATOR ALERTS '
            'RAISED: ' DELIMITED BY SIZE
            WS-AL-COUNT DELIMITED BY SIZE
            ' NEW: ' DELIMITED BY SIZE
            WS-NEW-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
    ELSE
        STRING 'ALERT-MONITOR RUN COMPLETED - NO NEW ALERTS'
        MOVE 'AocAlertCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALERT-CYCLE
        MOVE 'AocAlertRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALERT-REG
        MOVE 'AocAlertRegisterWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALERT-WORK
        MOVE 'AocMaintLock.Alerts.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE.

    100-GET-LAST-READ-RTN.
        MOVE 'ALERT-CYCLE-FILE' TO WS-FILE-ID
        OPEN INPUT ALERT-CYCLE-FILE
        IF WS-FILE-STATUS = '35'
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            READ ALERT-CYCLE-FILE
                AT END
                    MOVE SPACES TO ALERT-CYCLE-REC
            END-READ
            CLOSE ALERT-CYCLE-FILE
            EVALUATE TRUE
                WHEN ACY-LAST-TS(1:8) NUMERIC
                    AND ACY-LAST-TS(9:1) = '-'
                    AND ACY-LAST-TS(10:6) NUMERIC
                    MOVE ACY-LAST-TS TO WS-LAST-TS
                    IF ACY-LAST-SEEN NUMERIC
                        MOVE ACY-LAST-SEEN TO WS-LAST-SEEN
                    END-IF
                WHEN ACY-LAST-TS(1:6) NUMERIC
                    AND ACY-LAST-TS(7:9) = SPACES
                    MOVE ACY-LAST-TS(1:6) TO WS-LAST-CYCLE-X
                    MOVE WS-LAST-CYCLE-X TO WS-LAST-CYCLE
                    MOVE 'Y' TO WS-LEGACY-MARK
            END-EVALUATE
        END-IF.

    200-SCAN-LOG-RTN.

    210-CHECK-LOG-LINE-RTN.
        ADD 1 TO WS-SCANNED-COUNT
        MOVE LOG-IN-REC(1:15) TO WS-REC-TS
        MOVE LOG-IN-REC(18:6) TO WS-REC-CYCLE-X
        MOVE LOG-IN-REC(25:1) TO WS-REC-SEV
        IF WS-REC-TS(1:8) NOT NUMERIC OR WS-REC-TS(9:1) NOT EQUAL '-'
            OR WS-REC-TS(10:6) NOT NUMERIC
            CONTINUE
        ELSE
            PERFORM 215-CHECK-LINE-READ-RTN
            IF WS-REC-NEW = 'Y'
                IF WS-REC-SEV = 'E'
                    OR (WS-REC-SEV = 'W' AND WS-INCLUDE-W = 'Y')
                    OR (WS-REC-SEV = 'W'
                        AND LOG-IN-REC(27:30) = WS-SLA-MISS-TEXT)
                    PERFORM 220-DEDUPE-ALERT-RTN
                END-IF
            END-IF
        END-IF.

    215-CHECK-LINE-READ-RTN.
        EVALUATE TRUE
            WHEN WS-REC-TS > WS-HIGH-TS
                MOVE WS-REC-TS TO WS-HIGH-TS
                MOVE 1 TO WS-HIGH-SEEN
            WHEN WS-REC-TS = WS-HIGH-TS
                ADD 1 TO WS-HIGH-SEEN
        END-EVALUATE
        MOVE 'N' TO WS-REC-NEW
        EVALUATE TRUE
            WHEN WS-LEGACY-MARK = 'Y'
                IF WS-REC-CYCLE-X NUMERIC
                    MOVE WS-REC-CYCLE-X TO WS-REC-CYCLE
                    IF WS-REC-CYCLE > WS-LAST-CYCLE
                        MOVE 'Y' TO WS-REC-NEW
                    END-IF
                END-IF
            WHEN WS-REC-TS > WS-LAST-TS
                MOVE 'Y' TO WS-REC-NEW
            WHEN WS-REC-TS = WS-LAST-TS
                ADD 1 TO WS-TS-SEEN
                IF WS-TS-SEEN > WS-LAST-SEEN
                    MOVE 'Y' TO WS-REC-NEW
                END-IF
        END-EVALUATE.

    220-DEDUPE-ALERT-RTN.
        MOVE 0 TO WS-AL-HIT
        PERFORM VARYING WS-AX FROM 1 BY 1
            END-IF
        END-IF.

    250-REGISTER-ALERTS-RTN.
        MOVE 0 TO WS-MAX-ID
        MOVE 'ALERT-WORK-FILE' TO WS-FILE-ID
        OPEN OUTPUT ALERT-WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ALERT-REG-FILE' TO WS-FILE-ID
        OPEN INPUT ALERT-REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALERT-REG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 260-MATCH-OPEN-ALERT-RTN
                    MOVE ALERT-REG-REC TO ALERT-WORK-REC
                    WRITE ALERT-WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALERT-REG-FILE
        END-IF
        MOVE FUNCTION CURRENT-DATE TO WS-REG-STAMP
        PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > WS-AL-COUNT
            IF WS-AL-ID(WS-AX) = 0
                PERFORM 270-ADD-ALERT-RTN
            END-IF
        END-PERFORM
        CLOSE ALERT-WORK-FILE
        PERFORM 280-COPY-BACK-RTN.

    260-MATCH-OPEN-ALERT-RTN.
        IF ALR-ID NUMERIC AND ALR-ID > WS-MAX-ID
            MOVE ALR-ID TO WS-MAX-ID
        END-IF
        IF NOT ALR-STATUS-RESOLVED
            MOVE 0 TO WS-AL-HIT
            PERFORM VARYING WS-AX FROM 1 BY 1
                UNTIL WS-AX > WS-AL-COUNT OR WS-AL-HIT > 0
                IF WS-AL-ID(WS-AX) = 0
                    AND WS-AL-TEXT(WS-AX) = ALR-TEXT
                    MOVE WS-AX TO WS-AL-HIT
                END-IF
            END-PERFORM
            IF WS-AL-HIT > 0
                MOVE ALR-ID TO WS-AL-ID(WS-AL-HIT)
                MOVE 'Y' TO WS-AL-STILL-OPEN(WS-AL-HIT)
                ADD WS-AL-REPEATS(WS-AL-HIT) TO ALR-REPEATS
                    ON SIZE ERROR MOVE 9999 TO ALR-REPEATS
                END-ADD
            END-IF
        END-IF.

    270-ADD-ALERT-RTN.
        ADD 1 TO WS-MAX-ID
        ADD 1 TO WS-NEW-COUNT
        MOVE WS-MAX-ID TO WS-AL-ID(WS-AX)
        MOVE SPACES TO ALERT-REG-REC
        MOVE WS-MAX-ID TO ALR-ID
        MOVE WS-CYCLE-NO TO ALR-CYCLE
        MOVE WS-AL-SEV(WS-AX) TO ALR-SEV
        MOVE WS-AL-TS(WS-AX) TO ALR-LOG-TS
        MOVE WS-REG-STAMP(1:8) TO ALR-RAISED-DATE
        MOVE WS-REG-STAMP(9:6) TO ALR-RAISED-TIME
        MOVE WS-AL-REPEATS(WS-AX) TO ALR-REPEATS
        MOVE 'N' TO ALR-STATUS
        MOVE 0 TO ALR-ACK-DATE
        MOVE 0 TO ALR-ACK-TIME
        MOVE 'N' TO ALR-ESCALATED
        MOVE 0 TO ALR-ESC-DATE
        MOVE 0 TO ALR-ESC-TIME
        MOVE 0 TO ALR-RES-DATE
        MOVE 0 TO ALR-RES-TIME
        MOVE WS-AL-TEXT(WS-AX) TO ALR-TEXT
        MOVE ALERT-REG-REC TO ALERT-WORK-REC
        WRITE ALERT-WORK-REC.

    280-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ALERT-WORK-FILE' TO WS-FILE-ID
        OPEN INPUT ALERT-WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ALERT-REG-FILE' TO WS-FILE-ID
        OPEN OUTPUT ALERT-REG-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ ALERT-WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE ALERT-WORK-REC TO ALERT-REG-REC
                WRITE ALERT-REG-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE ALERT-WORK-FILE
        CLOSE ALERT-REG-FILE
        OPEN OUTPUT ALERT-WORK-FILE
        CLOSE ALERT-WORK-FILE.

    300-WRITE-ALERTS-RTN.
        MOVE 'ALERT-FILE' TO WS-FILE-ID
        OPEN OUTPUT ALERT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO ALERT-REC
        STRING 'OPERATOR ALERTS - CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            ' - LOG LINES AFTER ' DELIMITED BY SIZE
            WS-LAST-TS DELIMITED BY SIZE
            ' THROUGH ' DELIMITED BY SIZE
            WS-HIGH-TS DELIMITED BY SIZE
            INTO ALERT-REC
        WRITE ALERT-REC
        IF WS-AL-COUNT = 0
                WS-AL-SEV(WS-AX) DELIMITED BY SIZE
                ' X' DELIMITED BY SIZE
                WS-AL-REPEATS(WS-AX) DELIMITED BY SIZE
                ' #' DELIMITED BY SIZE
                WS-AL-ID(WS-AX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-AL-TEXT(WS-AX) DELIMITED BY SIZE
                INTO ALERT-REC
        END-PERFORM
        CLOSE ALERT-FILE.

    400-SAVE-LAST-READ-RTN.
        IF WS-HIGH-TS NOT EQUAL SPACES
            AND (WS-HIGH-TS > WS-LAST-TS OR WS-LEGACY-MARK = 'Y'
                OR (WS-HIGH-TS = WS-LAST-TS
                    AND WS-HIGH-SEEN > WS-LAST-SEEN))
            MOVE 'ALERT-CYCLE-FILE' TO WS-FILE-ID
            OPEN OUTPUT ALERT-CYCLE-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO ALERT-CYCLE-REC
            MOVE WS-HIGH-TS TO ACY-LAST-TS
            MOVE WS-HIGH-SEEN TO ACY-LAST-SEEN
            WRITE ALERT-CYCLE-REC
            CLOSE ALERT-CYCLE-FILE
        END-IF.

    920-ABEND-RTN.
        IF WS-ABEND-LOG-OK = 'Y'
        END-IF
        MOVE WS-ABEND-STAMP TO ALERT-REC
        WRITE ALERT-REC
        CLOSE LOG-IN-FILE ALERT-FILE ALERT-CYCLE-FILE ALERT-REG-FILE
            ALERT-WORK-FILE PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY PARMRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
