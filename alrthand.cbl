IDENTIFICATION DIVISION.
PROGRAM-ID. ALERT-HANDOVER.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ALERT-REG-FILE ASSIGN TO WS-P-ALERT-REG
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
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD ALERT-REG-FILE.
    COPY ALRTREC.
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-ALERT-REG         PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-HAVE-REGISTER    PIC A(1) VALUE 'N'.
        05 WS-OPEN-COUNT       PIC 9(5) VALUE 0.
        05 WS-UNOWNED-COUNT    PIC 9(5) VALUE 0.
        05 WS-ESCALATED-COUNT  PIC 9(5) VALUE 0.
        05 WS-RPT-STAMP        PIC X(21) VALUE SPACES.
        05 WS-STATUS-TEXT      PIC X(12) VALUE SPACES.
        05 WS-OWNER            PIC X(8) VALUE SPACES.
        05 WS-ED-COUNT         PIC ZZZZ9.
        05 WS-ED-COUNT-2       PIC ZZZZ9.
        05 WS-ED-COUNT-3       PIC ZZZZ9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY ALRTCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ALERT-HANDOVER' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'ALERT-HANDOVER RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 100-WRITE-HEADING-RTN
    PERFORM 200-LIST-OPEN-ALERTS-RTN
    PERFORM 300-WRITE-TOTALS-RTN
    CLOSE REPORT-FILE
    DISPLAY 'SHIFT HANDOVER - OPEN ALERTS: ' WS-OPEN-COUNT
        ' UNOWNED: ' WS-UNOWNED-COUNT ' ESCALATED: '
        WS-ESCALATED-COUNT
    STRING 'ALERT-HANDOVER RUN COMPLETED - OPEN ALERTS: '
        DELIMITED BY SIZE
        WS-OPEN-COUNT DELIMITED BY SIZE
        ' UNOWNED: ' DELIMITED BY SIZE
        WS-UNOWNED-COUNT DELIMITED BY SIZE
        ' ESCALATED: ' DELIMITED BY SIZE
        WS-ESCALATED-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocAlertRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALERT-REG
        MOVE 'AocShiftHandover.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE.

    100-WRITE-HEADING-RTN.
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE FUNCTION CURRENT-DATE TO WS-RPT-STAMP
        MOVE SPACES TO REPORT-REC
        STRING 'SHIFT HANDOVER - OPEN OPERATOR ALERTS AS AT '
            DELIMITED BY SIZE
            WS-RPT-STAMP(1:8) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            WS-RPT-STAMP(9:6) DELIMITED BY SIZE
            '  CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'ALERT  S STATUS       OWNER    RAISED          OPEN FOR '
            TO REPORT-REC
        MOVE 'E TEXT' TO REPORT-REC(57:6)
        WRITE REPORT-REC.

    200-LIST-OPEN-ALERTS-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ALERT-REG-FILE' TO WS-FILE-ID
        OPEN INPUT ALERT-REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-HAVE-REGISTER
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALERT-REG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF NOT ALR-STATUS-RESOLVED
                        PERFORM 210-WRITE-ALERT-LINE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALERT-REG-FILE
        END-IF
        IF WS-OPEN-COUNT = 0
            IF WS-HAVE-REGISTER = 'Y'
                MOVE '  (NO OPEN ALERTS)' TO REPORT-REC
            ELSE
                MOVE '  (NO AocAlertRegister ON FILE)' TO REPORT-REC
            END-IF
            WRITE REPORT-REC
        END-IF.

    210-WRITE-ALERT-LINE-RTN.
        ADD 1 TO WS-OPEN-COUNT
        MOVE ALR-RAISED-DATE TO WS-ALA-FROM-DATE
        MOVE ALR-RAISED-TIME TO WS-ALA-FROM-TIME
        PERFORM 858-ALERT-AGE-RTN
        IF ALR-STATUS-NEW
            MOVE 'NEW' TO WS-STATUS-TEXT
        ELSE
            MOVE 'ACKNOWLEDGED' TO WS-STATUS-TEXT
        END-IF
        IF ALR-ACK-OPERATOR = SPACES
            MOVE 'NONE' TO WS-OWNER
            ADD 1 TO WS-UNOWNED-COUNT
        ELSE
            MOVE ALR-ACK-OPERATOR TO WS-OWNER
        END-IF
        IF ALR-IS-ESCALATED
            ADD 1 TO WS-ESCALATED-COUNT
        END-IF
        MOVE SPACES TO REPORT-REC
        STRING ALR-ID DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ALR-SEV DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-STATUS-TEXT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-OWNER DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ALR-RAISED-DATE DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            ALR-RAISED-TIME DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ALA-HOURS DELIMITED BY SIZE
            ':' DELIMITED BY SIZE
            WS-ALA-REM-MINS DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ALR-ESCALATED DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ALR-TEXT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    300-WRITE-TOTALS-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-OPEN-COUNT TO WS-ED-COUNT
        MOVE WS-UNOWNED-COUNT TO WS-ED-COUNT-2
        MOVE WS-ESCALATED-COUNT TO WS-ED-COUNT-3
        MOVE SPACES TO REPORT-REC
        STRING 'OPEN ALERTS: ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            '   NOT YET OWNED: ' DELIMITED BY SIZE
            WS-ED-COUNT-2 DELIMITED BY SIZE
            '   ESCALATED: ' DELIMITED BY SIZE
            WS-ED-COUNT-3 DELIMITED BY SIZE
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
        CLOSE ALERT-REG-FILE REPORT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY ALRTRTN.
    COPY ENVRTN.
