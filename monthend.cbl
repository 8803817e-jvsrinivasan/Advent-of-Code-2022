        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD STEP-CONTROL-FILE.
    COPY STEPREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CLOSE-EOF        PIC A(1) VALUE ' '.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY STEPCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
        MOVE WS-BIZ-DATE(1:6) TO WS-CLOSE-PERIOD
    END-IF
    PERFORM 100-CHECK-ALREADY-CLOSED-RTN
    IF WS-ALREADY-CLOSED = 'Y'
        PERFORM 930-CHECK-STEP-RTN
    END-IF
    IF WS-ALREADY-CLOSED = 'Y' AND WS-STEP-DONE = 'Y'
        DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' ALREADY CLOSED BY THE RUN '
            'FOR BUSINESS DATE ' WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'MONTH-END-CLOSE ALREADY COMPLETE THIS CYCLE - STEP SK&
            &IPPED' TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    IF WS-ALREADY-CLOSED = 'Y'
        DISPLAY '** PERIOD ' WS-CLOSE-PERIOD ' IS ALREADY CLOSED - '
            'RUN REFUSED'
    PERFORM 300-WRITE-PERIOD-STATS-RTN
    PERFORM 400-WRITE-REPORT-RTN
    PERFORM 500-MARK-PERIOD-CLOSED-RTN
    PERFORM 940-MARK-STEP-RTN
    DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED - RESULT RECORDS '
        'SWEPT: ' WS-REC-COUNT ' PROGRAMS: ' WS-PGM-COUNT
    STRING 'MONTH-END-CLOSE RUN COMPLETED - PERIOD CLOSED: '
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL.

    100-CHECK-ALREADY-CLOSED-RTN.
        MOVE 'PERIOD-CLOSE-FILE' TO WS-FILE-ID
    210-SWEEP-ONE-RTN.
        MOVE RSLT-BIZ-DATE(1:6) TO WS-REC-PERIOD
        IF WS-REC-PERIOD = WS-CLOSE-PERIOD
            AND (RSLT-SITE = SPACES OR RSLT-SITE = WS-ENV-HOME-SITE)
            ADD 1 TO WS-REC-COUNT
            MOVE 'N' TO WS-PGM-HIT
            PERFORM VARYING WS-PX FROM 1 BY 1
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY STEPRTN.
    COPY ENVRTN.
