        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-WORK-FILE ASSIGN TO WS-P-TIMING-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LEGAL-HOLD-FILE ASSIGN TO WS-P-LEGAL-HOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 BIZDATE-REC PIC X(8).
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD SUITE-LOCK-FILE.
    01 TIMING-HIST-REC PIC X(41).
    FD TIMING-WORK-FILE.
    01 TIMING-WORK-REC PIC X(41).
    FD LEGAL-HOLD-FILE.
    COPY LHOLDREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-TIMING-WORK       PIC X(70) VALUE SPACES.
        05 WS-P-LEGAL-HOLD        PIC X(70) VALUE SPACES.
    01 WS-HIST-PATH        PIC X(50) VALUE SPACES.
    01 WS-TIM-HIST-PATH    PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-TIM-MIN-CYCLE    PIC 9(6) VALUE 0.
        05 WS-TIM-MOVED        PIC 9(6) VALUE 0.
        05 WS-TIM-KEPT         PIC 9(6) VALUE 0.
        05 WS-HELD-COUNT       PIC 9(6) VALUE 0.
        05 WS-TIM-HELD         PIC 9(6) VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY LOCKCOM.
    COPY STEPCOM.
    COPY ENVCOM.
    COPY LHOLDCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-TIM-RETAIN
    CLOSE LOG-FILE
    PERFORM 884-LOAD-LEGAL-HOLDS-RTN
    COMPUTE WS-CUTOFF-INT =
        FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE) - WS-RETAIN-DAYS
    COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
    DISPLAY '  ENTRIES ARCHIVED: ' WS-MOVED-COUNT
        ' TO ' WS-HIST-PATH
    DISPLAY '  ENTRIES RETAINED: ' WS-KEPT-COUNT
        ' (UNDER LEGAL HOLD: ' WS-HELD-COUNT ')'
    DISPLAY '  STEP TIMINGS ARCHIVED: ' WS-TIM-MOVED
        ' RETAINED: ' WS-TIM-KEPT
        ' (CYCLES BELOW ' WS-TIM-MIN-CYCLE ')'
    DISPLAY '  STEP TIMINGS UNDER LEGAL HOLD: ' WS-TIM-HELD
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
        WS-TIM-MOVED DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-HELD-COUNT > 0 OR WS-TIM-HELD > 0
        STRING 'LOG-MAINTENANCE - KEPT UNDER LEGAL HOLD - ENTRIES: '
            DELIMITED BY SIZE
            WS-HELD-COUNT DELIMITED BY SIZE
            ' STEP TIMINGS: ' DELIMITED BY SIZE
            WS-TIM-HELD DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    CLOSE LOG-FILE
    PERFORM 818-RELEASE-MAINT-LOCK-RTN
    STOP RUN.
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
        MOVE 'AocSuiteLock.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'AocStepTimingWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING-WORK
        MOVE 'AocLegalHold.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEGAL-HOLD.

    100-SPLIT-LOG-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        ELSE
            MOVE WS-BIZ-DATE TO WS-REC-DATE
        END-IF
        MOVE 'N' TO WS-LH-HELD
        IF WS-REC-DATE < WS-CUTOFF-DATE
            MOVE WS-REC-DATE TO WS-LH-CHK-DATE
            MOVE 'AocRunLog.txt' TO WS-LH-CHK-FILE
            PERFORM 886-CHECK-LEGAL-HOLD-RTN
            IF WS-LH-HELD = 'Y'
                ADD 1 TO WS-HELD-COUNT
                DISPLAY '  HELD - RUN LOG ENTRY ' LOG-REC(1:40)
                    ' KEPT UNDER LEGAL HOLD ' WS-LH-HELD-ID
            END-IF
        END-IF
        IF WS-REC-DATE < WS-CUTOFF-DATE
            AND WS-LH-HELD = 'N'
            MOVE LOG-REC TO HIST-REC
            WRITE HIST-REC
            ADD 1 TO WS-MOVED-COUNT
        END-IF.

    310-PRUNE-ONE-TIMING-RTN.
        MOVE 'N' TO WS-LH-HELD
        IF TIM-CYCLE NUMERIC AND TIM-CYCLE >= WS-TIM-MIN-CYCLE
            CONTINUE
        ELSE
            IF TIM-BIZ-DATE NUMERIC
                MOVE TIM-BIZ-DATE TO WS-LH-CHK-DATE
            END-IF
            MOVE 'AocStepTiming.txt' TO WS-LH-CHK-FILE
            PERFORM 886-CHECK-LEGAL-HOLD-RTN
            IF WS-LH-HELD = 'Y'
                ADD 1 TO WS-TIM-HELD
                DISPLAY '  HELD - STEP TIMING ' TIM-PROGRAM ' CYCLE '
                    TIM-CYCLE ' KEPT UNDER LEGAL HOLD ' WS-LH-HELD-ID
            END-IF
        END-IF
        IF (TIM-CYCLE NUMERIC AND TIM-CYCLE >= WS-TIM-MIN-CYCLE)
            OR WS-LH-HELD = 'Y'
            MOVE STEP-TIMING-REC TO TIMING-WORK-REC
            WRITE TIMING-WORK-REC
            ADD 1 TO WS-TIM-KEPT

    920-ABEND-RTN.
        CLOSE LOG-FILE HIST-FILE WORK-FILE PARM-FILE OPERATOR-FILE
            SECURITY-LOG-FILE TIMING-FILE TIMING-HIST-FILE
            TIMING-WORK-FILE LEGAL-HOLD-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY MLOCKRTN.
    COPY STEPRTN.
    COPY ENVRTN.
    COPY LHOLDRTN.
