IDENTIFICATION DIVISION.
PROGRAM-ID. DIRECTORY-SIZE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT INFILE ASSIGN TO WS-P-INFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN TO WS-P-REPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT HIST-FILE ASSIGN TO WS-P-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUSPENSE-FILE ASSIGN TO WS-P-SUSPENSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RESULT-FILE ASSIGN TO WS-P-RESULT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RSLT-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CONTROL-TOTAL-FILE
        ASSIGN TO WS-P-CONTROL-TOTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE
        ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
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
DATA DIVISION.
    FILE SECTION.
    FD INFILE.
    01 INPUT-REC.
        05 SESSION-LINE PIC X(80).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD HIST-FILE.
    COPY CAPHREC.
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).

    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD RESULT-FILE.
    COPY RSLTREC.
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD CONTROL-TOTAL-FILE.
    COPY CTLTREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD TIMING-FILE.
    COPY TIMEREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
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
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-HIST              PIC X(70) VALUE SPACES.
        05 WS-P-SUSPENSE          PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-RECEIPT           PIC X(70) VALUE SPACES.
    01 WS-INPUT.
        05 WS-SESSION-LINE      PIC X(80).
    01 WS-SESSION-FIELDS.
        05 WS-TOK-1             PIC X(20) VALUE SPACES.
        05 WS-TOK-1-LEN         PIC 9(2) VALUE 0.
        05 WS-TOK-2             PIC X(40) VALUE SPACES.
        05 WS-TOK-3             PIC X(40) VALUE SPACES.
        05 WS-TOK-EXTRA         PIC X(20) VALUE SPACES.
        05 WS-FILE-BYTES        PIC 9(12) VALUE 0.
        05 WS-NEW-PATH          PIC X(120) VALUE SPACES.
        05 WS-PATH-PTR          PIC 9(3) VALUE 0.
        05 WS-SKIP-LISTING      PIC A(1) VALUE 'N'.
    01 WS-WORK.
        05 WS-EOF               PIC A(1) VALUE ' '.
        05 WS-LINE-NO           PIC 9(6) VALUE 0.
        05 WS-TOTAL-RECORDS     PIC 9(6) VALUE 0.
        05 WS-ACCEPTED-COUNT    PIC 9(6) VALUE 0.
        05 WS-TOTAL-REJECTS     PIC 9(6) VALUE 0.
        05 WS-REPEAT-LS-COUNT   PIC 9(6) VALUE 0.
        05 WS-REPORT-WRITTEN    PIC 9(6) VALUE 0.
    01 WS-DIR-TABLE.
        05 WS-DIR-COUNT         PIC 9(4) VALUE 0.
        05 WS-DIR-ENTRY OCCURS 500 TIMES.
            10 WS-DIR-PATH          PIC X(60) VALUE SPACES.
            10 WS-DIR-PARENT        PIC 9(4) VALUE 0.
            10 WS-DIR-TOTAL-BYTES   PIC 9(12) VALUE 0.
            10 WS-DIR-FILES         PIC 9(9) VALUE 0.
            10 WS-DIR-LISTED        PIC A(1) VALUE 'N'.
        05 WS-CUR-DIR           PIC 9(4) VALUE 1.
        05 WS-DX                PIC 9(4) VALUE 0.
        05 WS-UX                PIC 9(4) VALUE 0.
        05 WS-DIR-HIT           PIC 9(4) VALUE 0.
    01 WS-SPACE-FIELDS.
        05 WS-SMALL-LIMIT       PIC 9(12) VALUE 100000.
        05 WS-DISK-SIZE         PIC 9(12) VALUE 70000000.
        05 WS-SPACE-NEEDED      PIC 9(12) VALUE 30000000.
        05 WS-USED-BYTES        PIC 9(12) VALUE 0.
        05 WS-FREE-BYTES        PIC 9(12) VALUE 0.
        05 WS-TO-FREE           PIC 9(12) VALUE 0.
        05 WS-SMALL-COUNT       PIC 9(4) VALUE 0.
        05 WS-SMALL-TOTAL       PIC 9(12) VALUE 0.
        05 WS-CANDIDATE-COUNT   PIC 9(4) VALUE 0.
        05 WS-BEST-DIR          PIC 9(4) VALUE 0.
    01 WS-EDIT-FIELDS.
        05 WS-BYTES-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.
        05 WS-FILES-ED          PIC ZZZ,ZZ9.
        05 WS-COUNT-ED          PIC ZZZ9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY STEPCOM.
    COPY CTLTCOM.
    COPY PARMCOM.
    COPY RSLTCOM.
    COPY CDATECOM.
    COPY LOGCOM.
    COPY VALIDCOM.
    COPY TIMINGCOM.
    COPY LAYCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'DIRECTORY-SIZE' TO WS-LOG-PGM
    MOVE 'DIRECTORY-SIZE' TO WS-SUSP-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'DIRECTORY SIZE RUN STARTED' TO WS-LOG-MSG
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
        DISPLAY 'DIRECTORY-SIZE ALREADY COMPLETE FOR BUSINESS DATE '
            WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'DIRECTORY-SIZE ALREADY COMPLETE THIS CYCLE - STEP SKIPPED'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE '01' TO WS-LAY-CURRENT
    MOVE '00' TO WS-LAY-PREVIOUS
    MOVE 'Dec7Input.txt' TO WS-LAY-FEED
    PERFORM 885-GET-LAYOUT-VERSION-RTN
    IF WS-LAY-SUPPORTED NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
    OPEN EXTEND SUSPENSE-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'D7-SMALL-DIR-LIMIT' TO WS-PARM-REQ-KEY
    MOVE '100000' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-SMALL-LIMIT
    MOVE 'D7-DISK-SIZE' TO WS-PARM-REQ-KEY
    MOVE '70000000' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-DISK-SIZE
    MOVE 'D7-SPACE-NEEDED' TO WS-PARM-REQ-KEY
    MOVE '30000000' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-SPACE-NEEDED
    MOVE 1 TO WS-DIR-COUNT
    MOVE '/' TO WS-DIR-PATH(1)
    MOVE 0 TO WS-DIR-PARENT(1)
    MOVE 1 TO WS-CUR-DIR
    MOVE 'INFILE' TO WS-FILE-ID
    OPEN INPUT INFILE.
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ INFILE INTO WS-INPUT
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
            PERFORM 100-PROCESS-LINE-RTN
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE INFILE
        MOVE WS-LINE-NO TO WS-TOTAL-RECORDS
        COMPUTE WS-ACCEPTED-COUNT = WS-TOTAL-RECORDS - WS-TOTAL-REJECTS
        PERFORM 200-SPACE-ANALYSIS-RTN
        PERFORM 300-WRITE-REPORT-RTN
        PERFORM 400-APPEND-HISTORY-RTN
        CLOSE SUSPENSE-FILE
        MOVE WS-DIR-COUNT TO WS-COUNT-ED
        MOVE WS-USED-BYTES TO WS-BYTES-ED
        DISPLAY 'DIRECTORIES FOUND: ' WS-COUNT-ED
            '  TOTAL SPACE USED: ' WS-BYTES-ED
        MOVE WS-SMALL-COUNT TO WS-COUNT-ED
        MOVE WS-SMALL-TOTAL TO WS-BYTES-ED
        DISPLAY 'DIRECTORIES UNDER THE SMALL-DIRECTORY LIMIT: '
            WS-COUNT-ED '  TOTAL SIZE: ' WS-BYTES-ED
        IF WS-BEST-DIR > 0
            MOVE WS-DIR-TOTAL-BYTES(WS-BEST-DIR) TO WS-BYTES-ED
            DISPLAY 'SMALLEST DIRECTORY TO REMOVE: '
                WS-DIR-PATH(WS-BEST-DIR)(1:40) ' SIZE ' WS-BYTES-ED
        END-IF
        IF WS-REPEAT-LS-COUNT > 0
            DISPLAY 'REPEATED DIRECTORY LISTINGS IGNORED: '
                WS-REPEAT-LS-COUNT
        END-IF
        DISPLAY WS-TOTAL-RECORDS ' RECORDS PROCESSED, '
            WS-TOTAL-REJECTS ' REJECTED'
        MOVE 'DIRECTORY-SIZE' TO WS-CTL-PROGRAM
        MOVE WS-TOTAL-RECORDS TO WS-CTL-READ
        MOVE WS-ACCEPTED-COUNT TO WS-CTL-ACCEPTED
        MOVE WS-TOTAL-REJECTS TO WS-CTL-REJECTED
        PERFORM 895-WRITE-CONTROL-READ-RTN
        MOVE 'Dec7DirSizes.txt' TO WS-CTL-FILE-NAME
        MOVE WS-REPORT-WRITTEN TO WS-CTL-WRITTEN
        PERFORM 896-WRITE-CONTROL-WRITE-RTN
        MOVE 'DIRECTORY-SIZE' TO WS-RSLT-PROGRAM
        MOVE WS-SMALL-TOTAL TO WS-RSLT-METRIC
        MOVE WS-TOTAL-RECORDS TO WS-RSLT-READ
        MOVE WS-TOTAL-REJECTS TO WS-RSLT-REJ
        MOVE RETURN-CODE TO WS-RSLT-RC
        PERFORM 890-WRITE-RESULT-RTN
        STRING 'DIRECTORY SIZE RUN COMPLETED - DIRECTORIES: '
            DELIMITED BY SIZE
            WS-DIR-COUNT DELIMITED BY SIZE
            ' SMALL DIRECTORY TOTAL: ' DELIMITED BY SIZE
            WS-SMALL-TOTAL DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        PERFORM 940-MARK-STEP-RTN
        MOVE 'E' TO WS-TIM-EVENT
        PERFORM 945-WRITE-TIMING-RTN
        CLOSE LOG-FILE
        STOP RUN.
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
        MOVE 'Dec7Input.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INFILE
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'Dec7DirSizes.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocCapacityHist.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-HIST
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocResults.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESULT
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocControlTotals.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CONTROL-TOTAL
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocReceiptRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECEIPT.

    100-PROCESS-LINE-RTN.
        ADD 1 TO WS-LINE-NO
        MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-EXTRA
        MOVE 0 TO WS-TOK-1-LEN
        UNSTRING WS-SESSION-LINE DELIMITED BY ALL SPACE
            INTO WS-TOK-1 COUNT IN WS-TOK-1-LEN
                 WS-TOK-2 WS-TOK-3 WS-TOK-EXTRA
        END-UNSTRING
        EVALUATE TRUE
            WHEN WS-SESSION-LINE = SPACES
                CONTINUE
            WHEN WS-TOK-1 = '$' AND WS-TOK-2 = 'cd'
                AND WS-TOK-3 NOT EQUAL SPACES
                AND WS-TOK-EXTRA = SPACES
                PERFORM 110-CHANGE-DIR-RTN
            WHEN WS-TOK-1 = '$' AND WS-TOK-2 = 'ls'
                AND WS-TOK-3 = SPACES
                PERFORM 120-LIST-DIR-RTN
            WHEN WS-TOK-1 = 'dir' AND WS-TOK-2 NOT EQUAL SPACES
                AND WS-TOK-3 = SPACES
                PERFORM 130-NOTE-SUBDIR-RTN
            WHEN WS-TOK-1 = '$'
                MOVE 'DCMD' TO WS-SUSP-REASON
                MOVE 'UNRECOGNISED COMMAND' TO WS-SUSP-MSG
                PERFORM 190-REJECT-LINE-RTN
            WHEN OTHER
                PERFORM 140-NOTE-FILE-RTN
        END-EVALUATE.

    110-CHANGE-DIR-RTN.
        MOVE 'N' TO WS-SKIP-LISTING
        EVALUATE TRUE
            WHEN WS-TOK-3 = '/'
                MOVE 1 TO WS-CUR-DIR
            WHEN WS-CUR-DIR = 0
                MOVE 'DLST' TO WS-SUSP-REASON
                MOVE 'CURRENT DIRECTORY UNKNOWN' TO WS-SUSP-MSG
                PERFORM 190-REJECT-LINE-RTN
            WHEN WS-TOK-3 = '..'
                IF WS-CUR-DIR = 1
                    MOVE 'DCMD' TO WS-SUSP-REASON
                    MOVE 'CD .. ABOVE THE ROOT DIRECTORY' TO WS-SUSP-MSG
                    PERFORM 190-REJECT-LINE-RTN
                ELSE
                    MOVE WS-DIR-PARENT(WS-CUR-DIR) TO WS-CUR-DIR
                END-IF
            WHEN OTHER
                MOVE WS-TOK-3 TO WS-TOK-2
                PERFORM 150-FIND-OR-ADD-DIR-RTN
                MOVE WS-DIR-HIT TO WS-CUR-DIR
        END-EVALUATE.

    120-LIST-DIR-RTN.
        EVALUATE TRUE
            WHEN WS-CUR-DIR = 0
                MOVE 'DLST' TO WS-SUSP-REASON
                MOVE 'CURRENT DIRECTORY UNKNOWN' TO WS-SUSP-MSG
                PERFORM 190-REJECT-LINE-RTN
            WHEN WS-DIR-LISTED(WS-CUR-DIR) = 'Y'
                MOVE 'Y' TO WS-SKIP-LISTING
                ADD 1 TO WS-REPEAT-LS-COUNT
                DISPLAY '  ** LINE ' WS-LINE-NO ' - DIRECTORY '
                    WS-DIR-PATH(WS-CUR-DIR)(1:40)
                    ' ALREADY LISTED - REPEAT IGNORED'
            WHEN OTHER
                MOVE 'Y' TO WS-DIR-LISTED(WS-CUR-DIR)
                MOVE 'N' TO WS-SKIP-LISTING
        END-EVALUATE.

    130-NOTE-SUBDIR-RTN.
        EVALUATE TRUE
            WHEN WS-CUR-DIR = 0
                MOVE 'DLST' TO WS-SUSP-REASON
                MOVE 'CURRENT DIRECTORY UNKNOWN' TO WS-SUSP-MSG
                PERFORM 190-REJECT-LINE-RTN
            WHEN WS-SKIP-LISTING = 'Y'
                CONTINUE
            WHEN OTHER
                PERFORM 150-FIND-OR-ADD-DIR-RTN
        END-EVALUATE.

    140-NOTE-FILE-RTN.
        MOVE WS-TOK-1 TO WS-VALID-FIELD
        MOVE WS-TOK-1-LEN TO WS-VALID-LEN
        MOVE '1' TO WS-VALID-TYPE
        PERFORM 850-VALIDATE-FIELD-RTN
        EVALUATE TRUE
            WHEN WS-TOK-1-LEN > 12 OR WS-VALID-RESULT NOT EQUAL 'Y'
                OR WS-TOK-2 = SPACES OR WS-TOK-3 NOT EQUAL SPACES
                MOVE 'NNUM' TO WS-SUSP-REASON
                MOVE 'INVALID FILE SIZE LINE' TO WS-SUSP-MSG
                PERFORM 190-REJECT-LINE-RTN
            WHEN WS-CUR-DIR = 0
                MOVE 'DLST' TO WS-SUSP-REASON
                MOVE 'CURRENT DIRECTORY UNKNOWN' TO WS-SUSP-MSG
                PERFORM 190-REJECT-LINE-RTN
            WHEN WS-SKIP-LISTING = 'Y'
                CONTINUE
            WHEN OTHER
                MOVE WS-TOK-1(1:WS-TOK-1-LEN) TO WS-FILE-BYTES
                MOVE WS-CUR-DIR TO WS-UX
                PERFORM UNTIL WS-UX = 0
                    ADD WS-FILE-BYTES TO WS-DIR-TOTAL-BYTES(WS-UX)
                    ADD 1 TO WS-DIR-FILES(WS-UX)
                    MOVE WS-DIR-PARENT(WS-UX) TO WS-UX
                END-PERFORM
        END-EVALUATE.

    150-FIND-OR-ADD-DIR-RTN.
        MOVE SPACES TO WS-NEW-PATH
        MOVE 1 TO WS-PATH-PTR
        IF WS-CUR-DIR = 1
            STRING '/' DELIMITED BY SIZE
                WS-TOK-2 DELIMITED BY SPACE
                INTO WS-NEW-PATH WITH POINTER WS-PATH-PTR
        ELSE
            STRING WS-DIR-PATH(WS-CUR-DIR) DELIMITED BY SPACE
                '/' DELIMITED BY SIZE
                WS-TOK-2 DELIMITED BY SPACE
                INTO WS-NEW-PATH WITH POINTER WS-PATH-PTR
        END-IF
        MOVE 0 TO WS-DIR-HIT
        PERFORM VARYING WS-DX FROM 1 BY 1
            UNTIL WS-DX > WS-DIR-COUNT OR WS-DIR-HIT > 0
            IF WS-DIR-PATH(WS-DX) = WS-NEW-PATH
                MOVE WS-DX TO WS-DIR-HIT
            END-IF
        END-PERFORM
        IF WS-DIR-HIT = 0
            IF WS-PATH-PTR > 61 OR WS-DIR-COUNT NOT < 500
                MOVE 'DOVF' TO WS-SUSP-REASON
                MOVE 'PATH TOO LONG OR DIRECTORY TABLE FULL'
                    TO WS-SUSP-MSG
                PERFORM 190-REJECT-LINE-RTN
            ELSE
                ADD 1 TO WS-DIR-COUNT
                MOVE WS-DIR-COUNT TO WS-DIR-HIT
                MOVE WS-NEW-PATH TO WS-DIR-PATH(WS-DIR-HIT)
                MOVE WS-CUR-DIR TO WS-DIR-PARENT(WS-DIR-HIT)
            END-IF
        END-IF.

    190-REJECT-LINE-RTN.
        ADD 1 TO WS-TOTAL-REJECTS
        DISPLAY '  ** LINE ' WS-LINE-NO ' REJECTED - '
            WS-SUSP-MSG(1:40)
        MOVE WS-LINE-NO TO WS-SUSP-KEY
        MOVE SPACES TO WS-VALID-FIELD
        MOVE WS-SUSP-MSG TO WS-VALID-FIELD
        MOVE SPACES TO WS-SUSP-MSG
        STRING 'DIRECTORY SIZE - ' DELIMITED BY SIZE
            WS-VALID-FIELD DELIMITED BY '  '
            ' ON LINE ' DELIMITED BY SIZE
            WS-LINE-NO DELIMITED BY SIZE
            ': ' DELIMITED BY SIZE
            WS-SESSION-LINE DELIMITED BY SIZE
            INTO WS-SUSP-MSG
        PERFORM 860-WRITE-SUSPENSE-RTN.

    200-SPACE-ANALYSIS-RTN.
        MOVE WS-DIR-TOTAL-BYTES(1) TO WS-USED-BYTES
        IF WS-USED-BYTES < WS-DISK-SIZE
            COMPUTE WS-FREE-BYTES = WS-DISK-SIZE - WS-USED-BYTES
        ELSE
            MOVE 0 TO WS-FREE-BYTES
        END-IF
        IF WS-SPACE-NEEDED > WS-FREE-BYTES
            COMPUTE WS-TO-FREE = WS-SPACE-NEEDED - WS-FREE-BYTES
        ELSE
            MOVE 0 TO WS-TO-FREE
        END-IF
        PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DIR-COUNT
            IF WS-DIR-TOTAL-BYTES(WS-DX) NOT > WS-SMALL-LIMIT
                ADD 1 TO WS-SMALL-COUNT
                ADD WS-DIR-TOTAL-BYTES(WS-DX) TO WS-SMALL-TOTAL
            END-IF
            IF WS-TO-FREE > 0
                AND WS-DIR-TOTAL-BYTES(WS-DX) NOT < WS-TO-FREE
                ADD 1 TO WS-CANDIDATE-COUNT
                IF WS-BEST-DIR = 0
                    MOVE WS-DX TO WS-BEST-DIR
                ELSE
                    IF WS-DIR-TOTAL-BYTES(WS-DX)
                        < WS-DIR-TOTAL-BYTES(WS-BEST-DIR)
                        MOVE WS-DX TO WS-BEST-DIR
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-TO-FREE > 0 AND WS-BEST-DIR = 0
            DISPLAY '** NO SINGLE DIRECTORY FREES THE SPACE NEEDED'
            MOVE 'W' TO WS-LOG-SEV
            MOVE 'DIRECTORY SIZE - NO SINGLE DIRECTORY FREES THE SPACE NEEDED'
                TO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        IF WS-BEST-DIR > 0
            STRING 'DIRECTORY SIZE - REMOVE ' DELIMITED BY SIZE
                WS-DIR-PATH(WS-BEST-DIR) DELIMITED BY SPACE
                ' TO FREE ' DELIMITED BY SIZE
                WS-DIR-TOTAL-BYTES(WS-BEST-DIR) DELIMITED BY SIZE
                ' BYTES' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    300-WRITE-REPORT-RTN.
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO REPORT-REC
        STRING 'DIRECTORY SIZE ANALYSIS - BUSINESS DATE '
            DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            ' RUN CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            ' SITE ' DELIMITED BY SIZE
            WS-ENV-SITE DELIMITED BY SIZE
            INTO REPORT-REC
        PERFORM 390-WRITE-LINE-RTN
        MOVE 'DIRECTORY' TO REPORT-REC(1:9)
        MOVE 'TOTAL BYTES   FILES  NOTE' TO REPORT-REC(66:25)
        PERFORM 390-WRITE-LINE-RTN
        PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DIR-COUNT
            PERFORM 310-WRITE-DIR-LINE-RTN
        END-PERFORM
        MOVE SPACES TO REPORT-REC
        PERFORM 390-WRITE-LINE-RTN
        MOVE WS-SMALL-LIMIT TO WS-BYTES-ED
        MOVE WS-SMALL-COUNT TO WS-COUNT-ED
        STRING 'DIRECTORIES AT MOST ' DELIMITED BY SIZE
            WS-BYTES-ED DELIMITED BY SIZE
            ' BYTES: ' DELIMITED BY SIZE
            WS-COUNT-ED DELIMITED BY SIZE
            INTO REPORT-REC
        MOVE WS-SMALL-TOTAL TO WS-BYTES-ED
        STRING '  TOTAL SIZE ' DELIMITED BY SIZE
            WS-BYTES-ED DELIMITED BY SIZE
            INTO REPORT-REC(56:32)
        PERFORM 390-WRITE-LINE-RTN
        MOVE WS-DISK-SIZE TO WS-BYTES-ED
        STRING 'DISK SIZE ' DELIMITED BY SIZE
            WS-BYTES-ED DELIMITED BY SIZE
            INTO REPORT-REC
        MOVE WS-USED-BYTES TO WS-BYTES-ED
        STRING '  USED ' DELIMITED BY SIZE
            WS-BYTES-ED DELIMITED BY SIZE
            INTO REPORT-REC(26:23)
        MOVE WS-FREE-BYTES TO WS-BYTES-ED
        STRING '  FREE ' DELIMITED BY SIZE
            WS-BYTES-ED DELIMITED BY SIZE
            INTO REPORT-REC(49:23)
        PERFORM 390-WRITE-LINE-RTN
        MOVE WS-SPACE-NEEDED TO WS-BYTES-ED
        STRING 'SPACE NEEDED ' DELIMITED BY SIZE
            WS-BYTES-ED DELIMITED BY SIZE
            INTO REPORT-REC
        MOVE WS-TO-FREE TO WS-BYTES-ED
        STRING '  TO BE FREED ' DELIMITED BY SIZE
            WS-BYTES-ED DELIMITED BY SIZE
            INTO REPORT-REC(29:30)
        PERFORM 390-WRITE-LINE-RTN
        EVALUATE TRUE
            WHEN WS-TO-FREE = 0
                MOVE 'ENOUGH SPACE IS ALREADY FREE - NOTHING TO REMOVE'
                    TO REPORT-REC
            WHEN WS-BEST-DIR = 0
                MOVE 'NO SINGLE DIRECTORY FREES THE SPACE NEEDED'
                    TO REPORT-REC
            WHEN OTHER
                MOVE WS-DIR-TOTAL-BYTES(WS-BEST-DIR) TO WS-BYTES-ED
                MOVE WS-CANDIDATE-COUNT TO WS-COUNT-ED
                STRING 'REMOVE ' DELIMITED BY SIZE
                    WS-DIR-PATH(WS-BEST-DIR) DELIMITED BY SPACE
                    ' TO FREE ' DELIMITED BY SIZE
                    WS-BYTES-ED DELIMITED BY SIZE
                    ' BYTES (SMALLEST OF ' DELIMITED BY SIZE
                    WS-COUNT-ED DELIMITED BY SIZE
                    ' CANDIDATES)' DELIMITED BY SIZE
                    INTO REPORT-REC
        END-EVALUATE
        PERFORM 390-WRITE-LINE-RTN
        CLOSE REPORT-FILE.

    310-WRITE-DIR-LINE-RTN.
        MOVE SPACES TO REPORT-REC
        MOVE WS-DIR-PATH(WS-DX) TO REPORT-REC(1:60)
        MOVE WS-DIR-TOTAL-BYTES(WS-DX) TO WS-BYTES-ED
        MOVE WS-BYTES-ED TO REPORT-REC(62:15)
        MOVE WS-DIR-FILES(WS-DX) TO WS-FILES-ED
        MOVE WS-FILES-ED TO REPORT-REC(78:7)
        EVALUATE TRUE
            WHEN WS-DX = WS-BEST-DIR
                MOVE 'REMOVE - SMALLEST TO FREE SPACE NEEDED'
                    TO REPORT-REC(87:38)
            WHEN WS-TO-FREE > 0
                AND WS-DIR-TOTAL-BYTES(WS-DX) NOT < WS-TO-FREE
                MOVE 'CANDIDATE' TO REPORT-REC(87:9)
            WHEN WS-DIR-TOTAL-BYTES(WS-DX) NOT > WS-SMALL-LIMIT
                MOVE 'SMALL' TO REPORT-REC(87:5)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM 390-WRITE-LINE-RTN.

    390-WRITE-LINE-RTN.
        WRITE REPORT-REC
        ADD 1 TO WS-REPORT-WRITTEN
        MOVE SPACES TO REPORT-REC.

    400-APPEND-HISTORY-RTN.
        MOVE 'HIST-FILE' TO WS-FILE-ID
        OPEN EXTEND HIST-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT HIST-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > WS-DIR-COUNT
            MOVE SPACES TO HIST-REC
            MOVE WS-CYCLE-NO TO HIST-CYCLE
            MOVE 'DIR-SIZE' TO HIST-ITEM
            MOVE WS-DIR-FILES(WS-DX) TO HIST-COUNT
            MOVE WS-ENV-SITE TO HIST-DIR-SITE
            MOVE WS-DIR-TOTAL-BYTES(WS-DX) TO HIST-DIR-BYTES
            MOVE WS-DIR-PATH(WS-DX) TO HIST-DIR-PATH
            WRITE HIST-REC
        END-PERFORM
        CLOSE HIST-FILE.

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
        CLOSE INFILE REPORT-FILE HIST-FILE SUSPENSE-FILE PARM-FILE
            RECEIPT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY CTLTRTN.
    COPY PARMRTN.
    COPY RSLTRTN.
    COPY CDATERTN.
    COPY LOGRTN.
    COPY VALIDRTN.
    COPY TIMINGRTN.
    COPY LAYRTN.
    COPY ENVRTN.
    COPY SITERTN.
