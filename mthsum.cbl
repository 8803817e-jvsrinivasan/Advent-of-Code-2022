IDENTIFICATION DIVISION.
PROGRAM-ID. MONTHLY-SUMMARY.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LOG-IN-FILE ASSIGN TO WS-P-LOG-IN
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
    FD LOG-IN-FILE.
    01 LOG-IN-REC PIC X(132).
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
        05 WS-P-LOG-IN            PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-TODAY-SYS        PIC X(8) VALUE SPACES.
        05 WS-NOW-STAMP        PIC X(21) VALUE SPACES.
        05 WS-LINE-COUNT       PIC 9(2) VALUE 0.
        05 WS-UTIL-HIT         PIC A(1) VALUE 'N'.
        05 WS-UX               PIC 9(1) VALUE 0.
        05 WS-TALLY            PIC 9(3) VALUE 0.
    01 WS-UTIL-TABLE-INIT.
        05 FILLER PIC X(24) VALUE 'MONTHLY-GATE'.
        05 FILLER PIC X(24) VALUE 'MONTH-END-CLOSE'.
        05 FILLER PIC X(24) VALUE 'SEASON-ROLLOVER'.
        05 FILLER PIC X(24) VALUE 'UNLOAD-RELOAD'.
        05 FILLER PIC X(24) VALUE 'ELF-MASTER-PURGE'.
    01 WS-UTIL-TABLE REDEFINES WS-UTIL-TABLE-INIT.
        05 WS-UTIL-NAME PIC X(24) OCCURS 5 TIMES.
    01 WS-UTIL-LEN PIC 9(2) OCCURS 5 TIMES VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'MONTHLY-SUMMARY' TO WS-LOG-PGM
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
    MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-SYS
    PERFORM VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > 5
        COMPUTE WS-UTIL-LEN(WS-UX) = FUNCTION LENGTH(
            FUNCTION TRIM(WS-UTIL-NAME(WS-UX)))
    END-PERFORM
    MOVE 'REPORT-FILE' TO WS-FILE-ID
    OPEN OUTPUT REPORT-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE SPACES TO REPORT-REC
    STRING 'MONTH-END STREAM SUMMARY - RUN DATE '
        DELIMITED BY SIZE
        WS-TODAY-SYS DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-ENV-BANNER DELIMITED BY SIZE
        INTO REPORT-REC
    WRITE REPORT-REC
    MOVE ALL '-' TO REPORT-REC
    WRITE REPORT-REC
    PERFORM 100-SCAN-LOG-RTN
    IF WS-LINE-COUNT = 0
        MOVE '  (NO MONTH-END LOG ENTRIES FOUND FOR TODAY)'
            TO REPORT-REC
        WRITE REPORT-REC
    END-IF
    CLOSE REPORT-FILE
    DISPLAY 'MONTH-END STREAM SUMMARY WRITTEN - LOG LINES: '
        WS-LINE-COUNT
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    STRING 'MONTHLY-SUMMARY RUN COMPLETED - MONTH-END LINES: '
        DELIMITED BY SIZE
        WS-LINE-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG-IN
        MOVE 'AocMonthlySummary.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE.

    100-SCAN-LOG-RTN.
        MOVE 'LOG-IN-FILE' TO WS-FILE-ID
        OPEN INPUT LOG-IN-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ LOG-IN-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 110-CHECK-LOG-LINE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LOG-IN-FILE
        END-IF.

    110-CHECK-LOG-LINE-RTN.
        IF LOG-IN-REC(1:8) NOT EQUAL WS-TODAY-SYS
            CONTINUE
        ELSE
            MOVE 'N' TO WS-UTIL-HIT
            PERFORM VARYING WS-UX FROM 1 BY 1
                UNTIL WS-UX > 5 OR WS-UTIL-HIT = 'Y'
                MOVE 0 TO WS-TALLY
                INSPECT LOG-IN-REC TALLYING WS-TALLY
                    FOR ALL WS-UTIL-NAME(WS-UX)
                        (1:WS-UTIL-LEN(WS-UX))
                IF WS-TALLY > 0
                    MOVE 'Y' TO WS-UTIL-HIT
                END-IF
            END-PERFORM
            IF WS-UTIL-HIT = 'Y' AND WS-LINE-COUNT < 50
                ADD 1 TO WS-LINE-COUNT
                MOVE LOG-IN-REC TO REPORT-REC
                WRITE REPORT-REC
            END-IF
        END-IF.

    920-ABEND-RTN.
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE LOG-IN-FILE REPORT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY ENVRTN.
