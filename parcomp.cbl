IDENTIFICATION DIVISION.
PROGRAM-ID. PARALLEL-RUN-COMPARE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT PROFILE-FILE ASSIGN TO WS-P-PROFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RESULT-FILE ASSIGN TO WS-P-RESULT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RSLT-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CONTROL-TOTAL-FILE
        ASSIGN TO WS-P-CONTROL-TOTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PROD-DETAIL-FILE ASSIGN TO WS-P-PROD-DETAIL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TEST-DETAIL-FILE ASSIGN TO WS-P-TEST-DETAIL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MAP-FILE ASSIGN TO WS-P-MAP
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
    FD PROFILE-FILE.
    01 PROFILE-REC.
        05 PRF-NAME             PIC X(8).
        05 PRF-BASE             PIC X(30).
        05 PRF-BANNER           PIC X(30).
    FD RESULT-FILE.
    COPY RSLTREC.
    FD CONTROL-TOTAL-FILE.
    COPY CTLTREC.
    FD PROD-DETAIL-FILE.
    01 PROD-DETAIL-REC PIC X(132).
    FD TEST-DETAIL-FILE.
    01 TEST-DETAIL-REC PIC X(132).
    FD MAP-FILE.
    01 MAP-REC PIC X(80).
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
        05 WS-P-PROFILE           PIC X(70) VALUE SPACES.
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-PROD-DETAIL       PIC X(70) VALUE SPACES.
        05 WS-P-TEST-DETAIL       PIC X(70) VALUE SPACES.
        05 WS-P-MAP               PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
    01 WS-TEST-REGION.
        05 WS-TST-NAME         PIC X(8) VALUE SPACES.
        05 WS-TST-BASE         PIC X(30) VALUE SPACES.
        05 WS-TST-BANNER       PIC X(30) VALUE SPACES.
    01 WS-DETAIL-TABLE-INIT.
        05 FILLER PIC X(50) VALUE
            'Dec2Audit.txt                 ROCK-PAPER-SCISSORS'.
        05 FILLER PIC X(50) VALUE
            'Dec3Extract.csv               RUCKSACK'.
        05 FILLER PIC X(50) VALUE
            'Dec8ScenicExtract.csv         TREE-HOUSE'.
    01 WS-DETAIL-TABLE REDEFINES WS-DETAIL-TABLE-INIT.
        05 WS-DTL-ENTRY OCCURS 3 TIMES INDEXED BY DX.
            10 WS-DTL-FILE          PIC X(30).
            10 WS-DTL-PROGRAM       PIC X(20).
    01 WS-RES-TABLE.
        05 WS-RES-COUNT        PIC 9(3) VALUE 0.
        05 WS-RES-ENTRY OCCURS 60 TIMES INDEXED BY RX.
            10 WS-RES-SITE         PIC X(2) VALUE SPACES.
            10 WS-RES-PROGRAM      PIC X(20) VALUE SPACES.
            10 WS-RES-SIDE OCCURS 2 TIMES.
                15 WS-RES-FOUND        PIC A(1) VALUE 'N'.
                15 WS-RES-CYCLE        PIC 9(6) VALUE 0.
                15 WS-RES-METRIC       PIC 9(9) VALUE 0.
                15 WS-RES-READ         PIC 9(6) VALUE 0.
                15 WS-RES-REJ          PIC 9(6) VALUE 0.
                15 WS-RES-RC           PIC 9(2) VALUE 0.
    01 WS-CT-TABLE.
        05 WS-CTT-COUNT        PIC 9(3) VALUE 0.
        05 WS-CTT-ENTRY OCCURS 200 TIMES INDEXED BY TX.
            10 WS-CTT-SITE         PIC X(2) VALUE SPACES.
            10 WS-CTT-PROGRAM      PIC X(20) VALUE SPACES.
            10 WS-CTT-TYPE         PIC X(1) VALUE SPACES.
            10 WS-CTT-FILE         PIC X(30) VALUE SPACES.
            10 WS-CTT-SIDE OCCURS 2 TIMES.
                15 WS-CTT-FOUND        PIC A(1) VALUE 'N'.
                15 WS-CTT-READ         PIC 9(6) VALUE 0.
                15 WS-CTT-ACCEPTED     PIC 9(6) VALUE 0.
                15 WS-CTT-REJECTED     PIC 9(6) VALUE 0.
                15 WS-CTT-WRITTEN      PIC 9(6) VALUE 0.
    01 WS-MAP-TABLE.
        05 WS-MAP-COUNT        PIC 9(4) VALUE 0.
        05 WS-MAP-ENTRY OCCURS 2000 TIMES INDEXED BY MX.
            10 WS-MAP-TYPE         PIC X(1) VALUE ' '.
            10 WS-MAP-REAL         PIC X(4) VALUE SPACES.
            10 WS-MAP-FAKE         PIC X(4) VALUE SPACES.
    01 WS-MAP-WORK.
        05 WS-MAP-IN-TYPE      PIC X(1) VALUE ' '.
        05 WS-MAP-IN-ID        PIC X(4) VALUE SPACES.
        05 WS-MAP-OUT-ID       PIC X(4) VALUE SPACES.
        05 WS-MAP-HIT          PIC A(1) VALUE 'N'.
    01 WS-COMPARE-FIELDS.
        05 WS-CMP-PROGRAM      PIC X(23) VALUE SPACES.
        05 WS-CMP-SITE         PIC X(2) VALUE SPACES.
        05 WS-CMP-FIELD        PIC X(22) VALUE SPACES.
        05 WS-CMP-PROD         PIC 9(9) VALUE 0.
        05 WS-CMP-TEST         PIC 9(9) VALUE 0.
        05 WS-CMP-DIFF         PIC S9(9) VALUE 0.
        05 WS-CMP-ABS          PIC 9(9) VALUE 0.
        05 WS-CMP-ALLOWED      PIC 9(9) VALUE 0.
        05 WS-CMP-TOL-TYPE     PIC X(1) VALUE 'C'.
            88 WS-CMP-TOL-PCT      VALUE 'P'.
            88 WS-CMP-TOL-COUNT    VALUE 'C'.
        05 WS-CMP-STATUS       PIC X(4) VALUE SPACES.
    01 WS-DETAIL-WORK.
        05 WS-PROD-EOF         PIC A(1) VALUE ' '.
        05 WS-TEST-EOF         PIC A(1) VALUE ' '.
        05 WS-PROD-PRESENT     PIC A(1) VALUE 'N'.
        05 WS-TEST-PRESENT     PIC A(1) VALUE 'N'.
        05 WS-PROD-LINE        PIC X(132) VALUE SPACES.
        05 WS-TEST-LINE        PIC X(132) VALUE SPACES.
        05 WS-NORM-LINE        PIC X(132) VALUE SPACES.
        05 WS-NX               PIC 9(3) VALUE 0.
        05 WS-LINE-NO          PIC 9(6) VALUE 0.
        05 WS-PROD-LINES       PIC 9(6) VALUE 0.
        05 WS-TEST-LINES       PIC 9(6) VALUE 0.
        05 WS-MISMATCHES       PIC 9(6) VALUE 0.
        05 WS-LISTED           PIC 9(4) VALUE 0.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-SIDE             PIC 9(1) VALUE 1.
        05 WS-RGN-PATH         PIC X(70) VALUE SPACES.
        05 WS-FOUND            PIC A(1) VALUE 'N'.
        05 WS-METRIC-TOL-PCT   PIC 9(3) VALUE 0.
        05 WS-COUNT-TOL        PIC 9(6) VALUE 0.
        05 WS-MISMATCH-TOL     PIC 9(6) VALUE 0.
        05 WS-LIST-MAX         PIC 9(4) VALUE 20.
        05 WS-CHECK-COUNT      PIC 9(5) VALUE 0.
        05 WS-FAIL-COUNT       PIC 9(5) VALUE 0.
        05 WS-VERDICT          PIC X(4) VALUE SPACES.
        05 WS-RPT-STAMP        PIC X(21) VALUE SPACES.
        05 WS-ED-PROD          PIC Z(8)9.
        05 WS-ED-TEST          PIC Z(8)9.
        05 WS-ED-DIFF          PIC -(8)9.
        05 WS-ED-TOL           PIC Z(8)9.
        05 WS-ED-LINE          PIC Z(5)9.
        05 WS-ED-COUNT         PIC Z(5)9.
        05 WS-ED-COUNT-2       PIC Z(5)9.
        05 WS-ED-COUNT-3       PIC Z(5)9.
        05 WS-ED-CHECKS        PIC ZZZZ9.
        05 WS-ED-FAILS         PIC ZZZZ9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY PARMCOM.
    COPY CDATECOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'PARALLEL-RUN-COMPARE' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'PARALLEL-RUN-COMPARE RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 020-LOAD-TEST-PROFILE-RTN
    IF WS-TST-BASE = SPACES
        DISPLAY '** NO AocParallelProfile - THE TEST REGION TO '
            'COMPARE AGAINST IS NOT DEFINED'
        MOVE 'E' TO WS-LOG-SEV
        STRING 'NO AocParallelProfile - TEST REGION NOT DEFINED - '
            DELIMITED BY SIZE
            'COMPARISON NOT RUN' DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'PR-METRIC-TOL-PCT' TO WS-PARM-REQ-KEY
    MOVE '0' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-METRIC-TOL-PCT
    MOVE 'PR-COUNT-TOL' TO WS-PARM-REQ-KEY
    MOVE '0' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-COUNT-TOL
    MOVE 'PR-MISMATCH-TOL' TO WS-PARM-REQ-KEY
    MOVE '0' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-MISMATCH-TOL
    MOVE 'PR-LIST-MAX' TO WS-PARM-REQ-KEY
    MOVE '20' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-LIST-MAX
    PERFORM 030-LOAD-MAP-RTN
    MOVE 1 TO WS-SIDE
    PERFORM 100-LOAD-RESULTS-RTN
    PERFORM 200-LOAD-CONTROL-TOTALS-RTN
    MOVE 2 TO WS-SIDE
    PERFORM 100-LOAD-RESULTS-RTN
    PERFORM 200-LOAD-CONTROL-TOTALS-RTN
    PERFORM 250-WRITE-HEADING-RTN
    PERFORM 300-COMPARE-RESULTS-RTN
    PERFORM 400-COMPARE-CONTROL-TOTALS-RTN
    PERFORM 500-COMPARE-DETAIL-FILES-RTN
    PERFORM 600-WRITE-VERDICT-RTN
    CLOSE REPORT-FILE
    DISPLAY 'PARALLEL RUN ' WS-VERDICT ' - CHECKS: ' WS-CHECK-COUNT
        ' OUT OF TOLERANCE: ' WS-FAIL-COUNT
    IF WS-FAIL-COUNT > 0
        MOVE 'E' TO WS-LOG-SEV
        MOVE 8 TO RETURN-CODE
    END-IF
    STRING 'PARALLEL-RUN-COMPARE RUN COMPLETED - ' DELIMITED BY SIZE
        WS-VERDICT DELIMITED BY SPACE
        ' VS ' DELIMITED BY SIZE
        WS-TST-NAME DELIMITED BY SPACE
        ' - OUT OF TOLERANCE: ' DELIMITED BY SIZE
        WS-FAIL-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocParallelProfile.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PROFILE
        MOVE 'AocTestDataMap.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAP
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

    020-LOAD-TEST-PROFILE-RTN.
        MOVE 'PROFILE-FILE' TO WS-FILE-ID
        OPEN INPUT PROFILE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            READ PROFILE-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PRF-NAME TO WS-TST-NAME
                    MOVE PRF-BASE TO WS-TST-BASE
                    MOVE PRF-BANNER TO WS-TST-BANNER
            END-READ
            CLOSE PROFILE-FILE
            IF WS-TST-NAME = SPACES
                MOVE 'TEST' TO WS-TST-NAME
            END-IF
        END-IF.

    030-LOAD-MAP-RTN.
        MOVE 0 TO WS-MAP-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'MAP-FILE' TO WS-FILE-ID
        OPEN INPUT MAP-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO AocTestDataMap ON FILE - TEST KEYS ARE '
                'COMPARED AS THEY STAND'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ MAP-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF (MAP-REC(1:1) = 'M' OR MAP-REC(1:1) = 'P'
                        OR MAP-REC(1:1) = 'Z')
                        AND MAP-REC(2:5) = SPACES
                        AND MAP-REC(13:4) NOT EQUAL SPACES
                        IF WS-MAP-COUNT < 2000
                            ADD 1 TO WS-MAP-COUNT
                            MOVE MAP-REC(1:1)
                                TO WS-MAP-TYPE(WS-MAP-COUNT)
                            MOVE MAP-REC(7:4)
                                TO WS-MAP-REAL(WS-MAP-COUNT)
                            MOVE MAP-REC(13:4)
                                TO WS-MAP-FAKE(WS-MAP-COUNT)
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MAP-FILE
            DISPLAY 'TEST DATA IDENTITY MAP LOADED - IDS: '
                WS-MAP-COUNT
        END-IF.

    050-BUILD-REGION-PATH-RTN.
        IF WS-SIDE = 1
            PERFORM 806-BUILD-ENV-PATH-RTN
            MOVE WS-ENV-PATH TO WS-RGN-PATH
        ELSE
            MOVE SPACES TO WS-RGN-PATH
            STRING FUNCTION TRIM(WS-TST-BASE) DELIMITED BY SIZE
                FUNCTION TRIM(WS-ENV-FILE-NAME) DELIMITED BY SIZE
                INTO WS-RGN-PATH
        END-IF.

    060-MAP-TEST-ID-RTN.
        MOVE 'N' TO WS-MAP-HIT
        MOVE WS-MAP-IN-ID TO WS-MAP-OUT-ID
        PERFORM VARYING MX FROM 1 BY 1
            UNTIL MX > WS-MAP-COUNT OR WS-MAP-HIT = 'Y'
            IF WS-MAP-TYPE(MX) = WS-MAP-IN-TYPE
                AND WS-MAP-FAKE(MX) = WS-MAP-IN-ID
                MOVE 'Y' TO WS-MAP-HIT
                MOVE WS-MAP-REAL(MX) TO WS-MAP-OUT-ID
            END-IF
        END-PERFORM.

    100-LOAD-RESULTS-RTN.
        MOVE 'AocResults.dat' TO WS-ENV-FILE-NAME
        PERFORM 050-BUILD-REGION-PATH-RTN
        MOVE WS-RGN-PATH TO WS-P-RESULT
        MOVE SPACES TO WS-EOF
        MOVE 'RESULT-FILE' TO WS-FILE-ID
        OPEN INPUT RESULT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO AocResults REPOSITORY IN REGION ' WS-SIDE
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ RESULT-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF RSLT-BIZ-DATE = WS-BIZ-DATE
                        PERFORM 110-STORE-RESULT-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE RESULT-FILE
        END-IF.

    110-STORE-RESULT-RTN.
        MOVE RSLT-SITE TO WS-CMP-SITE
        IF WS-CMP-SITE = SPACES
            MOVE WS-ENV-HOME-SITE TO WS-CMP-SITE
        END-IF
        MOVE 'N' TO WS-FOUND
        PERFORM VARYING RX FROM 1 BY 1
            UNTIL RX > WS-RES-COUNT OR WS-FOUND = 'Y'
            IF WS-RES-PROGRAM(RX) = RSLT-PROGRAM
                AND WS-RES-SITE(RX) = WS-CMP-SITE
                MOVE 'Y' TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = 'Y'
            SET RX DOWN BY 1
        ELSE
            IF WS-RES-COUNT < 60
                ADD 1 TO WS-RES-COUNT
                SET RX TO WS-RES-COUNT
                MOVE RSLT-PROGRAM TO WS-RES-PROGRAM(RX)
                MOVE WS-CMP-SITE TO WS-RES-SITE(RX)
                MOVE 'Y' TO WS-FOUND
            ELSE
                DISPLAY '** RESULTS TABLE FULL - ' RSLT-PROGRAM
                    ' NOT COMPARED'
            END-IF
        END-IF
        IF WS-FOUND = 'Y'
            AND RSLT-CYCLE NOT < WS-RES-CYCLE(RX, WS-SIDE)
            MOVE 'Y' TO WS-RES-FOUND(RX, WS-SIDE)
            MOVE RSLT-CYCLE TO WS-RES-CYCLE(RX, WS-SIDE)
            MOVE RSLT-METRIC TO WS-RES-METRIC(RX, WS-SIDE)
            MOVE RSLT-READ TO WS-RES-READ(RX, WS-SIDE)
            MOVE RSLT-REJECTED TO WS-RES-REJ(RX, WS-SIDE)
            MOVE RSLT-RETURN-CODE TO WS-RES-RC(RX, WS-SIDE)
        END-IF.

    200-LOAD-CONTROL-TOTALS-RTN.
        MOVE 'AocControlTotals.txt' TO WS-ENV-FILE-NAME
        PERFORM 050-BUILD-REGION-PATH-RTN
        MOVE WS-RGN-PATH TO WS-P-CONTROL-TOTAL
        MOVE SPACES TO WS-EOF
        MOVE 'CONTROL-TOTAL-FILE' TO WS-FILE-ID
        OPEN INPUT CONTROL-TOTAL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO AocControlTotals IN REGION ' WS-SIDE
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ CONTROL-TOTAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 210-STORE-CONTROL-TOTAL-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE CONTROL-TOTAL-FILE
        END-IF.

    210-STORE-CONTROL-TOTAL-RTN.
        MOVE CT-SITE TO WS-CMP-SITE
        IF WS-CMP-SITE = SPACES
            MOVE WS-ENV-HOME-SITE TO WS-CMP-SITE
        END-IF
        MOVE 'N' TO WS-FOUND
        PERFORM VARYING RX FROM 1 BY 1
            UNTIL RX > WS-RES-COUNT OR WS-FOUND = 'Y'
            IF WS-RES-PROGRAM(RX) = CT-PROGRAM
                AND WS-RES-SITE(RX) = WS-CMP-SITE
                AND WS-RES-FOUND(RX, WS-SIDE) = 'Y'
                AND WS-RES-CYCLE(RX, WS-SIDE) = CT-CYCLE
                MOVE 'Y' TO WS-FOUND
            END-IF
        END-PERFORM
        IF WS-FOUND = 'Y'
            MOVE 'N' TO WS-FOUND
            PERFORM VARYING TX FROM 1 BY 1
                UNTIL TX > WS-CTT-COUNT OR WS-FOUND = 'Y'
                IF WS-CTT-PROGRAM(TX) = CT-PROGRAM
                    AND WS-CTT-SITE(TX) = WS-CMP-SITE
                    AND WS-CTT-TYPE(TX) = CT-TYPE
                    AND (CT-TYPE-READ
                        OR WS-CTT-FILE(TX) = CT-FILE-NAME)
                    MOVE 'Y' TO WS-FOUND
                END-IF
            END-PERFORM
            IF WS-FOUND = 'Y'
                SET TX DOWN BY 1
            ELSE
                IF WS-CTT-COUNT < 200
                    ADD 1 TO WS-CTT-COUNT
                    SET TX TO WS-CTT-COUNT
                    MOVE CT-PROGRAM TO WS-CTT-PROGRAM(TX)
                    MOVE WS-CMP-SITE TO WS-CTT-SITE(TX)
                    MOVE CT-TYPE TO WS-CTT-TYPE(TX)
                    IF CT-TYPE-WRITE
                        MOVE CT-FILE-NAME TO WS-CTT-FILE(TX)
                    END-IF
                    MOVE 'Y' TO WS-FOUND
                END-IF
            END-IF
        END-IF
        IF WS-FOUND = 'Y'
            MOVE 'Y' TO WS-CTT-FOUND(TX, WS-SIDE)
            IF CT-TYPE-READ
                MOVE CT-READ TO WS-CTT-READ(TX, WS-SIDE)
                MOVE CT-ACCEPTED TO WS-CTT-ACCEPTED(TX, WS-SIDE)
                MOVE CT-REJECTED TO WS-CTT-REJECTED(TX, WS-SIDE)
            ELSE
                MOVE CT-WRITTEN TO WS-CTT-WRITTEN(TX, WS-SIDE)
            END-IF
        END-IF.

    250-WRITE-HEADING-RTN.
        MOVE SPACES TO WS-ENV-FILE-NAME
        STRING 'AocParallelRun.' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '.txt' DELIMITED BY SIZE
            INTO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE FUNCTION CURRENT-DATE TO WS-RPT-STAMP
        MOVE SPACES TO REPORT-REC
        STRING 'PARALLEL RUN COMPARISON - ' DELIMITED BY SIZE
            WS-ENV-NAME DELIMITED BY SPACE
            ' AGAINST ' DELIMITED BY SIZE
            WS-TST-NAME DELIMITED BY SPACE
            ' - BUSINESS DATE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  PRODUCED ' DELIMITED BY SIZE
            WS-RPT-STAMP(1:8) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            WS-RPT-STAMP(9:6) DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'PRODUCTION BASE ' DELIMITED BY SIZE
            WS-ENV-BASE DELIMITED BY SPACE
            '   TEST BASE ' DELIMITED BY SIZE
            WS-TST-BASE DELIMITED BY SPACE
            '   TEST KEYS MAPPED: ' DELIMITED BY SIZE
            WS-MAP-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-METRIC-TOL-PCT TO WS-ED-COUNT
        MOVE WS-COUNT-TOL TO WS-ED-COUNT-2
        MOVE WS-MISMATCH-TOL TO WS-ED-COUNT-3
        MOVE SPACES TO REPORT-REC
        STRING 'TOLERANCES - METRIC PCT:' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            '   COUNTS:' DELIMITED BY SIZE
            WS-ED-COUNT-2 DELIMITED BY SIZE
            '   DETAIL MISMATCHES PER FILE:' DELIMITED BY SIZE
            WS-ED-COUNT-3 DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    300-COMPARE-RESULTS-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'RESULTS REPOSITORY (AocResults) BY PROGRAM'
            TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        MOVE 'SITE PROGRAM' TO REPORT-REC(1:12)
        MOVE 'FIELD' TO REPORT-REC(25:5)
        MOVE 'PROD' TO REPORT-REC(53:4)
        MOVE 'TEST' TO REPORT-REC(63:4)
        MOVE 'DIFF' TO REPORT-REC(73:4)
        MOVE 'TOLERANCE' TO REPORT-REC(78:9)
        MOVE 'STATUS' TO REPORT-REC(89:6)
        WRITE REPORT-REC
        IF WS-RES-COUNT = 0
            MOVE '  (NO RESULTS FOR THE BUSINESS DATE IN EITHER REGION)'
                TO REPORT-REC
            WRITE REPORT-REC
            ADD 1 TO WS-CHECK-COUNT
            ADD 1 TO WS-FAIL-COUNT
        END-IF
        PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-RES-COUNT
            PERFORM 310-COMPARE-ONE-RESULT-RTN
        END-PERFORM.

    310-COMPARE-ONE-RESULT-RTN.
        MOVE SPACES TO WS-CMP-PROGRAM
        STRING WS-RES-SITE(RX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-RES-PROGRAM(RX) DELIMITED BY SIZE
            INTO WS-CMP-PROGRAM
        IF WS-RES-FOUND(RX, 1) NOT EQUAL 'Y'
            OR WS-RES-FOUND(RX, 2) NOT EQUAL 'Y'
            ADD 1 TO WS-CHECK-COUNT
            ADD 1 TO WS-FAIL-COUNT
            MOVE SPACES TO REPORT-REC
            IF WS-RES-FOUND(RX, 1) = 'Y'
                STRING WS-CMP-PROGRAM DELIMITED BY SIZE
                    ' RAN IN ' DELIMITED BY SIZE
                    WS-ENV-NAME DELIMITED BY SPACE
                    ' ONLY - NO RESULT IN ' DELIMITED BY SIZE
                    WS-TST-NAME DELIMITED BY SPACE
                    '  FAIL' DELIMITED BY SIZE
                    INTO REPORT-REC
            ELSE
                STRING WS-CMP-PROGRAM DELIMITED BY SIZE
                    ' RAN IN ' DELIMITED BY SIZE
                    WS-TST-NAME DELIMITED BY SPACE
                    ' ONLY - NO RESULT IN ' DELIMITED BY SIZE
                    WS-ENV-NAME DELIMITED BY SPACE
                    '  FAIL' DELIMITED BY SIZE
                    INTO REPORT-REC
            END-IF
            WRITE REPORT-REC
        ELSE
            MOVE 'METRIC' TO WS-CMP-FIELD
            MOVE WS-RES-METRIC(RX, 1) TO WS-CMP-PROD
            MOVE WS-RES-METRIC(RX, 2) TO WS-CMP-TEST
            MOVE 'P' TO WS-CMP-TOL-TYPE
            PERFORM 350-COMPARE-VALUE-RTN
            MOVE 'READ' TO WS-CMP-FIELD
            MOVE WS-RES-READ(RX, 1) TO WS-CMP-PROD
            MOVE WS-RES-READ(RX, 2) TO WS-CMP-TEST
            MOVE 'C' TO WS-CMP-TOL-TYPE
            PERFORM 350-COMPARE-VALUE-RTN
            MOVE 'REJECTED' TO WS-CMP-FIELD
            MOVE WS-RES-REJ(RX, 1) TO WS-CMP-PROD
            MOVE WS-RES-REJ(RX, 2) TO WS-CMP-TEST
            PERFORM 350-COMPARE-VALUE-RTN
            MOVE 'RETURN CODE' TO WS-CMP-FIELD
            MOVE WS-RES-RC(RX, 1) TO WS-CMP-PROD
            MOVE WS-RES-RC(RX, 2) TO WS-CMP-TEST
            MOVE 'X' TO WS-CMP-TOL-TYPE
            PERFORM 350-COMPARE-VALUE-RTN
        END-IF.

    350-COMPARE-VALUE-RTN.
        ADD 1 TO WS-CHECK-COUNT
        COMPUTE WS-CMP-DIFF = WS-CMP-TEST - WS-CMP-PROD
        IF WS-CMP-DIFF < 0
            COMPUTE WS-CMP-ABS = 0 - WS-CMP-DIFF
        ELSE
            MOVE WS-CMP-DIFF TO WS-CMP-ABS
        END-IF
        EVALUATE TRUE
            WHEN WS-CMP-TOL-PCT
                COMPUTE WS-CMP-ALLOWED =
                    WS-CMP-PROD * WS-METRIC-TOL-PCT / 100
            WHEN WS-CMP-TOL-COUNT
                MOVE WS-COUNT-TOL TO WS-CMP-ALLOWED
            WHEN OTHER
                MOVE 0 TO WS-CMP-ALLOWED
        END-EVALUATE
        IF WS-CMP-ABS > WS-CMP-ALLOWED
            MOVE 'FAIL' TO WS-CMP-STATUS
            ADD 1 TO WS-FAIL-COUNT
        ELSE
            MOVE 'OK' TO WS-CMP-STATUS
        END-IF
        MOVE WS-CMP-PROD TO WS-ED-PROD
        MOVE WS-CMP-TEST TO WS-ED-TEST
        MOVE WS-CMP-DIFF TO WS-ED-DIFF
        MOVE WS-CMP-ALLOWED TO WS-ED-TOL
        MOVE SPACES TO REPORT-REC
        STRING WS-CMP-PROGRAM DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-CMP-FIELD DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ED-PROD DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ED-TEST DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ED-DIFF DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ED-TOL DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-CMP-STATUS DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    400-COMPARE-CONTROL-TOTALS-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'CONTROL TOTALS (AocControlTotals) FOR THE CYCLES ABOVE'
            TO REPORT-REC
        WRITE REPORT-REC
        IF WS-CTT-COUNT = 0
            MOVE '  (NO CONTROL TOTALS FOR THE COMPARED CYCLES)'
                TO REPORT-REC
            WRITE REPORT-REC
        END-IF
        PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-CTT-COUNT
            PERFORM 410-COMPARE-ONE-TOTAL-RTN
        END-PERFORM.

    410-COMPARE-ONE-TOTAL-RTN.
        MOVE SPACES TO WS-CMP-PROGRAM
        STRING WS-CTT-SITE(TX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-CTT-PROGRAM(TX) DELIMITED BY SIZE
            INTO WS-CMP-PROGRAM
        MOVE 'C' TO WS-CMP-TOL-TYPE
        IF WS-CTT-FOUND(TX, 1) NOT EQUAL 'Y'
            OR WS-CTT-FOUND(TX, 2) NOT EQUAL 'Y'
            ADD 1 TO WS-CHECK-COUNT
            ADD 1 TO WS-FAIL-COUNT
            MOVE SPACES TO REPORT-REC
            STRING WS-CMP-PROGRAM DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CTT-TYPE(TX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CTT-FILE(TX) DELIMITED BY SIZE
                ' TOTAL IN ONE REGION ONLY  FAIL' DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        ELSE
            IF WS-CTT-TYPE(TX) = 'R'
                MOVE 'READ' TO WS-CMP-FIELD
                MOVE WS-CTT-READ(TX, 1) TO WS-CMP-PROD
                MOVE WS-CTT-READ(TX, 2) TO WS-CMP-TEST
                PERFORM 350-COMPARE-VALUE-RTN
                MOVE 'ACCEPTED' TO WS-CMP-FIELD
                MOVE WS-CTT-ACCEPTED(TX, 1) TO WS-CMP-PROD
                MOVE WS-CTT-ACCEPTED(TX, 2) TO WS-CMP-TEST
                PERFORM 350-COMPARE-VALUE-RTN
                MOVE 'REJECTED' TO WS-CMP-FIELD
                MOVE WS-CTT-REJECTED(TX, 1) TO WS-CMP-PROD
                MOVE WS-CTT-REJECTED(TX, 2) TO WS-CMP-TEST
                PERFORM 350-COMPARE-VALUE-RTN
            ELSE
                MOVE WS-CTT-FILE(TX) TO WS-CMP-FIELD
                MOVE WS-CTT-WRITTEN(TX, 1) TO WS-CMP-PROD
                MOVE WS-CTT-WRITTEN(TX, 2) TO WS-CMP-TEST
                PERFORM 350-COMPARE-VALUE-RTN
            END-IF
        END-IF.

    500-COMPARE-DETAIL-FILES-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'RECORD-LEVEL COMPARISON OF THE DETAIL OUTPUTS' TO REPORT-REC
        MOVE ' (TEST KEYS MAPPED TO PRODUCTION, CYCLE NUMBERS IGNORED)'
            TO REPORT-REC(46:57)
        WRITE REPORT-REC
        PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 3
            PERFORM 510-COMPARE-ONE-FILE-RTN
        END-PERFORM.

    510-COMPARE-ONE-FILE-RTN.
        MOVE 0 TO WS-LINE-NO
        MOVE 0 TO WS-PROD-LINES
        MOVE 0 TO WS-TEST-LINES
        MOVE 0 TO WS-MISMATCHES
        MOVE 0 TO WS-LISTED
        MOVE 'N' TO WS-PROD-PRESENT
        MOVE 'N' TO WS-TEST-PRESENT
        MOVE 'Y' TO WS-PROD-EOF
        MOVE 'Y' TO WS-TEST-EOF
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING WS-DTL-PROGRAM(DX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-DTL-FILE(DX) DELIMITED BY SPACE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-DTL-FILE(DX) TO WS-ENV-FILE-NAME
        MOVE 1 TO WS-SIDE
        PERFORM 050-BUILD-REGION-PATH-RTN
        MOVE WS-RGN-PATH TO WS-P-PROD-DETAIL
        MOVE WS-DTL-FILE(DX) TO WS-ENV-FILE-NAME
        MOVE 2 TO WS-SIDE
        PERFORM 050-BUILD-REGION-PATH-RTN
        MOVE WS-RGN-PATH TO WS-P-TEST-DETAIL
        MOVE 'PROD-DETAIL-FILE' TO WS-FILE-ID
        OPEN INPUT PROD-DETAIL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-PROD-PRESENT
            MOVE SPACES TO WS-PROD-EOF
        END-IF
        MOVE 'TEST-DETAIL-FILE' TO WS-FILE-ID
        OPEN INPUT TEST-DETAIL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-TEST-PRESENT
            MOVE SPACES TO WS-TEST-EOF
        END-IF
        IF WS-PROD-PRESENT = 'Y' AND WS-TEST-PRESENT = 'Y'
            PERFORM UNTIL WS-PROD-EOF = 'Y' AND WS-TEST-EOF = 'Y'
                PERFORM 520-COMPARE-NEXT-LINE-RTN
            END-PERFORM
        END-IF
        IF WS-PROD-PRESENT = 'Y'
            CLOSE PROD-DETAIL-FILE
        END-IF
        IF WS-TEST-PRESENT = 'Y'
            CLOSE TEST-DETAIL-FILE
        END-IF
        PERFORM 560-WRITE-FILE-TOTAL-RTN.

    520-COMPARE-NEXT-LINE-RTN.
        MOVE SPACES TO WS-PROD-LINE
        MOVE SPACES TO WS-TEST-LINE
        ADD 1 TO WS-LINE-NO
        IF WS-PROD-EOF NOT EQUAL 'Y'
            MOVE 'PROD-DETAIL-FILE' TO WS-FILE-ID
            READ PROD-DETAIL-FILE
                AT END MOVE 'Y' TO WS-PROD-EOF
                NOT AT END
                    ADD 1 TO WS-PROD-LINES
                    MOVE PROD-DETAIL-REC TO WS-NORM-LINE
                    PERFORM 540-MASK-CYCLE-RTN
                    MOVE WS-NORM-LINE TO WS-PROD-LINE
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-IF
        IF WS-TEST-EOF NOT EQUAL 'Y'
            MOVE 'TEST-DETAIL-FILE' TO WS-FILE-ID
            READ TEST-DETAIL-FILE
                AT END MOVE 'Y' TO WS-TEST-EOF
                NOT AT END
                    ADD 1 TO WS-TEST-LINES
                    MOVE TEST-DETAIL-REC TO WS-NORM-LINE
                    PERFORM 530-MAP-TEST-KEYS-RTN
                    PERFORM 540-MASK-CYCLE-RTN
                    MOVE WS-NORM-LINE TO WS-TEST-LINE
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-IF
        IF WS-PROD-EOF = 'Y' AND WS-TEST-EOF = 'Y'
            SUBTRACT 1 FROM WS-LINE-NO
        ELSE
            IF WS-PROD-LINE NOT EQUAL WS-TEST-LINE
                ADD 1 TO WS-MISMATCHES
                IF WS-LISTED < WS-LIST-MAX
                    ADD 1 TO WS-LISTED
                    PERFORM 550-LIST-MISMATCH-RTN
                END-IF
            END-IF
        END-IF.

    530-MAP-TEST-KEYS-RTN.
        IF DX = 1
            AND WS-NORM-LINE(4:2) = ' M'
            AND WS-NORM-LINE(10:2) = ' P'
            MOVE 'M' TO WS-MAP-IN-TYPE
            MOVE WS-NORM-LINE(6:4) TO WS-MAP-IN-ID
            PERFORM 060-MAP-TEST-ID-RTN
            MOVE WS-MAP-OUT-ID TO WS-NORM-LINE(6:4)
            MOVE 'P' TO WS-MAP-IN-TYPE
            MOVE WS-NORM-LINE(12:4) TO WS-MAP-IN-ID
            PERFORM 060-MAP-TEST-ID-RTN
            MOVE WS-MAP-OUT-ID TO WS-NORM-LINE(12:4)
        END-IF.

    540-MASK-CYCLE-RTN.
        IF WS-NORM-LINE(1:10) = 'RUN CYCLE '
            MOVE '******' TO WS-NORM-LINE(11:6)
        END-IF
        PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > 124
            IF WS-NORM-LINE(WS-NX:2) = ' C'
                AND WS-NORM-LINE(WS-NX + 2:6) NUMERIC
                MOVE '******' TO WS-NORM-LINE(WS-NX + 2:6)
            END-IF
        END-PERFORM.

    550-LIST-MISMATCH-RTN.
        MOVE WS-LINE-NO TO WS-ED-LINE
        MOVE SPACES TO REPORT-REC
        STRING '  LINE ' DELIMITED BY SIZE
            WS-ED-LINE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ENV-NAME DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-PROD-LINE DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING '              ' DELIMITED BY SIZE
            WS-TST-NAME DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-TEST-LINE DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    560-WRITE-FILE-TOTAL-RTN.
        ADD 1 TO WS-CHECK-COUNT
        EVALUATE TRUE
            WHEN WS-PROD-PRESENT = 'N' AND WS-TEST-PRESENT = 'N'
                MOVE 'OK' TO WS-CMP-STATUS
                MOVE '  NOT PRESENT IN EITHER REGION - NOTHING TO COMPARE'
                    TO REPORT-REC
                WRITE REPORT-REC
            WHEN WS-PROD-PRESENT = 'N' OR WS-TEST-PRESENT = 'N'
                MOVE 'FAIL' TO WS-CMP-STATUS
                ADD 1 TO WS-FAIL-COUNT
                MOVE SPACES TO REPORT-REC
                IF WS-PROD-PRESENT = 'N'
                    STRING '  NOT PRESENT IN ' DELIMITED BY SIZE
                        WS-ENV-NAME DELIMITED BY SPACE
                        '  FAIL' DELIMITED BY SIZE
                        INTO REPORT-REC
                ELSE
                    STRING '  NOT PRESENT IN ' DELIMITED BY SIZE
                        WS-TST-NAME DELIMITED BY SPACE
                        '  FAIL' DELIMITED BY SIZE
                        INTO REPORT-REC
                END-IF
                WRITE REPORT-REC
            WHEN OTHER
                IF WS-MISMATCHES > WS-MISMATCH-TOL
                    MOVE 'FAIL' TO WS-CMP-STATUS
                    ADD 1 TO WS-FAIL-COUNT
                ELSE
                    MOVE 'OK' TO WS-CMP-STATUS
                END-IF
                MOVE WS-PROD-LINES TO WS-ED-COUNT
                MOVE WS-TEST-LINES TO WS-ED-COUNT-2
                MOVE WS-MISMATCHES TO WS-ED-COUNT-3
                MOVE SPACES TO REPORT-REC
                STRING '  LINES ' DELIMITED BY SIZE
                    WS-ENV-NAME DELIMITED BY SPACE
                    ':' DELIMITED BY SIZE
                    WS-ED-COUNT DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-TST-NAME DELIMITED BY SPACE
                    ':' DELIMITED BY SIZE
                    WS-ED-COUNT-2 DELIMITED BY SIZE
                    '  MISMATCHED:' DELIMITED BY SIZE
                    WS-ED-COUNT-3 DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-CMP-STATUS DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
                IF WS-MISMATCHES > WS-LISTED
                    MOVE '  (FURTHER MISMATCHES NOT LISTED)'
                        TO REPORT-REC
                    WRITE REPORT-REC
                END-IF
        END-EVALUATE.

    600-WRITE-VERDICT-RTN.
        IF WS-FAIL-COUNT = 0
            MOVE 'PASS' TO WS-VERDICT
        ELSE
            MOVE 'FAIL' TO WS-VERDICT
        END-IF
        MOVE WS-CHECK-COUNT TO WS-ED-CHECKS
        MOVE WS-FAIL-COUNT TO WS-ED-FAILS
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'VERDICT: ' DELIMITED BY SIZE
            WS-VERDICT DELIMITED BY SIZE
            '   CHECKS MADE:' DELIMITED BY SIZE
            WS-ED-CHECKS DELIMITED BY SIZE
            '   OUT OF TOLERANCE:' DELIMITED BY SIZE
            WS-ED-FAILS DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-ENV-NAME DELIMITED BY SPACE
            ' AGAINST ' DELIMITED BY SIZE
            WS-TST-NAME DELIMITED BY SPACE
            ' FOR BUSINESS DATE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
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
        CLOSE PROFILE-FILE RESULT-FILE CONTROL-TOTAL-FILE
            PROD-DETAIL-FILE TEST-DETAIL-FILE MAP-FILE REPORT-FILE
            PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY PARMRTN.
    COPY CDATERTN.
    COPY ENVRTN.
