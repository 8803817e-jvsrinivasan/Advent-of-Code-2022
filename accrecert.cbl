IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-RECERT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-IN-FILE ASSIGN TO WS-P-LOG-IN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT JOURNAL-FILE ASSIGN TO WS-P-JOURNAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-JOURNAL-FILE ASSIGN TO WS-P-PARM-JOURNAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RESPONSE-FILE ASSIGN TO WS-P-RESPONSE
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
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD LOG-IN-FILE.
    01 LOG-IN-REC PIC X(132).
    FD JOURNAL-FILE.
    COPY JRNLREC.
    FD PARM-JOURNAL-FILE.
    01 PARM-JOURNAL-REC PIC X(132).
    FD RESPONSE-FILE.
    COPY RCRTREC.
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
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-LOG-IN            PIC X(70) VALUE SPACES.
        05 WS-P-JOURNAL           PIC X(70) VALUE SPACES.
        05 WS-P-PARM-JOURNAL      PIC X(70) VALUE SPACES.
        05 WS-P-RESPONSE          PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-DORMANT-DAYS     PIC 9(4) VALUE 0.
        05 WS-QUARTER          PIC X(6) VALUE SPACES.
        05 WS-QTR-NO           PIC 9(1) VALUE 0.
        05 WS-MONTH            PIC 9(2) VALUE 0.
        05 WS-USE-DATE         PIC 9(8) VALUE 0.
        05 WS-USE-DATE-X       PIC X(8) VALUE SPACES.
        05 WS-USE-OPER         PIC X(8) VALUE SPACES.
        05 WS-USE-FUNC         PIC X(1) VALUE ' '.
        05 WS-TALLY            PIC 9(3) VALUE 0.
        05 WS-LOG-LEFT         PIC X(132) VALUE SPACES.
        05 WS-LOG-RIGHT        PIC X(132) VALUE SPACES.
        05 WS-AGE              PIC S9(7) VALUE 0.
        05 WS-KEEP-RESPONSES   PIC A(1) VALUE 'N'.
        05 WS-RESP-DECIDED     PIC 9(4) VALUE 0.
        05 WS-OPER-FULL        PIC A(1) VALUE 'N'.
        05 WS-SOD-HIT          PIC A(1) VALUE 'N'.
    01 WS-COUNTS.
        05 WS-DORMANT-COUNT    PIC 9(4) VALUE 0.
        05 WS-NEVER-COUNT      PIC 9(4) VALUE 0.
        05 WS-UNUSED-COUNT     PIC 9(4) VALUE 0.
        05 WS-SOD-COUNT        PIC 9(4) VALUE 0.
        05 WS-HELD-COUNT       PIC 9(4) VALUE 0.
    01 WS-AUTH-NAMES-INIT.
        05 FILLER PIC X(10) VALUE 'CCORRECT'.
        05 FILLER PIC X(10) VALUE 'KCLOSE'.
        05 FILLER PIC X(10) VALUE 'PPURGE'.
        05 FILLER PIC X(10) VALUE 'SSECURITY'.
        05 FILLER PIC X(10) VALUE 'AAPPROVE'.
    01 WS-AUTH-NAMES REDEFINES WS-AUTH-NAMES-INIT.
        05 WS-AUTH-DEF OCCURS 5 TIMES.
            10 WS-AUTH-CODE        PIC X(1).
            10 WS-AUTH-NAME        PIC X(9).
    01 WS-SOD-RULES-INIT.
        05 FILLER PIC X(42)
            VALUE '14CORRECTION AND SECURITY MAINTENANCE'.
        05 FILLER PIC X(42)
            VALUE '15CORRECTION AND APPROVAL'.
        05 FILLER PIC X(42)
            VALUE '34PURGE AND SECURITY MAINTENANCE'.
    01 WS-SOD-RULES REDEFINES WS-SOD-RULES-INIT.
        05 WS-SOD-RULE OCCURS 3 TIMES.
            10 WS-SOD-AUTH-1       PIC 9(1).
            10 WS-SOD-AUTH-2       PIC 9(1).
            10 WS-SOD-DESC         PIC X(40).
    01 WS-OPER-TABLE.
        05 WS-OP-COUNT         PIC 9(3) VALUE 0.
        05 WS-OP-ENTRY OCCURS 500 TIMES.
            10 WS-OP-ID            PIC X(8) VALUE SPACES.
            10 WS-OP-NAME          PIC X(30) VALUE SPACES.
            10 WS-OP-STATUS        PIC X(1) VALUE ' '.
            10 WS-OP-LAST-ANY      PIC 9(8) VALUE 0.
            10 WS-OP-DORMANT       PIC A(1) VALUE 'N'.
            10 WS-OP-AUTH OCCURS 5 TIMES.
                15 WS-OP-HELD          PIC X(1) VALUE 'N'.
                15 WS-OP-LAST-USED     PIC 9(8) VALUE 0.
                15 WS-OP-FLAGS         PIC X(3) VALUE SPACES.
    01 WS-SCAN-WORK.
        05 WS-OX               PIC 9(3) VALUE 0.
        05 WS-AX               PIC 9(1) VALUE 0.
        05 WS-RX               PIC 9(1) VALUE 0.
        05 WS-HIT              PIC 9(3) VALUE 0.
    01 WS-EDIT-FIELDS.
        05 WS-ED-LAST          PIC X(10) VALUE SPACES.
        05 WS-ED-FLAGS         PIC X(40) VALUE SPACES.
        05 WS-ED-COUNT         PIC ZZZ9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY PARMCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ACCESS-RECERT' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'ACCESS-RECERT RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'RCT-DORMANT-DAYS' TO WS-PARM-REQ-KEY
    MOVE '90' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-DORMANT-DAYS
    MOVE WS-BIZ-DATE(5:2) TO WS-MONTH
    COMPUTE WS-QTR-NO = (WS-MONTH - 1) / 3 + 1
    MOVE SPACES TO WS-QUARTER
    STRING WS-BIZ-DATE(1:4) DELIMITED BY SIZE
        'Q' DELIMITED BY SIZE
        WS-QTR-NO DELIMITED BY SIZE
        INTO WS-QUARTER
    PERFORM 100-LOAD-OPERATORS-RTN
    IF WS-OP-COUNT = 0
        DISPLAY '** NO OPERATORS ON AocOperMaster - NOTHING TO '
            'RECERTIFY'
        MOVE 'W' TO WS-LOG-SEV
        MOVE 'NO OPERATORS ON FILE - NOTHING TO RECERTIFY'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 200-SCAN-RUN-LOG-RTN
    PERFORM 300-SCAN-CORR-JOURNAL-RTN
    PERFORM 350-SCAN-PARM-JOURNAL-RTN
    PERFORM 400-SET-FLAGS-RTN
    PERFORM 500-WRITE-REPORT-RTN
    PERFORM 600-CHECK-RESPONSES-RTN
    IF WS-KEEP-RESPONSES = 'Y'
        DISPLAY 'RESPONSES ALREADY BEING CAPTURED FOR ' WS-QUARTER
            ' (' WS-RESP-DECIDED ' DECIDED) - AocRecertResponse '
            'LEFT AS IS'
    ELSE
        PERFORM 650-WRITE-RESPONSES-RTN
        DISPLAY 'RESPONSE FILE AocRecertResponse WRITTEN FOR '
            WS-QUARTER ' - ' WS-HELD-COUNT ' AUTHORITIES TO REVIEW'
    END-IF
    DISPLAY 'ACCESS RECERTIFICATION ' WS-QUARTER ' - OPERATORS: '
        WS-OP-COUNT ' DORMANT: ' WS-DORMANT-COUNT ' NEVER USED: '
        WS-NEVER-COUNT ' SOD CONFLICTS: ' WS-SOD-COUNT
    STRING 'ACCESS-RECERT ' DELIMITED BY SIZE
        WS-QUARTER DELIMITED BY SIZE
        ' RUN COMPLETED - OPERATORS: ' DELIMITED BY SIZE
        WS-OP-COUNT DELIMITED BY SIZE
        ' DORMANT: ' DELIMITED BY SIZE
        WS-DORMANT-COUNT DELIMITED BY SIZE
        ' NEVER USED: ' DELIMITED BY SIZE
        WS-NEVER-COUNT DELIMITED BY SIZE
        ' SOD: ' DELIMITED BY SIZE
        WS-SOD-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG-IN
        MOVE 'AocCorrectionJournal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-JOURNAL
        MOVE 'AocParmJournal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM-JOURNAL
        MOVE 'AocRecertResponse.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESPONSE
        MOVE 'AocAccessRecert.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
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

    100-LOAD-OPERATORS-RTN.
        MOVE 'OPERATOR-FILE' TO WS-FILE-ID
        OPEN INPUT OPERATOR-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ OPERATOR-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF WS-OP-COUNT < 500
                        ADD 1 TO WS-OP-COUNT
                        MOVE OPR-ID TO WS-OP-ID(WS-OP-COUNT)
                        MOVE OPR-NAME TO WS-OP-NAME(WS-OP-COUNT)
                        MOVE OPR-STATUS TO WS-OP-STATUS(WS-OP-COUNT)
                        MOVE OPR-AUTH-CORRECT
                            TO WS-OP-HELD(WS-OP-COUNT, 1)
                        MOVE OPR-AUTH-CLOSE
                            TO WS-OP-HELD(WS-OP-COUNT, 2)
                        MOVE OPR-AUTH-PURGE
                            TO WS-OP-HELD(WS-OP-COUNT, 3)
                        MOVE OPR-AUTH-SECURITY
                            TO WS-OP-HELD(WS-OP-COUNT, 4)
                        MOVE OPR-AUTH-APPROVE
                            TO WS-OP-HELD(WS-OP-COUNT, 5)
                    ELSE
                        MOVE 'Y' TO WS-OPER-FULL
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE OPERATOR-FILE
        END-IF
        IF WS-OPER-FULL = 'Y'
            DISPLAY '** MORE THAN 500 OPERATORS ON FILE - ONLY THE '
                'FIRST 500 ARE RECERTIFIED'
            MOVE 'W' TO WS-LOG-SEV
            MOVE 'OPERATOR TABLE FULL - ONLY FIRST 500 RECERTIFIED'
                TO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    200-SCAN-RUN-LOG-RTN.
        MOVE 'LOG-IN-FILE' TO WS-FILE-ID
        OPEN INPUT LOG-IN-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ LOG-IN-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 210-CHECK-LOG-LINE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LOG-IN-FILE
        END-IF.

    210-CHECK-LOG-LINE-RTN.
        MOVE 0 TO WS-TALLY
        INSPECT LOG-IN-REC TALLYING WS-TALLY
            FOR ALL 'OPERATOR SIGN-ON ACCEPTED: '
        IF WS-TALLY > 0 AND LOG-IN-REC(1:8) NUMERIC
            MOVE SPACES TO WS-LOG-LEFT
            MOVE SPACES TO WS-LOG-RIGHT
            UNSTRING LOG-IN-REC DELIMITED BY 'SIGN-ON ACCEPTED: '
                INTO WS-LOG-LEFT WS-LOG-RIGHT
            MOVE LOG-IN-REC(1:8) TO WS-USE-DATE
            MOVE WS-LOG-RIGHT(1:8) TO WS-USE-OPER
            MOVE WS-LOG-RIGHT(19:1) TO WS-USE-FUNC
            PERFORM 250-RECORD-USE-RTN
        END-IF.

    250-RECORD-USE-RTN.
        MOVE 0 TO WS-HIT
        PERFORM VARYING WS-OX FROM 1 BY 1
            UNTIL WS-OX > WS-OP-COUNT OR WS-HIT > 0
            IF WS-OP-ID(WS-OX) = WS-USE-OPER
                MOVE WS-OX TO WS-HIT
            END-IF
        END-PERFORM
        IF WS-HIT > 0
            IF WS-USE-DATE > WS-OP-LAST-ANY(WS-HIT)
                MOVE WS-USE-DATE TO WS-OP-LAST-ANY(WS-HIT)
            END-IF
            PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
                IF WS-AUTH-CODE(WS-AX) = WS-USE-FUNC
                    AND WS-USE-DATE > WS-OP-LAST-USED(WS-HIT, WS-AX)
                    MOVE WS-USE-DATE TO WS-OP-LAST-USED(WS-HIT, WS-AX)
                END-IF
            END-PERFORM
        END-IF.

    300-SCAN-CORR-JOURNAL-RTN.
        MOVE 'JOURNAL-FILE' TO WS-FILE-ID
        OPEN INPUT JOURNAL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ JOURNAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF JRN-TS(1:8) NUMERIC
                        MOVE JRN-TS(1:8) TO WS-USE-DATE
                        MOVE JRN-OPERATOR TO WS-USE-OPER
                        MOVE 'C' TO WS-USE-FUNC
                        PERFORM 250-RECORD-USE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE JOURNAL-FILE
        END-IF.

    350-SCAN-PARM-JOURNAL-RTN.
        MOVE 'PARM-JOURNAL-FILE' TO WS-FILE-ID
        OPEN INPUT PARM-JOURNAL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ PARM-JOURNAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF PARM-JOURNAL-REC(1:8) NUMERIC
                        MOVE PARM-JOURNAL-REC(1:8) TO WS-USE-DATE
                        MOVE PARM-JOURNAL-REC(17:8) TO WS-USE-OPER
                        MOVE 'C' TO WS-USE-FUNC
                        PERFORM 250-RECORD-USE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE PARM-JOURNAL-FILE
        END-IF.

    400-SET-FLAGS-RTN.
        PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OP-COUNT
            IF WS-OP-STATUS(WS-OX) = 'A'
                IF WS-OP-LAST-ANY(WS-OX) = 0
                    MOVE 'Y' TO WS-OP-DORMANT(WS-OX)
                ELSE
                    COMPUTE WS-AGE =
                        FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
                        - FUNCTION INTEGER-OF-DATE(
                            WS-OP-LAST-ANY(WS-OX))
                    IF WS-AGE > WS-DORMANT-DAYS
                        MOVE 'Y' TO WS-OP-DORMANT(WS-OX)
                    END-IF
                END-IF
            END-IF
            IF WS-OP-DORMANT(WS-OX) = 'Y'
                ADD 1 TO WS-DORMANT-COUNT
            END-IF
            PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
                IF WS-OP-HELD(WS-OX, WS-AX) = 'Y'
                    ADD 1 TO WS-HELD-COUNT
                    IF WS-OP-DORMANT(WS-OX) = 'Y'
                        MOVE 'D' TO WS-OP-FLAGS(WS-OX, WS-AX)(1:1)
                    END-IF
                    IF WS-OP-LAST-USED(WS-OX, WS-AX) = 0
                        MOVE 'N' TO WS-OP-FLAGS(WS-OX, WS-AX)(2:1)
                        ADD 1 TO WS-NEVER-COUNT
                    ELSE
                        COMPUTE WS-AGE =
                            FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
                            - FUNCTION INTEGER-OF-DATE(
                                WS-OP-LAST-USED(WS-OX, WS-AX))
                        IF WS-AGE > WS-DORMANT-DAYS
                            MOVE 'U' TO WS-OP-FLAGS(WS-OX, WS-AX)(2:1)
                            ADD 1 TO WS-UNUSED-COUNT
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 3
                IF WS-OP-HELD(WS-OX, WS-SOD-AUTH-1(WS-RX)) = 'Y'
                    AND WS-OP-HELD(WS-OX, WS-SOD-AUTH-2(WS-RX)) = 'Y'
                    ADD 1 TO WS-SOD-COUNT
                    MOVE 'X' TO WS-OP-FLAGS(WS-OX,
                        WS-SOD-AUTH-1(WS-RX))(3:1)
                    MOVE 'X' TO WS-OP-FLAGS(WS-OX,
                        WS-SOD-AUTH-2(WS-RX))(3:1)
                END-IF
            END-PERFORM
        END-PERFORM.

    500-WRITE-REPORT-RTN.
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO REPORT-REC
        STRING 'OPERATOR ACCESS RECERTIFICATION - ' DELIMITED BY SIZE
            WS-QUARTER DELIMITED BY SIZE
            ' - BUSINESS DATE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'LAST USE FROM THE RUN LOG SIGN-ONS, THE CORRECTION '
            DELIMITED BY SIZE
            'JOURNAL AND THE PARAMETER JOURNAL - DORMANT AFTER '
            DELIMITED BY SIZE
            WS-DORMANT-DAYS DELIMITED BY SIZE
            ' DAYS' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE ALL '-' TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING '  OPERATOR NAME                           ST  '
            DELIMITED BY SIZE
            'AUTHORITY  LAST USED   FINDINGS' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OP-COUNT
            PERFORM 510-WRITE-OPERATOR-RTN
        END-PERFORM
        MOVE ALL '-' TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'SEGREGATION OF DUTIES CONFLICTS' TO REPORT-REC
        WRITE REPORT-REC
        IF WS-SOD-COUNT = 0
            MOVE '  (NONE)' TO REPORT-REC
            WRITE REPORT-REC
        ELSE
            PERFORM VARYING WS-OX FROM 1 BY 1
                UNTIL WS-OX > WS-OP-COUNT
                PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 3
                    IF WS-OP-HELD(WS-OX, WS-SOD-AUTH-1(WS-RX)) = 'Y'
                        AND WS-OP-HELD(WS-OX,
                            WS-SOD-AUTH-2(WS-RX)) = 'Y'
                        MOVE SPACES TO REPORT-REC
                        STRING '  ' DELIMITED BY SIZE
                            WS-OP-ID(WS-OX) DELIMITED BY SIZE
                            ' HOLDS ' DELIMITED BY SIZE
                            WS-SOD-DESC(WS-RX) DELIMITED BY SIZE
                            INTO REPORT-REC
                        WRITE REPORT-REC
                    END-IF
                END-PERFORM
            END-PERFORM
        END-IF
        MOVE ALL '-' TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-OP-COUNT TO WS-ED-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'OPERATORS:           ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-HELD-COUNT TO WS-ED-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'AUTHORITIES HELD:    ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-DORMANT-COUNT TO WS-ED-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'DORMANT IDS:         ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-NEVER-COUNT TO WS-ED-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'AUTHS NEVER USED:    ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-UNUSED-COUNT TO WS-ED-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'AUTHS UNUSED > LIMIT:' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-SOD-COUNT TO WS-ED-COUNT
        MOVE SPACES TO REPORT-REC
        STRING 'SOD CONFLICTS:       ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE.

    510-WRITE-OPERATOR-RTN.
        MOVE SPACES TO REPORT-REC
        STRING '  ' DELIMITED BY SIZE
            WS-OP-ID(WS-OX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-OP-NAME(WS-OX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-OP-STATUS(WS-OX) DELIMITED BY SIZE
            INTO REPORT-REC
        IF WS-OP-DORMANT(WS-OX) = 'Y'
            IF WS-OP-LAST-ANY(WS-OX) = 0
                MOVE 'DORMANT ID - NO SIGN-ON ON RECORD'
                    TO REPORT-REC(57:40)
            ELSE
                STRING 'DORMANT ID - LAST SIGN-ON ' DELIMITED BY SIZE
                    WS-OP-LAST-ANY(WS-OX) DELIMITED BY SIZE
                    INTO REPORT-REC(57:40)
            END-IF
        END-IF
        WRITE REPORT-REC
        MOVE 0 TO WS-HIT
        PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
            IF WS-OP-HELD(WS-OX, WS-AX) = 'Y'
                ADD 1 TO WS-HIT
                IF WS-OP-LAST-USED(WS-OX, WS-AX) = 0
                    MOVE 'NEVER' TO WS-ED-LAST
                ELSE
                    MOVE WS-OP-LAST-USED(WS-OX, WS-AX) TO WS-ED-LAST
                END-IF
                MOVE SPACES TO WS-ED-FLAGS
                EVALUATE TRUE
                    WHEN WS-OP-FLAGS(WS-OX, WS-AX)(2:1) = 'N'
                        MOVE 'NEVER USED' TO WS-ED-FLAGS
                    WHEN WS-OP-FLAGS(WS-OX, WS-AX)(2:1) = 'U'
                        MOVE 'NOT USED WITHIN LIMIT' TO WS-ED-FLAGS
                END-EVALUATE
                IF WS-OP-FLAGS(WS-OX, WS-AX)(3:1) = 'X'
                    IF WS-ED-FLAGS = SPACES
                        MOVE 'SOD CONFLICT' TO WS-ED-FLAGS
                    ELSE
                        STRING WS-ED-FLAGS DELIMITED BY '  '
                            ', SOD CONFLICT' DELIMITED BY SIZE
                            INTO WS-ED-FLAGS
                    END-IF
                END-IF
                MOVE SPACES TO REPORT-REC
                STRING '                                             '
                    DELIMITED BY SIZE
                    WS-AUTH-NAME(WS-AX) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-ED-LAST DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-ED-FLAGS DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
        END-PERFORM
        IF WS-HIT = 0
            MOVE SPACES TO REPORT-REC
            MOVE '(NO AUTHORITIES HELD)' TO REPORT-REC(46:21)
            WRITE REPORT-REC
        END-IF.

    600-CHECK-RESPONSES-RTN.
        MOVE 'N' TO WS-KEEP-RESPONSES
        MOVE 0 TO WS-RESP-DECIDED
        MOVE 'RESPONSE-FILE' TO WS-FILE-ID
        OPEN INPUT RESPONSE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ RESPONSE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF RCR-QUARTER = WS-QUARTER
                        AND NOT RCR-UNDECIDED
                        MOVE 'Y' TO WS-KEEP-RESPONSES
                        ADD 1 TO WS-RESP-DECIDED
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE RESPONSE-FILE
        END-IF.

    650-WRITE-RESPONSES-RTN.
        MOVE 'RESPONSE-FILE' TO WS-FILE-ID
        OPEN OUTPUT RESPONSE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OP-COUNT
            PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 5
                IF WS-OP-HELD(WS-OX, WS-AX) = 'Y'
                    MOVE SPACES TO RECERT-RESPONSE-REC
                    MOVE WS-QUARTER TO RCR-QUARTER
                    MOVE WS-OP-ID(WS-OX) TO RCR-OPERATOR
                    MOVE WS-AUTH-CODE(WS-AX) TO RCR-AUTH
                    MOVE WS-OP-LAST-USED(WS-OX, WS-AX)
                        TO RCR-LAST-USED
                    MOVE WS-OP-FLAGS(WS-OX, WS-AX) TO RCR-FLAGS
                    WRITE RECERT-RESPONSE-REC
                END-IF
            END-PERFORM
        END-PERFORM
        CLOSE RESPONSE-FILE.

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
        CLOSE OPERATOR-FILE LOG-IN-FILE JOURNAL-FILE PARM-JOURNAL-FILE
            RESPONSE-FILE REPORT-FILE PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY PARMRTN.
    COPY ENVRTN.
