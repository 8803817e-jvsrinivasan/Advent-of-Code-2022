IDENTIFICATION DIVISION.
PROGRAM-ID. CYCLE-SIGNOFF.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SIGNOFF-FILE ASSIGN TO WS-P-SIGNOFF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-IN-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ANOMALY-FILE ASSIGN TO WS-P-ANOMALY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUSPENSE-FILE ASSIGN TO WS-P-SUSPENSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CERT-FILE ASSIGN TO WS-P-CERT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
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
    FD SIGNOFF-FILE.
    COPY SGNOFREC.
    FD LOG-IN-FILE.
    01 LOG-IN-REC PIC X(132).
    FD ANOMALY-FILE.
    01 ANOMALY-REC PIC X(132).
    FD SUSPENSE-FILE.
    COPY SUSPREC.
    FD CERT-FILE.
    01 CERT-REC PIC X(132).
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
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
        05 WS-P-SIGNOFF           PIC X(70) VALUE SPACES.
        05 WS-P-ANOMALY           PIC X(70) VALUE SPACES.
        05 WS-P-SUSPENSE          PIC X(70) VALUE SPACES.
        05 WS-P-CERT              PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-VALID            PIC A(1) VALUE 'N'.
        05 WS-IN-CYCLE         PIC X(6) VALUE SPACES.
        05 WS-IN-CYCLE-LEN     PIC 9(1) VALUE 0.
        05 WS-IN-DECISION      PIC X(1) VALUE SPACE.
        05 WS-IN-CONFIRM       PIC X(1) VALUE SPACE.
        05 WS-IN-REASON        PIC X(60) VALUE SPACES.
        05 WS-CERT-CYCLE       PIC 9(6) VALUE 0.
        05 WS-CERT-BIZ-DATE    PIC 9(8) VALUE 0.
        05 WS-CYCLE-TAG        PIC X(7) VALUE SPACES.
        05 WS-ENV-SUFFIX       PIC X(9) VALUE SPACES.
        05 WS-LOG-LEFT         PIC X(132) VALUE SPACES.
        05 WS-LOG-RIGHT        PIC X(132) VALUE SPACES.
        05 WS-RESULT-TEXT      PIC X(60) VALUE SPACES.
        05 WS-TALLY            PIC 9(4) VALUE 0.
        05 WS-DECISION         PIC X(1) VALUE SPACE.
            88 WS-DECISION-SIGN    VALUE 'S'.
            88 WS-DECISION-HOLD    VALUE 'H'.
            88 WS-DECISION-NONE    VALUE ' '.
        05 WS-DECISION-STAMP   PIC X(21) VALUE SPACES.
        05 WS-EXCEPTION-COUNT  PIC 9(2) VALUE 0.
        05 WS-SUSP-OPEN-COUNT  PIC 9(6) VALUE 0.
        05 WS-SUSP-CYCLE-COUNT PIC 9(6) VALUE 0.
    01 WS-CHECK-RESULTS.
        05 WS-BAL-RAN          PIC A(1) VALUE 'N'.
        05 WS-BAL-CLEAN        PIC A(1) VALUE 'N'.
        05 WS-BAL-RESULT       PIC X(60) VALUE SPACES.
        05 WS-AUD-RAN          PIC A(1) VALUE 'N'.
        05 WS-AUD-CLEAN        PIC A(1) VALUE 'N'.
        05 WS-AUD-RESULT       PIC X(60) VALUE SPACES.
        05 WS-ANM-RAN          PIC A(1) VALUE 'N'.
        05 WS-ANM-CLEAN        PIC A(1) VALUE 'N'.
        05 WS-ANM-RESULT       PIC X(60) VALUE SPACES.
        05 WS-ANM-REPORT-OK    PIC A(1) VALUE 'N'.
    01 WS-ANOMALY-TABLE.
        05 WS-ANM-COUNT        PIC 9(4) VALUE 0.
        05 WS-AX               PIC 9(2) VALUE 0.
        05 WS-ANM-LINE         PIC X(120) OCCURS 10 TIMES.
    01 WS-ERROR-TABLE.
        05 WS-ERR-COUNT        PIC 9(4) VALUE 0.
        05 WS-EX               PIC 9(2) VALUE 0.
        05 WS-ERR-LINE         PIC X(120) OCCURS 10 TIMES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY SIGNONCOM.
    COPY SGNOFCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'CYCLE-SIGNOFF' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    DISPLAY 'CYCLE SIGN-OFF - CERTIFY A CYCLE BEFORE ITS OUTPUTS ARE '
        'RELEASED'
    MOVE 'A' TO WS-SIGNON-FUNC
    PERFORM 800-SIGN-ON-RTN
    IF WS-SIGNON-OK NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    PERFORM 100-GET-CYCLE-RTN
    EVALUATE TRUE
        WHEN WS-VALID NOT EQUAL 'Y'
            MOVE 8 TO RETURN-CODE
        WHEN WS-SGN-SIGNED
            PERFORM 150-REFUSE-SIGNED-RTN
        WHEN OTHER
            PERFORM 200-SCAN-LOG-RTN
            PERFORM 300-SCAN-ANOMALIES-RTN
            PERFORM 400-COUNT-SUSPENSE-RTN
            PERFORM 450-COUNT-EXCEPTIONS-RTN
            PERFORM 500-SHOW-CERTIFICATE-RTN
            PERFORM 600-GET-DECISION-RTN
            IF NOT WS-DECISION-NONE
                PERFORM 650-RECORD-DECISION-RTN
            END-IF
            PERFORM 700-WRITE-CERTIFICATE-RTN
            EVALUATE TRUE
                WHEN WS-DECISION-SIGN
                    MOVE 0 TO RETURN-CODE
                WHEN OTHER
                    MOVE 4 TO RETURN-CODE
            END-EVALUATE
    END-EVALUATE
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocSignoff.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SIGNOFF
        MOVE 'AocAnomalyReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ANOMALY
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'AocSignoffCert.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CERT
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
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

    100-GET-CYCLE-RTN.
        MOVE 'Y' TO WS-VALID
        MOVE WS-CYCLE-NO TO WS-CERT-CYCLE
        MOVE WS-BIZ-DATE TO WS-CERT-BIZ-DATE
        DISPLAY 'ENTER CYCLE NUMBER, OR BLANK FOR THE CURRENT CYCLE '
            WS-CYCLE-NO ': '
        ACCEPT WS-IN-CYCLE FROM CONSOLE
        IF WS-IN-CYCLE NOT EQUAL SPACES
            COMPUTE WS-IN-CYCLE-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-IN-CYCLE))
            MOVE FUNCTION TRIM(WS-IN-CYCLE) TO WS-IN-CYCLE
            IF WS-IN-CYCLE(1:WS-IN-CYCLE-LEN) NUMERIC
                MOVE FUNCTION NUMVAL(WS-IN-CYCLE(1:WS-IN-CYCLE-LEN))
                    TO WS-CERT-CYCLE
            ELSE
                DISPLAY '** CYCLE NUMBER MUST BE NUMERIC'
                MOVE 'N' TO WS-VALID
            END-IF
        END-IF
        IF WS-VALID = 'Y'
            MOVE WS-CERT-CYCLE TO WS-SGN-REQ-CYCLE
            PERFORM 860-CHECK-SIGNOFF-RTN
            IF WS-CERT-CYCLE NOT EQUAL WS-CYCLE-NO
                IF WS-SGN-HELD
                    MOVE WS-SGN-BIZ-DATE TO WS-CERT-BIZ-DATE
                ELSE
                    DISPLAY '** ONLY THE CURRENT CYCLE, OR AN EARLIER '
                        'CYCLE ON HOLD, CAN BE SIGNED OFF'
                    MOVE 'N' TO WS-VALID
                END-IF
            END-IF
        END-IF
        IF WS-VALID NOT EQUAL 'Y'
            MOVE 'W' TO WS-LOG-SEV
            STRING 'SIGN-OFF BY ' DELIMITED BY SIZE
                WS-OPERATOR-ID DELIMITED BY SPACE
                ' REFUSED - CYCLE ' DELIMITED BY SIZE
                WS-IN-CYCLE DELIMITED BY SIZE
                ' IS NOT CURRENT OR ON HOLD' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        MOVE SPACES TO WS-CYCLE-TAG
        STRING 'C' DELIMITED BY SIZE
            WS-CERT-CYCLE DELIMITED BY SIZE
            INTO WS-CYCLE-TAG
        MOVE SPACES TO WS-ENV-SUFFIX
        STRING ' ' DELIMITED BY SIZE
            WS-ENV-NAME DELIMITED BY SIZE
            INTO WS-ENV-SUFFIX.

    150-REFUSE-SIGNED-RTN.
        DISPLAY '** CYCLE ' WS-CERT-CYCLE ' WAS ALREADY SIGNED OFF BY '
            WS-SGN-BY ' ON ' WS-SGN-DATE ' ' WS-SGN-TIME
        DISPLAY '   ITS OUTPUTS MAY ALREADY HAVE BEEN RELEASED - '
            'NO CHANGE MADE'
        MOVE 'W' TO WS-LOG-SEV
        STRING 'SIGN-OFF BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SPACE
            ' REFUSED - CYCLE ' DELIMITED BY SIZE
            WS-CERT-CYCLE DELIMITED BY SIZE
            ' ALREADY SIGNED OFF BY ' DELIMITED BY SIZE
            WS-SGN-BY DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 4 TO RETURN-CODE.

    200-SCAN-LOG-RTN.
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
                    IF LOG-IN-REC(17:7) = WS-CYCLE-TAG
                        PERFORM 210-CHECK-LOG-LINE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LOG-IN-FILE
        END-IF.

    210-CHECK-LOG-LINE-RTN.
        IF LOG-IN-REC(25:1) = 'E'
            ADD 1 TO WS-ERR-COUNT
            IF WS-ERR-COUNT <= 10
                MOVE LOG-IN-REC(1:120) TO WS-ERR-LINE(WS-ERR-COUNT)
            END-IF
        END-IF
        MOVE 0 TO WS-TALLY
        INSPECT LOG-IN-REC TALLYING WS-TALLY
            FOR ALL ' RUN COMPLETED - '
        IF WS-TALLY > 0
            MOVE SPACES TO WS-LOG-LEFT
            MOVE SPACES TO WS-LOG-RIGHT
            MOVE SPACES TO WS-RESULT-TEXT
            UNSTRING LOG-IN-REC DELIMITED BY ' RUN COMPLETED - '
                INTO WS-LOG-LEFT WS-LOG-RIGHT
            UNSTRING WS-LOG-RIGHT DELIMITED BY WS-ENV-SUFFIX
                INTO WS-RESULT-TEXT
            EVALUATE TRUE
                WHEN LOG-IN-REC(27:16) = 'CONTROL-BALANCE '
                    MOVE 'Y' TO WS-BAL-RAN
                    MOVE WS-RESULT-TEXT TO WS-BAL-RESULT
                    IF WS-RESULT-TEXT(1:14) = 'ALL IN BALANCE'
                        MOVE 'Y' TO WS-BAL-CLEAN
                    ELSE
                        MOVE 'N' TO WS-BAL-CLEAN
                    END-IF
                WHEN LOG-IN-REC(27:16) = 'INTEGRITY-AUDIT '
                    MOVE 'Y' TO WS-AUD-RAN
                    MOVE WS-RESULT-TEXT TO WS-AUD-RESULT
                    IF WS-RESULT-TEXT(1:20) = 'ALL FILES CONSISTENT'
                        MOVE 'Y' TO WS-AUD-CLEAN
                    ELSE
                        MOVE 'N' TO WS-AUD-CLEAN
                    END-IF
                WHEN LOG-IN-REC(27:13) = 'ANOMALY-SCAN '
                    MOVE 'Y' TO WS-ANM-RAN
                    MOVE WS-RESULT-TEXT TO WS-ANM-RESULT
                    IF WS-RESULT-TEXT(1:12) = 'NO ANOMALIES'
                        MOVE 'Y' TO WS-ANM-CLEAN
                    ELSE
                        MOVE 'N' TO WS-ANM-CLEAN
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF.

    300-SCAN-ANOMALIES-RTN.
        MOVE 'N' TO WS-ANM-REPORT-OK
        MOVE 'ANOMALY-FILE' TO WS-FILE-ID
        OPEN INPUT ANOMALY-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ ANOMALY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    EVALUATE TRUE
                        WHEN ANOMALY-REC(1:31) =
                            'ANOMALY SCAN FOR BUSINESS DATE '
                            IF ANOMALY-REC(32:8) = WS-CERT-BIZ-DATE
                                MOVE 'Y' TO WS-ANM-REPORT-OK
                            END-IF
                        WHEN ANOMALY-REC(1:3) = '** '
                            AND WS-ANM-REPORT-OK = 'Y'
                            ADD 1 TO WS-ANM-COUNT
                            IF WS-ANM-COUNT <= 10
                                MOVE ANOMALY-REC(1:120)
                                    TO WS-ANM-LINE(WS-ANM-COUNT)
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ANOMALY-FILE
        END-IF.

    400-COUNT-SUSPENSE-RTN.
        MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
        OPEN INPUT SUSPENSE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ SUSPENSE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SUSP-CYCLE NUMERIC
                        AND SUSP-BIZ-DATE NUMERIC
                        AND SUSP-STATUS-OPEN
                        ADD 1 TO WS-SUSP-OPEN-COUNT
                        IF SUSP-CYCLE = WS-CERT-CYCLE
                            ADD 1 TO WS-SUSP-CYCLE-COUNT
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SUSPENSE-FILE
        END-IF.

    450-COUNT-EXCEPTIONS-RTN.
        MOVE 0 TO WS-EXCEPTION-COUNT
        IF WS-BAL-CLEAN NOT EQUAL 'Y'
            ADD 1 TO WS-EXCEPTION-COUNT
        END-IF
        IF WS-AUD-CLEAN NOT EQUAL 'Y'
            ADD 1 TO WS-EXCEPTION-COUNT
        END-IF
        IF WS-ANM-CLEAN NOT EQUAL 'Y'
            ADD 1 TO WS-EXCEPTION-COUNT
        END-IF
        IF WS-SUSP-OPEN-COUNT > 0
            ADD 1 TO WS-EXCEPTION-COUNT
        END-IF
        IF WS-ERR-COUNT > 0
            ADD 1 TO WS-EXCEPTION-COUNT
        END-IF.

    500-SHOW-CERTIFICATE-RTN.
        DISPLAY ' '
        DISPLAY 'CYCLE ' WS-CERT-CYCLE '  BUSINESS DATE ' WS-CERT-BIZ-DATE
        IF WS-BAL-RAN = 'Y'
            DISPLAY '  CONTROL BALANCE  : ' WS-BAL-RESULT
        ELSE
            DISPLAY '  CONTROL BALANCE  : ** NOT RUN FOR THIS CYCLE'
        END-IF
        IF WS-AUD-RAN = 'Y'
            DISPLAY '  INTEGRITY AUDIT  : ' WS-AUD-RESULT
        ELSE
            DISPLAY '  INTEGRITY AUDIT  : ** NOT RUN FOR THIS CYCLE'
        END-IF
        IF WS-ANM-RAN = 'Y'
            DISPLAY '  ANOMALY SCAN     : ' WS-ANM-RESULT
        ELSE
            DISPLAY '  ANOMALY SCAN     : ** NOT RUN FOR THIS CYCLE'
        END-IF
        DISPLAY '  OPEN SUSPENSE    : ' WS-SUSP-OPEN-COUNT
            ' (' WS-SUSP-CYCLE-COUNT ' RAISED THIS CYCLE)'
        DISPLAY '  SEVERITY-E LOG   : ' WS-ERR-COUNT
        DISPLAY '  EXCEPTIONS       : ' WS-EXCEPTION-COUNT
        IF WS-SGN-HELD
            DISPLAY '  ON HOLD SINCE ' WS-SGN-DATE ' BY ' WS-SGN-BY
                ' - ' WS-SGN-REASON
        END-IF
        DISPLAY 'FULL CERTIFICATE IS WRITTEN TO AocSignoffCert.txt'.

    600-GET-DECISION-RTN.
        MOVE SPACE TO WS-DECISION
        MOVE SPACES TO WS-IN-REASON
        DISPLAY 'ENTER S TO SIGN OFF, H TO HOLD, OR BLANK TO LEAVE '
            'THE CYCLE UNDECIDED: '
        ACCEPT WS-IN-DECISION FROM CONSOLE
        MOVE FUNCTION UPPER-CASE(WS-IN-DECISION) TO WS-IN-DECISION
        EVALUATE WS-IN-DECISION
            WHEN 'S'
                IF WS-EXCEPTION-COUNT > 0
                    DISPLAY WS-EXCEPTION-COUNT ' EXCEPTION(S) ON THE '
                        'CERTIFICATE - SIGN OFF ANYWAY (Y/N)? '
                    ACCEPT WS-IN-CONFIRM FROM CONSOLE
                    MOVE FUNCTION UPPER-CASE(WS-IN-CONFIRM)
                        TO WS-IN-CONFIRM
                    IF WS-IN-CONFIRM = 'Y'
                        DISPLAY 'ENTER THE REASON FOR SIGNING OFF WITH '
                            'EXCEPTIONS: '
                        ACCEPT WS-IN-REASON FROM CONSOLE
                        IF WS-IN-REASON = SPACES
                            DISPLAY '** A REASON IS REQUIRED - CYCLE '
                                'LEFT UNDECIDED'
                        ELSE
                            MOVE 'S' TO WS-DECISION
                        END-IF
                    ELSE
                        DISPLAY 'SIGN-OFF NOT CONFIRMED - CYCLE LEFT '
                            'UNDECIDED'
                    END-IF
                ELSE
                    MOVE 'S' TO WS-DECISION
                END-IF
            WHEN 'H'
                DISPLAY 'ENTER THE REASON FOR HOLDING THE CYCLE: '
                ACCEPT WS-IN-REASON FROM CONSOLE
                IF WS-IN-REASON = SPACES
                    DISPLAY '** A REASON IS REQUIRED TO HOLD A CYCLE - '
                        'CYCLE LEFT UNDECIDED'
                ELSE
                    MOVE 'H' TO WS-DECISION
                END-IF
            WHEN SPACE
                DISPLAY 'NO DECISION - CYCLE LEFT UNDECIDED'
            WHEN OTHER
                DISPLAY '** UNKNOWN DECISION ' WS-IN-DECISION
                    ' - CYCLE LEFT UNDECIDED'
        END-EVALUATE
        IF WS-DECISION-NONE
            MOVE 'W' TO WS-LOG-SEV
            STRING 'CYCLE ' DELIMITED BY SIZE
                WS-CERT-CYCLE DELIMITED BY SIZE
                ' CERTIFICATE REVIEWED BY ' DELIMITED BY SIZE
                WS-OPERATOR-ID DELIMITED BY SPACE
                ' - NO DECISION, OUTPUTS NOT RELEASED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    650-RECORD-DECISION-RTN.
        MOVE FUNCTION CURRENT-DATE TO WS-DECISION-STAMP
        MOVE 'SIGNOFF-FILE' TO WS-FILE-ID
        OPEN EXTEND SIGNOFF-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT SIGNOFF-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO SIGNOFF-REC
        MOVE WS-CERT-CYCLE TO SGN-CYCLE
        MOVE WS-CERT-BIZ-DATE TO SGN-BIZ-DATE
        MOVE WS-DECISION TO SGN-STATUS
        MOVE WS-OPERATOR-ID TO SGN-OPERATOR
        MOVE WS-DECISION-STAMP(1:8) TO SGN-DATE
        MOVE WS-DECISION-STAMP(9:6) TO SGN-TIME
        MOVE WS-EXCEPTION-COUNT TO SGN-EXCEPTIONS
        MOVE WS-IN-REASON TO SGN-REASON
        WRITE SIGNOFF-REC
        CLOSE SIGNOFF-FILE
        MOVE SPACES TO SECURITY-LOG-REC
        MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
        MOVE WS-OPERATOR-ID TO SEC-BY-OPERATOR
        MOVE WS-SIGNON-FUNC TO SEC-FUNCTION
        MOVE 'S' TO SEC-RESULT
        IF WS-DECISION-SIGN
            STRING 'CYCLE ' DELIMITED BY SIZE
                WS-CERT-CYCLE DELIMITED BY SIZE
                ' SIGNED OFF' DELIMITED BY SIZE
                INTO SEC-EVENT
            DISPLAY 'CYCLE ' WS-CERT-CYCLE ' SIGNED OFF BY '
                WS-OPERATOR-ID ' - ITS OUTPUTS MAY NOW BE RELEASED'
            STRING 'CYCLE ' DELIMITED BY SIZE
                WS-CERT-CYCLE DELIMITED BY SIZE
                ' SIGNED OFF BY ' DELIMITED BY SIZE
                WS-OPERATOR-ID DELIMITED BY SPACE
                ' - EXCEPTIONS: ' DELIMITED BY SIZE
                WS-EXCEPTION-COUNT DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-IN-REASON DELIMITED BY SIZE
                INTO WS-LOG-MSG
        ELSE
            STRING 'CYCLE ' DELIMITED BY SIZE
                WS-CERT-CYCLE DELIMITED BY SIZE
                ' HELD' DELIMITED BY SIZE
                INTO SEC-EVENT
            DISPLAY 'CYCLE ' WS-CERT-CYCLE ' HELD BY ' WS-OPERATOR-ID
                ' - ITS OUTPUTS WILL NOT BE RELEASED'
            MOVE 'W' TO WS-LOG-SEV
            STRING 'CYCLE ' DELIMITED BY SIZE
                WS-CERT-CYCLE DELIMITED BY SIZE
                ' HELD BY ' DELIMITED BY SIZE
                WS-OPERATOR-ID DELIMITED BY SPACE
                ' - ' DELIMITED BY SIZE
                WS-IN-REASON DELIMITED BY SIZE
                INTO WS-LOG-MSG
        END-IF
        PERFORM 950-WRITE-LOG-RTN
        PERFORM 846-WRITE-SECURITY-EVENT-RTN.

    700-WRITE-CERTIFICATE-RTN.
        MOVE 'CERT-FILE' TO WS-FILE-ID
        OPEN OUTPUT CERT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO CERT-REC
        STRING 'CYCLE SIGN-OFF CERTIFICATE - CYCLE ' DELIMITED BY SIZE
            WS-CERT-CYCLE DELIMITED BY SIZE
            '  BUSINESS DATE ' DELIMITED BY SIZE
            WS-CERT-BIZ-DATE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        MOVE ALL '=' TO CERT-REC(1:78)
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        IF WS-BAL-RAN = 'Y'
            STRING '1. CONTROL BALANCE     : ' DELIMITED BY SIZE
                WS-BAL-RESULT DELIMITED BY SIZE
                INTO CERT-REC
        ELSE
            MOVE '1. CONTROL BALANCE     : ** NOT RUN FOR THIS CYCLE'
                TO CERT-REC
        END-IF
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        IF WS-AUD-RAN = 'Y'
            STRING '2. INTEGRITY AUDIT     : ' DELIMITED BY SIZE
                WS-AUD-RESULT DELIMITED BY SIZE
                INTO CERT-REC
        ELSE
            MOVE '2. INTEGRITY AUDIT     : ** NOT RUN FOR THIS CYCLE'
                TO CERT-REC
        END-IF
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        IF WS-ANM-RAN = 'Y'
            STRING '3. ANOMALY SCAN        : ' DELIMITED BY SIZE
                WS-ANM-RESULT DELIMITED BY SIZE
                INTO CERT-REC
        ELSE
            MOVE '3. ANOMALY SCAN        : ** NOT RUN FOR THIS CYCLE'
                TO CERT-REC
        END-IF
        WRITE CERT-REC
        PERFORM VARYING WS-AX FROM 1 BY 1
            UNTIL WS-AX > WS-ANM-COUNT OR WS-AX > 10
            MOVE SPACES TO CERT-REC
            STRING '     ' DELIMITED BY SIZE
                WS-ANM-LINE(WS-AX) DELIMITED BY SIZE
                INTO CERT-REC
            WRITE CERT-REC
        END-PERFORM
        IF WS-ANM-COUNT > 10
            MOVE SPACES TO CERT-REC
            STRING '     ... ' DELIMITED BY SIZE
                WS-ANM-COUNT DELIMITED BY SIZE
                ' FLAGGED IN ALL - SEE AocAnomalyReport' DELIMITED BY SIZE
                INTO CERT-REC
            WRITE CERT-REC
        END-IF
        MOVE SPACES TO CERT-REC
        STRING '4. OPEN SUSPENSE       : ' DELIMITED BY SIZE
            WS-SUSP-OPEN-COUNT DELIMITED BY SIZE
            ' ITEMS OPEN, ' DELIMITED BY SIZE
            WS-SUSP-CYCLE-COUNT DELIMITED BY SIZE
            ' RAISED THIS CYCLE' DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        STRING '5. SEVERITY-E LOG LINES: ' DELIMITED BY SIZE
            WS-ERR-COUNT DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        PERFORM VARYING WS-EX FROM 1 BY 1
            UNTIL WS-EX > WS-ERR-COUNT OR WS-EX > 10
            MOVE SPACES TO CERT-REC
            STRING '     ' DELIMITED BY SIZE
                WS-ERR-LINE(WS-EX) DELIMITED BY SIZE
                INTO CERT-REC
            WRITE CERT-REC
        END-PERFORM
        IF WS-ERR-COUNT > 10
            MOVE SPACES TO CERT-REC
            STRING '     ... ' DELIMITED BY SIZE
                WS-ERR-COUNT DELIMITED BY SIZE
                ' IN ALL - SEE AocRunLog' DELIMITED BY SIZE
                INTO CERT-REC
            WRITE CERT-REC
        END-IF
        MOVE SPACES TO CERT-REC
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        STRING 'EXCEPTIONS ON THIS CERTIFICATE: ' DELIMITED BY SIZE
            WS-EXCEPTION-COUNT DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        MOVE ALL '-' TO CERT-REC(1:78)
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        EVALUATE TRUE
            WHEN WS-DECISION-SIGN
                STRING 'DECISION: SIGNED OFF BY ' DELIMITED BY SIZE
                    WS-OPERATOR-ID DELIMITED BY SPACE
                    ' ON ' DELIMITED BY SIZE
                    WS-DECISION-STAMP(1:8) DELIMITED BY SIZE
                    ' AT ' DELIMITED BY SIZE
                    WS-DECISION-STAMP(9:6) DELIMITED BY SIZE
                    INTO CERT-REC
            WHEN WS-DECISION-HOLD
                STRING 'DECISION: HELD BY ' DELIMITED BY SIZE
                    WS-OPERATOR-ID DELIMITED BY SPACE
                    ' ON ' DELIMITED BY SIZE
                    WS-DECISION-STAMP(1:8) DELIMITED BY SIZE
                    ' AT ' DELIMITED BY SIZE
                    WS-DECISION-STAMP(9:6) DELIMITED BY SIZE
                    INTO CERT-REC
            WHEN OTHER
                STRING 'DECISION: NONE - REVIEWED BY ' DELIMITED BY SIZE
                    WS-OPERATOR-ID DELIMITED BY SPACE
                    ', OUTPUTS NOT RELEASED' DELIMITED BY SIZE
                    INTO CERT-REC
        END-EVALUATE
        WRITE CERT-REC
        IF NOT WS-DECISION-NONE AND WS-IN-REASON NOT EQUAL SPACES
            MOVE SPACES TO CERT-REC
            STRING 'REASON  : ' DELIMITED BY SIZE
                WS-IN-REASON DELIMITED BY SIZE
                INTO CERT-REC
            WRITE CERT-REC
        END-IF
        CLOSE CERT-FILE.

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
        CLOSE SIGNOFF-FILE LOG-IN-FILE ANOMALY-FILE SUSPENSE-FILE
            CERT-FILE OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY SIGNONRTN.
    COPY SGNOFRTN.
    COPY ENVRTN.
