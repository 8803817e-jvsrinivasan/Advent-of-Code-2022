        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RESPONSE-FILE ASSIGN TO WS-P-RESPONSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ACCESS-JOURNAL-FILE ASSIGN TO WS-P-ACCESS-JOURNAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT WORK-FILE ASSIGN TO WS-P-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FILE SECTION.
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD RESPONSE-FILE.
    COPY RCRTREC.
    FD ACCESS-JOURNAL-FILE.
    01 ACCESS-JOURNAL-REC PIC X(132).
    FD WORK-FILE.
    01 WORK-REC PIC X(132).
    FD LOG-FILE.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-RESPONSE          PIC X(70) VALUE SPACES.
        05 WS-P-ACCESS-JOURNAL    PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-DONE             PIC A(1) VALUE 'N'.
        05 WS-IN-ID            PIC X(8) VALUE SPACES.
        05 WS-IN-NAME          PIC X(30) VALUE SPACES.
        05 WS-IN-AUTH          PIC X(5) VALUE SPACES.
        05 WS-UPDATED          PIC A(1) VALUE 'N'.
        05 WS-DUPLICATE        PIC A(1) VALUE 'N'.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-NEW-STATUS       PIC X(1) VALUE ' '.
        05 WS-IN-PWD           PIC X(16) VALUE SPACES.
        05 WS-IN-PWD-LEN       PIC 9(2) VALUE 0.
        05 WS-PWD-OK           PIC A(1) VALUE 'N'.
        05 WS-IN-EXPIRY        PIC X(3) VALUE SPACES.
        05 WS-IN-EXPIRY-DAYS   PIC 9(3) VALUE 0.
        05 WS-EXPIRY-GIVEN     PIC A(1) VALUE 'N'.
        05 WS-EXPIRY-OK        PIC A(1) VALUE 'N'.
        05 WS-IN-EXPIRY-LEN    PIC 9(1) VALUE 0.
        05 WS-FOUND            PIC A(1) VALUE 'N'.
        05 WS-IN-HASH          PIC 9(10) VALUE 0.
        05 WS-WAS-LOCKED       PIC A(1) VALUE 'N'.
        05 WS-FIRST-ISSUE      PIC A(1) VALUE 'N'.
        05 WS-SEC-EVENT        PIC X(30) VALUE SPACES.
        05 WS-IN-QUARTER       PIC X(6) VALUE SPACES.
        05 WS-JRN-TS           PIC X(21) VALUE SPACES.
        05 WS-RV-PENDING       PIC 9(4) VALUE 0.
        05 WS-RV-APPLIED       PIC 9(4) VALUE 0.
        05 WS-RV-ALREADY       PIC 9(4) VALUE 0.
        05 WS-RV-NOT-FOUND     PIC 9(4) VALUE 0.
        05 WS-RV-OVERFLOW      PIC A(1) VALUE 'N'.
        05 WS-RV-AUTH-BYTE     PIC X(1) VALUE ' '.
        05 WS-RV-MATCHED       PIC A(1) VALUE 'N'.
    01 WS-RESP-TABLE.
        05 WS-RESP-COUNT       PIC 9(4) VALUE 0.
        05 WS-RX               PIC 9(4) VALUE 0.
        05 WS-RESP-ENTRY       PIC X(43) OCCURS 1000 TIMES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    MOVE 'S' TO WS-SIGNON-FUNC
    PERFORM 800-SIGN-ON-RTN
    IF WS-SIGNON-OK NOT EQUAL 'Y'
        EVALUATE TRUE
            WHEN WS-SIGNON-NO-MASTER = 'Y'
                DISPLAY 'NO SECURITY MASTER YET - BOOTSTRAP SESSION '
                    'ALLOWED TO BUILD THE FIRST OPERATOR'
            WHEN WS-SIGNON-SEC-ISSUED NOT EQUAL 'Y'
                DISPLAY 'NO SECURITY OPERATOR HAS A PASSWORD YET - '
                    'BOOTSTRAP SESSION ALLOWED TO ISSUE THE FIRST'
            WHEN OTHER
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF
    PERFORM 814-CHECK-SUITE-LOCK-RTN
    IF WS-LOCK-BUSY = 'Y'
        DISPLAY '  3 = REACTIVATE OPERATOR'
        DISPLAY '  4 = CHANGE AUTHORITIES'
        DISPLAY '  5 = LIST OPERATORS'
        DISPLAY '  6 = RESET PASSWORD'
        DISPLAY '  7 = UNLOCK OPERATOR'
        DISPLAY '  8 = APPLY RECERTIFICATION REVOCATIONS'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
                PERFORM 300-CHANGE-AUTH-RTN
            WHEN 5
                PERFORM 400-LIST-RTN
            WHEN 6
                PERFORM 600-RESET-PASSWORD-RTN
            WHEN 7
                PERFORM 700-UNLOCK-RTN
            WHEN 8
                PERFORM 750-APPLY-RECERT-RTN
            WHEN 0
                MOVE 'Y' TO WS-DONE
            WHEN OTHER
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocRecertResponse.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESPONSE
        MOVE 'AocAccessJournal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ACCESS-JOURNAL
        MOVE 'AocOperMasterWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-WORK
                DISPLAY 'ENTER OPERATOR NAME: '
                ACCEPT WS-IN-NAME FROM CONSOLE
                PERFORM 120-GET-AUTHORITIES-RTN
                PERFORM 130-GET-PASSWORD-RTN
                IF WS-PWD-OK = 'Y'
                    PERFORM 140-GET-EXPIRY-RTN
                END-IF
            END-IF
            IF WS-DUPLICATE NOT EQUAL 'Y' AND WS-PWD-OK = 'Y'
                AND WS-EXPIRY-OK = 'Y'
                IF WS-EXPIRY-GIVEN NOT EQUAL 'Y'
                    MOVE 90 TO WS-IN-EXPIRY-DAYS
                END-IF
                MOVE 'OPERATOR-FILE' TO WS-FILE-ID
                OPEN EXTEND OPERATOR-FILE
                IF WS-FILE-STATUS = '35'
                MOVE WS-IN-AUTH(2:1) TO OPR-AUTH-CLOSE
                MOVE WS-IN-AUTH(3:1) TO OPR-AUTH-PURGE
                MOVE WS-IN-AUTH(4:1) TO OPR-AUTH-SECURITY
                MOVE WS-IN-AUTH(5:1) TO OPR-AUTH-APPROVE
                MOVE WS-IN-HASH TO OPR-PWD-HASH
                MOVE WS-IN-EXPIRY-DAYS TO OPR-PWD-EXPIRY-DAYS
                PERFORM 150-SET-PWD-CHANGED-RTN
                MOVE 0 TO OPR-FAIL-COUNT
                WRITE OPERATOR-REC
                CLOSE OPERATOR-FILE
                DISPLAY '  OPERATOR ' WS-IN-ID ' ADDED.'
                MOVE 'OPERATOR ADDED' TO WS-SEC-EVENT
                PERFORM 500-LOG-CHANGE-RTN
            END-IF
        END-IF.
        END-IF.

    120-GET-AUTHORITIES-RTN.
        DISPLAY 'ENTER AUTHORITIES AS FIVE Y/N FLAGS IN ORDER'
        DISPLAY 'CORRECT CLOSE PURGE SECURITY APPROVE (FOR EXAMPLE '
            'YYNNN): '
        ACCEPT WS-IN-AUTH FROM CONSOLE
        IF WS-IN-AUTH = SPACES
            MOVE 'NNNNN' TO WS-IN-AUTH
        END-IF
        INSPECT WS-IN-AUTH REPLACING ALL ' ' BY 'N'.

    130-GET-PASSWORD-RTN.
        MOVE 'N' TO WS-PWD-OK
        DISPLAY 'ENTER PASSWORD TO ISSUE (6 TO 16 CHARACTERS): '
        ACCEPT WS-IN-PWD FROM CONSOLE
        MOVE 0 TO WS-IN-PWD-LEN
        IF WS-IN-PWD NOT EQUAL SPACES
            COMPUTE WS-IN-PWD-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-IN-PWD))
        END-IF
        IF WS-IN-PWD-LEN < 6
            DISPLAY '** PASSWORD MUST BE AT LEAST 6 CHARACTERS - '
                'NOTHING CHANGED'
        ELSE
            MOVE WS-IN-ID TO WS-SIGNON-HASH-ID
            MOVE WS-IN-PWD TO WS-SIGNON-HASH-PWD
            PERFORM 847-HASH-PASSWORD-RTN
            MOVE WS-SIGNON-HASH TO WS-IN-HASH
            MOVE 'Y' TO WS-PWD-OK
        END-IF
        MOVE SPACES TO WS-IN-PWD.

    140-GET-EXPIRY-RTN.
        MOVE 'N' TO WS-EXPIRY-GIVEN
        MOVE 'Y' TO WS-EXPIRY-OK
        DISPLAY 'ENTER PASSWORD EXPIRY IN DAYS (0 = NEVER, FOR BATCH '
            'IDS ONLY)'
        DISPLAY 'OR BLANK (90 FOR A NEW OPERATOR, UNCHANGED ON A '
            'RESET): '
        ACCEPT WS-IN-EXPIRY FROM CONSOLE
        IF WS-IN-EXPIRY NOT EQUAL SPACES
            COMPUTE WS-IN-EXPIRY-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-IN-EXPIRY))
            MOVE FUNCTION TRIM(WS-IN-EXPIRY) TO WS-IN-EXPIRY
            IF WS-IN-EXPIRY(1:WS-IN-EXPIRY-LEN) NUMERIC
                MOVE FUNCTION NUMVAL(WS-IN-EXPIRY(1:WS-IN-EXPIRY-LEN))
                    TO WS-IN-EXPIRY-DAYS
                MOVE 'Y' TO WS-EXPIRY-GIVEN
            ELSE
                DISPLAY '** EXPIRY MUST BE 0 TO 999 DAYS - NOTHING '
                    'CHANGED'
                MOVE 'N' TO WS-EXPIRY-OK
            END-IF
        END-IF.

    150-SET-PWD-CHANGED-RTN.
        IF OPR-PWD-EXPIRY-DAYS = 0
            MOVE WS-SIGNON-TODAY TO OPR-PWD-CHANGED
        ELSE
            MOVE 0 TO OPR-PWD-CHANGED
        END-IF.

    200-CHANGE-STATUS-RTN.
        DISPLAY 'ENTER OPERATOR ID: '
        ACCEPT WS-IN-ID FROM CONSOLE
                NOT AT END
                    IF OPR-ID = WS-IN-ID
                        MOVE WS-NEW-STATUS TO OPR-STATUS
                        IF WS-NEW-STATUS = 'A'
                            MOVE 0 TO OPR-FAIL-COUNT
                        END-IF
                        MOVE 'Y' TO WS-UPDATED
                    END-IF
                    MOVE OPERATOR-REC TO WORK-REC
                PERFORM 250-COPY-BACK-RTN
                DISPLAY '  OPERATOR ' WS-IN-ID ' MARKED '
                    WS-NEW-STATUS
                IF WS-NEW-STATUS = 'A'
                    MOVE 'OPERATOR REACTIVATED' TO WS-SEC-EVENT
                ELSE
                    MOVE 'OPERATOR DEACTIVATED' TO WS-SEC-EVENT
                END-IF
                PERFORM 500-LOG-CHANGE-RTN
            ELSE
                DISPLAY '  ** OPERATOR ' WS-IN-ID ' NOT FOUND'
                        MOVE WS-IN-AUTH(2:1) TO OPR-AUTH-CLOSE
                        MOVE WS-IN-AUTH(3:1) TO OPR-AUTH-PURGE
                        MOVE WS-IN-AUTH(4:1) TO OPR-AUTH-SECURITY
                        MOVE WS-IN-AUTH(5:1) TO OPR-AUTH-APPROVE
                        MOVE 'Y' TO WS-UPDATED
                    END-IF
                    MOVE OPERATOR-REC TO WORK-REC
            IF WS-UPDATED = 'Y'
                PERFORM 250-COPY-BACK-RTN
                DISPLAY '  AUTHORITIES UPDATED FOR ' WS-IN-ID
                MOVE 'AUTHORITIES CHANGED' TO WS-SEC-EVENT
                PERFORM 500-LOG-CHANGE-RTN
            ELSE
                DISPLAY '  ** OPERATOR ' WS-IN-ID ' NOT FOUND'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  ID       NAME                           ST '
                'C K P S A  FL EXP'
            PERFORM UNTIL WS-EOF = 'Y'
                READ OPERATOR-FILE
                AT END MOVE 'Y' TO WS-EOF
                    DISPLAY '  ' OPR-ID ' ' OPR-NAME ' '
                        OPR-STATUS '  ' OPR-AUTH-CORRECT ' '
                        OPR-AUTH-CLOSE ' ' OPR-AUTH-PURGE ' '
                        OPR-AUTH-SECURITY ' ' OPR-AUTH-APPROVE '  '
                        OPR-FAIL-COUNT ' ' OPR-PWD-EXPIRY-DAYS
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' - OPERATOR ' DELIMITED BY SIZE
            WS-IN-ID DELIMITED BY SIZE
            ' - ' DELIMITED BY SIZE
            WS-SEC-EVENT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE SPACES TO SECURITY-LOG-REC
        MOVE WS-IN-ID TO SEC-OPERATOR-ID
        MOVE WS-OPERATOR-ID TO SEC-BY-OPERATOR
        MOVE WS-SIGNON-FUNC TO SEC-FUNCTION
        MOVE 'S' TO SEC-RESULT
        MOVE WS-SEC-EVENT TO SEC-EVENT
        PERFORM 846-WRITE-SECURITY-EVENT-RTN.

    600-RESET-PASSWORD-RTN.
        DISPLAY 'ENTER OPERATOR ID: '
        ACCEPT WS-IN-ID FROM CONSOLE
        PERFORM 110-CHECK-DUPLICATE-RTN
        IF WS-DUPLICATE NOT EQUAL 'Y'
            DISPLAY '  ** OPERATOR ' WS-IN-ID ' NOT FOUND'
        ELSE
            PERFORM 130-GET-PASSWORD-RTN
            IF WS-PWD-OK = 'Y'
                PERFORM 140-GET-EXPIRY-RTN
            END-IF
        END-IF
        IF WS-DUPLICATE = 'Y' AND WS-PWD-OK = 'Y'
            AND WS-EXPIRY-OK = 'Y'
            MOVE 'N' TO WS-UPDATED
            MOVE 'N' TO WS-WAS-LOCKED
            MOVE 'N' TO WS-FIRST-ISSUE
            MOVE SPACES TO WS-EOF
            MOVE 'OPERATOR-FILE' TO WS-FILE-ID
            OPEN INPUT OPERATOR-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ OPERATOR-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF OPR-ID = WS-IN-ID
                        IF OPR-PWD-HASH NOT NUMERIC
                            OR OPR-PWD-HASH = 0
                            MOVE 'Y' TO WS-FIRST-ISSUE
                        END-IF
                        MOVE WS-IN-HASH TO OPR-PWD-HASH
                        IF WS-EXPIRY-GIVEN = 'Y'
                            MOVE WS-IN-EXPIRY-DAYS
                                TO OPR-PWD-EXPIRY-DAYS
                        END-IF
                        IF OPR-PWD-EXPIRY-DAYS NOT NUMERIC
                            MOVE 90 TO OPR-PWD-EXPIRY-DAYS
                        END-IF
                        PERFORM 150-SET-PWD-CHANGED-RTN
                        IF WS-FIRST-ISSUE = 'Y'
                            MOVE 0 TO OPR-PWD-CHANGED
                        END-IF
                        MOVE 0 TO OPR-FAIL-COUNT
                        IF OPR-STATUS-LOCKED
                            MOVE 'A' TO OPR-STATUS
                            MOVE 'Y' TO WS-WAS-LOCKED
                        END-IF
                        MOVE 'Y' TO WS-UPDATED
                    END-IF
                    MOVE OPERATOR-REC TO WORK-REC
                    WRITE WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE OPERATOR-FILE
            CLOSE WORK-FILE
            PERFORM 250-COPY-BACK-RTN
            EVALUATE TRUE
                WHEN WS-FIRST-ISSUE = 'Y'
                    DISPLAY '  INITIAL PASSWORD ISSUED FOR ' WS-IN-ID
                        ' - MUST BE CHANGED AT FIRST SIGN-ON'
                    MOVE 'INITIAL PASSWORD ISSUED' TO WS-SEC-EVENT
                WHEN WS-WAS-LOCKED = 'Y'
                    DISPLAY '  PASSWORD RESET FOR ' WS-IN-ID
                    DISPLAY '  OPERATOR ' WS-IN-ID ' UNLOCKED'
                    MOVE 'PASSWORD RESET AND UNLOCKED' TO WS-SEC-EVENT
                WHEN OTHER
                    DISPLAY '  PASSWORD RESET FOR ' WS-IN-ID
                    MOVE 'PASSWORD RESET' TO WS-SEC-EVENT
            END-EVALUATE
            PERFORM 500-LOG-CHANGE-RTN
        END-IF.

    700-UNLOCK-RTN.
        DISPLAY 'ENTER OPERATOR ID: '
        ACCEPT WS-IN-ID FROM CONSOLE
        MOVE 'N' TO WS-UPDATED
        MOVE 'N' TO WS-FOUND
        MOVE SPACES TO WS-EOF
        MOVE 'OPERATOR-FILE' TO WS-FILE-ID
        OPEN INPUT OPERATOR-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO OPERATOR MASTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ OPERATOR-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF OPR-ID = WS-IN-ID
                        MOVE 'Y' TO WS-FOUND
                        MOVE OPR-STATUS TO WS-NEW-STATUS
                        IF OPR-STATUS-LOCKED
                            MOVE 'A' TO OPR-STATUS
                            MOVE 0 TO OPR-FAIL-COUNT
                            MOVE 'Y' TO WS-UPDATED
                        END-IF
                    END-IF
                    MOVE OPERATOR-REC TO WORK-REC
                    WRITE WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE OPERATOR-FILE
            CLOSE WORK-FILE
            EVALUATE TRUE
                WHEN WS-UPDATED = 'Y'
                    PERFORM 250-COPY-BACK-RTN
                    DISPLAY '  OPERATOR ' WS-IN-ID ' UNLOCKED'
                    MOVE 'OPERATOR UNLOCKED' TO WS-SEC-EVENT
                    PERFORM 500-LOG-CHANGE-RTN
                WHEN WS-FOUND = 'Y'
                    DISPLAY '  ** OPERATOR ' WS-IN-ID ' IS NOT LOCKED '
                        'OUT (STATUS ' WS-NEW-STATUS ')'
                WHEN OTHER
                    DISPLAY '  ** OPERATOR ' WS-IN-ID ' NOT FOUND'
            END-EVALUATE
        END-IF.

    750-APPLY-RECERT-RTN.
        DISPLAY 'ENTER RECERTIFICATION QUARTER (FOR EXAMPLE 2024Q4): '
        ACCEPT WS-IN-QUARTER FROM CONSOLE
        MOVE 0 TO WS-RESP-COUNT
        MOVE 0 TO WS-RV-PENDING
        MOVE 0 TO WS-RV-APPLIED
        MOVE 0 TO WS-RV-ALREADY
        MOVE 0 TO WS-RV-NOT-FOUND
        MOVE 'N' TO WS-RV-OVERFLOW
        MOVE SPACES TO WS-EOF
        MOVE 'RESPONSE-FILE' TO WS-FILE-ID
        OPEN INPUT RESPONSE-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO RECERTIFICATION RESPONSE FILE ON FILE - RUN '
                'ACCESS-RECERT FIRST'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ RESPONSE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF WS-RESP-COUNT < 1000
                        ADD 1 TO WS-RESP-COUNT
                        MOVE RECERT-RESPONSE-REC
                            TO WS-RESP-ENTRY(WS-RESP-COUNT)
                        IF RCR-QUARTER = WS-IN-QUARTER AND RCR-REVOKE
                            AND NOT RCR-IS-APPLIED
                            ADD 1 TO WS-RV-PENDING
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-RV-OVERFLOW
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE RESPONSE-FILE
            EVALUATE TRUE
                WHEN WS-RV-OVERFLOW = 'Y'
                    DISPLAY '  ** RESPONSE FILE HOLDS MORE THAN 1000 '
                        'LINES - NOTHING APPLIED'
                WHEN WS-RV-PENDING = 0
                    DISPLAY '  NO UNAPPLIED REVOCATIONS FOR QUARTER '
                        WS-IN-QUARTER
                WHEN OTHER
                    PERFORM 760-REVOKE-AUTHORITIES-RTN
            END-EVALUATE
        END-IF.

    760-REVOKE-AUTHORITIES-RTN.
        MOVE 'N' TO WS-UPDATED
        MOVE SPACES TO WS-EOF
        MOVE 'OPERATOR-FILE' TO WS-FILE-ID
        OPEN INPUT OPERATOR-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO OPERATOR MASTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ OPERATOR-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM VARYING WS-RX FROM 1 BY 1
                        UNTIL WS-RX > WS-RESP-COUNT
                        PERFORM 770-APPLY-ONE-RTN
                    END-PERFORM
                    MOVE OPERATOR-REC TO WORK-REC
                    WRITE WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE OPERATOR-FILE
            CLOSE WORK-FILE
            IF WS-UPDATED = 'Y'
                PERFORM 250-COPY-BACK-RTN
            END-IF
            PERFORM 790-REWRITE-RESPONSES-RTN
            COMPUTE WS-RV-NOT-FOUND =
                WS-RV-PENDING - WS-RV-APPLIED - WS-RV-ALREADY
            DISPLAY '  RECERTIFICATION ' WS-IN-QUARTER ' - REVOKED: '
                WS-RV-APPLIED ' ALREADY REMOVED: ' WS-RV-ALREADY
                ' OPERATOR NOT ON FILE: ' WS-RV-NOT-FOUND
        END-IF.

    770-APPLY-ONE-RTN.
        MOVE WS-RESP-ENTRY(WS-RX) TO RECERT-RESPONSE-REC
        IF RCR-QUARTER = WS-IN-QUARTER AND RCR-REVOKE
            AND NOT RCR-IS-APPLIED AND RCR-OPERATOR = OPR-ID
            MOVE 'Y' TO WS-RV-MATCHED
            EVALUATE RCR-AUTH
                WHEN 'C'
                    MOVE OPR-AUTH-CORRECT TO WS-RV-AUTH-BYTE
                    MOVE 'N' TO OPR-AUTH-CORRECT
                WHEN 'K'
                    MOVE OPR-AUTH-CLOSE TO WS-RV-AUTH-BYTE
                    MOVE 'N' TO OPR-AUTH-CLOSE
                WHEN 'P'
                    MOVE OPR-AUTH-PURGE TO WS-RV-AUTH-BYTE
                    MOVE 'N' TO OPR-AUTH-PURGE
                WHEN 'S'
                    MOVE OPR-AUTH-SECURITY TO WS-RV-AUTH-BYTE
                    MOVE 'N' TO OPR-AUTH-SECURITY
                WHEN 'A'
                    MOVE OPR-AUTH-APPROVE TO WS-RV-AUTH-BYTE
                    MOVE 'N' TO OPR-AUTH-APPROVE
                WHEN OTHER
                    MOVE 'N' TO WS-RV-MATCHED
                    DISPLAY '  ** UNKNOWN AUTHORITY ' RCR-AUTH ' FOR '
                        RCR-OPERATOR ' - LINE SKIPPED'
            END-EVALUATE
            IF WS-RV-MATCHED = 'Y'
                MOVE 'Y' TO RCR-APPLIED
                MOVE RECERT-RESPONSE-REC TO WS-RESP-ENTRY(WS-RX)
                IF WS-RV-AUTH-BYTE = 'Y'
                    MOVE 'Y' TO WS-UPDATED
                    ADD 1 TO WS-RV-APPLIED
                    PERFORM 780-WRITE-ACCESS-JOURNAL-RTN
                    MOVE OPR-ID TO WS-IN-ID
                    MOVE SPACES TO WS-SEC-EVENT
                    STRING 'AUTH ' DELIMITED BY SIZE
                        RCR-AUTH DELIMITED BY SIZE
                        ' REVOKED BY RECERT' DELIMITED BY SIZE
                        INTO WS-SEC-EVENT
                    PERFORM 500-LOG-CHANGE-RTN
                    DISPLAY '  AUTHORITY ' RCR-AUTH ' REVOKED FROM '
                        OPR-ID
                ELSE
                    ADD 1 TO WS-RV-ALREADY
                END-IF
            END-IF
        END-IF.

    780-WRITE-ACCESS-JOURNAL-RTN.
        MOVE 'ACCESS-JOURNAL-FILE' TO WS-FILE-ID
        OPEN EXTEND ACCESS-JOURNAL-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT ACCESS-JOURNAL-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE FUNCTION CURRENT-DATE TO WS-JRN-TS
        MOVE SPACES TO ACCESS-JOURNAL-REC
        STRING WS-JRN-TS(1:8) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            WS-JRN-TS(9:6) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' REVOKE ' DELIMITED BY SIZE
            OPR-ID DELIMITED BY SIZE
            ' AUTH ' DELIMITED BY SIZE
            RCR-AUTH DELIMITED BY SIZE
            ' QUARTER ' DELIMITED BY SIZE
            RCR-QUARTER DELIMITED BY SIZE
            ' REVIEWER ' DELIMITED BY SIZE
            RCR-REVIEWER DELIMITED BY SIZE
            ' BEFORE: ' DELIMITED BY SIZE
            WS-RV-AUTH-BYTE DELIMITED BY SIZE
            ' AFTER: N' DELIMITED BY SIZE
            INTO ACCESS-JOURNAL-REC
        WRITE ACCESS-JOURNAL-REC
        CLOSE ACCESS-JOURNAL-FILE.

    790-REWRITE-RESPONSES-RTN.
        MOVE 'RESPONSE-FILE' TO WS-FILE-ID
        OPEN OUTPUT RESPONSE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RESP-COUNT
            MOVE WS-RESP-ENTRY(WS-RX) TO RECERT-RESPONSE-REC
            WRITE RECERT-RESPONSE-REC
        END-PERFORM
        CLOSE RESPONSE-FILE.

    920-ABEND-RTN.
        CLOSE OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE WORK-FILE
            RESPONSE-FILE ACCESS-JOURNAL-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
