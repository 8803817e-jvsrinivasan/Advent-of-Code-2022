    800-SIGN-ON-RTN.
        MOVE 'N' TO WS-SIGNON-OK
        MOVE 'N' TO WS-SIGNON-CHANGED
        MOVE 'N' TO WS-SIGNON-REWRITE
        MOVE SPACES TO WS-SIGNON-EVENT
        ACCEPT WS-SIGNON-TODAY FROM DATE YYYYMMDD
        PERFORM 801-GET-SIGNON-PARMS-RTN
        DISPLAY 'ENTER OPERATOR ID: '
        ACCEPT WS-OPERATOR-ID FROM CONSOLE
        IF WS-OPERATOR-ID = SPACES
            DISPLAY '** OPERATOR ID IS REQUIRED - SIGN-ON REFUSED'
            MOVE 'NO OPERATOR ID GIVEN' TO WS-SIGNON-EVENT
        ELSE
            PERFORM 802-READ-OPERATOR-RTN
            EVALUATE TRUE
                WHEN WS-SIGNON-FOUND NOT EQUAL 'Y'
                    DISPLAY '** OPERATOR ' WS-OPERATOR-ID
                        ' NOT ON SECURITY MASTER - SIGN-ON REFUSED'
                    MOVE 'NOT ON SECURITY MASTER' TO WS-SIGNON-EVENT
                WHEN WS-SIGNON-STATUS = 'L'
                    DISPLAY '** OPERATOR ' WS-OPERATOR-ID
                        ' IS LOCKED OUT AFTER FAILED PASSWORDS - '
                        'SIGN-ON REFUSED'
                    MOVE 'LOCKED OUT' TO WS-SIGNON-EVENT
                WHEN WS-SIGNON-STATUS NOT EQUAL 'A'
                    DISPLAY '** OPERATOR ' WS-OPERATOR-ID
                        ' IS NOT ACTIVE - SIGN-ON REFUSED'
                    MOVE 'NOT ACTIVE' TO WS-SIGNON-EVENT
                WHEN WS-SIGNON-PWD-HASH = 0
                    DISPLAY '** OPERATOR ' WS-OPERATOR-ID
                        ' HAS NO PASSWORD ISSUED - OBTAIN ONE FROM '
                        'SECURITY - SIGN-ON REFUSED'
                    MOVE 'NO PASSWORD ISSUED' TO WS-SIGNON-EVENT
                WHEN OTHER
                    PERFORM 803-CHECK-PASSWORD-RTN
            END-EVALUATE
            IF WS-SIGNON-REWRITE = 'Y'
                PERFORM 849-REWRITE-OPERATOR-RTN
            END-IF
        END-IF
        PERFORM 804-LOG-SIGNON-RTN.

    801-GET-SIGNON-PARMS-RTN.
        MOVE 'PARM-FILE' TO WS-FILE-ID
        OPEN INPUT PARM-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-SIGNON-PARM-EOF
            PERFORM UNTIL WS-SIGNON-PARM-EOF = 'Y'
                READ PARM-FILE
                AT END MOVE 'Y' TO WS-SIGNON-PARM-EOF
                NOT AT END
                    IF PARM-REC NOT EQUAL SPACES
                        AND PARM-REC(1:1) NOT EQUAL '*'
                        MOVE SPACES TO WS-SIGNON-PARM-KEY
                        MOVE SPACES TO WS-SIGNON-PARM-VAL
                        UNSTRING PARM-REC DELIMITED BY '='
                            INTO WS-SIGNON-PARM-KEY WS-SIGNON-PARM-VAL
                        IF WS-SIGNON-PARM-KEY = 'SEC-MAX-FAILURES'
                            AND WS-SIGNON-PARM-VAL NOT EQUAL SPACES
                            COMPUTE WS-SIGNON-PARM-LEN =
                                FUNCTION LENGTH(
                                FUNCTION TRIM(WS-SIGNON-PARM-VAL))
                            IF WS-SIGNON-PARM-LEN <= 2
                                AND WS-SIGNON-PARM-VAL(
                                    1:WS-SIGNON-PARM-LEN) NUMERIC
                                AND WS-SIGNON-PARM-VAL(
                                    1:WS-SIGNON-PARM-LEN) NOT = '0'
                                AND WS-SIGNON-PARM-VAL(
                                    1:WS-SIGNON-PARM-LEN) NOT = '00'
                                MOVE FUNCTION NUMVAL(WS-SIGNON-PARM-VAL(
                                    1:WS-SIGNON-PARM-LEN))
                                    TO WS-SIGNON-MAX-FAILS
                            END-IF
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE PARM-FILE
        END-IF.

    802-READ-OPERATOR-RTN.
        MOVE 'N' TO WS-SIGNON-FOUND
        MOVE ' ' TO WS-SIGNON-STATUS
        MOVE 'N' TO WS-SIGNON-AUTH
        MOVE 'N' TO WS-SIGNON-SEC-ISSUED
        MOVE 0 TO WS-SIGNON-PWD-HASH
        MOVE SPACES TO WS-SIGNON-EOF
        MOVE 'OPERATOR-FILE' TO WS-FILE-ID
        OPEN INPUT OPERATOR-FILE
                READ OPERATOR-FILE
                AT END MOVE 'Y' TO WS-SIGNON-EOF
                NOT AT END
                    IF OPR-AUTH-SECURITY = 'Y'
                        AND OPR-PWD-HASH NUMERIC AND OPR-PWD-HASH > 0
                        MOVE 'Y' TO WS-SIGNON-SEC-ISSUED
                    END-IF
                    IF OPR-ID = WS-OPERATOR-ID
                        MOVE 'Y' TO WS-SIGNON-FOUND
                        MOVE OPR-NAME TO WS-SIGNON-NAME
                            WHEN WS-SIGNON-FUNC-SECURITY
                                MOVE OPR-AUTH-SECURITY
                                    TO WS-SIGNON-AUTH
                            WHEN WS-SIGNON-FUNC-APPROVE
                                MOVE OPR-AUTH-APPROVE
                                    TO WS-SIGNON-AUTH
                            WHEN OTHER
                                MOVE 'Y' TO WS-SIGNON-AUTH
                        END-EVALUATE
                        PERFORM 845-LOAD-PASSWORD-FIELDS-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            CLOSE OPERATOR-FILE
        END-IF.

    803-CHECK-PASSWORD-RTN.
        DISPLAY 'ENTER PASSWORD: '
        ACCEPT WS-SIGNON-PASSWORD FROM CONSOLE
        MOVE WS-OPERATOR-ID TO WS-SIGNON-HASH-ID
        MOVE WS-SIGNON-PASSWORD TO WS-SIGNON-HASH-PWD
        PERFORM 847-HASH-PASSWORD-RTN
        MOVE SPACES TO WS-SIGNON-PASSWORD
        IF WS-SIGNON-HASH NOT EQUAL WS-SIGNON-PWD-HASH
            ADD 1 TO WS-SIGNON-FAILS
            MOVE 'Y' TO WS-SIGNON-REWRITE
            IF WS-SIGNON-FAILS >= WS-SIGNON-MAX-FAILS
                MOVE 'L' TO WS-SIGNON-STATUS
                DISPLAY '** INVALID PASSWORD - OPERATOR '
                    WS-OPERATOR-ID ' IS NOW LOCKED OUT AFTER '
                    WS-SIGNON-FAILS ' FAILED ATTEMPTS'
                MOVE 'INVALID PASSWORD - LOCKED OUT' TO WS-SIGNON-EVENT
            ELSE
                DISPLAY '** INVALID PASSWORD - SIGN-ON REFUSED '
                    '(ATTEMPT ' WS-SIGNON-FAILS ' OF '
                    WS-SIGNON-MAX-FAILS ')'
                MOVE 'INVALID PASSWORD' TO WS-SIGNON-EVENT
            END-IF
        ELSE
            IF WS-SIGNON-FAILS > 0
                MOVE 0 TO WS-SIGNON-FAILS
                MOVE 'Y' TO WS-SIGNON-REWRITE
            END-IF
            MOVE 'N' TO WS-SIGNON-MUST-CHANGE
            IF WS-SIGNON-PWD-CHANGED = 0
                MOVE 'Y' TO WS-SIGNON-MUST-CHANGE
                DISPLAY 'PASSWORD WAS ISSUED OR RESET AND MUST BE '
                    'CHANGED NOW'
            ELSE
                IF WS-SIGNON-EXPIRY-DAYS > 0
                    COMPUTE WS-SIGNON-AGE =
                        FUNCTION INTEGER-OF-DATE(WS-SIGNON-TODAY)
                        - FUNCTION INTEGER-OF-DATE(
                            WS-SIGNON-PWD-CHANGED)
                    IF WS-SIGNON-AGE >= WS-SIGNON-EXPIRY-DAYS
                        MOVE 'Y' TO WS-SIGNON-MUST-CHANGE
                        DISPLAY 'PASSWORD HAS EXPIRED (CHANGED '
                            WS-SIGNON-PWD-CHANGED ') AND MUST BE '
                            'CHANGED NOW'
                    END-IF
                END-IF
            END-IF
            IF WS-SIGNON-MUST-CHANGE = 'Y'
                PERFORM 848-CHANGE-PASSWORD-RTN
            END-IF
            EVALUATE TRUE
                WHEN WS-SIGNON-MUST-CHANGE = 'Y'
                    AND WS-SIGNON-CHANGED NOT EQUAL 'Y'
                    DISPLAY '** PASSWORD NOT CHANGED - SIGN-ON REFUSED'
                    MOVE 'PASSWORD CHANGE NOT COMPLETED'
                        TO WS-SIGNON-EVENT
                WHEN WS-SIGNON-AUTH NOT EQUAL 'Y'
                    DISPLAY '** OPERATOR ' WS-OPERATOR-ID
                        ' LACKS AUTHORITY FOR THIS FUNCTION - '
                        'SIGN-ON REFUSED'
                    MOVE 'NO AUTHORITY FOR FUNCTION' TO WS-SIGNON-EVENT
                WHEN OTHER
                    MOVE 'Y' TO WS-SIGNON-OK
                    DISPLAY 'SIGNED ON: ' WS-OPERATOR-ID ' '
                        WS-SIGNON-NAME
                    IF WS-SIGNON-CHANGED = 'Y'
                        MOVE 'SIGNED ON - PASSWORD CHANGED'
                            TO WS-SIGNON-EVENT
                    ELSE
                        MOVE 'SIGNED ON' TO WS-SIGNON-EVENT
                    END-IF
            END-EVALUATE
        END-IF.

    804-LOG-SIGNON-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
                WS-OPERATOR-ID DELIMITED BY SIZE
                ' FUNCTION ' DELIMITED BY SIZE
                WS-SIGNON-FUNC DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                WS-SIGNON-EVENT DELIMITED BY SIZE
                INTO WS-LOG-MSG
        END-IF
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE SPACES TO SECURITY-LOG-REC
        MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
        MOVE WS-OPERATOR-ID TO SEC-BY-OPERATOR
        MOVE WS-SIGNON-FUNC TO SEC-FUNCTION
        IF WS-SIGNON-OK = 'Y'
            MOVE 'S' TO SEC-RESULT
        ELSE
            MOVE 'F' TO SEC-RESULT
        END-IF
        MOVE WS-SIGNON-EVENT TO SEC-EVENT
        PERFORM 846-WRITE-SECURITY-EVENT-RTN.

    845-LOAD-PASSWORD-FIELDS-RTN.
        IF OPR-PWD-HASH NUMERIC AND OPR-PWD-HASH > 0
            MOVE OPR-PWD-HASH TO WS-SIGNON-PWD-HASH
            IF OPR-PWD-CHANGED NUMERIC
                MOVE OPR-PWD-CHANGED TO WS-SIGNON-PWD-CHANGED
            ELSE
                MOVE 0 TO WS-SIGNON-PWD-CHANGED
            END-IF
        ELSE
            MOVE 0 TO WS-SIGNON-PWD-HASH
            MOVE 0 TO WS-SIGNON-PWD-CHANGED
        END-IF
        IF OPR-PWD-EXPIRY-DAYS NUMERIC
            MOVE OPR-PWD-EXPIRY-DAYS TO WS-SIGNON-EXPIRY-DAYS
        ELSE
            MOVE 90 TO WS-SIGNON-EXPIRY-DAYS
        END-IF
        IF OPR-FAIL-COUNT NUMERIC
            MOVE OPR-FAIL-COUNT TO WS-SIGNON-FAILS
        ELSE
            MOVE 0 TO WS-SIGNON-FAILS
        END-IF.

    846-WRITE-SECURITY-EVENT-RTN.
        ACCEPT WS-SIGNON-TODAY FROM DATE YYYYMMDD
        ACCEPT WS-SIGNON-TIME FROM TIME
        MOVE WS-SIGNON-TODAY TO SEC-DATE
        MOVE WS-SIGNON-TIME(1:6) TO SEC-TIME
        MOVE WS-LOG-PGM TO SEC-PROGRAM
        MOVE 'SECURITY-LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND SECURITY-LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT SECURITY-LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        WRITE SECURITY-LOG-REC
        CLOSE SECURITY-LOG-FILE.

    847-HASH-PASSWORD-RTN.
        MOVE 7 TO WS-SIGNON-HASH
        PERFORM VARYING WS-SIGNON-HX FROM 1 BY 1
            UNTIL WS-SIGNON-HX > 24
            COMPUTE WS-SIGNON-HASH-WORK = WS-SIGNON-HASH * 131
                + FUNCTION ORD(WS-SIGNON-HASH-TEXT(WS-SIGNON-HX:1))
            COMPUTE WS-SIGNON-HASH =
                FUNCTION MOD(WS-SIGNON-HASH-WORK, 9999999967)
        END-PERFORM
        IF WS-SIGNON-HASH = 0
            MOVE 1 TO WS-SIGNON-HASH
        END-IF
        MOVE SPACES TO WS-SIGNON-HASH-PWD.

    848-CHANGE-PASSWORD-RTN.
        MOVE 'N' TO WS-SIGNON-CHANGED
        DISPLAY 'ENTER NEW PASSWORD (6 TO 16 CHARACTERS): '
        ACCEPT WS-SIGNON-NEW-PWD FROM CONSOLE
        DISPLAY 'ENTER NEW PASSWORD AGAIN: '
        ACCEPT WS-SIGNON-CONFIRM FROM CONSOLE
        MOVE 0 TO WS-SIGNON-PWD-LEN
        IF WS-SIGNON-NEW-PWD NOT EQUAL SPACES
            COMPUTE WS-SIGNON-PWD-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-SIGNON-NEW-PWD))
        END-IF
        MOVE WS-OPERATOR-ID TO WS-SIGNON-HASH-ID
        MOVE WS-SIGNON-NEW-PWD TO WS-SIGNON-HASH-PWD
        PERFORM 847-HASH-PASSWORD-RTN
        EVALUATE TRUE
            WHEN WS-SIGNON-PWD-LEN < 6
                DISPLAY '** NEW PASSWORD MUST BE AT LEAST 6 CHARACTERS'
            WHEN WS-SIGNON-NEW-PWD NOT EQUAL WS-SIGNON-CONFIRM
                DISPLAY '** NEW PASSWORD ENTRIES DO NOT MATCH'
            WHEN WS-SIGNON-HASH = WS-SIGNON-PWD-HASH
                DISPLAY '** NEW PASSWORD MUST DIFFER FROM THE OLD ONE'
            WHEN OTHER
                MOVE WS-SIGNON-HASH TO WS-SIGNON-PWD-HASH
                MOVE WS-SIGNON-TODAY TO WS-SIGNON-PWD-CHANGED
                MOVE 'Y' TO WS-SIGNON-CHANGED
                MOVE 'Y' TO WS-SIGNON-REWRITE
                DISPLAY '  PASSWORD CHANGED'
        END-EVALUATE
        MOVE SPACES TO WS-SIGNON-NEW-PWD
        MOVE SPACES TO WS-SIGNON-CONFIRM.

    849-REWRITE-OPERATOR-RTN.
        MOVE 0 TO WS-SIGNON-OPER-COUNT
        MOVE 'N' TO WS-SIGNON-OVERFLOW
        MOVE SPACES TO WS-SIGNON-EOF
        MOVE 'OPERATOR-FILE' TO WS-FILE-ID
        OPEN INPUT OPERATOR-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-SIGNON-EOF = 'Y'
            READ OPERATOR-FILE
            AT END MOVE 'Y' TO WS-SIGNON-EOF
            NOT AT END
                IF OPR-ID = WS-OPERATOR-ID
                    MOVE WS-SIGNON-STATUS TO OPR-STATUS
                    MOVE WS-SIGNON-PWD-HASH TO OPR-PWD-HASH
                    MOVE WS-SIGNON-PWD-CHANGED TO OPR-PWD-CHANGED
                    MOVE WS-SIGNON-EXPIRY-DAYS TO OPR-PWD-EXPIRY-DAYS
                    MOVE WS-SIGNON-FAILS TO OPR-FAIL-COUNT
                END-IF
                IF WS-SIGNON-OPER-COUNT < 500
                    ADD 1 TO WS-SIGNON-OPER-COUNT
                    MOVE OPERATOR-REC
                        TO WS-SIGNON-OPER-ENTRY(WS-SIGNON-OPER-COUNT)
                ELSE
                    MOVE 'Y' TO WS-SIGNON-OVERFLOW
                END-IF
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE OPERATOR-FILE
        IF WS-SIGNON-OVERFLOW = 'Y'
            DISPLAY '** OPERATOR MASTER HOLDS MORE THAN 500 ENTRIES - '
                'SIGN-ON COUNTERS NOT SAVED'
        ELSE
            OPEN OUTPUT OPERATOR-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM VARYING WS-SIGNON-OX FROM 1 BY 1
                UNTIL WS-SIGNON-OX > WS-SIGNON-OPER-COUNT
                MOVE WS-SIGNON-OPER-ENTRY(WS-SIGNON-OX) TO OPERATOR-REC
                WRITE OPERATOR-REC
            END-PERFORM
            CLOSE OPERATOR-FILE
        END-IF.
