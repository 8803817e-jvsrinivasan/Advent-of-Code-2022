    888-CHECK-SITE-RTN.
        MOVE 'N' TO WS-SITE-VALID
        MOVE SPACES TO WS-SITE-NAME
        IF WS-SITE-CHECK = SPACES OR WS-SITE-CHECK = WS-ENV-HOME-SITE
            MOVE WS-ENV-HOME-SITE TO WS-SITE-CHECK
            MOVE 'Y' TO WS-SITE-VALID
            MOVE 'HOME SITE' TO WS-SITE-NAME
        ELSE
            MOVE SPACES TO WS-SITE-EOF
            OPEN INPUT SITE-REG-FILE
            IF WS-FILE-STATUS = '35'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                IF WS-FILE-STATUS NOT EQUAL '00'
                    DISPLAY '** AocSites OPEN FAILED - STATUS '
                        WS-FILE-STATUS ' - SITE NOT CHECKED'
                    MOVE '00' TO WS-FILE-STATUS
                ELSE
                    PERFORM UNTIL WS-SITE-EOF = 'Y'
                        READ SITE-REG-FILE
                        AT END MOVE 'Y' TO WS-SITE-EOF
                        NOT AT END
                            IF SITE-CODE = WS-SITE-CHECK
                                AND SITE-STATUS-ACTIVE
                                MOVE 'Y' TO WS-SITE-VALID
                                MOVE SITE-NAME TO WS-SITE-NAME
                                MOVE 'Y' TO WS-SITE-EOF
                            END-IF
                        END-READ
                    END-PERFORM
                    CLOSE SITE-REG-FILE
                END-IF
            END-IF
        END-IF.

    889-LOAD-SITE-TABLE-RTN.
        MOVE 1 TO WS-SITE-COUNT
        MOVE WS-ENV-HOME-SITE TO WS-SITE-T-CODE(1)
        MOVE 'HOME SITE' TO WS-SITE-T-NAME(1)
        MOVE SPACES TO WS-SITE-EOF
        OPEN INPUT SITE-REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            IF WS-FILE-STATUS NOT EQUAL '00'
                DISPLAY '** AocSites OPEN FAILED - STATUS '
                    WS-FILE-STATUS ' - HOME SITE ONLY'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM UNTIL WS-SITE-EOF = 'Y'
                    READ SITE-REG-FILE
                    AT END MOVE 'Y' TO WS-SITE-EOF
                    NOT AT END
                        IF SITE-CODE = WS-ENV-HOME-SITE
                            MOVE SITE-NAME TO WS-SITE-T-NAME(1)
                        ELSE
                            IF SITE-STATUS-ACTIVE
                                AND SITE-CODE NOT EQUAL SPACES
                                IF WS-SITE-COUNT < 10
                                    ADD 1 TO WS-SITE-COUNT
                                    SET STX TO WS-SITE-COUNT
                                    MOVE SITE-CODE TO WS-SITE-T-CODE(STX)
                                    MOVE SITE-NAME TO WS-SITE-T-NAME(STX)
                                ELSE
                                    DISPLAY '** SITE TABLE FULL - SITE '
                                        SITE-CODE ' NOT LOADED'
                                END-IF
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE SITE-REG-FILE
            END-IF
        END-IF.
