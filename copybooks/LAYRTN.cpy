    885-GET-LAYOUT-VERSION-RTN.
        MOVE SPACES TO WS-LAY-VERSION
        MOVE SPACES TO WS-LAY-EOF
        MOVE 'RECEIPT-FILE' TO WS-FILE-ID
        OPEN INPUT RECEIPT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-LAY-EOF = 'Y'
                READ RECEIPT-FILE
                AT END MOVE 'Y' TO WS-LAY-EOF
                NOT AT END
                    IF RCP-STATUS-ACCEPTED
                        AND RCP-FILE-NAME = WS-LAY-FEED
                        AND (RCP-SITE = WS-ENV-SITE
                            OR (RCP-SITE = SPACES
                                AND WS-ENV-SITE = WS-ENV-HOME-SITE))
                        MOVE RCP-LAYOUT-VER TO WS-LAY-VERSION
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE RECEIPT-FILE
        END-IF
        IF WS-LAY-VERSION = SPACES
            MOVE WS-LAY-CURRENT TO WS-LAY-VERSION
        END-IF
        EVALUATE TRUE
            WHEN WS-LAY-VERSION = WS-LAY-CURRENT
                MOVE 'Y' TO WS-LAY-SUPPORTED
                MOVE 'C' TO WS-LAY-USE
                STRING 'INPUT LAYOUT VERSION ' DELIMITED BY SIZE
                    WS-LAY-VERSION DELIMITED BY SIZE
                    ' (CURRENT) - ' DELIMITED BY SIZE
                    WS-LAY-FEED DELIMITED BY SPACE
                    INTO WS-LOG-MSG
            WHEN WS-LAY-VERSION = WS-LAY-PREVIOUS
                MOVE 'Y' TO WS-LAY-SUPPORTED
                MOVE 'P' TO WS-LAY-USE
                STRING 'INPUT LAYOUT VERSION ' DELIMITED BY SIZE
                    WS-LAY-VERSION DELIMITED BY SIZE
                    ' (PREVIOUS) - ' DELIMITED BY SIZE
                    WS-LAY-FEED DELIMITED BY SPACE
                    INTO WS-LOG-MSG
            WHEN OTHER
                MOVE 'N' TO WS-LAY-SUPPORTED
                MOVE 'E' TO WS-LOG-SEV
                DISPLAY '** INPUT LAYOUT VERSION ' WS-LAY-VERSION
                    ' IS NOT SUPPORTED FOR ' WS-LAY-FEED
                STRING 'INPUT LAYOUT VERSION ' DELIMITED BY SIZE
                    WS-LAY-VERSION DELIMITED BY SIZE
                    ' NOT SUPPORTED - ' DELIMITED BY SIZE
                    WS-LAY-FEED DELIMITED BY SPACE
                    INTO WS-LOG-MSG
        END-EVALUATE
        PERFORM 950-WRITE-LOG-RTN.
