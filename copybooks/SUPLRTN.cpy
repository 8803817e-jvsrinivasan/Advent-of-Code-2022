    883-GET-SUPPLEMENTAL-RTN.
        MOVE 'N' TO WS-SUPL-ACTIVE
        MOVE 0 TO WS-SUPL-BIZ-DATE
        MOVE 0 TO WS-SUPL-BASE-CYCLE
        MOVE SPACES TO WS-SUPL-FEED
        MOVE SPACES TO WS-SUPL-SITE
        MOVE 'SUPPLEMENTAL-FILE' TO WS-FILE-ID
        OPEN INPUT SUPPLEMENTAL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-SUPL-EOF
            PERFORM UNTIL WS-SUPL-EOF = 'Y'
                READ SUPPLEMENTAL-FILE
                AT END MOVE 'Y' TO WS-SUPL-EOF
                NOT AT END
                    IF SUP-CYCLE NUMERIC
                        AND SUP-CYCLE = WS-CYCLE-NO
                        MOVE 'Y' TO WS-SUPL-ACTIVE
                        MOVE SUP-BIZ-DATE TO WS-SUPL-BIZ-DATE
                        MOVE SUP-BASE-CYCLE TO WS-SUPL-BASE-CYCLE
                        MOVE SUP-FEED TO WS-SUPL-FEED
                        MOVE SUP-SITE TO WS-SUPL-SITE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SUPPLEMENTAL-FILE
        END-IF.
