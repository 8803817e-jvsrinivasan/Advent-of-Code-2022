    860-CHECK-SIGNOFF-RTN.
        MOVE ' ' TO WS-SGN-STATE
        MOVE 0 TO WS-SGN-BIZ-DATE
        MOVE SPACES TO WS-SGN-BY
        MOVE 0 TO WS-SGN-DATE
        MOVE 0 TO WS-SGN-TIME
        MOVE SPACES TO WS-SGN-REASON
        MOVE 'SIGNOFF-FILE' TO WS-FILE-ID
        OPEN INPUT SIGNOFF-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-SGN-EOF
            PERFORM UNTIL WS-SGN-EOF = 'Y'
                READ SIGNOFF-FILE
                AT END MOVE 'Y' TO WS-SGN-EOF
                NOT AT END
                    IF SGN-CYCLE NUMERIC
                        AND SGN-CYCLE = WS-SGN-REQ-CYCLE
                        MOVE SGN-STATUS TO WS-SGN-STATE
                        MOVE SGN-BIZ-DATE TO WS-SGN-BIZ-DATE
                        MOVE SGN-OPERATOR TO WS-SGN-BY
                        MOVE SGN-DATE TO WS-SGN-DATE
                        MOVE SGN-TIME TO WS-SGN-TIME
                        MOVE SGN-REASON TO WS-SGN-REASON
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SIGNOFF-FILE
        END-IF.
