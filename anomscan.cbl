                READ RESULT-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF RSLT-SITE = SPACES
                        OR RSLT-SITE = WS-ENV-HOME-SITE
                        PERFORM 110-STORE-RESULT-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
