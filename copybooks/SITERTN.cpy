    887-GET-SITE-RTN.
        MOVE WS-ENV-HOME-SITE TO WS-ENV-SITE
        MOVE 'HOME SITE' TO WS-SITE-NAME
        OPEN INPUT SITE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            IF WS-FILE-STATUS NOT EQUAL '00'
                DISPLAY '** AocSite OPEN FAILED - STATUS '
                    WS-FILE-STATUS ' - HOME SITE ASSUMED'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                READ SITE-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SITE-CTL-REC TO WS-SITE-X
                        IF WS-SITE-X(1:2) NOT EQUAL SPACES
                            MOVE WS-SITE-X(1:2) TO WS-ENV-SITE
                            MOVE WS-SITE-X(3:30) TO WS-SITE-NAME
                        END-IF
                END-READ
                CLOSE SITE-FILE
            END-IF
        END-IF.
