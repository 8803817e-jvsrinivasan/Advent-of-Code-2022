    884-LOAD-LEGAL-HOLDS-RTN.
        MOVE 0 TO WS-LH-COUNT
        MOVE 0 TO WS-LH-SKIPPED
        MOVE SPACES TO WS-LH-EOF
        MOVE 'LEGAL-HOLD-FILE' TO WS-FILE-ID
        OPEN INPUT LEGAL-HOLD-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-LH-EOF = 'Y'
                READ LEGAL-HOLD-FILE
                AT END MOVE 'Y' TO WS-LH-EOF
                NOT AT END
                    IF LH-STATUS-ACTIVE
                        IF WS-LH-COUNT < 500
                            ADD 1 TO WS-LH-COUNT
                            MOVE LH-HOLD-ID TO WS-LH-ID(WS-LH-COUNT)
                            MOVE LH-KEY-TYPE
                                TO WS-LH-TYPE(WS-LH-COUNT)
                            MOVE LH-KEY-VALUE
                                TO WS-LH-VALUE(WS-LH-COUNT)
                            MOVE LH-FROM-DATE
                                TO WS-LH-FROM(WS-LH-COUNT)
                            MOVE LH-TO-DATE TO WS-LH-TO(WS-LH-COUNT)
                            MOVE 0 TO WS-LH-HITS(WS-LH-COUNT)
                        ELSE
                            DISPLAY '** MORE THAN 500 ACTIVE LEGAL '
                                'HOLDS - HOLD ' LH-HOLD-ID
                                ' CANNOT BE HONOURED - RUN STOPPED'
                            MOVE 'LEGAL-HOLD-FILE' TO WS-ABEND-FILE
                            MOVE '00' TO WS-ABEND-STATUS
                            MOVE 16 TO WS-ABEND-RC
                            MOVE WS-ABEND-RC TO RETURN-CODE
                            CLOSE LEGAL-HOLD-FILE
                            PERFORM 920-ABEND-RTN
                            STOP RUN
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LEGAL-HOLD-FILE
        END-IF.

    886-CHECK-LEGAL-HOLD-RTN.
        MOVE 'N' TO WS-LH-HELD
        MOVE SPACES TO WS-LH-HELD-ID
        PERFORM VARYING WS-LH-X FROM 1 BY 1
            UNTIL WS-LH-X > WS-LH-COUNT
            MOVE 'N' TO WS-LH-MATCH
            EVALUATE WS-LH-TYPE(WS-LH-X)
                WHEN 'E'
                    IF WS-LH-CHK-ELF NOT EQUAL SPACES
                        AND WS-LH-CHK-ELF = WS-LH-VALUE(WS-LH-X)(1:4)
                        MOVE 'Y' TO WS-LH-MATCH
                    END-IF
                    PERFORM 891-SCAN-HOLD-TEXT-RTN
                WHEN 'P'
                    IF WS-LH-CHK-PLAYER NOT EQUAL SPACES
                        AND WS-LH-CHK-PLAYER
                            = WS-LH-VALUE(WS-LH-X)(1:4)
                        MOVE 'Y' TO WS-LH-MATCH
                    END-IF
                    PERFORM 891-SCAN-HOLD-TEXT-RTN
                WHEN 'D'
                    IF WS-LH-CHK-DATE > 0
                        AND WS-LH-CHK-DATE NOT < WS-LH-FROM(WS-LH-X)
                        AND WS-LH-CHK-DATE NOT > WS-LH-TO(WS-LH-X)
                        MOVE 'Y' TO WS-LH-MATCH
                    END-IF
                WHEN 'F'
                    IF WS-LH-CHK-FILE NOT EQUAL SPACES
                        AND WS-LH-CHK-FILE = WS-LH-VALUE(WS-LH-X)
                        MOVE 'Y' TO WS-LH-MATCH
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-LH-MATCH = 'Y'
                ADD 1 TO WS-LH-HITS(WS-LH-X)
                IF WS-LH-HELD = 'N'
                    MOVE 'Y' TO WS-LH-HELD
                    MOVE WS-LH-ID(WS-LH-X) TO WS-LH-HELD-ID
                END-IF
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-LH-CHK-ELF
        MOVE SPACES TO WS-LH-CHK-PLAYER
        MOVE SPACES TO WS-LH-CHK-TEXT
        MOVE SPACES TO WS-LH-CHK-FILE
        MOVE 0 TO WS-LH-CHK-DATE.

    891-SCAN-HOLD-TEXT-RTN.
        IF WS-LH-CHK-TEXT NOT EQUAL SPACES
            AND WS-LH-VALUE(WS-LH-X)(1:4) NOT EQUAL SPACES
            MOVE 0 TO WS-LH-TALLY
            INSPECT WS-LH-CHK-TEXT TALLYING WS-LH-TALLY
                FOR ALL WS-LH-VALUE(WS-LH-X)(1:4)
            IF WS-LH-TALLY > 0
                MOVE 'Y' TO WS-LH-MATCH
            END-IF
        END-IF.
