    875-LOAD-ROSTER-HIST-RTN.
        MOVE 0 TO WS-RHIST-COUNT
        MOVE SPACES TO WS-RHIST-EOF
        MOVE 'ROSTER-HIST-FILE' TO WS-FILE-ID
        OPEN INPUT ROSTER-HIST-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-RHIST-EOF = 'Y'
                READ ROSTER-HIST-FILE
                AT END MOVE 'Y' TO WS-RHIST-EOF
                NOT AT END
                    IF WS-RHIST-COUNT < 2000
                        ADD 1 TO WS-RHIST-COUNT
                        MOVE RSH-ELF-NO
                            TO WS-RHIST-ELF-NO(WS-RHIST-COUNT)
                        MOVE RSH-DEPT
                            TO WS-RHIST-DEPT(WS-RHIST-COUNT)
                        MOVE RSH-STATUS
                            TO WS-RHIST-STATUS(WS-RHIST-COUNT)
                        MOVE RSH-FROM-DATE
                            TO WS-RHIST-FROM(WS-RHIST-COUNT)
                        MOVE RSH-TO-DATE
                            TO WS-RHIST-TO(WS-RHIST-COUNT)
                    ELSE
                        DISPLAY '** ROSTER HISTORY TABLE FULL - ELF '
                            RSH-ELF-NO ' PERIOD ' RSH-FROM-DATE
                            ' NOT LOADED'
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ROSTER-HIST-FILE
        END-IF.

    876-FIND-ROSTER-HIST-RTN.
        MOVE 'N' TO WS-RHIST-HIT
        MOVE SPACES TO WS-RHIST-HIT-DEPT
        MOVE SPACES TO WS-RHIST-HIT-STATUS
        PERFORM VARYING WS-RHX FROM 1 BY 1
            UNTIL WS-RHX > WS-RHIST-COUNT OR WS-RHIST-HIT = 'Y'
            IF WS-RHIST-ELF-NO(WS-RHX) = WS-RHIST-REQ-ELF
                AND WS-RHIST-FROM(WS-RHX) NOT > WS-RHIST-REQ-DATE
                AND WS-RHIST-TO(WS-RHX) NOT < WS-RHIST-REQ-DATE
                MOVE 'Y' TO WS-RHIST-HIT
                MOVE WS-RHIST-DEPT(WS-RHX) TO WS-RHIST-HIT-DEPT
                MOVE WS-RHIST-STATUS(WS-RHX) TO WS-RHIST-HIT-STATUS
            END-IF
        END-PERFORM.
