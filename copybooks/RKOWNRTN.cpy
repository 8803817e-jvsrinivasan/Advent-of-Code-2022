    855-SPLIT-RUCKSACK-OWNER-RTN.
        MOVE SPACES TO WS-RKO-CONTENTS
        MOVE SPACES TO WS-RKO-OWNER-X
        MOVE SPACES TO WS-RKO-EXTRA
        MOVE 0 TO WS-RKO-OWNER
        MOVE 'N' TO WS-RKO-STATE
        IF WS-RKO-LINE(1:1) = SPACE
            MOVE WS-RKO-LINE TO WS-RKO-CONTENTS
        ELSE
            UNSTRING WS-RKO-LINE DELIMITED BY ALL SPACE
                INTO WS-RKO-CONTENTS WS-RKO-OWNER-X WS-RKO-EXTRA
            END-UNSTRING
            IF WS-RKO-OWNER-X NOT EQUAL SPACES
                IF WS-RKO-OWNER-X(1:4) NUMERIC
                    AND WS-RKO-OWNER-X(5:6) = SPACES
                    AND WS-RKO-EXTRA = SPACES
                    MOVE WS-RKO-OWNER-X(1:4) TO WS-RKO-OWNER
                    MOVE 'Y' TO WS-RKO-STATE
                ELSE
                    MOVE 'B' TO WS-RKO-STATE
                END-IF
            END-IF
        END-IF.

    856-LOAD-OWNER-ROSTER-RTN.
        MOVE 0 TO WS-RKO-ROS-COUNT
        MOVE SPACES TO WS-RKO-ROS-EOF
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ELF ROSTER ON FILE - RUCKSACK OWNER ELF '
                'NUMBERS NOT VERIFIED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-RKO-ROS-LOADED
            PERFORM UNTIL WS-RKO-ROS-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-RKO-ROS-EOF
                NOT AT END
                    IF WS-RKO-ROS-COUNT < 2000
                        ADD 1 TO WS-RKO-ROS-COUNT
                        MOVE ROST-ELF-NO
                            TO WS-RKO-ROS-ELF(WS-RKO-ROS-COUNT)
                    ELSE
                        DISPLAY '** OWNER ROSTER TABLE FULL - ELF '
                            ROST-ELF-NO ' NOT LOADED'
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
        END-IF.

    857-CHECK-RUCKSACK-OWNER-RTN.
        MOVE 'Y' TO WS-RKO-OWNER-OK
        EVALUATE TRUE
            WHEN WS-RKO-NO-OWNER
                CONTINUE
            WHEN WS-RKO-OWNER-BAD
                MOVE 'N' TO WS-RKO-OWNER-OK
            WHEN WS-RKO-ROS-LOADED NOT EQUAL 'Y'
                CONTINUE
            WHEN OTHER
                SET RKX TO 1
                SEARCH WS-RKO-ROS-ELF
                    AT END
                        MOVE 'N' TO WS-RKO-OWNER-OK
                    WHEN RKX > WS-RKO-ROS-COUNT
                        MOVE 'N' TO WS-RKO-OWNER-OK
                    WHEN WS-RKO-ROS-ELF(RKX) = WS-RKO-OWNER
                        CONTINUE
                END-SEARCH
        END-EVALUATE.
