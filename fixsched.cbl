DATA DIVISION.
    FILE SECTION.
    FD REG-FILE.
    COPY REGREC.
    FD SCHEDULE-FILE.
    COPY SCHEDREC.
    FD LOG-FILE.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-PLAYER-COUNT     PIC 9(4) VALUE 0.
        05 WS-PLAYER-TAB PIC X(4) OCCURS 1000 TIMES.
        05 WS-PLAYER-DIV-TAB PIC X(1) OCCURS 1000 TIMES.
        05 WS-FIXTURE-COUNT    PIC 9(4) VALUE 0.
        05 WS-MATCH-SEQ        PIC 9(3) VALUE 0.
        05 WS-P1               PIC 9(4) VALUE 0.
                        ADD 1 TO WS-PLAYER-COUNT
                        MOVE REG-ID
                            TO WS-PLAYER-TAB(WS-PLAYER-COUNT)
                        IF REG-DIVISION-VALID
                            MOVE REG-DIVISION
                                TO WS-PLAYER-DIV-TAB(WS-PLAYER-COUNT)
                        ELSE
                            MOVE '1'
                                TO WS-PLAYER-DIV-TAB(WS-PLAYER-COUNT)
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            COMPUTE WS-P2-START = WS-P1 + 1
            PERFORM VARYING WS-P2 FROM WS-P2-START BY 1
                UNTIL WS-P2 > WS-PLAYER-COUNT
                IF WS-PLAYER-DIV-TAB(WS-P1) = WS-PLAYER-DIV-TAB(WS-P2)
                    PERFORM 210-WRITE-FIXTURE-RTN
                END-IF
            END-PERFORM
        END-PERFORM
        CLOSE SCHEDULE-FILE.
