    858-ALERT-AGE-RTN.
        MOVE 0 TO WS-ALA-MINUTES
        MOVE 0 TO WS-ALA-HOURS
        MOVE 0 TO WS-ALA-REM-MINS
        IF WS-ALA-FROM-DATE NUMERIC AND WS-ALA-FROM-DATE > 0
            AND WS-ALA-FROM-TIME NUMERIC
            MOVE FUNCTION CURRENT-DATE TO WS-ALA-NOW
            MOVE WS-ALA-NOW(1:8) TO WS-ALA-NOW-DATE
            MOVE WS-ALA-NOW(9:2) TO WS-ALA-NOW-HH
            MOVE WS-ALA-NOW(11:2) TO WS-ALA-NOW-MM
            MOVE WS-ALA-FROM-TIME(1:2) TO WS-ALA-FROM-HH
            MOVE WS-ALA-FROM-TIME(3:2) TO WS-ALA-FROM-MM
            COMPUTE WS-ALA-MINUTES =
                (FUNCTION INTEGER-OF-DATE(WS-ALA-NOW-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-ALA-FROM-DATE)) * 1440
                + (WS-ALA-NOW-HH * 60 + WS-ALA-NOW-MM)
                - (WS-ALA-FROM-HH * 60 + WS-ALA-FROM-MM)
            IF WS-ALA-MINUTES < 0
                MOVE 0 TO WS-ALA-MINUTES
            END-IF
            DIVIDE WS-ALA-MINUTES BY 60 GIVING WS-ALA-HOURS
                REMAINDER WS-ALA-REM-MINS
        END-IF.
