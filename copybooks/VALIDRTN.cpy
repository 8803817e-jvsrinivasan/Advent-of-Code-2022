    MOVE WS-SUSP-KEY TO WS-SB-KEY
    MOVE 'O' TO WS-SB-STATUS
    MOVE WS-SUSP-MSG TO WS-SB-MSG
    MOVE WS-SUSP-SITE TO WS-SB-SITE
    MOVE WS-SUSP-BUILD TO SUSPENSE-REC
    WRITE SUSPENSE-REC
    MOVE SPACES TO WS-SUSP-REASON
